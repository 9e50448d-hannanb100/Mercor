       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSCAN.
      ******************************************************
      * REFSCAN - REFUND AND CHARGEBACK MATCHING SCAN
      *
      *   BATCH3'S EXTRACT CURSOR ONLY SUMS REFUND AND
      *   CHARGEBACK AMOUNTS PER CUSTOMER PER PERIOD, AND
      *   DQSCAN CHECKS TYPES, DATES AND CUSTOMER IDS, SO
      *   NOTHING TIED A REFUND TO ANY PURCHASE. THIS SCAN
      *   TAKES EVERY REFUND AND CHARGEBACK TRANSACTION IN
      *   THE PERIOD AND MATCHES IT TO THE SAME CUSTOMER'S
      *   PURCHASE TRANSACTIONS IN THE SAME CURRENCY IN THE
      *   LOOKBACK WINDOW (FROM LOOKBACK-DAYS BEFORE THE
      *   PERIOD START UP TO THE REFUND'S OWN DATE; NO
      *   CURRENCY CODE COUNTS AS USD, AS IN BATCH3),
      *   FLAGGING:
      *     NOPURCH  - NO PURCHASE IN THE WINDOW AT ALL.
      *     OVERPURC - MORE THAN THE PURCHASES IN THE WINDOW.
      *     REPEAT   - ANOTHER REFUND (OR CHARGEBACK) OF THE
      *                SAME AMOUNT AND CURRENCY FOR THE
      *                CUSTOMER IN THE PERIOD.
      *     CUSTOVER - (PER CUSTOMER AND CURRENCY) THE
      *                PERIOD'S REFUNDS AND CHARGEBACKS
      *                TOGETHER EXCEED THE CUSTOMER'S PURCHASES
      *                FROM THE WINDOW START TO THE PERIOD END.
      *   EVERY FLAG RAISED IS ONE RECORD ON THE EXCEPTION
      *   FILE (REFEXC.CSV), SO A ROW FAILING TWO CHECKS
      *   APPEARS TWICE AND THE FILE TIES TO THE SUMMARY
      *   (REFSCAN.PRT), WHICH GIVES COUNTS AND DOLLAR
      *   TOTALS BY FLAG.
      *
      *   PARM: ENVIRONMENT,PERIOD-START,PERIOD-END,LOOKBACK --
      *   ENVIRONMENT AND PERIOD AS IN BATCH3 (THE PERIOD IS
      *   REQUIRED HERE); THE OPTIONAL LOOKBACK IN DAYS
      *   (1-999; EMPTY OR 0 TAKES THE DEFAULT OF 90).
      *   CONDITION CODES: 0 NOTHING FLAGGED, 4 EXCEPTIONS
      *   WRITTEN FOR REVIEW, 8 BAD PARM, DATABASE OR FILE
      *   FAILURE.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE PARM PERIOD MUST BE EXACTLY ONE PERIOD ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      *   - LOOKBACK PARM CHECKED AS ONE TO THREE DIGITS
      *     (0 OR EMPTY TAKES THE 90-DAY DEFAULT, ANYTHING
      *     ELSE IS REJECTED WITH CODE 8), AND PURCHASES ARE
      *     ONLY MATCHED TO A REFUND IN THE SAME CURRENCY
      *     (NO CURRENCY CODE COUNTS AS USD, AS IN BATCH3).
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "REFEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT SCAN-PRINT-FILE ASSIGN TO "REFPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SCAN-PRINT-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER FLAG RAISED. A CUSTOMER-LEVEL (CUSTOVER)
      * RECORD CARRIES TRANSACTION ID ZERO, TYPE "CUSTOMER" AND THE
      * CUSTOMER'S REFUND AND CHARGEBACK TOTAL IN THE CURRENCY AS
      * ITS AMOUNT.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  RX-TRANSACTION-ID     PIC 9(9).
           05  RX-CUSTOMER-ID        PIC 9(9).
           05  RX-TRANSACTION-TYPE   PIC X(20).
           05  RX-TRANSACTION-DATE   PIC X(8).
           05  RX-AMOUNT             PIC S9(11)V99.
           05  RX-FLAG               PIC X(8).
           05  RX-PURCHASE-COUNT     PIC 9(9).
           05  RX-PURCHASE-AMOUNT    PIC S9(11)V99.
           05  RX-LOOKBACK-START     PIC X(8).
           05  RX-CURRENCY-CODE      PIC X(3).

       FD  SCAN-PRINT-FILE.
       01  SCAN-PRINT-RECORD         PIC X(132).

      * FISCAL CALENDAR (4-4-5): ONE ROW PER FISCAL PERIOD, WITH
      * ITS FISCAL YEAR, PERIOD NUMBER (1-12), QUARTER, LENGTH IN
      * WEEKS AND DATES.
       FD  FISCAL-CAL-FILE.
       01  FISCAL-CAL-RECORD.
           05  FC-FISCAL-YEAR        PIC 9(4).
           05  FC-PERIOD-NO          PIC 9(2).
           05  FC-QUARTER            PIC 9(1).
           05  FC-WEEKS              PIC 9(1).
           05  FC-PERIOD-START       PIC X(8).
           05  FC-PERIOD-END         PIC X(8).

       WORKING-STORAGE SECTION.
       01  EXCEPTION-FILE-STATUS    PIC XX.
       01  SCAN-PRINT-STATUS        PIC XX.

       01  SQLCODE                  PIC S9(9) COMP.
       01  SQLSTATE                 PIC X(5).

      * PARAMETERS, DEFAULTED AND VALIDATED AS IN BATCH3
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10).
       01  WS-DB-NAME               PIC X(10).
       01  WS-PERIOD-START          PIC X(8).
       01  WS-PERIOD-END            PIC X(8).
       01  WS-LOOKBACK-TEXT         PIC X(4) VALUE SPACES.
       01  WS-LOOKBACK-LENGTH       PIC 9(4) COMP VALUE 0.
       01  WS-LOOKBACK-OK-SW        PIC X(01) VALUE "Y".
           88  WS-LOOKBACK-OK       VALUE "Y".
       01  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 90.

      * LOOKBACK WINDOW START. CALENDAR DAYS ACROSS MONTH AND
      * YEAR ENDS NEED THE DAY-NUMBER FUNCTIONS, AS IN AUDRPT.
       01  WS-LOOKBACK-START        PIC X(8) VALUE SPACES.
       01  WS-DATE-WORK             PIC 9(8) VALUE 0.
       01  WS-DAY-NUMBER            PIC 9(9) VALUE 0.

      * HOST VARIABLES FOR THE SCAN CURSOR. THE PURCHASE AND
      * SAME-AMOUNT FIGURES COME BACK WITH EACH ROW.
       01  WS-TRANSACTION-ID        PIC 9(9).
       01  WS-CUSTOMER-ID           PIC 9(9).
       01  WS-TRANSACTION-TYPE      PIC X(20).
       01  WS-TRANSACTION-DATE      PIC X(8).
       01  WS-AMOUNT                PIC S9(9)V99.
       01  WS-PURCHASE-COUNT        PIC 9(9).
       01  WS-PURCHASE-AMOUNT       PIC S9(11)V99.
       01  WS-SAME-AMOUNT-COUNT     PIC 9(9).
       01  WS-CURRENCY-CODE         PIC X(3).
       01  WS-CUST-PURCHASE-AMOUNT  PIC S9(11)V99.

       01  WS-CONTINUE-FETCHING-SW  PIC X(01) VALUE "Y".
           88  WS-CONTINUE-FETCHING VALUE "Y" FALSE "N".
       01  WS-RUN-ERROR-SW          PIC X(01) VALUE "N".
           88  WS-RUN-ERROR         VALUE "Y".

      * CUSTOMER CONTROL BREAK: THE CURSOR RETURNS THE ROWS IN
      * CUSTOMER AND CURRENCY ORDER, SO THE CUSTOMER-LEVEL CHECK
      * RUNS FOR EACH CURRENCY AT EACH BREAK AND AT THE END.
       01  WS-HOLD-CUSTOMER-ID      PIC 9(9) VALUE 0.
       01  WS-HOLD-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-CUSTOMER-ACTIVE-SW    PIC X(01) VALUE "N".
           88  WS-CUSTOMER-ACTIVE   VALUE "Y".
       01  WS-CUST-REFUND-TOTAL     PIC S9(11)V99 VALUE 0.

      * THE EXCEPTION IN HAND, FOR 240-WRITE-EXCEPTION
       01  WS-FLAG                  PIC X(8) VALUE SPACES.
       01  WS-EXCEPTION-AMOUNT      PIC S9(11)V99 VALUE 0.

      * SCAN TALLIES: COUNT AND DOLLAR TOTAL PER FLAG
       01  WS-REFUNDS-SCANNED       PIC 9(9) VALUE 0.
       01  WS-REFUND-AMOUNT         PIC S9(13)V99 VALUE 0.
       01  WS-CHARGEBACKS-SCANNED   PIC 9(9) VALUE 0.
       01  WS-CHARGEBACK-AMOUNT     PIC S9(13)V99 VALUE 0.
       01  WS-CUSTOMERS-SCANNED     PIC 9(9) VALUE 0.
       01  WS-EXCEPTIONS-WRITTEN    PIC 9(9) VALUE 0.
       01  WS-NOPURCH-COUNT         PIC 9(9) VALUE 0.
       01  WS-NOPURCH-AMOUNT        PIC S9(13)V99 VALUE 0.
       01  WS-OVERPURC-COUNT        PIC 9(9) VALUE 0.
       01  WS-OVERPURC-AMOUNT       PIC S9(13)V99 VALUE 0.
       01  WS-REPEAT-COUNT          PIC 9(9) VALUE 0.
       01  WS-REPEAT-AMOUNT         PIC S9(13)V99 VALUE 0.
       01  WS-CUSTOVER-COUNT        PIC 9(9) VALUE 0.
       01  WS-CUSTOVER-AMOUNT       PIC S9(13)V99 VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-DAYS            PIC ZZ9.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * ENVIRONMENT-SCOPED FILE NAMING, AS 060-SET-FILE-NAMES IN
      * BATCH3.
       01  WS-NAME-PREFIX           PIC X(11) VALUE SPACES.
       01  WS-BASE-NAME             PIC X(20) VALUE SPACES.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

      * FISCAL-CALENDAR CHECK OF THE PARM PERIOD, IN
      * 075-CHECK-FISCAL-PERIOD. A BLANK WS-CAL-PERIOD-END CHECKS
      * THE PERIOD START ALONE.
       01  FISCAL-CAL-STATUS        PIC XX.
       01  WS-CAL-PERIOD-START      PIC X(8) VALUE SPACES.
       01  WS-CAL-PERIOD-END        PIC X(8) VALUE SPACES.
       01  WS-CAL-MAX-PERIODS       PIC 9(3) VALUE 1.
       01  WS-CAL-PERIOD-COUNT      PIC 9(3) VALUE 0.
       01  WS-CAL-FISCAL-YEAR       PIC 9(4) VALUE 0.
       01  WS-CAL-PERIOD-NO         PIC 9(2) VALUE 0.
       01  WS-CAL-START-FOUND-SW    PIC X(01) VALUE "N".
           88  WS-CAL-START-FOUND   VALUE "Y".
       01  WS-CAL-END-FOUND-SW      PIC X(01) VALUE "N".
           88  WS-CAL-END-FOUND     VALUE "Y".
       01  WS-CAL-VALID-SW          PIC X(01) VALUE "N".
           88  WS-CAL-VALID         VALUE "Y".

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3:
      * ENVIRONMENT,PERIOD-START,PERIOD-END,LOOKBACK.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 100-CONNECT-TO-DB
           PERFORM 200-SCAN-REFUNDS
           PERFORM 300-WRITE-SUMMARY
           IF WS-RUN-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXCEPTIONS-WRITTEN > 0
               DISPLAY "REFSCAN: " WS-EXCEPTIONS-WRITTEN
                   " exceptions written. See refexc.csv and "
                   "refscan.prt."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "REFSCAN: Every refund and chargeback "
                   "matched a purchase."
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   DEFAULT AND MOVE THE JCL PARM VALUES, AS
      *   050-INITIALIZE-PARMS IN BATCH3 DOES, AND SET THE
      *   LOOKBACK WINDOW START.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-ENVIRONMENT
           MOVE SPACES TO WS-PERIOD-START
           MOVE SPACES TO WS-PERIOD-END
           MOVE SPACES TO WS-LOOKBACK-TEXT
           MOVE 0 TO WS-LOOKBACK-LENGTH
           MOVE 0 TO WS-LOOKBACK-DAYS

           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-ENVIRONMENT, WS-PERIOD-START,
                    WS-PERIOD-END, WS-LOOKBACK-TEXT
           END-UNSTRING

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF

           IF WS-PERIOD-START IS NOT NUMERIC
               OR WS-PERIOD-END IS NOT NUMERIC
               OR WS-PERIOD-END < WS-PERIOD-START
               DISPLAY "ERROR: Period """ WS-PERIOD-START """ to """
                   WS-PERIOD-END """ is not a YYYYMMDD date range."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * THE LOOKBACK IS ONE TO THREE DIGITS, WITH OR WITHOUT
      * LEADING ZEROS. THE DIGITS ARE CHECKED ON THE TEXT PIECE:
      * MOVED STRAIGHT TO A NUMERIC FIELD A TYPO COULD PASS AS A
      * NUMBER.
           INSPECT WS-LOOKBACK-TEXT TALLYING WS-LOOKBACK-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-LOOKBACK-TEXT = SPACES
                   CONTINUE
               WHEN WS-LOOKBACK-LENGTH = 0
                   OR WS-LOOKBACK-LENGTH > 3
                   MOVE "N" TO WS-LOOKBACK-OK-SW
               WHEN WS-LOOKBACK-TEXT(WS-LOOKBACK-LENGTH + 1:)
                   NOT = SPACES
                   MOVE "N" TO WS-LOOKBACK-OK-SW
               WHEN WS-LOOKBACK-TEXT(1:WS-LOOKBACK-LENGTH)
                   IS NOT NUMERIC
                   MOVE "N" TO WS-LOOKBACK-OK-SW
               WHEN OTHER
                   MOVE WS-LOOKBACK-TEXT(1:WS-LOOKBACK-LENGTH)
                       TO WS-LOOKBACK-DAYS
           END-EVALUATE
           IF NOT WS-LOOKBACK-OK
               DISPLAY "ERROR: Lookback """ WS-LOOKBACK-TEXT
                   """ must be 1 to 999 days."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOOKBACK-DAYS = 0
               MOVE 90 TO WS-LOOKBACK-DAYS
           END-IF

           MOVE WS-PERIOD-START TO WS-DATE-WORK
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           MOVE WS-DATE-WORK TO WS-LOOKBACK-START

           EVALUATE WS-ENVIRONMENT
               WHEN "PROD"
                   MOVE "PRODDB" TO WS-DB-NAME
               WHEN "QA"
                   MOVE "QADB" TO WS-DB-NAME
               WHEN "TEST"
                   MOVE "TESTDB" TO WS-DB-NAME
               WHEN OTHER
                   MOVE WS-ENVIRONMENT TO WS-DB-NAME
           END-EVALUATE

      * THE PERIOD MUST BE ONE DEFINED ON THE FISCAL CALENDAR.
           MOVE WS-PERIOD-START TO WS-CAL-PERIOD-START
           MOVE WS-PERIOD-END TO WS-CAL-PERIOD-END
           PERFORM 075-CHECK-FISCAL-PERIOD
           IF NOT WS-CAL-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

      ******************************************************
      * 060-SET-FILE-NAMES
      *   POINT EVERY SYSTEM-PRODUCED LOGICAL FILE AT THE
      *   ENVIRONMENT'S OWN PHYSICAL FILE, AS
      *   060-SET-FILE-NAMES IN BATCH3 DOES: BARE NAMES FOR
      *   PROD, AN ENVIRONMENT PREFIX FOR EVERYTHING ELSE.
      ******************************************************
       060-SET-FILE-NAMES SECTION.
           IF WS-ENVIRONMENT = "PROD"
               MOVE SPACES TO WS-NAME-PREFIX
           ELSE
               MOVE SPACES TO WS-NAME-PREFIX
               STRING WS-ENVIRONMENT DELIMITED BY SPACE
                      "."            DELIMITED BY SIZE
                      INTO WS-NAME-PREFIX
               END-STRING
           END-IF

           MOVE "DD_REFEXC" TO WS-DD-NAME
           MOVE "refexc.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE "DD_REFPRT" TO WS-DD-NAME
           MOVE "refscan.prt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

       060-SET-FILE-NAMES-EXIT.
           EXIT.

      ******************************************************
      * 065-POINT-ONE-FILE
      *   BUILD ONE ENVIRONMENT-SCOPED PHYSICAL NAME AND
      *   POINT ITS DD NAME AT IT.
      ******************************************************
       065-POINT-ONE-FILE SECTION.
           MOVE SPACES TO WS-FILE-NAME
           STRING WS-NAME-PREFIX DELIMITED BY SPACE
                  WS-BASE-NAME   DELIMITED BY SPACE
                  INTO WS-FILE-NAME
           END-STRING
           SET ENVIRONMENT WS-DD-NAME TO WS-FILE-NAME

       065-POINT-ONE-FILE-EXIT.
           EXIT.

      ******************************************************
      * 075-CHECK-FISCAL-PERIOD
      *   CHECK THE PARM PERIOD AGAINST THE FISCAL CALENDAR
      *   (FISCALCAL.CSV). WS-CAL-PERIOD-START MUST BE THE
      *   START OF A DEFINED FISCAL PERIOD AND, UNLESS IT IS
      *   BLANK, WS-CAL-PERIOD-END THE END OF ONE, THE RANGE
      *   COVERING NO MORE THAN WS-CAL-MAX-PERIODS PERIODS --
      *   SO AN OVERLAPPING OR GAPPED RANGE, OR DATES THAT
      *   ARE NOT ONE OF OUR PERIODS, ARE CAUGHT BEFORE
      *   ANYTHING RUNS. WS-CAL-VALID IS SET FOR THE CALLER,
      *   WHICH REFUSES THE RUN WITH ITS OWN BAD-PARM
      *   CONDITION CODE. A MISSING OR UNREADABLE CALENDAR
      *   FAILS THE CHECK.
      ******************************************************
       075-CHECK-FISCAL-PERIOD SECTION.
           MOVE "N" TO WS-CAL-VALID-SW
           MOVE "N" TO WS-CAL-START-FOUND-SW
           MOVE "N" TO WS-CAL-END-FOUND-SW
           MOVE 0 TO WS-CAL-PERIOD-COUNT

           OPEN INPUT FISCAL-CAL-FILE
           IF FISCAL-CAL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the fiscal calendar "
                   "(fiscalcal.csv). FILE-STATUS: " FISCAL-CAL-STATUS
               GO TO 075-CHECK-FISCAL-PERIOD-EXIT
           END-IF

           PERFORM UNTIL FISCAL-CAL-STATUS NOT = "00"
               READ FISCAL-CAL-FILE
               IF FISCAL-CAL-STATUS = "00"
                   IF FC-PERIOD-START = WS-CAL-PERIOD-START
                       SET WS-CAL-START-FOUND TO TRUE
                       MOVE FC-FISCAL-YEAR TO WS-CAL-FISCAL-YEAR
                       MOVE FC-PERIOD-NO TO WS-CAL-PERIOD-NO
                   END-IF
                   IF FC-PERIOD-END = WS-CAL-PERIOD-END
                       SET WS-CAL-END-FOUND TO TRUE
                   END-IF
                   IF FC-PERIOD-START NOT < WS-CAL-PERIOD-START
                       AND FC-PERIOD-END NOT > WS-CAL-PERIOD-END
                       ADD 1 TO WS-CAL-PERIOD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF FISCAL-CAL-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the fiscal calendar. "
                   "FILE-STATUS: " FISCAL-CAL-STATUS
               CLOSE FISCAL-CAL-FILE
               GO TO 075-CHECK-FISCAL-PERIOD-EXIT
           END-IF
           CLOSE FISCAL-CAL-FILE

           EVALUATE TRUE
               WHEN NOT WS-CAL-START-FOUND
                   DISPLAY "ERROR: " WS-CAL-PERIOD-START " is not "
                       "the start of a period on the fiscal "
                       "calendar."
               WHEN WS-CAL-PERIOD-END = SPACES
                   SET WS-CAL-VALID TO TRUE
               WHEN NOT WS-CAL-END-FOUND
                   OR WS-CAL-PERIOD-COUNT = 0
                   DISPLAY "ERROR: " WS-CAL-PERIOD-END " is not "
                       "the end of a fiscal period on or after "
                       WS-CAL-PERIOD-START "."
               WHEN WS-CAL-PERIOD-COUNT > WS-CAL-MAX-PERIODS
                   DISPLAY "ERROR: " WS-CAL-PERIOD-START " to "
                       WS-CAL-PERIOD-END " covers "
                       WS-CAL-PERIOD-COUNT " fiscal periods; no "
                       "more than " WS-CAL-MAX-PERIODS
                       " may be run at once."
               WHEN OTHER
                   SET WS-CAL-VALID TO TRUE
           END-EVALUATE

       075-CHECK-FISCAL-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 100-CONNECT-TO-DB
      *   CONNECT USING THE ENVIRONMENT-DRIVEN DATABASE
      *   NAME, AS BATCH3 DOES.
      ******************************************************
       100-CONNECT-TO-DB SECTION.
           EXEC SQL
               CONNECT TO :WS-DB-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: Unable to connect to DB "
                   WS-DB-NAME " SQLCODE: " SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       100-CONNECT-TO-DB-EXIT.
           EXIT.

      ******************************************************
      * 200-SCAN-REFUNDS
      *   CURSOR OVER EVERY REFUND AND CHARGEBACK IN THE
      *   PERIOD, IN CUSTOMER AND CURRENCY ORDER, EACH WITH
      *   THE COUNT AND TOTAL OF THE CUSTOMER'S PURCHASES IN
      *   ITS CURRENCY FROM THE WINDOW START UP TO ITS OWN
      *   DATE AND THE COUNT OF OTHER ROWS OF THE SAME TYPE,
      *   AMOUNT AND CURRENCY FOR THE CUSTOMER IN THE PERIOD.
      ******************************************************
       200-SCAN-REFUNDS SECTION.
           OPEN OUTPUT EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open refund exception "
                   "file. FILE-STATUS: " EXCEPTION-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               DECLARE REF_SCAN_CURSOR CURSOR FOR
                   SELECT r.TRANSACTIONID, r.CUSTOMERID,
                          r.TRANSACTIONTYPE, r.TRANSACTIONDATE,
                          r.AMOUNT,
                          COALESCE(r.CURRENCYCODE, 'USD'),
                          (SELECT COUNT(*)
                             FROM TRANSACTIONS p
                            WHERE p.CUSTOMERID = r.CUSTOMERID
                              AND p.TRANSACTIONTYPE = 'Purchase'
                              AND COALESCE(p.CURRENCYCODE, 'USD') =
                                  COALESCE(r.CURRENCYCODE, 'USD')
                              AND p.TRANSACTIONDATE
                                  BETWEEN :WS-LOOKBACK-START
                                  AND r.TRANSACTIONDATE)
                              AS PURCHASE_COUNT,
                          (SELECT COALESCE(SUM(p.AMOUNT), 0)
                             FROM TRANSACTIONS p
                            WHERE p.CUSTOMERID = r.CUSTOMERID
                              AND p.TRANSACTIONTYPE = 'Purchase'
                              AND COALESCE(p.CURRENCYCODE, 'USD') =
                                  COALESCE(r.CURRENCYCODE, 'USD')
                              AND p.TRANSACTIONDATE
                                  BETWEEN :WS-LOOKBACK-START
                                  AND r.TRANSACTIONDATE)
                              AS PURCHASE_AMOUNT,
                          (SELECT COUNT(*)
                             FROM TRANSACTIONS d
                            WHERE d.CUSTOMERID = r.CUSTOMERID
                              AND d.TRANSACTIONTYPE = r.TRANSACTIONTYPE
                              AND d.AMOUNT = r.AMOUNT
                              AND COALESCE(d.CURRENCYCODE, 'USD') =
                                  COALESCE(r.CURRENCYCODE, 'USD')
                              AND d.TRANSACTIONID <> r.TRANSACTIONID
                              AND d.TRANSACTIONDATE
                                  BETWEEN :WS-PERIOD-START
                                  AND :WS-PERIOD-END)
                              AS SAME_AMOUNT_COUNT
                   FROM TRANSACTIONS r
                   WHERE r.TRANSACTIONTYPE IN ('Refund', 'Chargeback')
                     AND r.TRANSACTIONDATE
                         BETWEEN :WS-PERIOD-START AND :WS-PERIOD-END
                   ORDER BY r.CUSTOMERID,
                            COALESCE(r.CURRENCYCODE, 'USD'),
                            r.TRANSACTIONDATE, r.TRANSACTIONID
           END-EXEC

           EXEC SQL
               OPEN REF_SCAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: Unable to open refund scan cursor. "
                   "SQLCODE: " SQLCODE
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-CONTINUE-FETCHING TO TRUE
           PERFORM 210-FETCH-REFUNDS

           EXEC SQL
               CLOSE REF_SCAN_CURSOR
           END-EXEC

           IF WS-CUSTOMER-ACTIVE
               PERFORM 250-CHECK-CUSTOMER
           END-IF
           CLOSE EXCEPTION-FILE

       200-SCAN-REFUNDS-EXIT.
           EXIT.

      ******************************************************
      * 210-FETCH-REFUNDS
      *   FETCH LOOP. A HARD FETCH ERROR ENDS THE SCAN WITH
      *   CONDITION CODE 8 -- A PARTIAL SCAN MUST NOT READ AS
      *   A CLEAN ONE.
      ******************************************************
       210-FETCH-REFUNDS SECTION.
           PERFORM UNTIL NOT WS-CONTINUE-FETCHING
               EXEC SQL
                   FETCH REF_SCAN_CURSOR INTO
                       :WS-TRANSACTION-ID,
                       :WS-CUSTOMER-ID,
                       :WS-TRANSACTION-TYPE,
                       :WS-TRANSACTION-DATE,
                       :WS-AMOUNT,
                       :WS-CURRENCY-CODE,
                       :WS-PURCHASE-COUNT,
                       :WS-PURCHASE-AMOUNT,
                       :WS-SAME-AMOUNT-COUNT
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-CONTINUE-FETCHING TO FALSE
                   WHEN SQLCODE = 0
                       IF WS-CUSTOMER-ACTIVE
                           AND (WS-CUSTOMER-ID NOT = WS-HOLD-CUSTOMER-ID
                           OR WS-CURRENCY-CODE NOT = WS-HOLD-CURRENCY)
                           PERFORM 250-CHECK-CUSTOMER
                       END-IF
                       IF NOT WS-CUSTOMER-ACTIVE
                           SET WS-CUSTOMER-ACTIVE TO TRUE
                           IF WS-CUSTOMER-ID NOT = WS-HOLD-CUSTOMER-ID
                               ADD 1 TO WS-CUSTOMERS-SCANNED
                           END-IF
                           MOVE WS-CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID
                           MOVE WS-CURRENCY-CODE TO WS-HOLD-CURRENCY
                           MOVE 0 TO WS-CUST-REFUND-TOTAL
                       END-IF
                       PERFORM 220-MATCH-ROW
                   WHEN OTHER
                       DISPLAY "ERROR: Refund scan FETCH failed. "
                           "SQLCODE: " SQLCODE
                       SET WS-CONTINUE-FETCHING TO FALSE
                       MOVE "Y" TO WS-RUN-ERROR-SW
               END-EVALUATE
           END-PERFORM

       210-FETCH-REFUNDS-EXIT.
           EXIT.

      ******************************************************
      * 220-MATCH-ROW
      *   APPLY THE ROW-LEVEL CHECKS. A ROW WITH NO PURCHASE
      *   IN THE WINDOW IS NOT ALSO CALLED LARGER THAN ITS
      *   PURCHASES; A REPEATED AMOUNT IS FLAGGED EITHER WAY.
      ******************************************************
       220-MATCH-ROW SECTION.
           IF WS-TRANSACTION-TYPE = "Refund"
               ADD 1 TO WS-REFUNDS-SCANNED
               ADD WS-AMOUNT TO WS-REFUND-AMOUNT
           ELSE
               ADD 1 TO WS-CHARGEBACKS-SCANNED
               ADD WS-AMOUNT TO WS-CHARGEBACK-AMOUNT
           END-IF
           ADD WS-AMOUNT TO WS-CUST-REFUND-TOTAL
           MOVE WS-AMOUNT TO WS-EXCEPTION-AMOUNT

           IF WS-PURCHASE-COUNT = 0
               MOVE "NOPURCH" TO WS-FLAG
               PERFORM 240-WRITE-EXCEPTION
               ADD 1 TO WS-NOPURCH-COUNT
               ADD WS-AMOUNT TO WS-NOPURCH-AMOUNT
           ELSE
               IF WS-AMOUNT > WS-PURCHASE-AMOUNT
                   MOVE "OVERPURC" TO WS-FLAG
                   PERFORM 240-WRITE-EXCEPTION
                   ADD 1 TO WS-OVERPURC-COUNT
                   ADD WS-AMOUNT TO WS-OVERPURC-AMOUNT
               END-IF
           END-IF

           IF WS-SAME-AMOUNT-COUNT > 0
               MOVE "REPEAT" TO WS-FLAG
               PERFORM 240-WRITE-EXCEPTION
               ADD 1 TO WS-REPEAT-COUNT
               ADD WS-AMOUNT TO WS-REPEAT-AMOUNT
           END-IF

       220-MATCH-ROW-EXIT.
           EXIT.

      ******************************************************
      * 240-WRITE-EXCEPTION
      *   ONE EXCEPTION RECORD FOR WS-FLAG ON THE ROW IN
      *   HAND (OR, FOR CUSTOVER, THE CUSTOMER JUST ENDED).
      ******************************************************
       240-WRITE-EXCEPTION SECTION.
           MOVE WS-FLAG TO RX-FLAG
           MOVE WS-EXCEPTION-AMOUNT TO RX-AMOUNT
           MOVE WS-LOOKBACK-START TO RX-LOOKBACK-START
           IF WS-FLAG = "CUSTOVER"
               MOVE 0 TO RX-TRANSACTION-ID
               MOVE WS-HOLD-CUSTOMER-ID TO RX-CUSTOMER-ID
               MOVE "CUSTOMER" TO RX-TRANSACTION-TYPE
               MOVE WS-PERIOD-END TO RX-TRANSACTION-DATE
               MOVE 0 TO RX-PURCHASE-COUNT
               MOVE WS-CUST-PURCHASE-AMOUNT TO RX-PURCHASE-AMOUNT
               MOVE WS-HOLD-CURRENCY TO RX-CURRENCY-CODE
           ELSE
               MOVE WS-TRANSACTION-ID TO RX-TRANSACTION-ID
               MOVE WS-CUSTOMER-ID TO RX-CUSTOMER-ID
               MOVE WS-TRANSACTION-TYPE TO RX-TRANSACTION-TYPE
               MOVE WS-TRANSACTION-DATE TO RX-TRANSACTION-DATE
               MOVE WS-PURCHASE-COUNT TO RX-PURCHASE-COUNT
               MOVE WS-PURCHASE-AMOUNT TO RX-PURCHASE-AMOUNT
               MOVE WS-CURRENCY-CODE TO RX-CURRENCY-CODE
           END-IF

           WRITE EXCEPTION-RECORD
           IF EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write refund exception. "
                   "FILE-STATUS: " EXCEPTION-FILE-STATUS
                   " FOR CUSTOMER: " RX-CUSTOMER-ID
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 240-WRITE-EXCEPTION-EXIT
           END-IF
           ADD 1 TO WS-EXCEPTIONS-WRITTEN

       240-WRITE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************
      * 250-CHECK-CUSTOMER
      *   THE CUSTOMER-LEVEL CHECK FOR THE CUSTOMER AND
      *   CURRENCY JUST ENDED: THEIR PERIOD REFUNDS AND
      *   CHARGEBACKS AGAINST EVERY PURCHASE IN THAT CURRENCY
      *   FROM THE WINDOW START TO THE PERIOD END.
      ******************************************************
       250-CHECK-CUSTOMER SECTION.
           MOVE "N" TO WS-CUSTOMER-ACTIVE-SW

           EXEC SQL
               SELECT COALESCE(SUM(p.AMOUNT), 0)
                 INTO :WS-CUST-PURCHASE-AMOUNT
                 FROM TRANSACTIONS p
                WHERE p.CUSTOMERID = :WS-HOLD-CUSTOMER-ID
                  AND p.TRANSACTIONTYPE = 'Purchase'
                  AND COALESCE(p.CURRENCYCODE, 'USD') =
                      :WS-HOLD-CURRENCY
                  AND p.TRANSACTIONDATE
                      BETWEEN :WS-LOOKBACK-START AND :WS-PERIOD-END
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "ERROR: Purchase total look-up failed for "
                   WS-HOLD-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 250-CHECK-CUSTOMER-EXIT
           END-IF

           IF WS-CUST-REFUND-TOTAL > WS-CUST-PURCHASE-AMOUNT
               MOVE "CUSTOVER" TO WS-FLAG
               MOVE WS-CUST-REFUND-TOTAL TO WS-EXCEPTION-AMOUNT
               PERFORM 240-WRITE-EXCEPTION
               ADD 1 TO WS-CUSTOVER-COUNT
               ADD WS-CUST-REFUND-TOTAL TO WS-CUSTOVER-AMOUNT
           END-IF

       250-CHECK-CUSTOMER-EXIT.
           EXIT.

      ******************************************************
      * 300-WRITE-SUMMARY
      *   COUNTS AND DOLLAR TOTALS PER FLAG, PLUS THE
      *   OVERALL SCAN FIGURES.
      ******************************************************
       300-WRITE-SUMMARY SECTION.
           OPEN OUTPUT SCAN-PRINT-FILE
           IF SCAN-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open refund scan print "
                   "file. FILE-STATUS: " SCAN-PRINT-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 300-WRITE-SUMMARY-EXIT
           END-IF

           PERFORM 400-CHECK-PAGE
           MOVE "SCAN FIGURES" TO SCAN-PRINT-RECORD
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-REFUNDS-SCANNED TO WS-PRINT-COUNT
           MOVE WS-REFUND-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "REFUNDS SCANNED:               "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-CHARGEBACKS-SCANNED TO WS-PRINT-COUNT
           MOVE WS-CHARGEBACK-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "CHARGEBACKS SCANNED:           "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-CUSTOMERS-SCANNED TO WS-PRINT-COUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "CUSTOMERS SCANNED:             "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-EXCEPTIONS-WRITTEN TO WS-PRINT-COUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "EXCEPTION RECORDS WRITTEN:     "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE SPACES TO SCAN-PRINT-RECORD
           PERFORM 410-WRITE-PRINT-LINE
           MOVE "EXCEPTIONS BY FLAG                   COUNT  "
               & "        AMOUNT" TO SCAN-PRINT-RECORD
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-NOPURCH-COUNT TO WS-PRINT-COUNT
           MOVE WS-NOPURCH-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "NOPURCH  NO PURCHASE IN WINDOW "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-OVERPURC-COUNT TO WS-PRINT-COUNT
           MOVE WS-OVERPURC-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "OVERPURC MORE THAN PURCHASES   "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-REPEAT-COUNT TO WS-PRINT-COUNT
           MOVE WS-REPEAT-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "REPEAT   REPEATED SAME AMOUNT  "
                                             DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-CUSTOVER-COUNT TO WS-PRINT-COUNT
           MOVE WS-CUSTOVER-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "CUSTOVER CUSTOMER OVER PURCHASE"
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           CLOSE SCAN-PRINT-FILE

       300-WRITE-SUMMARY-EXIT.
           EXIT.

      ******************************************************
      * 400-CHECK-PAGE
      *   START A NEW PAGE (WITH HEADERS) EVERY
      *   WS-LINES-PER-PAGE LINES, AS REPORT.PRT DOES.
      ******************************************************
       400-CHECK-PAGE SECTION.
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 420-WRITE-PAGE-HEADERS
           END-IF

       400-CHECK-PAGE-EXIT.
           EXIT.

      ******************************************************
      * 410-WRITE-PRINT-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-PRINT-LINE SECTION.
           WRITE SCAN-PRINT-RECORD
           IF SCAN-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write refund scan "
                   "line. FILE-STATUS: " SCAN-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-PRINT-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE HEADERS AND RESET THE LINE COUNT FOR
      *   THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "REFUND AND CHARGEBACK MATCHING SCAN"
                                               DELIMITED BY SIZE
                  "          PAGE: "           DELIMITED BY SIZE
                  WS-PAGE-COUNT                DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           WRITE SCAN-PRINT-RECORD
           IF SCAN-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write refund scan "
                   "header. FILE-STATUS: " SCAN-PRINT-STATUS
           END-IF

           MOVE WS-LOOKBACK-DAYS TO WS-PRINT-DAYS
           MOVE SPACES TO SCAN-PRINT-RECORD
           STRING "PERIOD: "          DELIMITED BY SIZE
                  WS-PERIOD-START     DELIMITED BY SIZE
                  " TO "              DELIMITED BY SIZE
                  WS-PERIOD-END       DELIMITED BY SIZE
                  "  LOOKBACK: "      DELIMITED BY SIZE
                  WS-PRINT-DAYS       DELIMITED BY SIZE
                  " DAYS FROM "       DELIMITED BY SIZE
                  WS-LOOKBACK-START   DELIMITED BY SIZE
                  "  DATABASE: "      DELIMITED BY SIZE
                  WS-DB-NAME          DELIMITED BY SIZE
                  INTO SCAN-PRINT-RECORD
           END-STRING
           WRITE SCAN-PRINT-RECORD
           IF SCAN-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write refund scan "
                   "header. FILE-STATUS: " SCAN-PRINT-STATUS
           END-IF

           MOVE SPACES TO SCAN-PRINT-RECORD
           WRITE SCAN-PRINT-RECORD
           IF SCAN-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write refund scan "
                   "header. FILE-STATUS: " SCAN-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.
