       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLEDGER.
      ******************************************************
      * ARLEDGER - ACCOUNTS-RECEIVABLE OPEN-ITEM LEDGER AND
      *            AGING REPORT
      *
      *   CASHAPP ONLY EVER COMPARED ONE PERIOD'S CASH TO
      *   THAT SAME PERIOD'S NET REVENUE, SO WHATEVER WAS
      *   LEFT UNPAID VANISHED WHEN THE NEXT PERIOD RAN AND
      *   THE COLLECTIONS DESK AGED RECEIVABLES BY HAND.
      *   THIS STEP KEEPS A KEYED OPEN-ITEM MASTER
      *   (OPENITEM.DAT, KEYED BY CUSTOMER ID AND PERIOD
      *   START, THE SAME KEY AS THE REVENUE-HISTORY MASTER)
      *   WITH ONE BALANCE PER CUSTOMER PER BILLED PERIOD:
      *     - OPEN MODE RUNS AT CLOSE, AFTER BATCH3 (OR
      *       REPROC) HAS POSTED THE PERIOD, AND OPENS ONE
      *       ITEM PER CUSTOMER FROM THE PERIOD'S NET REVENUE
      *       ON REVHIST.DAT. A RERUN REFRESHES THE BILLED
      *       AMOUNT AND KEEPS WHATEVER CASH IS ALREADY
      *       APPLIED, SO A RESTATED CLOSE NEVER LOSES CASH.
      *     - CASHAPP RELIEVES THE ITEMS AS IT APPLIES THE
      *       LOCKBOX FEED.
      *     - AGE MODE PRINTS AGING.PRT: EACH CUSTOMER'S OPEN
      *       BALANCE BUCKETED CURRENT, 31-60, 61-90 AND
      *       OVER 90 DAYS PAST THE BILLED PERIOD'S END AS OF
      *       THE PARM DATE, CARRYING THE CHARGEBACK SEVERITY
      *       FROM THE ALERT-HISTORY MASTER, WITH A CONTROL
      *       SECTION THAT TIES THE AGED TOTAL BACK TO THE
      *       LEDGER'S BILLED LESS APPLIED.
      *
      *   PARM: FUNCTION,DATE,ENVIRONMENT --
      *   "OPEN,YYYYMMDD" WITH THE PERIOD-START TO OPEN, OR
      *   "AGE,YYYYMMDD" WITH THE AS-OF DATE; THE ENVIRONMENT
      *   DEFAULTS TO PROD AND SCOPES THE FILE NAMES AS IN
      *   BATCH3.
      *   CONDITION CODES: 0 CLEAN, 4 NOTHING OPENED OR THE
      *   AGING DOES NOT TIE TO THE LEDGER, 8 BAD PARM OR
      *   FILE FAILURE.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE OPEN PERIOD-START MUST START A PERIOD ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      *   - AN OPEN-ITEM READ THAT FAILS WITH ANYTHING BUT
      *     "NOT FOUND" IS NOW A FILE ERROR (CODE 8) INSTEAD OF
      *     BEING TAKEN AS NO ITEM YET AND WRITTEN AFRESH.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT ALERT-HISTORY-FILE ASSIGN TO "ALERTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-CUSTOMER-ID
               FILE STATUS IS ALERT-HISTORY-STATUS.

           SELECT AGING-PRINT-FILE ASSIGN TO "AGINGPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AGING-PRINT-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HM-HISTORY-KEY.
               10  HM-CUSTOMER-ID    PIC 9(9).
               10  HM-PERIOD-START   PIC X(8).
           05  HM-PERIOD-END         PIC X(8).
           05  HM-CUSTOMER-NAME      PIC X(50).
           05  HM-TOTAL-TRANSACTIONS PIC 9(9).
           05  HM-TOTAL-REVENUE      PIC 9(7)V99.
           05  HM-NO-REFUNDS         PIC 9(9).
           05  HM-REFUND-AMOUNT      PIC 9(7)V99.
           05  HM-NET-REVENUE        PIC S9(7)V99.
           05  HM-CHARGEBACK-COUNT   PIC 9(9).
           05  HM-CHARGEBACK-AMOUNT  PIC 9(7)V99.
           05  HM-ADJUSTMENT-COUNT   PIC 9(9).
           05  HM-ADJUSTMENT-AMOUNT  PIC 9(7)V99.

      * ONE OPEN ITEM PER CUSTOMER PER BILLED PERIOD. THE BALANCE
      * IS ALWAYS BILLED LESS APPLIED; THE AGING CONTROL SECTION
      * PROVES IT.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUSTOMER-ID    PIC 9(9).
               10  OI-PERIOD-START   PIC X(8).
           05  OI-PERIOD-END         PIC X(8).
           05  OI-CUSTOMER-NAME      PIC X(50).
           05  OI-BILLED-AMOUNT      PIC S9(7)V99.
           05  OI-APPLIED-AMOUNT     PIC 9(9)V99.
           05  OI-OPEN-BALANCE       PIC S9(9)V99.
           05  OI-OPENED-DATE        PIC 9(8).
           05  OI-LAST-PAY-DATE      PIC X(8).

       FD  ALERT-HISTORY-FILE.
       01  ALERT-HISTORY-RECORD.
           05  AH-CUSTOMER-ID        PIC 9(9).
           05  AH-CUSTOMER-NAME      PIC X(50).
           05  AH-DISPOSITION        PIC X(10).
           05  AH-SEVERITY           PIC X(6).
           05  AH-FIRST-PERIOD       PIC X(8).
           05  AH-LAST-PERIOD        PIC X(8).
           05  AH-BREACH-COUNT       PIC 9(4).
           05  AH-TOTAL-REVENUE      PIC 9(7)V99.
           05  AH-CHARGEBACK-COUNT   PIC 9(9).
           05  AH-CHARGEBACK-AMOUNT  PIC 9(7)V99.
           05  AH-CHARGEBACK-PCT     PIC 9(3)V99.
           05  AH-DISP-DATE          PIC 9(8).

       FD  AGING-PRINT-FILE.
       01  AGING-PRINT-RECORD        PIC X(132).

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
       01  HISTORY-FILE-STATUS      PIC XX.
       01  OPEN-ITEM-STATUS         PIC XX.
       01  ALERT-HISTORY-STATUS     PIC XX.
       01  AGING-PRINT-STATUS       PIC XX.

      * PARAMETERS, SPLIT AND VALIDATED IN
      * 050-INITIALIZE-PARMS
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-FUNCTION              PIC X(8) VALUE SPACES.
           88  WS-OPEN-RUN          VALUE "OPEN".
           88  WS-AGE-RUN           VALUE "AGE".
       01  WS-PARM-DATE             PIC X(8) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10) VALUE SPACES.

       01  WS-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF       VALUE "Y".
       01  WS-ITEM-EOF-SW           PIC X(01) VALUE "N".
           88  WS-ITEM-EOF          VALUE "Y".
       01  WS-SEVERITY-OPEN-SW      PIC X(01) VALUE "N".
           88  WS-SEVERITY-OPEN     VALUE "Y".
       01  WS-CUSTOMER-ACTIVE-SW    PIC X(01) VALUE "N".
           88  WS-CUSTOMER-ACTIVE   VALUE "Y".

      * OPEN-MODE TALLIES
       01  WS-RECORDS-READ          PIC 9(9) VALUE 0.
       01  WS-ITEMS-OPENED          PIC 9(9) VALUE 0.
       01  WS-ITEMS-REFRESHED       PIC 9(9) VALUE 0.
       01  WS-ITEMS-SKIPPED         PIC 9(9) VALUE 0.
       01  WS-RUN-ERROR-SW          PIC X(01) VALUE "N".
           88  WS-RUN-ERROR         VALUE "Y".

      * AGE ARITHMETIC. DAYS PAST DUE RUN FROM THE BILLED PERIOD'S
      * END DATE TO THE AS-OF DATE; CALENDAR DAYS ACROSS MONTH AND
      * YEAR ENDS NEED THE DAY-NUMBER FUNCTION, AS IN AUDRPT.
       01  WS-AS-OF-DATE            PIC 9(8) VALUE 0.
       01  WS-AS-OF-DAY-NUMBER      PIC 9(9) VALUE 0.
       01  WS-ITEM-END-DATE         PIC 9(8) VALUE 0.
       01  WS-ITEM-DAY-NUMBER       PIC 9(9) VALUE 0.
       01  WS-DAYS-PAST             PIC S9(9) VALUE 0.

      * CUSTOMER CONTROL-BREAK BUCKETS AND REPORT TOTALS
       01  WS-HOLD-CUSTOMER-ID      PIC 9(9) VALUE 0.
       01  WS-HOLD-CUSTOMER-NAME    PIC X(50) VALUE SPACES.
       01  WS-CUST-CURRENT          PIC S9(11)V99 VALUE 0.
       01  WS-CUST-31-60            PIC S9(11)V99 VALUE 0.
       01  WS-CUST-61-90            PIC S9(11)V99 VALUE 0.
       01  WS-CUST-OVER-90          PIC S9(11)V99 VALUE 0.
       01  WS-CUST-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-FOUND-SEVERITY        PIC X(6) VALUE SPACES.

       01  WS-TOTAL-CURRENT         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-31-60           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-61-90           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-OVER-90         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-AGED            PIC S9(13)V99 VALUE 0.
       01  WS-AGED-CUSTOMERS        PIC 9(9) VALUE 0.
       01  WS-AGED-ITEMS            PIC 9(9) VALUE 0.

      * LEDGER CONTROL TOTALS, TAKEN OVER EVERY ITEM ON THE MASTER
      * (PAID-UP ONES INCLUDED) SO THE AGED TOTAL IS PROVED AGAINST
      * BILLED LESS APPLIED, NOT AGAINST ITSELF.
       01  WS-LEDGER-ITEMS          PIC 9(9) VALUE 0.
       01  WS-LEDGER-BILLED         PIC S9(13)V99 VALUE 0.
       01  WS-LEDGER-APPLIED        PIC S9(13)V99 VALUE 0.
       01  WS-LEDGER-OPEN           PIC S9(13)V99 VALUE 0.
       01  WS-LEDGER-DIFFERENCE     PIC S9(13)V99 VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-CURRENT         PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-31-60           PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-61-90           PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-OVER-90         PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SYS-DATE              PIC 9(8).


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
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3: A HALFWORD LENGTH
      * FOLLOWED BY THE RAW PARM TEXT. THE TEXT IS
      * FUNCTION,DATE,ENVIRONMENT -- "OPEN,YYYYMMDD" (PERIOD-START
      * TO OPEN) OR "AGE,YYYYMMDD" (AS-OF DATE), WITH THE
      * ENVIRONMENT DEFAULTING TO PROD.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 100-OPEN-LEDGER
           IF WS-OPEN-RUN
               PERFORM 200-OPEN-PERIOD-ITEMS
               DISPLAY "ARLEDGER: OPEN read " WS-RECORDS-READ
                   " history records, opened " WS-ITEMS-OPENED
                   ", refreshed " WS-ITEMS-REFRESHED
                   ", skipped " WS-ITEMS-SKIPPED "."
               IF WS-ITEMS-OPENED = 0 AND WS-ITEMS-REFRESHED = 0
                   DISPLAY "WARNING: No open items for period "
                       WS-PARM-DATE ". Has the period been "
                       "posted?"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 300-PRINT-AGING
               DISPLAY "ARLEDGER: AGE as of " WS-PARM-DATE ", "
                   WS-AGED-CUSTOMERS " customers, "
                   WS-AGED-ITEMS " open items."
               IF WS-LEDGER-DIFFERENCE NOT = 0
                   DISPLAY "WARNING: Aged total does not tie to "
                       "the ledger. See aging.prt."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE OPEN-ITEM-FILE
           IF WS-RUN-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   SPLIT AND VALIDATE THE FUNCTION AND DATE BEFORE
      *   ANY FILE IS TOUCHED, AS HISTMNT DOES.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-FUNCTION
           MOVE SPACES TO WS-PARM-DATE
           MOVE SPACES TO WS-ENVIRONMENT
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-FUNCTION, WS-PARM-DATE, WS-ENVIRONMENT
           END-UNSTRING

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF

           IF NOT WS-OPEN-RUN AND NOT WS-AGE-RUN
               DISPLAY "ERROR: Function must be OPEN or AGE, "
                   "not """ WS-FUNCTION """."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PARM-DATE IS NOT NUMERIC
               DISPLAY "ERROR: " WS-FUNCTION " date """
                   WS-PARM-DATE """ is not a YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PARM-DATE TO WS-AS-OF-DATE

      * THE PERIOD OPENED MUST BE ONE DEFINED ON THE FISCAL
      * CALENDAR; THE AGING AS-OF DATE IS ANY DATE.
           IF WS-OPEN-RUN
               MOVE WS-PARM-DATE TO WS-CAL-PERIOD-START
               PERFORM 075-CHECK-FISCAL-PERIOD
               IF NOT WS-CAL-VALID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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

           MOVE "DD_REVHIST" TO WS-DD-NAME
           MOVE "revhist.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_OPENITEM" TO WS-DD-NAME
           MOVE "openitem.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_ALERTHST" TO WS-DD-NAME
           MOVE "alerthst.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_AGINGPRT" TO WS-DD-NAME
           MOVE "aging.prt" TO WS-BASE-NAME
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
      * 100-OPEN-LEDGER
      *   OPEN THE OPEN-ITEM MASTER FOR UPDATE, CREATING IT
      *   ON THE VERY FIRST OPEN RUN, AS 160-OPEN-HISTORY IN
      *   BATCH3 CREATES THE REVENUE MASTER. AN AGING RUN
      *   AGAINST A LEDGER THAT WAS NEVER OPENED IS AN
      *   OPERATOR ERROR.
      ******************************************************
       100-OPEN-LEDGER SECTION.
           IF WS-AGE-RUN
               OPEN INPUT OPEN-ITEM-FILE
           ELSE
               OPEN I-O OPEN-ITEM-FILE
               IF OPEN-ITEM-STATUS = "35"
                   OPEN OUTPUT OPEN-ITEM-FILE
                   IF OPEN-ITEM-STATUS = "00"
                       CLOSE OPEN-ITEM-FILE
                       OPEN I-O OPEN-ITEM-FILE
                   END-IF
               END-IF
           END-IF

           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open open-item master. "
                   "FILE-STATUS: " OPEN-ITEM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       100-OPEN-LEDGER-EXIT.
           EXIT.

      ******************************************************
      * 200-OPEN-PERIOD-ITEMS
      *   SINGLE PASS OVER THE REVENUE-HISTORY MASTER,
      *   OPENING AN ITEM FOR EVERY CUSTOMER RECORD OF THE
      *   PARM PERIOD. A MISSING MASTER MEANS BATCH3 HAS
      *   NEVER POSTED, SO THERE IS NOTHING TO BILL.
      ******************************************************
       200-OPEN-PERIOD-ITEMS SECTION.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open revenue history "
                   "master. FILE-STATUS: " HISTORY-FILE-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 200-OPEN-PERIOD-ITEMS-EXIT
           END-IF

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE NEXT
               IF HISTORY-FILE-STATUS NOT = "00"
                   SET WS-HISTORY-EOF TO TRUE
               ELSE
                   IF HM-PERIOD-START = WS-PARM-DATE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 210-OPEN-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE

       200-OPEN-PERIOD-ITEMS-EXIT.
           EXIT.

      ******************************************************
      * 210-OPEN-ONE-ITEM
      *   A CUSTOMER WITH NOTHING OWED (NET REVENUE ZERO OR
      *   A NET CREDIT) GETS NO ITEM. AN ITEM ALREADY ON THE
      *   LEDGER (A RERUN OF THE CLOSE) TAKES THE FRESH
      *   BILLED AMOUNT BUT KEEPS ITS APPLIED CASH, AND ITS
      *   BALANCE IS RECOMPUTED FROM THE TWO.
      ******************************************************
       210-OPEN-ONE-ITEM SECTION.
           MOVE HM-CUSTOMER-ID TO OI-CUSTOMER-ID
           MOVE HM-PERIOD-START TO OI-PERIOD-START
           READ OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS = "00"
               MOVE HM-NET-REVENUE TO OI-BILLED-AMOUNT
               MOVE HM-PERIOD-END TO OI-PERIOD-END
               MOVE HM-CUSTOMER-NAME TO OI-CUSTOMER-NAME
               COMPUTE OI-OPEN-BALANCE =
                   OI-BILLED-AMOUNT - OI-APPLIED-AMOUNT
               REWRITE OPEN-ITEM-RECORD
               IF OPEN-ITEM-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to refresh open item. "
                       "FILE-STATUS: " OPEN-ITEM-STATUS
                       " FOR CUSTOMER: " OI-CUSTOMER-ID
                   MOVE "Y" TO WS-RUN-ERROR-SW
                   GO TO 210-OPEN-ONE-ITEM-EXIT
               END-IF
               ADD 1 TO WS-ITEMS-REFRESHED
               GO TO 210-OPEN-ONE-ITEM-EXIT
           END-IF
      * ONLY "23" MEANS THE ITEM IS NOT ON FILE YET. ANY OTHER
      * STATUS IS A FAILED READ, AND OPENING A NEW ITEM ON TOP OF
      * IT COULD OVERLAY ONE ALREADY PART-PAID.
           IF OPEN-ITEM-STATUS NOT = "23"
               DISPLAY "ERROR: Unable to read open item. "
                   "FILE-STATUS: " OPEN-ITEM-STATUS
                   " FOR CUSTOMER: " HM-CUSTOMER-ID
                   " PERIOD: " HM-PERIOD-START
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 210-OPEN-ONE-ITEM-EXIT
           END-IF

           IF HM-NET-REVENUE NOT > 0
               ADD 1 TO WS-ITEMS-SKIPPED
               GO TO 210-OPEN-ONE-ITEM-EXIT
           END-IF

           MOVE HM-CUSTOMER-ID TO OI-CUSTOMER-ID
           MOVE HM-PERIOD-START TO OI-PERIOD-START
           MOVE HM-PERIOD-END TO OI-PERIOD-END
           MOVE HM-CUSTOMER-NAME TO OI-CUSTOMER-NAME
           MOVE HM-NET-REVENUE TO OI-BILLED-AMOUNT
           MOVE 0 TO OI-APPLIED-AMOUNT
           MOVE HM-NET-REVENUE TO OI-OPEN-BALANCE
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE TO OI-OPENED-DATE
           MOVE SPACES TO OI-LAST-PAY-DATE
           WRITE OPEN-ITEM-RECORD
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write open item. "
                   "FILE-STATUS: " OPEN-ITEM-STATUS
                   " FOR CUSTOMER: " OI-CUSTOMER-ID
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 210-OPEN-ONE-ITEM-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-OPENED

       210-OPEN-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************
      * 300-PRINT-AGING
      *   WALK THE LEDGER IN KEY ORDER -- CUSTOMER, THEN
      *   PERIOD -- BUCKETING EVERY ITEM WITH A BALANCE
      *   INTO ITS CUSTOMER'S LINE, AND TALLYING EVERY ITEM
      *   INTO THE LEDGER CONTROL TOTALS.
      ******************************************************
       300-PRINT-AGING SECTION.
           OPEN OUTPUT AGING-PRINT-FILE
           IF AGING-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open aging print file. "
                   "FILE-STATUS: " AGING-PRINT-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 300-PRINT-AGING-EXIT
           END-IF

      * NO ALERT HISTORY JUST MEANS NO CUSTOMER CARRIES A GRADE.
           OPEN INPUT ALERT-HISTORY-FILE
           IF ALERT-HISTORY-STATUS = "00"
               SET WS-SEVERITY-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: No alert history. Severities are "
                   "left blank."
           END-IF

           COMPUTE WS-AS-OF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)

           PERFORM 400-CHECK-PAGE
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEM-FILE KEY NOT < OI-ITEM-KEY
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "NOTE: Open-item ledger is empty."
               SET WS-ITEM-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-ITEM-EOF
               READ OPEN-ITEM-FILE NEXT
               IF OPEN-ITEM-STATUS NOT = "00"
                   SET WS-ITEM-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-LEDGER-ITEMS
                   ADD OI-BILLED-AMOUNT TO WS-LEDGER-BILLED
                   ADD OI-APPLIED-AMOUNT TO WS-LEDGER-APPLIED
                   IF OI-OPEN-BALANCE NOT = 0
                       PERFORM 310-AGE-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CUSTOMER-ACTIVE
               PERFORM 330-WRITE-CUSTOMER-LINE
           END-IF

           PERFORM 350-WRITE-CONTROL-TOTALS
           CLOSE AGING-PRINT-FILE
           IF WS-SEVERITY-OPEN
               CLOSE ALERT-HISTORY-FILE
           END-IF

       300-PRINT-AGING-EXIT.
           EXIT.

      ******************************************************
      * 310-AGE-ONE-ITEM
      *   BREAK ON CUSTOMER, THEN DROP THE ITEM'S BALANCE
      *   INTO ITS BUCKET. AN ITEM WHOSE PERIOD HAS NOT YET
      *   ENDED AS OF THE PARM DATE (OR HAS NO USABLE END
      *   DATE) IS CURRENT.
      ******************************************************
       310-AGE-ONE-ITEM SECTION.
           IF WS-CUSTOMER-ACTIVE
               AND OI-CUSTOMER-ID NOT = WS-HOLD-CUSTOMER-ID
               PERFORM 330-WRITE-CUSTOMER-LINE
           END-IF

           IF NOT WS-CUSTOMER-ACTIVE
               SET WS-CUSTOMER-ACTIVE TO TRUE
               MOVE OI-CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID
               MOVE OI-CUSTOMER-NAME TO WS-HOLD-CUSTOMER-NAME
               MOVE 0 TO WS-CUST-CURRENT
               MOVE 0 TO WS-CUST-31-60
               MOVE 0 TO WS-CUST-61-90
               MOVE 0 TO WS-CUST-OVER-90
               MOVE 0 TO WS-CUST-TOTAL
           END-IF

           MOVE 0 TO WS-DAYS-PAST
           IF OI-PERIOD-END IS NUMERIC
               AND OI-PERIOD-END < WS-PARM-DATE
               MOVE OI-PERIOD-END TO WS-ITEM-END-DATE
               COMPUTE WS-ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-END-DATE)
               COMPUTE WS-DAYS-PAST =
                   WS-AS-OF-DAY-NUMBER - WS-ITEM-DAY-NUMBER
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-PAST NOT > 30
                   ADD OI-OPEN-BALANCE TO WS-CUST-CURRENT
               WHEN WS-DAYS-PAST NOT > 60
                   ADD OI-OPEN-BALANCE TO WS-CUST-31-60
               WHEN WS-DAYS-PAST NOT > 90
                   ADD OI-OPEN-BALANCE TO WS-CUST-61-90
               WHEN OTHER
                   ADD OI-OPEN-BALANCE TO WS-CUST-OVER-90
           END-EVALUATE
           ADD OI-OPEN-BALANCE TO WS-CUST-TOTAL
           ADD 1 TO WS-AGED-ITEMS

       310-AGE-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************
      * 320-LOOK-UP-SEVERITY
      *   THE CUSTOMER'S CHARGEBACK GRADE FROM THE ALERT-
      *   HISTORY MASTER, SO COLLECTIONS SEES THE FLAGGED
      *   LATE PAYERS FIRST. NOT ON FILE MEANS NO GRADE.
      ******************************************************
       320-LOOK-UP-SEVERITY SECTION.
           MOVE SPACES TO WS-FOUND-SEVERITY
           IF NOT WS-SEVERITY-OPEN
               GO TO 320-LOOK-UP-SEVERITY-EXIT
           END-IF

           MOVE WS-HOLD-CUSTOMER-ID TO AH-CUSTOMER-ID
           READ ALERT-HISTORY-FILE
           IF ALERT-HISTORY-STATUS = "00"
               MOVE AH-SEVERITY TO WS-FOUND-SEVERITY
           END-IF

       320-LOOK-UP-SEVERITY-EXIT.
           EXIT.

      ******************************************************
      * 330-WRITE-CUSTOMER-LINE
      *   ONE AGING LINE FOR THE CUSTOMER IN HAND, ROLLED
      *   INTO THE REPORT TOTALS.
      ******************************************************
       330-WRITE-CUSTOMER-LINE SECTION.
           PERFORM 320-LOOK-UP-SEVERITY

           ADD 1 TO WS-AGED-CUSTOMERS
           ADD WS-CUST-CURRENT TO WS-TOTAL-CURRENT
           ADD WS-CUST-31-60 TO WS-TOTAL-31-60
           ADD WS-CUST-61-90 TO WS-TOTAL-61-90
           ADD WS-CUST-OVER-90 TO WS-TOTAL-OVER-90
           ADD WS-CUST-TOTAL TO WS-TOTAL-AGED

           MOVE WS-CUST-CURRENT TO WS-PRINT-CURRENT
           MOVE WS-CUST-31-60 TO WS-PRINT-31-60
           MOVE WS-CUST-61-90 TO WS-PRINT-61-90
           MOVE WS-CUST-OVER-90 TO WS-PRINT-OVER-90
           MOVE WS-CUST-TOTAL TO WS-PRINT-TOTAL

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING WS-HOLD-CUSTOMER-ID    DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-HOLD-CUSTOMER-NAME (1:25)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-CURRENT       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-31-60         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-61-90         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-OVER-90       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-TOTAL         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-FOUND-SEVERITY      DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE "N" TO WS-CUSTOMER-ACTIVE-SW

       330-WRITE-CUSTOMER-LINE-EXIT.
           EXIT.

      ******************************************************
      * 350-WRITE-CONTROL-TOTALS
      *   BUCKET TOTALS, THEN THE LEDGER PROOF: BILLED LESS
      *   APPLIED OVER EVERY ITEM ON THE MASTER MUST EQUAL
      *   THE AGED TOTAL, OR THE REPORT SAYS SO.
      ******************************************************
       350-WRITE-CONTROL-TOTALS SECTION.
           COMPUTE WS-LEDGER-OPEN =
               WS-LEDGER-BILLED - WS-LEDGER-APPLIED
           COMPUTE WS-LEDGER-DIFFERENCE =
               WS-LEDGER-OPEN - WS-TOTAL-AGED

           MOVE WS-TOTAL-CURRENT TO WS-PRINT-CURRENT
           MOVE WS-TOTAL-31-60 TO WS-PRINT-31-60
           MOVE WS-TOTAL-61-90 TO WS-PRINT-61-90
           MOVE WS-TOTAL-OVER-90 TO WS-PRINT-OVER-90
           MOVE WS-TOTAL-AGED TO WS-PRINT-TOTAL
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "REPORT TOTALS                      "
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-CURRENT       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-31-60         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-61-90         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-OVER-90       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-TOTAL         DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO AGING-PRINT-RECORD
           PERFORM 410-WRITE-AGING-LINE
           MOVE "LEDGER CONTROL" TO AGING-PRINT-RECORD
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-LEDGER-ITEMS TO WS-PRINT-COUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "ITEMS ON LEDGER:               "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-AGED-ITEMS TO WS-PRINT-COUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "ITEMS WITH A BALANCE:          "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-LEDGER-BILLED TO WS-PRINT-AMOUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "LEDGER BILLED:             "
                                             DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-LEDGER-APPLIED TO WS-PRINT-AMOUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "LESS CASH APPLIED:         "
                                             DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-LEDGER-OPEN TO WS-PRINT-AMOUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "LEDGER OPEN BALANCE:       "
                                             DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-TOTAL-AGED TO WS-PRINT-AMOUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "AGED TOTAL:                "
                                             DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-AGING-LINE

           MOVE WS-LEDGER-DIFFERENCE TO WS-PRINT-AMOUNT
           MOVE SPACES TO AGING-PRINT-RECORD
           IF WS-LEDGER-DIFFERENCE = 0
               STRING "DIFFERENCE:                "
                                             DELIMITED BY SIZE
                      WS-PRINT-AMOUNT        DELIMITED BY SIZE
                      "  IN BALANCE"         DELIMITED BY SIZE
                      INTO AGING-PRINT-RECORD
               END-STRING
           ELSE
               STRING "DIFFERENCE:                "
                                             DELIMITED BY SIZE
                      WS-PRINT-AMOUNT        DELIMITED BY SIZE
                      "  *** OUT OF BALANCE ***"
                                             DELIMITED BY SIZE
                      INTO AGING-PRINT-RECORD
               END-STRING
           END-IF
           PERFORM 410-WRITE-AGING-LINE

       350-WRITE-CONTROL-TOTALS-EXIT.
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
      * 410-WRITE-AGING-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-AGING-LINE SECTION.
           WRITE AGING-PRINT-RECORD
           IF AGING-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write aging line. "
                   "FILE-STATUS: " AGING-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-AGING-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "ACCOUNTS-RECEIVABLE AGING"    DELIMITED BY SIZE
                  "          PAGE: "             DELIMITED BY SIZE
                  WS-PAGE-COUNT                  DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           WRITE AGING-PRINT-RECORD
           IF AGING-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write aging header. "
                   "FILE-STATUS: " AGING-PRINT-STATUS
           END-IF

           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "AS OF: "        DELIMITED BY SIZE
                  WS-PARM-DATE     DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           WRITE AGING-PRINT-RECORD
           IF AGING-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write aging header. "
                   "FILE-STATUS: " AGING-PRINT-STATUS
           END-IF

           MOVE SPACES TO AGING-PRINT-RECORD
           STRING "CUST ID    CUSTOMER NAME            "
                                                 DELIMITED BY SIZE
                  "          CURRENT          31-60"
                                                 DELIMITED BY SIZE
                  "          61-90        OVER 90"
                                                 DELIMITED BY SIZE
                  "      TOTAL OPEN  SEV"        DELIMITED BY SIZE
                  INTO AGING-PRINT-RECORD
           END-STRING
           WRITE AGING-PRINT-RECORD
           IF AGING-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write aging header. "
                   "FILE-STATUS: " AGING-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.
