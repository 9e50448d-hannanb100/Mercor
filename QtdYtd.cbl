       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTDYTD.
      ******************************************************
      * QTDYTD - QUARTER-TO-DATE AND YEAR-TO-DATE REVENUE
      *          SUMMARY
      *
      *   QUARTER-END PACKAGES WERE BUILT BY ADDING MONTHLY
      *   REPORT.CSV COPIES TOGETHER BY HAND, BECAUSE NOTHING
      *   IN THE SYSTEM KNEW WHAT A FISCAL QUARTER OR YEAR
      *   WAS. THIS REPORT TAKES THEM FROM THE FISCAL
      *   CALENDAR (FISCALCAL.CSV, OUR 4-4-5 CALENDAR) AND
      *   SUMS THE REVENUE-HISTORY MASTER (REVHIST.DAT) PER
      *   CUSTOMER THROUGH THE PARM PERIOD:
      *     QTD - FROM THE FIRST PERIOD OF THE PERIOD'S
      *           FISCAL QUARTER THROUGH THE PERIOD.
      *     YTD - FROM PERIOD 1 OF THE PERIOD'S FISCAL YEAR
      *           THROUGH THE PERIOD.
      *   EACH WITH THE SAME PERIOD NUMBERS OF THE PRIOR
      *   FISCAL YEAR FOR COMPARISON. REVENUE, REFUNDS,
      *   CHARGEBACKS AND NET REVENUE GO TO QTDYTD.CSV FOR
      *   THE PACKAGE; QTDYTD.PRT PRINTS A QTD AND A YTD
      *   LINE PER CUSTOMER WITH THE PRIOR-YEAR NET AND THE
      *   CHANGE.
      *   THE WHOLE CALENDAR IS CHECKED AS IT IS LOADED --
      *   PERIODS 1-12 IN ORDER, EACH STARTING THE DAY AFTER
      *   THE LAST ENDS, QUARTERS OF 4-4-5 WEEKS (PERIOD 12
      *   MAY CARRY THE 53RD WEEK) -- AND A BAD CALENDAR
      *   STOPS THE RUN. THE PARM PERIOD MUST HAVE A
      *   COMPLETED RUN-CONTROL STAMP, AS TRENDEXT REQUIRES;
      *   AN EARLIER PERIOD IN EITHER YEAR WITHOUT ONE IS
      *   REPORTED AS A WARNING.
      *
      *   PARM: ENVIRONMENT,PERIOD-START -- ENVIRONMENT AS IN
      *   BATCH3, DEFAULTING TO PROD; THE PERIOD-START OF A
      *   PERIOD ON THE FISCAL CALENDAR IS REQUIRED.
      *   CONDITION CODES: 0 CLEAN, 4 A PERIOD IN THE QTD OR
      *   YTD RANGES HAS NO COMPLETED STAMP, 8 BAD PARM, BAD
      *   CALENDAR OR FILE FAILURE, 16 THE PARM PERIOD HAS NO
      *   COMPLETED RUN-CONTROL STAMP (HOLD).
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT SUMMARY-CSV-FILE ASSIGN TO "QTDCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SUMMARY-CSV-STATUS.

           SELECT SUMMARY-PRINT-FILE ASSIGN TO "QTDPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SUMMARY-PRINT-STATUS.

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

      * RUN-CONTROL HANDSHAKE RECORD, AS STAMPED BY BATCH3/REPROC.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-CONTROL-KEY.
               10  RC-PERIOD-START   PIC X(8).
               10  RC-DATABASE       PIC X(10).
           05  RC-PERIOD-END         PIC X(8).
           05  RC-RUN-DATE           PIC 9(8).
           05  RC-STATUS             PIC X(8).
           05  RC-CUSTOMER-COUNT     PIC 9(9).
           05  RC-GRAND-TRANSACTIONS PIC 9(9).
           05  RC-GRAND-REVENUE      PIC 9(9)V99.

      * ONE RECORD PER CUSTOMER WITH ANY ACTIVITY IN THE FOUR
      * RANGES. QS-BASIS (1) IS QTD, (2) QTD IN THE PRIOR YEAR,
      * (3) YTD, (4) YTD IN THE PRIOR YEAR.
       FD  SUMMARY-CSV-FILE.
       01  SUMMARY-CSV-RECORD.
           05  QS-CUSTOMER-ID        PIC 9(9).
           05  QS-CUSTOMER-NAME      PIC X(50).
           05  QS-FISCAL-YEAR        PIC 9(4).
           05  QS-PERIOD-NO          PIC 9(2).
           05  QS-BASIS OCCURS 4 TIMES.
               10  QS-REVENUE        PIC S9(11)V99.
               10  QS-REFUNDS        PIC S9(11)V99.
               10  QS-CHARGEBACKS    PIC S9(11)V99.
               10  QS-NET-REVENUE    PIC S9(11)V99.

       FD  SUMMARY-PRINT-FILE.
       01  SUMMARY-PRINT-RECORD      PIC X(132).

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
       01  RUN-CONTROL-STATUS       PIC XX.
       01  SUMMARY-CSV-STATUS       PIC XX.
       01  SUMMARY-PRINT-STATUS     PIC XX.
       01  FISCAL-CAL-STATUS        PIC XX.

       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10).
       01  WS-DB-NAME               PIC X(10).
       01  WS-PERIOD-START          PIC X(8).

      * THE FISCAL CALENDAR, LOADED AND CHECKED IN
      * 070-LOAD-CALENDAR. WS-FP-STAMPED IS SET FOR A PERIOD WITH
      * A COMPLETED RUN-CONTROL STAMP FOR THIS DATABASE.
       01  WS-MAX-CAL-PERIODS       PIC 9(4) VALUE 240.
       01  WS-CAL-COUNT             PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 240 TIMES.
               10  WS-FP-FISCAL-YEAR PIC 9(4).
               10  WS-FP-PERIOD-NO   PIC 9(2).
               10  WS-FP-QUARTER     PIC 9(1).
               10  WS-FP-START       PIC X(8).
               10  WS-FP-END         PIC X(8).
               10  WS-FP-STAMPED-SW  PIC X(01).
                   88  WS-FP-STAMPED VALUE "Y".
       01  WS-CAL-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CAL-ERRORS            PIC 9(4) VALUE 0.
       01  WS-CAL-ROW               PIC 9(4) VALUE 0.

      * CALENDAR ROW CHECKS. DAY NUMBERS ACROSS MONTH AND YEAR
      * ENDS NEED THE DAY-NUMBER FUNCTION, AS IN AUDRPT.
       01  WS-DATE-WORK             PIC 9(8) VALUE 0.
       01  WS-START-DAY             PIC 9(9) VALUE 0.
       01  WS-END-DAY               PIC 9(9) VALUE 0.
       01  WS-LAST-END-DAY          PIC 9(9) VALUE 0.
       01  WS-LAST-YEAR             PIC 9(4) VALUE 0.
       01  WS-LAST-PERIOD-NO        PIC 9(2) VALUE 0.
       01  WS-EXPECT-QUARTER        PIC 9(1) VALUE 0.
       01  WS-QUARTER-POSITION      PIC 9(1) VALUE 0.
       01  WS-EXPECT-WEEKS          PIC 9(1) VALUE 0.
       01  WS-PERIOD-DAYS           PIC S9(9) VALUE 0.
       01  WS-ROW-BAD-SW            PIC X(01) VALUE "N".
           88  WS-ROW-BAD           VALUE "Y".

      * THE PARM PERIOD'S PLACE ON THE CALENDAR
       01  WS-FISCAL-YEAR           PIC 9(4) VALUE 0.
       01  WS-PERIOD-NO             PIC 9(2) VALUE 0.
       01  WS-QUARTER               PIC 9(1) VALUE 0.
       01  WS-QUARTER-FIRST-PERIOD  PIC 9(2) VALUE 0.
       01  WS-PRIOR-YEAR            PIC 9(4) VALUE 0.

      * CALENDAR LOOK-UP BY FISCAL YEAR AND PERIOD NUMBER, IN
      * 160-FIND-CAL-PERIOD. WS-FIND-SUB IS ZERO WHEN THE PERIOD
      * IS NOT ON THE CALENDAR.
       01  WS-FIND-YEAR             PIC 9(4) VALUE 0.
       01  WS-FIND-PERIOD-NO        PIC 9(2) VALUE 0.
       01  WS-FIND-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-FROM-PERIOD-NO        PIC 9(2) VALUE 0.
       01  WS-FIRST-SUB             PIC 9(4) COMP VALUE 0.

      * THE FOUR REPORTING RANGES: (1) QTD, (2) QTD PRIOR YEAR,
      * (3) YTD, (4) YTD PRIOR YEAR. A PRIOR-YEAR RANGE THE
      * CALENDAR DOES NOT COVER IS LEFT UNDEFINED AND SUMS ZERO.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 4 TIMES.
               10  WS-RG-START       PIC X(8).
               10  WS-RG-END         PIC X(8).
               10  WS-RG-DEFINED-SW  PIC X(01).
                   88  WS-RG-DEFINED VALUE "Y".
       01  WS-RANGE-SUB             PIC 9(4) COMP VALUE 0.
       01  WS-RANGE-LABEL           PIC X(10) VALUE SPACES.

      * RUN-CONTROL STAMP CHECK
       01  WS-RUNCTL-EOF-SW         PIC X(01) VALUE "N".
           88  WS-RUNCTL-EOF        VALUE "Y".
       01  WS-UNSTAMPED-COUNT       PIC 9(4) VALUE 0.

       01  WS-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF       VALUE "Y".

      * CUSTOMER CONTROL-BREAK FIELDS. THE MASTER COMES BACK IN
      * KEY ORDER, SO EACH CUSTOMER'S PERIODS ARRIVE TOGETHER.
       01  WS-CURRENT-CUSTOMER-ID   PIC 9(9) VALUE 0.
       01  WS-CURRENT-CUSTOMER-NAME PIC X(50) VALUE SPACES.
       01  WS-CUSTOMER-ACTIVE-SW    PIC X(01) VALUE "N".
           88  WS-CUSTOMER-ACTIVE   VALUE "Y".
       01  WS-CUSTOMER-USED-SW      PIC X(01) VALUE "N".
           88  WS-CUSTOMER-USED     VALUE "Y".

      * PER-CUSTOMER AND GRAND SUMS, LAID OUT AS QS-BASIS SO A
      * CUSTOMER'S FOUR RANGES MOVE TO THE CSV RECORD ONE BY ONE.
       01  WS-CUSTOMER-SUMS.
           05  WS-CS-BASIS OCCURS 4 TIMES.
               10  WS-CS-REVENUE     PIC S9(11)V99.
               10  WS-CS-REFUNDS     PIC S9(11)V99.
               10  WS-CS-CHARGEBACKS PIC S9(11)V99.
               10  WS-CS-NET-REVENUE PIC S9(11)V99.
       01  WS-GRAND-SUMS.
           05  WS-GS-BASIS OCCURS 4 TIMES.
               10  WS-GS-REVENUE     PIC S9(11)V99.
               10  WS-GS-REFUNDS     PIC S9(11)V99.
               10  WS-GS-CHARGEBACKS PIC S9(11)V99.
               10  WS-GS-NET-REVENUE PIC S9(11)V99.
       01  WS-CUSTOMERS-REPORTED    PIC 9(9) VALUE 0.

      * ONE PRINTED QTD OR YTD LINE, FILLED BY THE CALLER OF
      * 330-PRINT-BASIS-LINE
       01  WS-LINE-ID               PIC X(9) VALUE SPACES.
       01  WS-LINE-NAME             PIC X(20) VALUE SPACES.
       01  WS-LINE-BASIS            PIC X(5) VALUE SPACES.
       01  WS-LINE-REVENUE          PIC S9(11)V99 VALUE 0.
       01  WS-LINE-REFUNDS          PIC S9(11)V99 VALUE 0.
       01  WS-LINE-CHARGEBACKS      PIC S9(11)V99 VALUE 0.
       01  WS-LINE-NET              PIC S9(11)V99 VALUE 0.
       01  WS-LINE-PRIOR-NET        PIC S9(11)V99 VALUE 0.
       01  WS-LINE-CHANGE           PIC S9(11)V99 VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-REVENUE         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-REFUNDS         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-CHARGEBACKS     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-NET             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-PRIOR-NET       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-CHANGE          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.

      * ENVIRONMENT-SCOPED FILE NAMING, AS 060-SET-FILE-NAMES IN
      * BATCH3.
       01  WS-NAME-PREFIX           PIC X(11) VALUE SPACES.
       01  WS-BASE-NAME             PIC X(20) VALUE SPACES.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3: A HALFWORD LENGTH
      * FOLLOWED BY THE RAW PARM TEXT. THE TEXT IS
      * ENVIRONMENT,PERIOD-START.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 070-LOAD-CALENDAR
           PERFORM 150-SET-RANGES
           PERFORM 170-CHECK-STAMPS
           PERFORM 100-OPEN-OUTPUTS
           PERFORM 180-PRINT-RANGES
           PERFORM 200-WALK-MASTER
           PERFORM 350-WRITE-TOTALS
           CLOSE SUMMARY-CSV-FILE
           CLOSE SUMMARY-PRINT-FILE
           DISPLAY "QTDYTD: Fiscal year " WS-FISCAL-YEAR " period "
               WS-PERIOD-NO " - " WS-CUSTOMERS-REPORTED
               " customers reported."
           IF WS-UNSTAMPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   PICK UP THE ENVIRONMENT (MAPPED TO A DATABASE NAME
      *   AS BATCH3 DOES) AND THE REQUIRED PERIOD-START.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-ENVIRONMENT
           MOVE SPACES TO WS-PERIOD-START
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-ENVIRONMENT, WS-PERIOD-START
           END-UNSTRING

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF

           IF WS-PERIOD-START IS NOT NUMERIC
               DISPLAY "ERROR: Period start """
                   WS-PERIOD-START """ is not a YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

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
           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_QTDCSV" TO WS-DD-NAME
           MOVE "qtdytd.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_QTDPRT" TO WS-DD-NAME
           MOVE "qtdytd.prt" TO WS-BASE-NAME
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
      * 070-LOAD-CALENDAR
      *   LOAD THE FISCAL CALENDAR, CHECKING EVERY ROW IN
      *   075-CHECK-CAL-ROW, AND FIND THE PARM PERIOD ON IT.
      *   QUARTERS AND YEARS ARE ONLY AS GOOD AS THE
      *   CALENDAR, SO ANY BAD ROW STOPS THE RUN WITH
      *   CONDITION CODE 8.
      ******************************************************
       070-LOAD-CALENDAR SECTION.
           OPEN INPUT FISCAL-CAL-FILE
           IF FISCAL-CAL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the fiscal calendar "
                   "(fiscalcal.csv). FILE-STATUS: " FISCAL-CAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-CAL-ROW
           PERFORM UNTIL FISCAL-CAL-STATUS NOT = "00"
               READ FISCAL-CAL-FILE
               IF FISCAL-CAL-STATUS = "00"
                   ADD 1 TO WS-CAL-ROW
                   PERFORM 075-CHECK-CAL-ROW
               END-IF
           END-PERFORM
           IF FISCAL-CAL-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the fiscal calendar. "
                   "FILE-STATUS: " FISCAL-CAL-STATUS
               ADD 1 TO WS-CAL-ERRORS
           END-IF
           CLOSE FISCAL-CAL-FILE

           IF WS-CAL-ERRORS > 0 OR WS-CAL-COUNT = 0
               DISPLAY "ERROR: The fiscal calendar has " WS-CAL-ERRORS
                   " bad rows and " WS-CAL-COUNT " good ones. "
                   "Nothing reported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FIND-SUB
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-FP-START (WS-CAL-SUB) = WS-PERIOD-START
                   MOVE WS-CAL-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM
           IF WS-FIND-SUB = 0
               DISPLAY "ERROR: " WS-PERIOD-START " is not the start "
                   "of a period on the fiscal calendar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FP-FISCAL-YEAR (WS-FIND-SUB) TO WS-FISCAL-YEAR
           MOVE WS-FP-PERIOD-NO (WS-FIND-SUB) TO WS-PERIOD-NO
           MOVE WS-FP-QUARTER (WS-FIND-SUB) TO WS-QUARTER

       070-LOAD-CALENDAR-EXIT.
           EXIT.

      ******************************************************
      * 075-CHECK-CAL-ROW
      *   ONE CALENDAR ROW: A PERIOD NUMBER 1-12 IN ITS RIGHT
      *   QUARTER, 4-4-5 WEEKS (PERIOD 12 MAY RUN 6 WEEKS IN
      *   A 53-WEEK YEAR) MATCHING ITS DATES, FOLLOWING THE
      *   PREVIOUS ROW WITH NO GAP OR OVERLAP AND IN PERIOD
      *   SEQUENCE. A GOOD ROW GOES INTO THE TABLE.
      ******************************************************
       075-CHECK-CAL-ROW SECTION.
           MOVE "N" TO WS-ROW-BAD-SW

           IF FC-FISCAL-YEAR IS NOT NUMERIC
               OR FC-PERIOD-NO IS NOT NUMERIC
               OR FC-QUARTER IS NOT NUMERIC
               OR FC-WEEKS IS NOT NUMERIC
               OR FC-PERIOD-START IS NOT NUMERIC
               OR FC-PERIOD-END IS NOT NUMERIC
               DISPLAY "ERROR: Fiscal calendar row " WS-CAL-ROW
                   " is not numeric where it should be."
               ADD 1 TO WS-CAL-ERRORS
               GO TO 075-CHECK-CAL-ROW-EXIT
           END-IF

           IF FC-PERIOD-NO < 1 OR FC-PERIOD-NO > 12
               DISPLAY "ERROR: Fiscal calendar row " WS-CAL-ROW
                   " has period number " FC-PERIOD-NO "."
               ADD 1 TO WS-CAL-ERRORS
               GO TO 075-CHECK-CAL-ROW-EXIT
           END-IF

           COMPUTE WS-EXPECT-QUARTER = (FC-PERIOD-NO + 2) / 3
           COMPUTE WS-QUARTER-POSITION =
               FC-PERIOD-NO - (WS-EXPECT-QUARTER - 1) * 3
           IF WS-QUARTER-POSITION = 3
               MOVE 5 TO WS-EXPECT-WEEKS
           ELSE
               MOVE 4 TO WS-EXPECT-WEEKS
           END-IF

           IF FC-QUARTER NOT = WS-EXPECT-QUARTER
               DISPLAY "ERROR: Fiscal calendar " FC-FISCAL-YEAR
                   " period " FC-PERIOD-NO " is in quarter "
                   FC-QUARTER ", not " WS-EXPECT-QUARTER "."
               SET WS-ROW-BAD TO TRUE
           END-IF

           IF FC-WEEKS NOT = WS-EXPECT-WEEKS
               AND NOT (FC-PERIOD-NO = 12 AND FC-WEEKS = 6)
               DISPLAY "ERROR: Fiscal calendar " FC-FISCAL-YEAR
                   " period " FC-PERIOD-NO " is " FC-WEEKS
                   " weeks; 4-4-5 needs " WS-EXPECT-WEEKS "."
               SET WS-ROW-BAD TO TRUE
           END-IF

           MOVE FC-PERIOD-START TO WS-DATE-WORK
           COMPUTE WS-START-DAY =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           MOVE FC-PERIOD-END TO WS-DATE-WORK
           COMPUTE WS-END-DAY =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           COMPUTE WS-PERIOD-DAYS = WS-END-DAY - WS-START-DAY + 1
           IF WS-PERIOD-DAYS NOT = FC-WEEKS * 7
               DISPLAY "ERROR: Fiscal calendar " FC-FISCAL-YEAR
                   " period " FC-PERIOD-NO " runs " FC-PERIOD-START
                   " to " FC-PERIOD-END ", not " FC-WEEKS " weeks."
               SET WS-ROW-BAD TO TRUE
           END-IF

           IF WS-CAL-ROW > 1
               IF WS-START-DAY NOT = WS-LAST-END-DAY + 1
                   DISPLAY "ERROR: Fiscal calendar " FC-FISCAL-YEAR
                       " period " FC-PERIOD-NO " starts "
                       FC-PERIOD-START "; it leaves a gap or "
                       "overlap with the period before."
                   SET WS-ROW-BAD TO TRUE
               END-IF
               IF NOT (FC-FISCAL-YEAR = WS-LAST-YEAR
                       AND FC-PERIOD-NO = WS-LAST-PERIOD-NO + 1)
                   AND NOT (FC-FISCAL-YEAR = WS-LAST-YEAR + 1
                       AND FC-PERIOD-NO = 1
                       AND WS-LAST-PERIOD-NO = 12)
                   DISPLAY "ERROR: Fiscal calendar " FC-FISCAL-YEAR
                       " period " FC-PERIOD-NO " does not follow "
                       WS-LAST-YEAR " period " WS-LAST-PERIOD-NO
                       "."
                   SET WS-ROW-BAD TO TRUE
               END-IF
           END-IF
           MOVE WS-END-DAY TO WS-LAST-END-DAY
           MOVE FC-FISCAL-YEAR TO WS-LAST-YEAR
           MOVE FC-PERIOD-NO TO WS-LAST-PERIOD-NO

           IF WS-ROW-BAD
               ADD 1 TO WS-CAL-ERRORS
               GO TO 075-CHECK-CAL-ROW-EXIT
           END-IF

           IF WS-CAL-COUNT >= WS-MAX-CAL-PERIODS
               DISPLAY "ERROR: More than " WS-MAX-CAL-PERIODS
                   " periods on the fiscal calendar."
               ADD 1 TO WS-CAL-ERRORS
               GO TO 075-CHECK-CAL-ROW-EXIT
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE FC-FISCAL-YEAR TO WS-FP-FISCAL-YEAR (WS-CAL-COUNT)
           MOVE FC-PERIOD-NO TO WS-FP-PERIOD-NO (WS-CAL-COUNT)
           MOVE FC-QUARTER TO WS-FP-QUARTER (WS-CAL-COUNT)
           MOVE FC-PERIOD-START TO WS-FP-START (WS-CAL-COUNT)
           MOVE FC-PERIOD-END TO WS-FP-END (WS-CAL-COUNT)
           MOVE "N" TO WS-FP-STAMPED-SW (WS-CAL-COUNT)

       075-CHECK-CAL-ROW-EXIT.
           EXIT.

      ******************************************************
      * 100-OPEN-OUTPUTS
      *   OPEN THE SUMMARY CSV AND PRINT FILES.
      ******************************************************
       100-OPEN-OUTPUTS SECTION.
           OPEN OUTPUT SUMMARY-CSV-FILE
           IF SUMMARY-CSV-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open QTD/YTD summary file. "
                   "FILE-STATUS: " SUMMARY-CSV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUMMARY-PRINT-FILE
           IF SUMMARY-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open QTD/YTD print file. "
                   "FILE-STATUS: " SUMMARY-PRINT-STATUS
               CLOSE SUMMARY-CSV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       100-OPEN-OUTPUTS-EXIT.
           EXIT.

      ******************************************************
      * 150-SET-RANGES
      *   TURN THE PARM PERIOD'S FISCAL YEAR, PERIOD AND
      *   QUARTER INTO THE FOUR DATE RANGES. THE PRIOR-YEAR
      *   RANGES USE THE SAME PERIOD NUMBERS, NOT THE SAME
      *   DATES, SO A 53-WEEK YEAR STILL COMPARES LIKE WITH
      *   LIKE.
      ******************************************************
       150-SET-RANGES SECTION.
           COMPUTE WS-QUARTER-FIRST-PERIOD = (WS-QUARTER - 1) * 3 + 1
           COMPUTE WS-PRIOR-YEAR = WS-FISCAL-YEAR - 1

           MOVE WS-QUARTER-FIRST-PERIOD TO WS-FROM-PERIOD-NO
           MOVE 1 TO WS-RANGE-SUB
           PERFORM 155-SET-ONE-RANGE
           MOVE 1 TO WS-FROM-PERIOD-NO
           MOVE 3 TO WS-RANGE-SUB
           PERFORM 155-SET-ONE-RANGE

           IF NOT WS-RG-DEFINED (2) OR NOT WS-RG-DEFINED (4)
               DISPLAY "NOTE: Fiscal year " WS-PRIOR-YEAR " is not "
                   "fully on the calendar through period "
                   WS-PERIOD-NO "; prior-year figures are zero "
                   "where it is missing."
           END-IF

       150-SET-RANGES-EXIT.
           EXIT.

      ******************************************************
      * 155-SET-ONE-RANGE
      *   FROM PERIOD WS-FROM-PERIOD-NO THROUGH THE PARM
      *   PERIOD NUMBER, IN THE CURRENT YEAR (RANGE
      *   WS-RANGE-SUB) AND THE PRIOR YEAR (THE NEXT RANGE).
      *   THE CURRENT YEAR MUST BE ON THE CALENDAR FROM ITS
      *   FIRST PERIOD.
      ******************************************************
       155-SET-ONE-RANGE SECTION.
           MOVE WS-FISCAL-YEAR TO WS-FIND-YEAR
           MOVE WS-FROM-PERIOD-NO TO WS-FIND-PERIOD-NO
           PERFORM 160-FIND-CAL-PERIOD
           IF WS-FIND-SUB = 0
               DISPLAY "ERROR: Fiscal year " WS-FISCAL-YEAR
                   " period " WS-FROM-PERIOD-NO " is not on the "
                   "fiscal calendar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FIND-SUB TO WS-FIRST-SUB
           MOVE WS-PERIOD-NO TO WS-FIND-PERIOD-NO
           PERFORM 160-FIND-CAL-PERIOD
           MOVE WS-FP-START (WS-FIRST-SUB)
               TO WS-RG-START (WS-RANGE-SUB)
           MOVE WS-FP-END (WS-FIND-SUB) TO WS-RG-END (WS-RANGE-SUB)
           MOVE "Y" TO WS-RG-DEFINED-SW (WS-RANGE-SUB)

           ADD 1 TO WS-RANGE-SUB
           MOVE WS-PRIOR-YEAR TO WS-FIND-YEAR
           MOVE WS-FROM-PERIOD-NO TO WS-FIND-PERIOD-NO
           PERFORM 160-FIND-CAL-PERIOD
           MOVE WS-FIND-SUB TO WS-FIRST-SUB
           MOVE WS-PERIOD-NO TO WS-FIND-PERIOD-NO
           PERFORM 160-FIND-CAL-PERIOD
           IF WS-FIRST-SUB = 0 OR WS-FIND-SUB = 0
               MOVE SPACES TO WS-RG-START (WS-RANGE-SUB)
               MOVE SPACES TO WS-RG-END (WS-RANGE-SUB)
               MOVE "N" TO WS-RG-DEFINED-SW (WS-RANGE-SUB)
           ELSE
               MOVE WS-FP-START (WS-FIRST-SUB)
                   TO WS-RG-START (WS-RANGE-SUB)
               MOVE WS-FP-END (WS-FIND-SUB)
                   TO WS-RG-END (WS-RANGE-SUB)
               MOVE "Y" TO WS-RG-DEFINED-SW (WS-RANGE-SUB)
           END-IF

       155-SET-ONE-RANGE-EXIT.
           EXIT.

      ******************************************************
      * 160-FIND-CAL-PERIOD
      *   LOOK WS-FIND-YEAR / WS-FIND-PERIOD-NO UP IN THE
      *   CALENDAR TABLE; WS-FIND-SUB IS ZERO IF ABSENT.
      ******************************************************
       160-FIND-CAL-PERIOD SECTION.
           MOVE 0 TO WS-FIND-SUB
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-FP-FISCAL-YEAR (WS-CAL-SUB) = WS-FIND-YEAR
                   AND WS-FP-PERIOD-NO (WS-CAL-SUB)
                       = WS-FIND-PERIOD-NO
                   MOVE WS-CAL-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM

       160-FIND-CAL-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 170-CHECK-STAMPS
      *   MARK EVERY CALENDAR PERIOD WITH A COMPLETED RUN-
      *   CONTROL STAMP FOR THIS DATABASE. THE PARM PERIOD
      *   WITHOUT ONE HOLDS THE STEP WITH CONDITION CODE 16,
      *   AS TRENDEXT DOES -- ITS MASTER RECORDS MAY BE A
      *   NIGHTLY PERIOD-TO-DATE. ANY OTHER PERIOD IN THE
      *   YTD RANGES WITHOUT ONE IS A WARNING.
      ******************************************************
       170-CHECK-STAMPS SECTION.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "QTDYTD: No run-control file. Holding - "
                   "no completed extract has been stamped. "
                   "FILE-STATUS: " RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
               IF RUN-CONTROL-STATUS NOT = "00"
                   SET WS-RUNCTL-EOF TO TRUE
               ELSE
                   IF RC-DATABASE = WS-DB-NAME
                       AND RC-STATUS = "COMPLETE"
                       PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                           UNTIL WS-CAL-SUB > WS-CAL-COUNT
                           IF WS-FP-START (WS-CAL-SUB)
                               = RC-PERIOD-START
                               SET WS-FP-STAMPED (WS-CAL-SUB)
                                   TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RUN-CONTROL-FILE

           MOVE 0 TO WS-UNSTAMPED-COUNT
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-FP-START (WS-CAL-SUB) = WS-PERIOD-START
                   AND NOT WS-FP-STAMPED (WS-CAL-SUB)
                   DISPLAY "QTDYTD: No completed run-control stamp "
                       "for " WS-DB-NAME " period " WS-PERIOD-START
                       ". Holding."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-RANGE-SUB FROM 3 BY 1
                   UNTIL WS-RANGE-SUB > 4
                   IF WS-RG-DEFINED (WS-RANGE-SUB)
                       AND WS-FP-START (WS-CAL-SUB)
                           NOT < WS-RG-START (WS-RANGE-SUB)
                       AND WS-FP-END (WS-CAL-SUB)
                           NOT > WS-RG-END (WS-RANGE-SUB)
                       AND NOT WS-FP-STAMPED (WS-CAL-SUB)
                       DISPLAY "WARNING: Period "
                           WS-FP-START (WS-CAL-SUB)
                           " has no completed run-control stamp "
                           "for " WS-DB-NAME "; its figures may "
                           "be incomplete."
                       ADD 1 TO WS-UNSTAMPED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM

       170-CHECK-STAMPS-EXIT.
           EXIT.

      ******************************************************
      * 180-PRINT-RANGES
      *   OPEN THE REPORT WITH THE FOUR DATE RANGES IT SUMS.
      ******************************************************
       180-PRINT-RANGES SECTION.
           PERFORM 400-CHECK-PAGE
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > 4
               EVALUATE WS-RANGE-SUB
                   WHEN 1
                       MOVE "QTD" TO WS-RANGE-LABEL
                   WHEN 2
                       MOVE "QTD PY" TO WS-RANGE-LABEL
                   WHEN 3
                       MOVE "YTD" TO WS-RANGE-LABEL
                   WHEN OTHER
                       MOVE "YTD PY" TO WS-RANGE-LABEL
               END-EVALUATE
               MOVE SPACES TO SUMMARY-PRINT-RECORD
               IF WS-RG-DEFINED (WS-RANGE-SUB)
                   STRING WS-RANGE-LABEL   DELIMITED BY SIZE
                          "PERIODS "       DELIMITED BY SIZE
                          WS-RG-START (WS-RANGE-SUB)
                                           DELIMITED BY SIZE
                          " TO "           DELIMITED BY SIZE
                          WS-RG-END (WS-RANGE-SUB)
                                           DELIMITED BY SIZE
                          INTO SUMMARY-PRINT-RECORD
                   END-STRING
               ELSE
                   STRING WS-RANGE-LABEL   DELIMITED BY SIZE
                          "NOT ON THE FISCAL CALENDAR"
                                           DELIMITED BY SIZE
                          INTO SUMMARY-PRINT-RECORD
                   END-STRING
               END-IF
               PERFORM 410-WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           PERFORM 410-WRITE-SUMMARY-LINE

       180-PRINT-RANGES-EXIT.
           EXIT.

      ******************************************************
      * 200-WALK-MASTER
      *   READ THE REVENUE-HISTORY MASTER IN KEY ORDER,
      *   ADDING EACH PERIOD RECORD INTO EVERY RANGE ITS
      *   PERIOD START FALLS IN, AND FINISH EACH CUSTOMER AT
      *   THE BREAK.
      ******************************************************
       200-WALK-MASTER SECTION.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open revenue history "
                   "master. FILE-STATUS: " HISTORY-FILE-STATUS
               CLOSE SUMMARY-CSV-FILE
               CLOSE SUMMARY-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-GRAND-SUMS
           MOVE "N" TO WS-HISTORY-EOF-SW
           MOVE "N" TO WS-CUSTOMER-ACTIVE-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   SET WS-HISTORY-EOF TO TRUE
               ELSE
                   IF NOT WS-CUSTOMER-ACTIVE
                       OR HM-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
                       PERFORM 250-FINISH-CUSTOMER
                       MOVE HM-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
                       MOVE "Y" TO WS-CUSTOMER-ACTIVE-SW
                       MOVE "N" TO WS-CUSTOMER-USED-SW
                       INITIALIZE WS-CUSTOMER-SUMS
                   END-IF
                   PERFORM 210-TAKE-ONE-PERIOD
               END-IF
           END-PERFORM
           PERFORM 250-FINISH-CUSTOMER
           CLOSE HISTORY-FILE

       200-WALK-MASTER-EXIT.
           EXIT.

      ******************************************************
      * 210-TAKE-ONE-PERIOD
      *   ADD ONE MASTER RECORD INTO EVERY RANGE IT FALLS IN.
      ******************************************************
       210-TAKE-ONE-PERIOD SECTION.
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > 4
               IF WS-RG-DEFINED (WS-RANGE-SUB)
                   AND HM-PERIOD-START
                       NOT < WS-RG-START (WS-RANGE-SUB)
                   AND HM-PERIOD-START
                       NOT > WS-RG-END (WS-RANGE-SUB)
                   ADD HM-TOTAL-REVENUE
                       TO WS-CS-REVENUE (WS-RANGE-SUB)
                   ADD HM-REFUND-AMOUNT
                       TO WS-CS-REFUNDS (WS-RANGE-SUB)
                   ADD HM-CHARGEBACK-AMOUNT
                       TO WS-CS-CHARGEBACKS (WS-RANGE-SUB)
                   ADD HM-NET-REVENUE
                       TO WS-CS-NET-REVENUE (WS-RANGE-SUB)
                   MOVE HM-CUSTOMER-NAME TO WS-CURRENT-CUSTOMER-NAME
                   SET WS-CUSTOMER-USED TO TRUE
               END-IF
           END-PERFORM

       210-TAKE-ONE-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 250-FINISH-CUSTOMER
      *   WRITE THE CUSTOMER JUST ENDED TO THE CSV AND THE
      *   PRINT REPORT AND ADD THEM TO THE GRAND SUMS. A
      *   CUSTOMER WITH NO RECORD IN ANY RANGE IS SKIPPED.
      ******************************************************
       250-FINISH-CUSTOMER SECTION.
           IF NOT WS-CUSTOMER-ACTIVE OR NOT WS-CUSTOMER-USED
               GO TO 250-FINISH-CUSTOMER-EXIT
           END-IF

           MOVE WS-CURRENT-CUSTOMER-ID TO QS-CUSTOMER-ID
           MOVE WS-CURRENT-CUSTOMER-NAME TO QS-CUSTOMER-NAME
           MOVE WS-FISCAL-YEAR TO QS-FISCAL-YEAR
           MOVE WS-PERIOD-NO TO QS-PERIOD-NO
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > 4
               MOVE WS-CS-BASIS (WS-RANGE-SUB)
                   TO QS-BASIS (WS-RANGE-SUB)
               ADD WS-CS-REVENUE (WS-RANGE-SUB)
                   TO WS-GS-REVENUE (WS-RANGE-SUB)
               ADD WS-CS-REFUNDS (WS-RANGE-SUB)
                   TO WS-GS-REFUNDS (WS-RANGE-SUB)
               ADD WS-CS-CHARGEBACKS (WS-RANGE-SUB)
                   TO WS-GS-CHARGEBACKS (WS-RANGE-SUB)
               ADD WS-CS-NET-REVENUE (WS-RANGE-SUB)
                   TO WS-GS-NET-REVENUE (WS-RANGE-SUB)
           END-PERFORM
           WRITE SUMMARY-CSV-RECORD
           IF SUMMARY-CSV-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write QTD/YTD summary "
                   "record. FILE-STATUS: " SUMMARY-CSV-STATUS
                   " FOR CUSTOMER: " QS-CUSTOMER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUSTOMERS-REPORTED

           MOVE WS-CURRENT-CUSTOMER-ID TO WS-LINE-ID
           MOVE WS-CURRENT-CUSTOMER-NAME TO WS-LINE-NAME
           MOVE "QTD" TO WS-LINE-BASIS
           MOVE WS-CS-REVENUE (1) TO WS-LINE-REVENUE
           MOVE WS-CS-REFUNDS (1) TO WS-LINE-REFUNDS
           MOVE WS-CS-CHARGEBACKS (1) TO WS-LINE-CHARGEBACKS
           MOVE WS-CS-NET-REVENUE (1) TO WS-LINE-NET
           MOVE WS-CS-NET-REVENUE (2) TO WS-LINE-PRIOR-NET
           PERFORM 330-PRINT-BASIS-LINE

           MOVE SPACES TO WS-LINE-ID
           MOVE SPACES TO WS-LINE-NAME
           MOVE "YTD" TO WS-LINE-BASIS
           MOVE WS-CS-REVENUE (3) TO WS-LINE-REVENUE
           MOVE WS-CS-REFUNDS (3) TO WS-LINE-REFUNDS
           MOVE WS-CS-CHARGEBACKS (3) TO WS-LINE-CHARGEBACKS
           MOVE WS-CS-NET-REVENUE (3) TO WS-LINE-NET
           MOVE WS-CS-NET-REVENUE (4) TO WS-LINE-PRIOR-NET
           PERFORM 330-PRINT-BASIS-LINE

       250-FINISH-CUSTOMER-EXIT.
           EXIT.

      ******************************************************
      * 330-PRINT-BASIS-LINE
      *   PRINT ONE QTD OR YTD LINE FROM THE WS-LINE FIELDS,
      *   WITH THE CHANGE IN NET REVENUE OVER THE PRIOR YEAR.
      ******************************************************
       330-PRINT-BASIS-LINE SECTION.
           COMPUTE WS-LINE-CHANGE = WS-LINE-NET - WS-LINE-PRIOR-NET
           MOVE WS-LINE-REVENUE TO WS-PRINT-REVENUE
           MOVE WS-LINE-REFUNDS TO WS-PRINT-REFUNDS
           MOVE WS-LINE-CHARGEBACKS TO WS-PRINT-CHARGEBACKS
           MOVE WS-LINE-NET TO WS-PRINT-NET
           MOVE WS-LINE-PRIOR-NET TO WS-PRINT-PRIOR-NET
           MOVE WS-LINE-CHANGE TO WS-PRINT-CHANGE

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING WS-LINE-ID            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-LINE-NAME          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-LINE-BASIS         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-REVENUE      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-REFUNDS      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-CHARGEBACKS  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-NET          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-PRIOR-NET    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-CHANGE       DELIMITED BY SIZE
                  INTO SUMMARY-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-SUMMARY-LINE

       330-PRINT-BASIS-LINE-EXIT.
           EXIT.

      ******************************************************
      * 350-WRITE-TOTALS
      *   GRAND QTD AND YTD LINES AND THE CUSTOMER COUNT.
      ******************************************************
       350-WRITE-TOTALS SECTION.
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           PERFORM 410-WRITE-SUMMARY-LINE

           MOVE "TOTAL" TO WS-LINE-ID
           MOVE "ALL CUSTOMERS" TO WS-LINE-NAME
           MOVE "QTD" TO WS-LINE-BASIS
           MOVE WS-GS-REVENUE (1) TO WS-LINE-REVENUE
           MOVE WS-GS-REFUNDS (1) TO WS-LINE-REFUNDS
           MOVE WS-GS-CHARGEBACKS (1) TO WS-LINE-CHARGEBACKS
           MOVE WS-GS-NET-REVENUE (1) TO WS-LINE-NET
           MOVE WS-GS-NET-REVENUE (2) TO WS-LINE-PRIOR-NET
           PERFORM 330-PRINT-BASIS-LINE

           MOVE SPACES TO WS-LINE-ID
           MOVE SPACES TO WS-LINE-NAME
           MOVE "YTD" TO WS-LINE-BASIS
           MOVE WS-GS-REVENUE (3) TO WS-LINE-REVENUE
           MOVE WS-GS-REFUNDS (3) TO WS-LINE-REFUNDS
           MOVE WS-GS-CHARGEBACKS (3) TO WS-LINE-CHARGEBACKS
           MOVE WS-GS-NET-REVENUE (3) TO WS-LINE-NET
           MOVE WS-GS-NET-REVENUE (4) TO WS-LINE-PRIOR-NET
           PERFORM 330-PRINT-BASIS-LINE

           MOVE WS-CUSTOMERS-REPORTED TO WS-PRINT-COUNT
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING "CUSTOMERS REPORTED: " DELIMITED BY SIZE
                  WS-PRINT-COUNT         DELIMITED BY SIZE
                  INTO SUMMARY-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-SUMMARY-LINE

       350-WRITE-TOTALS-EXIT.
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
      * 410-WRITE-SUMMARY-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-SUMMARY-LINE SECTION.
           WRITE SUMMARY-PRINT-RECORD
           IF SUMMARY-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write QTD/YTD line. "
                   "FILE-STATUS: " SUMMARY-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING "QTD / YTD REVENUE SUMMARY"  DELIMITED BY SIZE
                  "          PAGE: "           DELIMITED BY SIZE
                  WS-PAGE-COUNT                DELIMITED BY SIZE
                  INTO SUMMARY-PRINT-RECORD
           END-STRING
           WRITE SUMMARY-PRINT-RECORD
           IF SUMMARY-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write QTD/YTD header. "
                   "FILE-STATUS: " SUMMARY-PRINT-STATUS
           END-IF

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING "FISCAL YEAR: "        DELIMITED BY SIZE
                  WS-FISCAL-YEAR         DELIMITED BY SIZE
                  "  PERIOD: "           DELIMITED BY SIZE
                  WS-PERIOD-NO           DELIMITED BY SIZE
                  "  QUARTER: "          DELIMITED BY SIZE
                  WS-QUARTER             DELIMITED BY SIZE
                  "  PERIOD START: "     DELIMITED BY SIZE
                  WS-PERIOD-START        DELIMITED BY SIZE
                  "  ENVIRONMENT: "      DELIMITED BY SIZE
                  WS-ENVIRONMENT         DELIMITED BY SIZE
                  INTO SUMMARY-PRINT-RECORD
           END-STRING
           WRITE SUMMARY-PRINT-RECORD
           IF SUMMARY-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write QTD/YTD header. "
                   "FILE-STATUS: " SUMMARY-PRINT-STATUS
           END-IF

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING "CUST ID   CUSTOMER NAME        BASIS"
                                                 DELIMITED BY SIZE
                  "         REVENUE         REFUNDS"
                                                 DELIMITED BY SIZE
                  "     CHARGEBACKS     NET REVENUE"
                                                 DELIMITED BY SIZE
                  "    PRIOR-YR NET      NET CHANGE"
                                                 DELIMITED BY SIZE
                  INTO SUMMARY-PRINT-RECORD
           END-STRING
           WRITE SUMMARY-PRINT-RECORD
           IF SUMMARY-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write QTD/YTD header. "
                   "FILE-STATUS: " SUMMARY-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.
