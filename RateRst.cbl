      *   THE RANGE IS RESTATED. A PERIOD WITH NO STAMPED
      *   CURRENCY FILE IS SKIPPED WITH A WARNING.
      *   CONDITION CODES: 0 CLEAN, 4 SOMETHING SKIPPED,
      *   8 BAD PARM OR FILE FAILURE, 20 A PERIOD IN THE
      *   RANGE IS CLOSED.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *     ENVIRONMENT VIA LOGICAL FILE NAMES, AS BATCH3'S
      *     060-SET-FILE-NAMES DOES. THE TREASURY RATE FILE
      *     KEEPS ITS SHARED NAME.
      *   - LOG EACH RESTATED PERIOD ON THE CLOSE-CYCLE STEP
      *     LEDGER (STEPLDG.DAT) WITH ITS CUSTOMERS REPRICED
      *     AND REVENUE DELTA, SO THE CLOSECHK CHECKLIST CAN
      *     TELL WHICH STEPS RAN AGAINST FIGURES THIS PROGRAM
      *     LATER RESTATED.
      *   - REFUSE THE WHOLE RANGE WITH CONDITION CODE 20 IF
      *     PERLOCK HAS CLOSED ANY PERIOD IN IT ON THE
      *     PERIOD-STATUS FILE (PERSTAT.DAT), LISTING EVERY
      *     CLOSED PERIOD BEFORE ANYTHING IS REPRICED, SO A
      *     RESTATEMENT NEVER LANDS HALF INSIDE A BOOKED
      *     PERIOD.
      *   - THE RESTATEMENT RANGE MUST RUN FROM THE START OF A
      *     PERIOD ON THE FISCAL CALENDAR (FISCALCAL.CSV) TO
      *     THE END OF ONE.
      *   - READ EACH PERIOD'S NEWEST STAMPED CURRENCY
      *     GENERATION, AS THE OUTPUT CATALOG (OUTCAT.DAT)
      *     NAMES IT, NOW THAT CLOSEDRV SAVES NUMBERED
      *     GENERATIONS. A PERIOD SAVED BEFORE THE CATALOG
      *     STILL READS CURRENCY.<PERIOD>.CSV.
      *   - OPEN THE RATE-DELTA FILE ONLY ONCE THE RANGE HAS
      *     PASSED THE PERIOD-LOCK CHECK: A REFUSED OR EMPTY
      *     RANGE USED TO EMPTY RATEDELTA.CSV, LOSING THE LAST
      *     RUN'S DELTAS THAT GLJRNL RESTATE AND RESTREF READ.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS HISTORY-FILE-STATUS.

      * RSTCURR IS A LOGICAL FILE NAME, POINTED AT EACH PERIOD'S
      * STAMPED CURRENCY FILE (THE NEWEST CATALOGED GENERATION, OR
      * CURRENCY.<PERIOD>.CSV) BEFORE THE OPEN, THE SAME WAY
      * CLOSEDRV DRIVES ITS COPYIN.
           SELECT CURRENCY-IN-FILE ASSIGN TO "RSTCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-STEP-KEY
               FILE STATUS IS STEP-LEDGER-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PERIOD-START
               FILE STATUS IS PERIOD-LOCK-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "OUTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CATALOG-KEY
               FILE STATUS IS CATALOG-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
           05  RC-GRAND-TRANSACTIONS PIC 9(9).
           05  RC-GRAND-REVENUE      PIC 9(9)V99.

      * CLOSE-CYCLE STEP LEDGER, SHARED BY EVERY CLOSE STEP: ONE
      * ENTRY PER PERIOD, ENVIRONMENT AND STEP, PUT ON AS "STARTED"
      * ONCE THE STEP KNOWS ITS PERIOD AND REWRITTEN AS "ENDED" WITH
      * THE CONDITION CODE AND THE STEP'S KEY COUNTS. CLOSECHK
      * PRINTS THE CLOSE CHECKLIST FROM IT.
       FD  STEP-LEDGER-FILE.
       01  STEP-LEDGER-RECORD.
           05  SL-STEP-KEY.
               10  SL-PERIOD-START   PIC X(8).
               10  SL-ENVIRONMENT    PIC X(10).
               10  SL-STEP-NAME      PIC X(8).
           05  SL-PERIOD-END         PIC X(8).
           05  SL-STATUS             PIC X(8).
           05  SL-START-DATE         PIC 9(8).
           05  SL-START-TIME         PIC 9(6).
           05  SL-END-DATE           PIC 9(8).
           05  SL-END-TIME           PIC 9(6).
           05  SL-CONDITION-CODE     PIC 9(4).
           05  SL-RECORD-COUNT       PIC 9(9).
           05  SL-EXCEPTION-LABEL    PIC X(20).
           05  SL-EXCEPTION-COUNT    PIC 9(9).
           05  SL-AMOUNT-LABEL       PIC X(20).
           05  SL-AMOUNT             PIC S9(11)V99.

      * PERIOD-STATUS FILE KEPT BY PERLOCK: ONE RECORD PER PERIOD
      * EVER OPENED, CLOSED OR REOPENED, WITH THE LAST CHANGE.
       FD  PERIOD-LOCK-FILE.
       01  PERIOD-LOCK-RECORD.
           05  PL-PERIOD-START       PIC X(8).
           05  PL-STATUS             PIC X(8).
               88  PL-OPEN           VALUE "OPEN".
               88  PL-CLOSED         VALUE "CLOSED".
               88  PL-REOPENED       VALUE "REOPENED".
           05  PL-CHANGED-BY         PIC X(8).
           05  PL-CHANGED-DATE       PIC 9(8).
           05  PL-CHANGED-TIME       PIC 9(6).
           05  PL-REASON             PIC X(60).

      * OUTPUT CATALOG KEPT BY OUTCAT: ONE RECORD PER GENERATION OF
      * ONE OUTPUT OF ONE PERIOD, WITH THE FILE IT IS KEPT IN.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  OC-CATALOG-KEY.
               10  OC-PERIOD-START   PIC X(8).
               10  OC-OUTPUT-NAME    PIC X(20).
               10  OC-GENERATION     PIC 9(4).
           05  OC-ENVIRONMENT        PIC X(10).
           05  OC-PERIOD-END         PIC X(8).
           05  OC-KIND               PIC X(8).
               88  OC-LIVE           VALUE "LIVE".
               88  OC-STAMPED        VALUE "STAMPED".
           05  OC-FILE-NAME          PIC X(40).
           05  OC-RUN-DATE           PIC 9(8).
           05  OC-RUN-TIME           PIC 9(6).
           05  OC-RECORD-COUNT       PIC 9(9).
           05  OC-HASH-TOTAL         PIC S9(13)V99.
           05  OC-PROGRAM            PIC X(8).

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
       01  RATES-FILE-STATUS        PIC XX.
       01  HISTORY-FILE-STATUS      PIC XX.
       01  WS-PERIOD-DELTA          PIC S9(13)V99 VALUE 0.
       01  WS-RUN-DELTA             PIC S9(13)V99 VALUE 0.
       01  WS-CUSTOMERS-REPRICED    PIC 9(9) VALUE 0.
       01  WS-REPRICED-AT-START     PIC 9(9) VALUE 0.
       01  WS-CLOSED-PERIODS        PIC 9(4) VALUE 0.
       01  WS-PERIODS-RESTATED      PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(9) VALUE 0.
       01  WS-NEW-CONTROL-REVENUE   PIC S9(13)V99 VALUE 0.
       01  WS-MAX-CONTROL-REVENUE   PIC 9(13)V99 VALUE 999999999.99.

       01  WS-CURRENCY-IN-NAME      PIC X(40) VALUE SPACES.

      * OUTPUT-CATALOG LOOK-UP OF A PERIOD'S STAMPED CURRENCY FILE,
      * IN 305-FIND-STAMPED-CURRENCY.
       01  CATALOG-STATUS           PIC XX.
       01  WS-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  WS-CATALOG-EOF       VALUE "Y".
       01  WS-SYS-DATE              PIC 9(8).


       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

      * PERIOD CLOSE LOCK, CHECKED IN 080-CHECK-PERIOD-LOCK BEFORE
      * THE PERIOD'S MASTER OR RUN-CONTROL RECORDS ARE TOUCHED.
       01  PERIOD-LOCK-STATUS       PIC XX.
       01  WS-LOCK-PERIOD           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED     VALUE "Y".

      * THIS STEP'S OWN STEP-LEDGER ENTRY, LAID OUT AS THE LEDGER
      * RECORD. THE PERIOD IS FILLED IN BEFORE 970-LOG-STEP-START,
      * THE COUNTS AND LABELS BEFORE 975-LOG-STEP-END.
       01  STEP-LEDGER-STATUS       PIC XX.
       01  WS-STEP-ENTRY.
           05  WS-SE-STEP-KEY.
               10  WS-SE-PERIOD-START
                                     PIC X(8) VALUE SPACES.
               10  WS-SE-ENVIRONMENT PIC X(10) VALUE SPACES.
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "RATERST".
           05  WS-SE-PERIOD-END      PIC X(8) VALUE SPACES.
           05  WS-SE-STATUS          PIC X(8) VALUE SPACES.
           05  WS-SE-START-DATE      PIC 9(8) VALUE 0.
           05  WS-SE-START-TIME      PIC 9(6) VALUE 0.
           05  WS-SE-END-DATE        PIC 9(8) VALUE 0.
           05  WS-SE-END-TIME        PIC 9(6) VALUE 0.
           05  WS-SE-CONDITION-CODE  PIC 9(4) VALUE 0.
           05  WS-SE-RECORD-COUNT    PIC 9(9) VALUE 0.
           05  WS-SE-EXCEPTION-LABEL PIC X(20) VALUE SPACES.
           05  WS-SE-EXCEPTION-COUNT PIC 9(9) VALUE 0.
           05  WS-SE-AMOUNT-LABEL    PIC X(20) VALUE SPACES.
           05  WS-SE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-STEP-CLOCK            PIC 9(8) VALUE 0.
       01  WS-STEP-LOGGED-SW        PIC X(01) VALUE "N".
           88  WS-STEP-LOGGED       VALUE "Y".

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
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3. THE TEXT IS
      * ENVIRONMENT,RANGE-START,RANGE-END -- THE PERIOD-START RANGE
               DISPLAY "RATERST: No master periods start between "
                   WS-RANGE-START " and " WS-RANGE-END
                   ". Nothing to restate."
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 170-CHECK-PERIOD-LOCKS
           IF WS-CLOSED-PERIODS > 0
               DISPLAY "RATERST: " WS-CLOSED-PERIODS " periods in "
                   "the range are closed. Nothing restated."
               CLOSE HISTORY-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 180-OPEN-DELTA-FILE
           PERFORM 200-LOAD-RATE-ROWS
           PERFORM 300-RESTATE-PERIODS
           PERFORM 900-WRAP-UP
                   MOVE WS-ENVIRONMENT TO WS-DB-NAME
           END-EVALUATE

      * THE RANGE MUST RUN FROM THE START OF A FISCAL PERIOD TO
      * THE END OF ONE, SO IT COVERS WHOLE DEFINED PERIODS.
           MOVE WS-RANGE-START TO WS-CAL-PERIOD-START
           MOVE WS-RANGE-END TO WS-CAL-PERIOD-END
           MOVE 999 TO WS-CAL-MAX-PERIODS
           PERFORM 075-CHECK-FISCAL-PERIOD
           IF NOT WS-CAL-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_OUTCAT" TO WS-DD-NAME
           MOVE "outcat.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE "DD_PERSTAT" TO WS-DD-NAME
           MOVE "perstat.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_STEPLDG" TO WS-DD-NAME
           MOVE "stepldg.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

       060-SET-FILE-NAMES-EXIT.
           EXIT.
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
      * 080-CHECK-PERIOD-LOCK
      *   LOOK WS-LOCK-PERIOD UP ON THE PERIOD-STATUS FILE
      *   KEPT BY PERLOCK. A CLOSED PERIOD SETS
      *   WS-PERIOD-CLOSED FOR THE CALLER TO REFUSE WITH
      *   CONDITION CODE 20; A REOPENED ONE GOES AHEAD WITH
      *   THE REOPEN REASON ECHOED TO THE JOB LOG. NO STATUS
      *   FILE, OR NO RECORD FOR THE PERIOD, MEANS THE
      *   PERIOD HAS NEVER BEEN CLOSED. A STATUS FILE THAT
      *   CANNOT BE READ IS FATAL -- GUESSING WOULD DEFEAT
      *   THE LOCK.
      ******************************************************
       080-CHECK-PERIOD-LOCK SECTION.
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           OPEN INPUT PERIOD-LOCK-FILE
           IF PERIOD-LOCK-STATUS = "35"
               GO TO 080-CHECK-PERIOD-LOCK-EXIT
           END-IF
           IF PERIOD-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the period-status "
                   "file. FILE-STATUS: " PERIOD-LOCK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-LOCK-PERIOD TO PL-PERIOD-START
           READ PERIOD-LOCK-FILE
           EVALUATE PERIOD-LOCK-STATUS
               WHEN "00"
                   IF PL-CLOSED
                       DISPLAY "ERROR: Period " WS-LOCK-PERIOD
                           " is CLOSED (by " PL-CHANGED-BY " on "
                           PL-CHANGED-DATE "). Reopen it with "
                           "PERLOCK before changing it."
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
                   IF PL-REOPENED
                       DISPLAY "NOTE: Period " WS-LOCK-PERIOD
                           " was reopened by " PL-CHANGED-BY
                           " on " PL-CHANGED-DATE ": " PL-REASON
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: Unable to read the period-status "
                       "file for " WS-LOCK-PERIOD ". FILE-STATUS: "
                       PERIOD-LOCK-STATUS
                   CLOSE PERIOD-LOCK-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CLOSE PERIOD-LOCK-FILE

       080-CHECK-PERIOD-LOCK-EXIT.
           EXIT.

      ******************************************************
      * 100-OPEN-FILES
      *   OPEN THE MASTER FOR UPDATE. THE DELTA FILE WAITS
      *   FOR 180-OPEN-DELTA-FILE, AND THE PERIOD CURRENCY
      *   FILES ARE OPENED ONE AT A TIME INSIDE THE PERIOD
      *   LOOP.
      ******************************************************
       100-OPEN-FILES SECTION.
           OPEN I-O HISTORY-FILE
               STOP RUN
           END-IF

       100-OPEN-FILES-EXIT.
           EXIT.

           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to position on the history "
                   "master. FILE-STATUS: " HISTORY-FILE-STATUS
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       160-NOTE-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 170-CHECK-PERIOD-LOCKS
      *   CHECK EVERY LISTED PERIOD AGAINST THE PERIOD
      *   LOCK, COUNTING THE CLOSED ONES, SO ONE RUN NAMES
      *   THEM ALL.
      ******************************************************
       170-CHECK-PERIOD-LOCKS SECTION.
           MOVE 0 TO WS-CLOSED-PERIODS
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               MOVE WS-PE-PERIOD-START (WS-PERIOD-SUB)
                   TO WS-LOCK-PERIOD
               PERFORM 080-CHECK-PERIOD-LOCK
               IF WS-PERIOD-CLOSED
                   ADD 1 TO WS-CLOSED-PERIODS
               END-IF
           END-PERFORM

       170-CHECK-PERIOD-LOCKS-EXIT.
           EXIT.

      ******************************************************
      * 180-OPEN-DELTA-FILE
      *   OPEN THE DELTA FILE FRESH, NOW THAT THE RANGE IS
      *   KNOWN TO BE RESTATED. GLJRNL RESTATE AND RESTREF
      *   READ THE LAST RUN'S DELTAS FROM IT, SO A RANGE
      *   REFUSED BEFORE THIS POINT LEAVES IT UNTOUCHED.
      ******************************************************
       180-OPEN-DELTA-FILE SECTION.
           OPEN OUTPUT DELTA-FILE
           IF DELTA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open rate-delta file. "
                   "FILE-STATUS: " DELTA-FILE-STATUS
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       180-OPEN-DELTA-FILE-EXIT.
           EXIT.

      ******************************************************
      * 200-LOAD-RATE-ROWS
      *   LOAD EVERY CORRECTED RATE ROW WITH ITS EFFECTIVE
       300-RESTATE-PERIODS-EXIT.
           EXIT.

      ******************************************************
      * 305-FIND-STAMPED-CURRENCY
      *   NAME THE PERIOD'S STAMPED CURRENCY FILE: THE
      *   NEWEST STAMPED GENERATION OF CURRENCY.CSV ON THE
      *   OUTPUT CATALOG -- THE COPY THE LATEST CLOSE SAVED.
      *   A PERIOD WITH NO STAMPED GENERATION, OR NO CATALOG
      *   AT ALL, WAS SAVED BEFORE THE CATALOG AND KEEPS ITS
      *   OLD CURRENCY.<PERIOD>.CSV NAME.
      ******************************************************
       305-FIND-STAMPED-CURRENCY SECTION.
           MOVE SPACES TO WS-CURRENCY-IN-NAME
           STRING WS-NAME-PREFIX       DELIMITED BY SPACE
                  "currency."          DELIMITED BY SIZE
                  WS-CUR-PERIOD-START  DELIMITED BY SPACE
                  ".csv"               DELIMITED BY SIZE
                  INTO WS-CURRENCY-IN-NAME
           END-STRING

           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               GO TO 305-FIND-STAMPED-CURRENCY-EXIT
           END-IF

           MOVE WS-CUR-PERIOD-START TO OC-PERIOD-START
           MOVE "currency.csv" TO OC-OUTPUT-NAME
           MOVE 0 TO OC-GENERATION
           MOVE "N" TO WS-CATALOG-EOF-SW
           START CATALOG-FILE KEY NOT < OC-CATALOG-KEY
           IF CATALOG-STATUS NOT = "00"
               SET WS-CATALOG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CATALOG-EOF
               READ CATALOG-FILE NEXT
               IF CATALOG-STATUS NOT = "00"
                   SET WS-CATALOG-EOF TO TRUE
               ELSE
                   IF OC-PERIOD-START NOT = WS-CUR-PERIOD-START
                       OR OC-OUTPUT-NAME NOT = "currency.csv"
                       SET WS-CATALOG-EOF TO TRUE
                   ELSE
                       IF OC-STAMPED
                           MOVE OC-FILE-NAME TO WS-CURRENCY-IN-NAME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE

       305-FIND-STAMPED-CURRENCY-EXIT.
           EXIT.

      ******************************************************
      * 310-RESTATE-ONE-PERIOD
      *   BUILD THE PERIOD'S EFFECTIVE RATE SET, WALK THE
       310-RESTATE-ONE-PERIOD SECTION.
           PERFORM 320-BUILD-PERIOD-RATES

           PERFORM 305-FIND-STAMPED-CURRENCY
           SET ENVIRONMENT "DD_RSTCURR" TO WS-CURRENCY-IN-NAME

           OPEN INPUT CURRENCY-IN-FILE
               GO TO 310-RESTATE-ONE-PERIOD-EXIT
           END-IF

           MOVE WS-CUR-PERIOD-START TO WS-SE-PERIOD-START
           MOVE WS-CUR-PERIOD-END TO WS-SE-PERIOD-END
           MOVE 0 TO WS-SE-RECORD-COUNT
           MOVE SPACES TO WS-SE-AMOUNT-LABEL
           MOVE 0 TO WS-SE-AMOUNT
           PERFORM 970-LOG-STEP-START
           MOVE WS-CUSTOMERS-REPRICED TO WS-REPRICED-AT-START

           MOVE 0 TO WS-PERIOD-DELTA
           MOVE "N" TO WS-CUSTOMER-ACTIVE-SW
           MOVE "N" TO WS-CURRENCY-EOF-SW
           ADD WS-PERIOD-DELTA TO WS-RUN-DELTA
           DISPLAY "RATERST: Period " WS-CUR-PERIOD-START
               " restated. Revenue delta: " WS-PERIOD-DELTA
           COMPUTE WS-SE-RECORD-COUNT = WS-CUSTOMERS-REPRICED
               - WS-REPRICED-AT-START
           MOVE "REVENUE DELTA" TO WS-SE-AMOUNT-LABEL
           MOVE WS-PERIOD-DELTA TO WS-SE-AMOUNT
           PERFORM 975-LOG-STEP-END

       310-RESTATE-ONE-PERIOD-EXIT.
           EXIT.

       900-WRAP-UP-EXIT.
           EXIT.

      ******************************************************
      * 970-LOG-STEP-START
      *   THE STEP NOW KNOWS ITS PERIOD: PUT A "STARTED"
      *   ENTRY ON THE CLOSE-CYCLE STEP LEDGER, SO A RUN THAT
      *   NEVER REACHES 975-LOG-STEP-END SHOWS ON THE CLOSE
      *   CHECKLIST AS FAILED RATHER THAN PENDING. EACH
      *   RESTATED PERIOD GETS ITS OWN ENTRY.
      ******************************************************
       970-LOG-STEP-START SECTION.
           MOVE WS-ENVIRONMENT TO WS-SE-ENVIRONMENT
           MOVE "STARTED" TO WS-SE-STATUS
           ACCEPT WS-SE-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-CLOCK FROM TIME
           COMPUTE WS-SE-START-TIME = WS-STEP-CLOCK / 100
           MOVE 0 TO WS-SE-END-DATE
           MOVE 0 TO WS-SE-END-TIME
           MOVE 0 TO WS-SE-CONDITION-CODE
           PERFORM 980-WRITE-STEP-LEDGER
           SET WS-STEP-LOGGED TO TRUE

       970-LOG-STEP-START-EXIT.
           EXIT.

      ******************************************************
      * 975-LOG-STEP-END
      *   REWRITE THE STEP'S LEDGER ENTRY AS "ENDED" WITH THE
      *   CONDITION CODE THE STEP IS ENDING WITH AND THE KEY
      *   COUNTS ALREADY MOVED IN. A STEP THAT NEVER LOGGED A
      *   START HAS NO PERIOD TO FILE THE ENTRY UNDER AND
      *   LOGS NOTHING.
      ******************************************************
       975-LOG-STEP-END SECTION.
           IF NOT WS-STEP-LOGGED
               GO TO 975-LOG-STEP-END-EXIT
           END-IF

           MOVE "ENDED" TO WS-SE-STATUS
           ACCEPT WS-SE-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-CLOCK FROM TIME
           COMPUTE WS-SE-END-TIME = WS-STEP-CLOCK / 100
           MOVE RETURN-CODE TO WS-SE-CONDITION-CODE
           PERFORM 980-WRITE-STEP-LEDGER

       975-LOG-STEP-END-EXIT.
           EXIT.

      ******************************************************
      * 980-WRITE-STEP-LEDGER
      *   WRITE (OR REWRITE) THE STEP'S ENTRY, CREATING THE
      *   LEDGER ON ITS VERY FIRST USE. THE LEDGER RECORDS
      *   THE CLOSE RATHER THAN TAKING PART IN IT, SO A
      *   FAILURE HERE IS A WARNING AND NEVER CHANGES THE
      *   STEP'S OWN CONDITION CODE.
      ******************************************************
       980-WRITE-STEP-LEDGER SECTION.
           OPEN I-O STEP-LEDGER-FILE
           IF STEP-LEDGER-STATUS = "35"
               OPEN OUTPUT STEP-LEDGER-FILE
               IF STEP-LEDGER-STATUS = "00"
                   CLOSE STEP-LEDGER-FILE
                   OPEN I-O STEP-LEDGER-FILE
               END-IF
           END-IF
           IF STEP-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to open step ledger. "
                   "FILE-STATUS: " STEP-LEDGER-STATUS
               GO TO 980-WRITE-STEP-LEDGER-EXIT
           END-IF

           MOVE WS-STEP-ENTRY TO STEP-LEDGER-RECORD
           WRITE STEP-LEDGER-RECORD
               INVALID KEY
                   REWRITE STEP-LEDGER-RECORD
           END-WRITE
           IF STEP-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to write step ledger "
                   "entry for " WS-SE-STEP-NAME ". FILE-STATUS: "
                   STEP-LEDGER-STATUS
           END-IF
           CLOSE STEP-LEDGER-FILE

       980-WRITE-STEP-LEDGER-EXIT.
           EXIT.
