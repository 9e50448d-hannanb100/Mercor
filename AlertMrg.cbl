      *     LOGICAL FILE NAMES, AS BATCH3'S
      *     060-SET-FILE-NAMES DOES; THE ENVIRONMENT RIDES
      *     AS AN OPTIONAL LAST PARM PIECE.
      *   - LOG MERGE RUNS ON THE CLOSE-CYCLE STEP LEDGER
      *     (STEPLDG.DAT): A "STARTED" ENTRY ONCE THE PERIOD
      *     IS KNOWN AND AN "ENDED" ENTRY WITH THE CONDITION
      *     CODE AND KEY COUNTS, FOR THE CLOSECHK CHECKLIST.
      *     DISPOSITION RUNS ARE NOT PART OF THE CLOSE AND ARE
      *     NOT LOGGED.
      *   - BOTH MERGE PERIOD STARTS MUST START PERIODS ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WORKLIST-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-STEP-KEY
               FILE STATUS IS STEP-LEDGER-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD           PIC X(132).

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
       01  ALERT-FILE-STATUS        PIC XX.
       01  ALERT-HISTORY-STATUS     PIC XX.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

      * THIS STEP'S OWN STEP-LEDGER ENTRY, LAID OUT AS THE LEDGER
      * RECORD. THE PERIOD IS FILLED IN BEFORE 970-LOG-STEP-START,
      * THE COUNTS AND LABELS BEFORE 975-LOG-STEP-END.
       01  STEP-LEDGER-STATUS       PIC XX.
       01  WS-STEP-ENTRY.
           05  WS-SE-STEP-KEY.
               10  WS-SE-PERIOD-START
                                     PIC X(8) VALUE SPACES.
               10  WS-SE-ENVIRONMENT PIC X(10) VALUE SPACES.
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "ALERTMRG".
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
      * "MERGE,PERIOD-START,PRIOR-PERIOD-START" OR
       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           IF WS-MERGE-RUN
               MOVE WS-PERIOD-START TO WS-SE-PERIOD-START
               PERFORM 970-LOG-STEP-START
           END-IF
           PERFORM 100-OPEN-HISTORY
           IF WS-MERGE-RUN
               PERFORM 200-MERGE-ALERTS
           IF WS-SKIPPED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ALERTS-MERGED TO WS-SE-RECORD-COUNT
           MOVE "ESCALATED" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-ESCALATED-COUNT TO WS-SE-EXCEPTION-COUNT
           PERFORM 975-LOG-STEP-END
           STOP RUN.

      ******************************************************
                   STOP RUN
           END-EVALUATE

      * BOTH MERGE PERIODS MUST BE ONES DEFINED ON THE FISCAL
      * CALENDAR.
           IF WS-MERGE-RUN
               MOVE WS-PERIOD-START TO WS-CAL-PERIOD-START
               PERFORM 075-CHECK-FISCAL-PERIOD
               IF NOT WS-CAL-VALID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PRIOR-PERIOD-START TO WS-CAL-PERIOD-START
               PERFORM 075-CHECK-FISCAL-PERIOD
               IF NOT WS-CAL-VALID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

           MOVE "worklist.prt" TO WS-BASE-NAME
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
      * 100-OPEN-HISTORY
      *   OPEN THE ALERT-HISTORY MASTER FOR UPDATE, CREATING

       500-SET-DISPOSITION-EXIT.
           EXIT.

      ******************************************************
      * 970-LOG-STEP-START
      *   THE STEP NOW KNOWS ITS PERIOD: PUT A "STARTED"
      *   ENTRY ON THE CLOSE-CYCLE STEP LEDGER, SO A RUN THAT
      *   NEVER REACHES 975-LOG-STEP-END SHOWS ON THE CLOSE
      *   CHECKLIST AS FAILED RATHER THAN PENDING.
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
