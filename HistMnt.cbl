      *   BACK; THE ENVIRONMENT DEFAULTS TO PROD AND SCOPES
      *   THE FILE NAMES AS IN BATCH3.
      *   CONDITION CODES: 0 CLEAN, 8 BAD PARM OR FILE
      *   FAILURE, 20 RELOAD INTO A CLOSED PERIOD REFUSED.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *     ENVIRONMENT VIA LOGICAL FILE NAMES, AS BATCH3'S
      *     060-SET-FILE-NAMES DOES; THE ENVIRONMENT RIDES
      *     AS A THIRD PARM PIECE.
      *   - RELOAD REFUSES A PERIOD THAT PERLOCK HAS CLOSED
      *     ON THE PERIOD-STATUS FILE (PERSTAT.DAT) WITH
      *     CONDITION CODE 20; REOPEN IT FIRST. PURGE ONLY
      *     MOVES RECORDS TO THE ARCHIVE UNCHANGED AND IS
      *     NOT LOCKED.
      *   - THE RELOAD PERIOD-START MUST START A PERIOD ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAINT-PRINT-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PERIOD-START
               FILE STATUS IS PERIOD-LOCK-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  MAINT-PRINT-FILE.
       01  MAINT-PRINT-RECORD        PIC X(132).

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
       01  ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

      * PERIOD CLOSE LOCK, CHECKED IN 080-CHECK-PERIOD-LOCK BEFORE
      * THE PERIOD'S MASTER OR RUN-CONTROL RECORDS ARE TOUCHED.
       01  PERIOD-LOCK-STATUS       PIC XX.
       01  WS-LOCK-PERIOD           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED     VALUE "Y".

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
       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           IF WS-RELOAD-RUN
               MOVE WS-PARM-DATE TO WS-LOCK-PERIOD
               PERFORM 080-CHECK-PERIOD-LOCK
               IF WS-PERIOD-CLOSED
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 100-OPEN-FILES
           IF WS-PURGE-RUN
               PERFORM 200-PURGE-HISTORY
               END-IF
           END-IF

      * A RELOAD PERIOD MUST BE ONE DEFINED ON THE FISCAL
      * CALENDAR; THE PURGE CUTOFF IS ANY DATE.
           IF WS-RELOAD-RUN
               MOVE WS-PARM-DATE TO WS-CAL-PERIOD-START
               PERFORM 075-CHECK-FISCAL-PERIOD
               IF NOT WS-CAL-VALID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

           MOVE "DD_HISTPRT" TO WS-DD-NAME
           MOVE "histmnt.prt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_PERSTAT" TO WS-DD-NAME
           MOVE "perstat.dat" TO WS-BASE-NAME
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
      *   OPEN THE MASTER, THE ARCHIVE (EXTEND FOR A PURGE,
