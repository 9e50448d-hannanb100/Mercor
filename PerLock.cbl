       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLOCK.
      ******************************************************
      * PERLOCK - ACCOUNTING-PERIOD CLOSE LOCK
      *
      *   ONCE FINANCE HAS BOOKED A PERIOD NOTHING STOPPED A
      *   FULL BATCH3 RERUN, REPROC, RATERST OR A HISTMNT
      *   RELOAD FROM REWRITING THAT PERIOD'S MASTER RECORDS
      *   (REVHIST.DAT) OR ITS RUN-CONTROL STAMP
      *   (RUNCTL.DAT). THIS STEP KEEPS THE PERIOD-STATUS
      *   FILE (PERSTAT.DAT, KEYED BY PERIOD START) THOSE
      *   PROGRAMS NOW CHECK BEFORE TOUCHING A PERIOD:
      *     - OPEN PUTS A PERIOD ON THE FILE AS OPEN. A
      *       PERIOD NOT ON THE FILE AT ALL IS TREATED AS
      *       OPEN, SO THIS IS ONLY NEEDED TO RECORD WHO
      *       OPENED IT.
      *     - CLOSE MARKS AN OPEN OR REOPENED PERIOD CLOSED.
      *       THE WRITING PROGRAMS THEN REFUSE IT WITH
      *       CONDITION CODE 20.
      *     - REOPEN MARKS A CLOSED PERIOD REOPENED SO A
      *       CORRECTION CAN RUN. A REASON IS REQUIRED, AND
      *       THE WRITING PROGRAMS ECHO IT TO THE JOB LOG
      *       WHEN THEY CHANGE A REOPENED PERIOD.
      *     - LIST PRINTS EVERY PERIOD'S STATUS AND THE
      *       STATUS-CHANGE LOG (PERLOCK.PRT).
      *   EVERY CHANGE IS RECORDED ON THE STATUS RECORD (WHO,
      *   WHEN, WHY) AND APPENDED TO THE STATUS-CHANGE LOG
      *   (PERLOCK.LOG), WHICH IS NEVER REWRITTEN, SO THE
      *   HISTORY OF A FILED PERIOD CAN BE SHOWN TO AUDIT.
      *
      *   PARM: FUNCTION,PERIOD-START,ENVIRONMENT,USER,REASON
      *   -- "CLOSE,20240101,PROD,JSMITH" OR
      *   "REOPEN,20240101,PROD,JSMITH,LATE CREDIT MEMO". THE
      *   PERIOD AND USER ARE REQUIRED EXCEPT FOR LIST; THE
      *   REASON IS EVERYTHING AFTER THE FOURTH COMMA AND IS
      *   REQUIRED FOR REOPEN. THE ENVIRONMENT DEFAULTS TO
      *   PROD AND SCOPES THE FILE NAMES AS IN BATCH3.
      *   CONDITION CODES: 0 CLEAN, 4 CHANGE REFUSED (THE
      *   PERIOD IS NOT IN A STATUS THE FUNCTION APPLIES TO),
      *   8 BAD PARM OR FILE FAILURE.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE PERIOD OPENED, CLOSED OR REOPENED MUST START
      *     A PERIOD ON THE FISCAL CALENDAR (FISCALCAL.CSV).
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PERIOD-START
               FILE STATUS IS PERIOD-LOCK-STATUS.

           SELECT LOCK-LOG-FILE ASSIGN TO "PERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOCK-LOG-STATUS.

           SELECT LOCK-PRINT-FILE ASSIGN TO "PERPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOCK-PRINT-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER PERIOD, CARRYING THE CURRENT STATUS AND THE
      * LAST CHANGE TO IT.
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

      * ONE LINE PER STATUS CHANGE, APPENDED ACROSS RUNS.
       FD  LOCK-LOG-FILE.
       01  LOCK-LOG-RECORD.
           05  LG-LOG-DATE           PIC 9(8).
           05  LG-LOG-TIME           PIC 9(6).
           05  LG-PERIOD-START       PIC X(8).
           05  LG-OLD-STATUS         PIC X(8).
           05  LG-NEW-STATUS         PIC X(8).
           05  LG-CHANGED-BY         PIC X(8).
           05  LG-REASON             PIC X(60).

       FD  LOCK-PRINT-FILE.
       01  LOCK-PRINT-RECORD         PIC X(132).

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
       01  PERIOD-LOCK-STATUS       PIC XX.
       01  LOCK-LOG-STATUS          PIC XX.
       01  LOCK-PRINT-STATUS        PIC XX.

      * PARAMETERS, SPLIT AND VALIDATED IN 050-INITIALIZE-PARMS
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-PARM-POINTER          PIC 9(4) COMP VALUE 1.
       01  WS-FUNCTION              PIC X(8) VALUE SPACES.
           88  WS-OPEN-RUN          VALUE "OPEN".
           88  WS-CLOSE-RUN         VALUE "CLOSE".
           88  WS-REOPEN-RUN        VALUE "REOPEN".
           88  WS-LIST-RUN          VALUE "LIST".
       01  WS-PERIOD-START          PIC X(8) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10) VALUE SPACES.
       01  WS-USER-ID               PIC X(8) VALUE SPACES.
       01  WS-REASON                PIC X(60) VALUE SPACES.

       01  WS-OLD-STATUS            PIC X(8) VALUE SPACES.
       01  WS-NEW-STATUS            PIC X(8) VALUE SPACES.
       01  WS-PERIOD-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-PERIOD-FOUND      VALUE "Y".
       01  WS-LOCK-EOF-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-EOF          VALUE "Y".
       01  WS-LOG-EOF-SW            PIC X(01) VALUE "N".
           88  WS-LOG-EOF           VALUE "Y".

       01  WS-SYS-DATE              PIC 9(8).
       01  WS-SYS-TIME              PIC 9(8).
       01  WS-SYS-TIME-HHMMSS       PIC 9(6).

      * LIST TALLIES
       01  WS-PERIODS-LISTED        PIC 9(9) VALUE 0.
       01  WS-CLOSED-COUNT          PIC 9(9) VALUE 0.
       01  WS-CHANGES-LISTED        PIC 9(9) VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.

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
      * FUNCTION,PERIOD-START,ENVIRONMENT,USER,REASON.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           IF WS-LIST-RUN
               PERFORM 300-LIST-PERIODS
               DISPLAY "PERLOCK: " WS-PERIODS-LISTED " periods on "
                   "file, " WS-CLOSED-COUNT " closed, "
                   WS-CHANGES-LISTED " status changes logged."
           ELSE
               PERFORM 100-OPEN-STATUS-FILE
               PERFORM 200-CHANGE-STATUS
               CLOSE PERIOD-LOCK-FILE
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   SPLIT AND VALIDATE THE PARM BEFORE ANY FILE IS
      *   TOUCHED, AS HISTMNT DOES. THE REASON IS FREE TEXT
      *   AND MAY ITSELF CONTAIN COMMAS, SO IT IS TAKEN AS
      *   THE WHOLE REMAINDER OF THE PARM.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-FUNCTION
           MOVE SPACES TO WS-PERIOD-START
           MOVE SPACES TO WS-ENVIRONMENT
           MOVE SPACES TO WS-USER-ID
           MOVE SPACES TO WS-REASON
           MOVE 1 TO WS-PARM-POINTER
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-FUNCTION, WS-PERIOD-START,
                    WS-ENVIRONMENT, WS-USER-ID
               WITH POINTER WS-PARM-POINTER
           END-UNSTRING
           IF WS-PARM-POINTER <= 100
               MOVE WS-PARM-TEXT(WS-PARM-POINTER:) TO WS-REASON
           END-IF

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF

           IF NOT WS-OPEN-RUN AND NOT WS-CLOSE-RUN
               AND NOT WS-REOPEN-RUN AND NOT WS-LIST-RUN
               DISPLAY "ERROR: Function must be OPEN, CLOSE, "
                   "REOPEN or LIST, not """ WS-FUNCTION """."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-LIST-RUN
               GO TO 050-INITIALIZE-PARMS-EXIT
           END-IF

           IF WS-PERIOD-START IS NOT NUMERIC
               DISPLAY "ERROR: " WS-FUNCTION " period """
                   WS-PERIOD-START """ is not a YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-USER-ID = SPACES
               DISPLAY "ERROR: " WS-FUNCTION " needs the user "
                   "making the change as the fourth parm piece."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REOPEN-RUN AND WS-REASON = SPACES
               DISPLAY "ERROR: REOPEN needs a reason after the "
                   "user. Period " WS-PERIOD-START " not reopened."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * THE PERIOD MUST BE ONE DEFINED ON THE FISCAL CALENDAR.
           MOVE WS-PERIOD-START TO WS-CAL-PERIOD-START
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
      *   EACH ENVIRONMENT HAS ITS OWN MASTER, SO EACH HAS
      *   ITS OWN PERIOD LOCKS.
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

           MOVE "DD_PERSTAT" TO WS-DD-NAME
           MOVE "perstat.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_PERLOG" TO WS-DD-NAME
           MOVE "perlock.log" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_PERPRT" TO WS-DD-NAME
           MOVE "perlock.prt" TO WS-BASE-NAME
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
      * 100-OPEN-STATUS-FILE
      *   OPEN THE PERIOD-STATUS FILE FOR UPDATE, CREATING
      *   IT ON THE VERY FIRST CHANGE, AS 160-OPEN-HISTORY
      *   IN BATCH3 CREATES THE REVENUE MASTER.
      ******************************************************
       100-OPEN-STATUS-FILE SECTION.
           OPEN I-O PERIOD-LOCK-FILE
           IF PERIOD-LOCK-STATUS = "35"
               OPEN OUTPUT PERIOD-LOCK-FILE
               IF PERIOD-LOCK-STATUS = "00"
                   CLOSE PERIOD-LOCK-FILE
                   OPEN I-O PERIOD-LOCK-FILE
               END-IF
           END-IF
           IF PERIOD-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the period-status "
                   "file. FILE-STATUS: " PERIOD-LOCK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       100-OPEN-STATUS-FILE-EXIT.
           EXIT.

      ******************************************************
      * 200-CHANGE-STATUS
      *   APPLY THE FUNCTION TO THE PERIOD'S STATUS RECORD.
      *   A FUNCTION THAT DOES NOT APPLY TO THE PERIOD'S
      *   CURRENT STATUS IS REFUSED WITH CONDITION CODE 4
      *   AND CHANGES NOTHING.
      ******************************************************
       200-CHANGE-STATUS SECTION.
           MOVE WS-PERIOD-START TO PL-PERIOD-START
           READ PERIOD-LOCK-FILE
           EVALUATE PERIOD-LOCK-STATUS
               WHEN "00"
                   SET WS-PERIOD-FOUND TO TRUE
                   MOVE PL-STATUS TO WS-OLD-STATUS
               WHEN "23"
                   MOVE "N" TO WS-PERIOD-FOUND-SW
                   MOVE SPACES TO WS-OLD-STATUS
               WHEN OTHER
                   DISPLAY "ERROR: Unable to read the period-status "
                       "file for " WS-PERIOD-START ". FILE-STATUS: "
                       PERIOD-LOCK-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 200-CHANGE-STATUS-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-OPEN-RUN
                   IF WS-PERIOD-FOUND
                       DISPLAY "PERLOCK: Period " WS-PERIOD-START
                           " is already on file as " WS-OLD-STATUS
                           ". Not opened."
                       MOVE 4 TO RETURN-CODE
                       GO TO 200-CHANGE-STATUS-EXIT
                   END-IF
                   MOVE "OPEN" TO WS-NEW-STATUS
               WHEN WS-CLOSE-RUN
                   IF WS-OLD-STATUS = "CLOSED"
                       DISPLAY "PERLOCK: Period " WS-PERIOD-START
                           " is already CLOSED (by " PL-CHANGED-BY
                           " on " PL-CHANGED-DATE ")."
                       MOVE 4 TO RETURN-CODE
                       GO TO 200-CHANGE-STATUS-EXIT
                   END-IF
                   MOVE "CLOSED" TO WS-NEW-STATUS
               WHEN WS-REOPEN-RUN
                   IF WS-OLD-STATUS NOT = "CLOSED"
                       DISPLAY "PERLOCK: Period " WS-PERIOD-START
                           " is not CLOSED. Nothing to reopen."
                       MOVE 4 TO RETURN-CODE
                       GO TO 200-CHANGE-STATUS-EXIT
                   END-IF
                   MOVE "REOPENED" TO WS-NEW-STATUS
           END-EVALUATE

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           COMPUTE WS-SYS-TIME-HHMMSS = WS-SYS-TIME / 100

           MOVE WS-PERIOD-START TO PL-PERIOD-START
           MOVE WS-NEW-STATUS TO PL-STATUS
           MOVE WS-USER-ID TO PL-CHANGED-BY
           MOVE WS-SYS-DATE TO PL-CHANGED-DATE
           MOVE WS-SYS-TIME-HHMMSS TO PL-CHANGED-TIME
           MOVE WS-REASON TO PL-REASON
           IF WS-PERIOD-FOUND
               REWRITE PERIOD-LOCK-RECORD
           ELSE
               WRITE PERIOD-LOCK-RECORD
           END-IF
           IF PERIOD-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to record period "
                   WS-PERIOD-START " as " WS-NEW-STATUS
                   ". FILE-STATUS: " PERIOD-LOCK-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 200-CHANGE-STATUS-EXIT
           END-IF

           PERFORM 210-LOG-CHANGE
           DISPLAY "PERLOCK: Period " WS-PERIOD-START " "
               WS-NEW-STATUS " by " WS-USER-ID "."

       200-CHANGE-STATUS-EXIT.
           EXIT.

      ******************************************************
      * 210-LOG-CHANGE
      *   APPEND THE CHANGE TO THE STATUS-CHANGE LOG. THE
      *   STATUS RECORD ONLY HOLDS THE LAST CHANGE; THE LOG
      *   HOLDS THEM ALL.
      ******************************************************
       210-LOG-CHANGE SECTION.
           OPEN EXTEND LOCK-LOG-FILE
           IF LOCK-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOCK-LOG-FILE
           END-IF
           IF LOCK-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the status-change "
                   "log. FILE-STATUS: " LOCK-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 210-LOG-CHANGE-EXIT
           END-IF

           MOVE WS-SYS-DATE TO LG-LOG-DATE
           MOVE WS-SYS-TIME-HHMMSS TO LG-LOG-TIME
           MOVE WS-PERIOD-START TO LG-PERIOD-START
           MOVE WS-OLD-STATUS TO LG-OLD-STATUS
           MOVE WS-NEW-STATUS TO LG-NEW-STATUS
           MOVE WS-USER-ID TO LG-CHANGED-BY
           MOVE WS-REASON TO LG-REASON
           WRITE LOCK-LOG-RECORD
           IF LOCK-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write the status-change "
                   "log. FILE-STATUS: " LOCK-LOG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE LOCK-LOG-FILE

       210-LOG-CHANGE-EXIT.
           EXIT.

      ******************************************************
      * 300-LIST-PERIODS
      *   PRINT EVERY PERIOD ON THE STATUS FILE IN PERIOD
      *   ORDER, THEN THE WHOLE STATUS-CHANGE LOG.
      ******************************************************
       300-LIST-PERIODS SECTION.
           OPEN OUTPUT LOCK-PRINT-FILE
           IF LOCK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the period-status "
                   "listing. FILE-STATUS: " LOCK-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PERIOD-LOCK-FILE
           EVALUATE PERIOD-LOCK-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO PL-PERIOD-START
                   START PERIOD-LOCK-FILE
                       KEY NOT < PL-PERIOD-START
                   IF PERIOD-LOCK-STATUS NOT = "00"
                       SET WS-LOCK-EOF TO TRUE
                   END-IF
                   PERFORM UNTIL WS-LOCK-EOF
                       READ PERIOD-LOCK-FILE NEXT
                       IF PERIOD-LOCK-STATUS NOT = "00"
                           SET WS-LOCK-EOF TO TRUE
                       ELSE
                           PERFORM 310-LIST-ONE-PERIOD
                       END-IF
                   END-PERFORM
                   CLOSE PERIOD-LOCK-FILE
               WHEN "35"
                   DISPLAY "NOTE: No period-status file for "
                       "environment " WS-ENVIRONMENT ". Every "
                       "period is open."
               WHEN OTHER
                   DISPLAY "ERROR: Unable to open the period-status "
                       "file. FILE-STATUS: " PERIOD-LOCK-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO LOCK-PRINT-RECORD
           PERFORM 410-WRITE-LOCK-LINE
           MOVE "STATUS-CHANGE LOG" TO LOCK-PRINT-RECORD
           PERFORM 410-WRITE-LOCK-LINE

           OPEN INPUT LOCK-LOG-FILE
           IF LOCK-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF
                   READ LOCK-LOG-FILE
                   IF LOCK-LOG-STATUS NOT = "00"
                       SET WS-LOG-EOF TO TRUE
                   ELSE
                       PERFORM 320-LIST-ONE-CHANGE
                   END-IF
               END-PERFORM
               CLOSE LOCK-LOG-FILE
           ELSE
               PERFORM 400-CHECK-PAGE
               MOVE "  NO STATUS CHANGES LOGGED" TO LOCK-PRINT-RECORD
               PERFORM 410-WRITE-LOCK-LINE
           END-IF

           MOVE WS-CLOSED-COUNT TO WS-PRINT-COUNT
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO LOCK-PRINT-RECORD
           PERFORM 410-WRITE-LOCK-LINE
           MOVE SPACES TO LOCK-PRINT-RECORD
           STRING "PERIODS CLOSED:                "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO LOCK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-LOCK-LINE

           CLOSE LOCK-PRINT-FILE

       300-LIST-PERIODS-EXIT.
           EXIT.

      ******************************************************
      * 310-LIST-ONE-PERIOD
      *   ONE LINE PER PERIOD: STATUS AND ITS LAST CHANGE.
      ******************************************************
       310-LIST-ONE-PERIOD SECTION.
           ADD 1 TO WS-PERIODS-LISTED
           IF PL-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           END-IF

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO LOCK-PRINT-RECORD
           STRING PL-PERIOD-START       DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PL-STATUS             DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PL-CHANGED-BY         DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PL-CHANGED-DATE       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PL-CHANGED-TIME       DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PL-REASON             DELIMITED BY SIZE
                  INTO LOCK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-LOCK-LINE

       310-LIST-ONE-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 320-LIST-ONE-CHANGE
      *   ONE LINE PER LOGGED CHANGE, OLD STATUS TO NEW.
      ******************************************************
       320-LIST-ONE-CHANGE SECTION.
           ADD 1 TO WS-CHANGES-LISTED

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO LOCK-PRINT-RECORD
           STRING LG-PERIOD-START       DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  LG-NEW-STATUS         DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  LG-CHANGED-BY         DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  LG-LOG-DATE           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LG-LOG-TIME           DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  LG-REASON             DELIMITED BY SIZE
                  "  WAS: "             DELIMITED BY SIZE
                  LG-OLD-STATUS         DELIMITED BY SIZE
                  INTO LOCK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-LOCK-LINE

       320-LIST-ONE-CHANGE-EXIT.
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
      * 410-WRITE-LOCK-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-LOCK-LINE SECTION.
           WRITE LOCK-PRINT-RECORD
           IF LOCK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing line. "
                   "FILE-STATUS: " LOCK-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-LOCK-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO LOCK-PRINT-RECORD
           STRING "ACCOUNTING-PERIOD STATUS"     DELIMITED BY SIZE
                  "          PAGE: "             DELIMITED BY SIZE
                  WS-PAGE-COUNT                  DELIMITED BY SIZE
                  INTO LOCK-PRINT-RECORD
           END-STRING
           WRITE LOCK-PRINT-RECORD
           IF LOCK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing header. "
                   "FILE-STATUS: " LOCK-PRINT-STATUS
           END-IF

           MOVE SPACES TO LOCK-PRINT-RECORD
           STRING "ENVIRONMENT: "  DELIMITED BY SIZE
                  WS-ENVIRONMENT   DELIMITED BY SIZE
                  INTO LOCK-PRINT-RECORD
           END-STRING
           WRITE LOCK-PRINT-RECORD
           IF LOCK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing header. "
                   "FILE-STATUS: " LOCK-PRINT-STATUS
           END-IF

           MOVE SPACES TO LOCK-PRINT-RECORD
           STRING "PERIOD    STATUS    BY        "
                                                 DELIMITED BY SIZE
                  "CHANGED          REASON"      DELIMITED BY SIZE
                  INTO LOCK-PRINT-RECORD
           END-STRING
           WRITE LOCK-PRINT-RECORD
           IF LOCK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing header. "
                   "FILE-STATUS: " LOCK-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.
