       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSECHK.
      ******************************************************
      * CLOSECHK - PERIOD CLOSE CHECKLIST
      *
      *   THE CLOSE RUNS AS A CHAIN OF SEPARATE STEPS (DQSCAN,
      *   BATCH3, ANOMGATE, GLRECON, PERVAR, BUDVAR, ROLLUP,
      *   CASHAPP, ALERTMRG, STMTGEN) AND NOTHING SAID WHICH
      *   OF THEM HAD ACTUALLY RUN FOR A PERIOD SHORT OF
      *   READING THE SCHEDULER'S JOB LOGS. EVERY STEP NOW
      *   PUTS AN ENTRY ON THE CLOSE-CYCLE STEP LEDGER
      *   (STEPLDG.DAT) AND THIS STEP PRINTS ONE CHECKLIST
      *   PER PERIOD FROM IT (CLOSECHK.PRT):
      *     - EACH CLOSE STEP AS RAN, FAILED (CONDITION CODE
      *       8 OR OVER, OR A START WITH NO END) OR PENDING
      *       (NO ENTRY), WITH ITS TIMES, CONDITION CODE AND
      *       KEY COUNTS;
      *     - ANY STEP THAT READ THE EXTRACT'S OUTPUT BUT
      *       FINISHED BEFORE REPROC OR RATERST LAST REWROTE
      *       THE PERIOD'S FIGURES, SO IT CAN BE RERUN;
      *     - THE REPROC AND RATERST ENTRIES THEMSELVES;
      *     - A SIGN-OFF LINE.
      *
      *   PARM: PERIOD-START,ENVIRONMENT -- THE PERIOD-START
      *   (YYYYMMDD) IS REQUIRED; THE ENVIRONMENT DEFAULTS TO
      *   PROD AND SCOPES THE FILE NAMES AS IN BATCH3.
      *   CONDITION CODES: 0 EVERY STEP RAN CLEAN AND NONE
      *   NEEDS A RERUN, 4 THE CLOSE IS NOT READY FOR
      *   SIGN-OFF, 8 BAD PARM OR FILE FAILURE.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE PARM PERIOD-START MUST START A PERIOD ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-STEP-KEY
               FILE STATUS IS STEP-LEDGER-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHECK-PRINT-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CLOSE-CYCLE STEP LEDGER, SHARED BY EVERY CLOSE STEP: ONE
      * ENTRY PER PERIOD, ENVIRONMENT AND STEP, PUT ON AS "STARTED"
      * ONCE THE STEP KNOWS ITS PERIOD AND REWRITTEN AS "ENDED" WITH
      * THE CONDITION CODE AND THE STEP'S KEY COUNTS.
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

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD        PIC X(132).

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
       01  STEP-LEDGER-STATUS       PIC XX.
       01  CHECK-PRINT-STATUS       PIC XX.

      * PARAMETERS, SPLIT AND VALIDATED IN 050-INITIALIZE-PARMS
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-PERIOD-START          PIC X(8) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10) VALUE SPACES.

      * THE CLOSE STEPS IN RUN ORDER. THE FLAG IS "Y" FOR A STEP
      * THAT READS THE EXTRACT'S OUTPUT (AND SO IS STALE ONCE THE
      * FIGURES ARE REWRITTEN UNDER IT), "N" FOR ONE THAT DOES NOT,
      * AND "R" FOR THE TWO STEPS THAT DO THE REWRITING.
       01  WS-STEP-NAME-TABLE.
           05  FILLER                PIC X(10) VALUE "DQSCAN  N".
           05  FILLER                PIC X(10) VALUE "BATCH3  N".
           05  FILLER                PIC X(10) VALUE "ANOMGATEY".
           05  FILLER                PIC X(10) VALUE "GLRECON Y".
           05  FILLER                PIC X(10) VALUE "PERVAR  Y".
           05  FILLER                PIC X(10) VALUE "BUDVAR  Y".
           05  FILLER                PIC X(10) VALUE "ROLLUP  Y".
           05  FILLER                PIC X(10) VALUE "CASHAPP Y".
           05  FILLER                PIC X(10) VALUE "ALERTMRGY".
           05  FILLER                PIC X(10) VALUE "STMTGEN Y".
           05  FILLER                PIC X(10) VALUE "REPROC  R".
           05  FILLER                PIC X(10) VALUE "RATERST R".
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAME-TABLE.
           05  WS-STEP-ENTRY OCCURS 12 TIMES.
               10  WS-ST-STEP-NAME   PIC X(8).
               10  WS-ST-STEP-KIND   PIC X(1).
                   88  WS-ST-READS-OUTPUT VALUE "Y".
                   88  WS-ST-REWRITER     VALUE "R".
               10  FILLER            PIC X(1).
       01  WS-STEP-COUNT            PIC 9(4) COMP VALUE 12.
       01  WS-STEP-SUB              PIC 9(4) COMP VALUE 0.

       01  WS-LEDGER-OPEN-SW        PIC X(01) VALUE "N".
           88  WS-LEDGER-OPEN       VALUE "Y".
       01  WS-ENTRY-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
       01  WS-RUN-ERROR-SW          PIC X(01) VALUE "N".
           88  WS-RUN-ERROR         VALUE "Y".

      * LATEST REWRITE OF THE PERIOD'S FIGURES BY REPROC OR RATERST,
      * AS END DATE AND TIME RUN TOGETHER (YYYYMMDDHHMMSS) SO ONE
      * COMPARE ORDERS TWO ENTRIES.
       01  WS-REWRITE-STAMP         PIC 9(14) VALUE 0.
       01  WS-REWRITE-STEP          PIC X(8) VALUE SPACES.
       01  WS-ENTRY-STAMP           PIC 9(14) VALUE 0.

      * CHECKLIST RESULT FOR THE STEP IN HAND
       01  WS-CHECK-STATUS          PIC X(7) VALUE SPACES.
       01  WS-CHECK-NOTE            PIC X(26) VALUE SPACES.

      * CHECKLIST TALLIES
       01  WS-RAN-COUNT             PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(4) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(4) VALUE 0.
       01  WS-STALE-COUNT           PIC 9(4) VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
      * THE STEP COLUMNS BLANK OUT FOR A STEP WITH NOTHING TO SHOW,
      * THROUGH THE ALPHANUMERIC VIEW OF EACH EDITED FIELD.
       01  WS-PRINT-CC              PIC ZZZ9.
       01  WS-PRINT-CC-X REDEFINES WS-PRINT-CC
                                    PIC X(4).
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-COUNT-X REDEFINES WS-PRINT-COUNT
                                    PIC X(11).
       01  WS-PRINT-EXCEPTIONS      PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-EXCEPTIONS-X REDEFINES WS-PRINT-EXCEPTIONS
                                    PIC X(11).
       01  WS-PRINT-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-TALLY           PIC ZZZ9.
       01  WS-PRINT-START           PIC X(15) VALUE SPACES.
       01  WS-PRINT-END             PIC X(15) VALUE SPACES.
       01  WS-PRINT-LABEL           PIC X(20) VALUE SPACES.

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
      * PERIOD-START,ENVIRONMENT, WITH THE ENVIRONMENT DEFAULTING
      * TO PROD.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 100-OPEN-FILES
           PERFORM 200-FIND-LATEST-REWRITE
           PERFORM 300-CHECK-CLOSE-STEPS
           PERFORM 350-LIST-REWRITE-STEPS
           PERFORM 380-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           DISPLAY "CLOSECHK: Period " WS-PERIOD-START " - "
               WS-RAN-COUNT " ran, " WS-FAILED-COUNT " failed, "
               WS-PENDING-COUNT " pending, " WS-STALE-COUNT
               " to rerun after a rewrite."
           IF WS-FAILED-COUNT > 0 OR WS-PENDING-COUNT > 0
               OR WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RUN-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   SPLIT AND VALIDATE THE PERIOD BEFORE ANY FILE IS
      *   TOUCHED, AS HISTMNT DOES.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-PERIOD-START
           MOVE SPACES TO WS-ENVIRONMENT
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-PERIOD-START, WS-ENVIRONMENT
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

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

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

           MOVE "DD_STEPLDG" TO WS-DD-NAME
           MOVE "stepldg.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_CHKPRT" TO WS-DD-NAME
           MOVE "closechk.prt" TO WS-BASE-NAME
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
      * 100-OPEN-FILES
      *   OPEN THE CHECKLIST AND THE STEP LEDGER. A LEDGER
      *   THAT DOES NOT EXIST YET IS NOT AN ERROR -- NO STEP
      *   HAS RUN IN THIS ENVIRONMENT, SO EVERY STEP PRINTS
      *   AS PENDING.
      ******************************************************
       100-OPEN-FILES SECTION.
           OPEN OUTPUT CHECK-PRINT-FILE
           IF CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the close checklist. "
                   "FILE-STATUS: " CHECK-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STEP-LEDGER-FILE
           EVALUATE STEP-LEDGER-STATUS
               WHEN "00"
                   SET WS-LEDGER-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "NOTE: No step ledger for environment "
                       WS-ENVIRONMENT ". Every step is pending."
               WHEN OTHER
                   DISPLAY "ERROR: Unable to open step ledger. "
                       "FILE-STATUS: " STEP-LEDGER-STATUS
                   CLOSE CHECK-PRINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

       100-OPEN-FILES-EXIT.
           EXIT.

      ******************************************************
      * 200-FIND-LATEST-REWRITE
      *   FIND THE LAST TIME REPROC OR RATERST FINISHED
      *   REWRITING THE PERIOD'S FIGURES. ANY CLOSE STEP
      *   THAT READ THE EXTRACT'S OUTPUT AND ENDED BEFORE
      *   THAT RAN AGAINST FIGURES THAT NO LONGER STAND.
      ******************************************************
       200-FIND-LATEST-REWRITE SECTION.
           MOVE 0 TO WS-REWRITE-STAMP
           MOVE SPACES TO WS-REWRITE-STEP
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-ST-REWRITER (WS-STEP-SUB)
                   PERFORM 210-READ-STEP-ENTRY
                   IF WS-ENTRY-FOUND
                       AND SL-STATUS = "ENDED"
                       COMPUTE WS-ENTRY-STAMP =
                           SL-END-DATE * 1000000 + SL-END-TIME
                       IF WS-ENTRY-STAMP > WS-REWRITE-STAMP
                           MOVE WS-ENTRY-STAMP TO WS-REWRITE-STAMP
                           MOVE SL-STEP-NAME TO WS-REWRITE-STEP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

       200-FIND-LATEST-REWRITE-EXIT.
           EXIT.

      ******************************************************
      * 210-READ-STEP-ENTRY
      *   READ THE LEDGER ENTRY FOR THE TABLE STEP IN HAND
      *   UNDER THE PARM PERIOD AND ENVIRONMENT.
      ******************************************************
       210-READ-STEP-ENTRY SECTION.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           IF NOT WS-LEDGER-OPEN
               GO TO 210-READ-STEP-ENTRY-EXIT
           END-IF

           MOVE WS-PERIOD-START TO SL-PERIOD-START
           MOVE WS-ENVIRONMENT TO SL-ENVIRONMENT
           MOVE WS-ST-STEP-NAME (WS-STEP-SUB) TO SL-STEP-NAME
           READ STEP-LEDGER-FILE
           EVALUATE STEP-LEDGER-STATUS
               WHEN "00"
                   SET WS-ENTRY-FOUND TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: Unable to read step ledger for "
                       WS-ST-STEP-NAME (WS-STEP-SUB)
                       ". FILE-STATUS: " STEP-LEDGER-STATUS
                   SET WS-RUN-ERROR TO TRUE
           END-EVALUATE

       210-READ-STEP-ENTRY-EXIT.
           EXIT.

      ******************************************************
      * 300-CHECK-CLOSE-STEPS
      *   ONE CHECKLIST LINE PER CLOSE STEP, IN RUN ORDER.
      ******************************************************
       300-CHECK-CLOSE-STEPS SECTION.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF NOT WS-ST-REWRITER (WS-STEP-SUB)
                   PERFORM 210-READ-STEP-ENTRY
                   PERFORM 310-GRADE-STEP
                   EVALUATE WS-CHECK-STATUS
                       WHEN "RAN"
                           ADD 1 TO WS-RAN-COUNT
                       WHEN "FAILED"
                           ADD 1 TO WS-FAILED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-PENDING-COUNT
                   END-EVALUATE
                   IF WS-CHECK-NOTE(1:5) = "RERUN"
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
                   PERFORM 320-WRITE-STEP-LINE
               END-IF
           END-PERFORM

       300-CHECK-CLOSE-STEPS-EXIT.
           EXIT.

      ******************************************************
      * 310-GRADE-STEP
      *   PENDING WITH NO ENTRY; FAILED WHEN THE STEP NEVER
      *   LOGGED ITS END (ABENDED, OR STOPPED ON AN ERROR
      *   PATH) OR ENDED ON CONDITION CODE 8 OR OVER; RAN
      *   OTHERWISE. A STEP THAT READS THE EXTRACT'S OUTPUT
      *   AND ENDED BEFORE THE LATEST REWRITE IS MARKED FOR
      *   A RERUN.
      ******************************************************
       310-GRADE-STEP SECTION.
           MOVE SPACES TO WS-CHECK-NOTE
           IF NOT WS-ENTRY-FOUND
               MOVE "PENDING" TO WS-CHECK-STATUS
               GO TO 310-GRADE-STEP-EXIT
           END-IF

           IF SL-STATUS NOT = "ENDED"
               MOVE "FAILED" TO WS-CHECK-STATUS
               MOVE "NO COMPLETION RECORD" TO WS-CHECK-NOTE
               GO TO 310-GRADE-STEP-EXIT
           END-IF

           IF SL-CONDITION-CODE >= 8
               MOVE "FAILED" TO WS-CHECK-STATUS
           ELSE
               MOVE "RAN" TO WS-CHECK-STATUS
           END-IF

           IF WS-ST-READS-OUTPUT (WS-STEP-SUB)
               AND WS-REWRITE-STAMP > 0
               COMPUTE WS-ENTRY-STAMP =
                   SL-END-DATE * 1000000 + SL-END-TIME
               IF WS-ENTRY-STAMP < WS-REWRITE-STAMP
                   MOVE SPACES TO WS-CHECK-NOTE
                   STRING "RERUN - BEFORE "  DELIMITED BY SIZE
                          WS-REWRITE-STEP    DELIMITED BY SPACE
                          INTO WS-CHECK-NOTE
                   END-STRING
               END-IF
           END-IF

       310-GRADE-STEP-EXIT.
           EXIT.

      ******************************************************
      * 320-WRITE-STEP-LINE
      *   PRINT THE STEP IN HAND: NAME, STATUS, CONDITION
      *   CODE, START AND END, RECORD AND EXCEPTION COUNTS
      *   AND NOTE, WITH THE STEP'S AMOUNT ON A SECOND LINE
      *   WHEN IT LOGGED ONE.
      ******************************************************
       320-WRITE-STEP-LINE SECTION.
           MOVE SPACES TO WS-PRINT-START
           MOVE SPACES TO WS-PRINT-END
           MOVE SPACES TO WS-PRINT-CC-X
           MOVE SPACES TO WS-PRINT-COUNT-X
           MOVE SPACES TO WS-PRINT-EXCEPTIONS-X
           MOVE SPACES TO WS-PRINT-LABEL
           IF WS-ENTRY-FOUND
               STRING SL-START-DATE  DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      SL-START-TIME  DELIMITED BY SIZE
                      INTO WS-PRINT-START
               END-STRING
               IF SL-STATUS = "ENDED"
                   STRING SL-END-DATE    DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          SL-END-TIME    DELIMITED BY SIZE
                          INTO WS-PRINT-END
                   END-STRING
                   MOVE SL-CONDITION-CODE TO WS-PRINT-CC
                   MOVE SL-RECORD-COUNT TO WS-PRINT-COUNT
                   IF SL-EXCEPTION-LABEL NOT = SPACES
                       MOVE SL-EXCEPTION-LABEL TO WS-PRINT-LABEL
                       MOVE SL-EXCEPTION-COUNT TO WS-PRINT-EXCEPTIONS
                   END-IF
               END-IF
           END-IF

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING WS-ST-STEP-NAME (WS-STEP-SUB)
                                         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-CHECK-STATUS        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PRINT-CC            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PRINT-START         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PRINT-END           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PRINT-COUNT         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PRINT-LABEL         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PRINT-EXCEPTIONS    DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-CHECK-NOTE          DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CHECK-LINE

           IF WS-ENTRY-FOUND
               AND SL-STATUS = "ENDED"
               AND SL-AMOUNT-LABEL NOT = SPACES
               MOVE SL-AMOUNT TO WS-PRINT-AMOUNT
               PERFORM 400-CHECK-PAGE
               MOVE SPACES TO CHECK-PRINT-RECORD
               STRING "          "       DELIMITED BY SIZE
                      SL-AMOUNT-LABEL    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-PRINT-AMOUNT    DELIMITED BY SIZE
                      INTO CHECK-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-CHECK-LINE
           END-IF

       320-WRITE-STEP-LINE-EXIT.
           EXIT.

      ******************************************************
      * 350-LIST-REWRITE-STEPS
      *   THE REPROC AND RATERST ENTRIES FOR THE PERIOD, SO
      *   THE REVIEWER SEES WHAT WAS REWRITTEN AND WHEN.
      *   NEITHER IS A CLOSE STEP, SO NEITHER IS COUNTED.
      ******************************************************
       350-LIST-REWRITE-STEPS SECTION.
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CHECK-PRINT-RECORD
           PERFORM 410-WRITE-CHECK-LINE
           MOVE "REWRITES OF THE PERIOD'S FIGURES"
               TO CHECK-PRINT-RECORD
           PERFORM 410-WRITE-CHECK-LINE

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-ST-REWRITER (WS-STEP-SUB)
                   PERFORM 210-READ-STEP-ENTRY
                   PERFORM 310-GRADE-STEP
                   IF WS-CHECK-STATUS = "PENDING"
                       MOVE "NOT RUN" TO WS-CHECK-STATUS
                   END-IF
                   PERFORM 320-WRITE-STEP-LINE
               END-IF
           END-PERFORM

       350-LIST-REWRITE-STEPS-EXIT.
           EXIT.

      ******************************************************
      * 380-WRITE-SUMMARY
      *   THE TALLIES AND THE SIGN-OFF LINE. THE CLOSE IS
      *   READY ONLY WHEN EVERY STEP RAN BELOW CONDITION
      *   CODE 8 AND NONE RAN AHEAD OF A REWRITE.
      ******************************************************
       380-WRITE-SUMMARY SECTION.
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CHECK-PRINT-RECORD
           PERFORM 410-WRITE-CHECK-LINE
           MOVE "CLOSE CHECKLIST SUMMARY" TO CHECK-PRINT-RECORD
           PERFORM 410-WRITE-CHECK-LINE

           MOVE WS-RAN-COUNT TO WS-PRINT-TALLY
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "STEPS RAN:                     "
                                             DELIMITED BY SIZE
                  WS-PRINT-TALLY             DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CHECK-LINE

           MOVE WS-FAILED-COUNT TO WS-PRINT-TALLY
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "STEPS FAILED:                  "
                                             DELIMITED BY SIZE
                  WS-PRINT-TALLY             DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CHECK-LINE

           MOVE WS-PENDING-COUNT TO WS-PRINT-TALLY
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "STEPS PENDING:                 "
                                             DELIMITED BY SIZE
                  WS-PRINT-TALLY             DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CHECK-LINE

           MOVE WS-STALE-COUNT TO WS-PRINT-TALLY
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "STEPS TO RERUN AFTER REWRITE:  "
                                             DELIMITED BY SIZE
                  WS-PRINT-TALLY             DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CHECK-LINE

           MOVE SPACES TO CHECK-PRINT-RECORD
           IF WS-FAILED-COUNT = 0 AND WS-PENDING-COUNT = 0
               AND WS-STALE-COUNT = 0
               MOVE "CLOSE STATUS: READY FOR SIGN-OFF"
                   TO CHECK-PRINT-RECORD
           ELSE
               MOVE "CLOSE STATUS: *** NOT READY FOR SIGN-OFF ***"
                   TO CHECK-PRINT-RECORD
           END-IF
           PERFORM 410-WRITE-CHECK-LINE

       380-WRITE-SUMMARY-EXIT.
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
      * 410-WRITE-CHECK-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-CHECK-LINE SECTION.
           WRITE CHECK-PRINT-RECORD
           IF CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write checklist line. "
                   "FILE-STATUS: " CHECK-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-CHECK-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "PERIOD CLOSE CHECKLIST"       DELIMITED BY SIZE
                  "          PAGE: "             DELIMITED BY SIZE
                  WS-PAGE-COUNT                  DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           WRITE CHECK-PRINT-RECORD
           IF CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write checklist header. "
                   "FILE-STATUS: " CHECK-PRINT-STATUS
           END-IF

           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "PERIOD: "       DELIMITED BY SIZE
                  WS-PERIOD-START  DELIMITED BY SIZE
                  "  ENVIRONMENT: " DELIMITED BY SIZE
                  WS-ENVIRONMENT   DELIMITED BY SIZE
                  "  RUN DATE: "   DELIMITED BY SIZE
                  WS-SYS-DATE      DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           WRITE CHECK-PRINT-RECORD
           IF CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write checklist header. "
                   "FILE-STATUS: " CHECK-PRINT-STATUS
           END-IF

           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING "STEP      STATUS     CC  STARTED          "
                                                 DELIMITED BY SIZE
                  "ENDED                RECORDS  EXCEPTIONS"
                                                 DELIMITED BY SIZE
                  "                        NOTE" DELIMITED BY SIZE
                  INTO CHECK-PRINT-RECORD
           END-STRING
           WRITE CHECK-PRINT-RECORD
           IF CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write checklist header. "
                   "FILE-STATUS: " CHECK-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.

      ******************************************************
      * 900-CLOSE-FILES
      ******************************************************
       900-CLOSE-FILES SECTION.
           IF WS-LEDGER-OPEN
               CLOSE STEP-LEDGER-FILE
           END-IF
           CLOSE CHECK-PRINT-FILE

       900-CLOSE-FILES-EXIT.
           EXIT.
