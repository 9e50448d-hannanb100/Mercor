      *   GRADED FOR ALERTS.CSV EXACTLY AS THE MAIN RUN
      *   WOULD HAVE GRADED IT.
      *   CONDITION CODES: 0 ALL RECOVERED, 4 SOME ROWS
      *   STILL FAIL, 8 NOTHING COULD BE REPROCESSED, 20 THE
      *   PERIOD IS CLOSED.
      *
      *   RANKING.CSV IS DELIBERATELY NOT REBUILT BY A
      *   REPROCESS RUN: THE TOP-N IS A BUSINESS-REVIEW
      *     060-SET-FILE-NAMES DOES: PROD KEEPS THE BARE
      *     NAMES, OTHER ENVIRONMENTS GET THEIR OWN PREFIX.
      *     THE TREASURY RATE FILE KEEPS ITS SHARED NAME.
      *   - LOG THE RUN ON THE CLOSE-CYCLE STEP LEDGER
      *     (STEPLDG.DAT) UNDER THE REPORT HEADER'S PERIOD, SO
      *     THE CLOSECHK CHECKLIST CAN TELL WHICH STEPS RAN
      *     AGAINST A REPORT.CSV THIS PROGRAM LATER REWROTE.
      *   - REFUSE A PERIOD THAT PERLOCK HAS CLOSED ON THE
      *     PERIOD-STATUS FILE (PERSTAT.DAT) WITH CONDITION
      *     CODE 20, ONCE THE REPORT HEADER HAS GIVEN THE
      *     PERIOD AND BEFORE ANYTHING IS POSTED OR STAMPED.
      *   - REGISTER THE REWRITTEN REPORT, PRINT, CURRENCY,
      *     ALERT AND EXCEPTION FILES ON THE OUTPUT CATALOG
      *     (OUTCAT.DAT) THROUGH OUTCAT, WITH THEIR RECORD
      *     COUNTS AND HASH TOTALS, SO A LATER CHECK OR
      *     RESTORE KNOWS WHICH RUN LEFT EACH LIVE FILE.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
       01  WORK-FILE-STATUS         PIC XX.
           INCLUDE SQLCA
       END-EXEC.

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
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "REPROC".
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

      * OUTPUT CATALOG REGISTRATION, IN 960-CATALOG-OUTPUTS: THE
      * PARM HANDED TO OUTCAT FOR EACH OUTPUT THE STEP HAS WRITTEN.
       01  WS-CATALOG-PARM-AREA.
           05  WS-CATALOG-PARM-LENGTH
                                     PIC S9(4) COMP.
           05  WS-CATALOG-PARM-TEXT  PIC X(100).
       01  WS-CATALOG-POINTER       PIC 9(4) COMP VALUE 1.
       01  WS-CATALOG-OUTPUT        PIC X(20) VALUE SPACES.
       01  WS-CATALOG-SAVE-RC       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3. THE TEXT IS
      * ENVIRONMENT,CB-PCT,CB-COUNT -- ENVIRONMENT DEFAULTING TO
           END-IF
           PERFORM 150-CONNECT-TO-DB
           PERFORM 200-COPY-REPORT-TO-WORK
           MOVE WS-PERIOD-START TO WS-LOCK-PERIOD
           PERFORM 080-CHECK-PERIOD-LOCK
           IF WS-PERIOD-CLOSED
               CLOSE WORK-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD-START TO WS-SE-PERIOD-START
           MOVE WS-PERIOD-END TO WS-SE-PERIOD-END
           PERFORM 970-LOG-STEP-START
           PERFORM 250-LOAD-EXCHANGE-RATES
           PERFORM 300-REPROCESS-EXCEPTIONS
           PERFORM 400-WRITE-NEW-TRAILER
           PERFORM 500-COPY-WORK-TO-REPORT
           PERFORM 550-STAMP-RUN-CONTROL
           PERFORM 600-REWRITE-EXCEPTIONS
           PERFORM 960-CATALOG-OUTPUTS
           DISPLAY "REPROC: " WS-RECOVERED-COUNT " customers "
               "recovered, " WS-STILL-FAILING-COUNT " still failing."
           EVALUATE TRUE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-RECOVERED-COUNT TO WS-SE-RECORD-COUNT
           MOVE "STILL FAILING" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-STILL-FAILING-COUNT TO WS-SE-EXCEPTION-COUNT
           PERFORM 975-LOG-STEP-END
           STOP RUN.

      ******************************************************
           MOVE "runctl.dat" TO WS-BASE-NAME
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
      * 100-LOAD-EXCEPTIONS
      *   LOAD EVERY EXCEPTION ROW INTO THE TABLE. THE RAW

       600-REWRITE-EXCEPTIONS-EXIT.
           EXIT.

      ******************************************************
      * 960-CATALOG-OUTPUTS
      *   REGISTER EACH OUTPUT THIS RUN HAS LEFT AS THE LIVE
      *   FILE ON THE OUTPUT CATALOG, SO OUTCAT CAN LATER
      *   TELL WHICH RUN PRODUCED IT AND WHETHER IT HAS
      *   CHANGED SINCE.
      ******************************************************
       960-CATALOG-OUTPUTS SECTION.
           MOVE "report.csv" TO WS-CATALOG-OUTPUT
           PERFORM 965-CATALOG-ONE-OUTPUT
           MOVE "report.prt" TO WS-CATALOG-OUTPUT
           PERFORM 965-CATALOG-ONE-OUTPUT
           MOVE "exception.csv" TO WS-CATALOG-OUTPUT
           PERFORM 965-CATALOG-ONE-OUTPUT
           MOVE "currency.csv" TO WS-CATALOG-OUTPUT
           PERFORM 965-CATALOG-ONE-OUTPUT
           MOVE "alerts.csv" TO WS-CATALOG-OUTPUT
           PERFORM 965-CATALOG-ONE-OUTPUT
       960-CATALOG-OUTPUTS-EXIT.
           EXIT.

      ******************************************************
      * 965-CATALOG-ONE-OUTPUT
      *   CALL OUTCAT TO REGISTER WS-CATALOG-OUTPUT FOR THE
      *   RUN'S PERIOD. THE CATALOG RECORDS THE RUN RATHER
      *   THAN TAKING PART IN IT, SO A FAILURE HERE IS A
      *   WARNING AND NEVER CHANGES THE STEP'S OWN CONDITION
      *   CODE.
      ******************************************************
       965-CATALOG-ONE-OUTPUT SECTION.
           MOVE RETURN-CODE TO WS-CATALOG-SAVE-RC
           MOVE SPACES TO WS-CATALOG-PARM-TEXT
           MOVE 1 TO WS-CATALOG-POINTER
           STRING "REGISTER,"          DELIMITED BY SIZE
                  WS-PERIOD-START      DELIMITED BY SPACE
                  ","                  DELIMITED BY SIZE
                  WS-ENVIRONMENT       DELIMITED BY SPACE
                  ","                  DELIMITED BY SIZE
                  WS-CATALOG-OUTPUT    DELIMITED BY SPACE
                  ",,"                 DELIMITED BY SIZE
                  WS-PERIOD-END        DELIMITED BY SPACE
                  ",REPROC"            DELIMITED BY SIZE
                  INTO WS-CATALOG-PARM-TEXT
                  WITH POINTER WS-CATALOG-POINTER
           END-STRING
           COMPUTE WS-CATALOG-PARM-LENGTH = WS-CATALOG-POINTER - 1

           MOVE 0 TO RETURN-CODE
           CALL "OUTCAT" USING WS-CATALOG-PARM-AREA
               ON EXCEPTION
                   DISPLAY "WARNING: Unable to call OUTCAT. "
                       WS-CATALOG-OUTPUT " not cataloged."
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: OUTCAT ended with condition code "
                   RETURN-CODE " cataloging " WS-CATALOG-OUTPUT "."
           END-IF
           CANCEL "OUTCAT"
           MOVE WS-CATALOG-SAVE-RC TO RETURN-CODE

       965-CATALOG-ONE-OUTPUT-EXIT.
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
