      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - LOG THE STEP ON THE CLOSE-CYCLE STEP LEDGER
      *     (STEPLDG.DAT): A "STARTED" ENTRY ONCE THE PERIOD
      *     IS KNOWN AND AN "ENDED" ENTRY WITH THE CONDITION
      *     CODE AND KEY COUNTS, FOR THE CLOSECHK CHECKLIST.
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

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
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

       WORKING-STORAGE SECTION.
       01  RPT-FILE-STATUS          PIC XX.
       01  HISTORY-FILE-STATUS      PIC XX.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-METRIC-TEXT           PIC X(12) VALUE SPACES.

      * THIS STEP'S OWN STEP-LEDGER ENTRY, LAID OUT AS THE LEDGER
      * RECORD. THE PERIOD IS FILLED IN BEFORE 970-LOG-STEP-START,
      * THE COUNTS AND LABELS BEFORE 975-LOG-STEP-END.
       01  STEP-LEDGER-STATUS       PIC XX.
       01  WS-STEP-ENTRY.
           05  WS-SE-STEP-KEY.
               10  WS-SE-PERIOD-START
                                     PIC X(8) VALUE SPACES.
               10  WS-SE-ENVIRONMENT PIC X(10) VALUE SPACES.
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "ANOMGATE".
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

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3. THE TEXT IS
      * ENVIRONMENT,DEV-PCT,RATE-PTS,MAX-BREACHES; EMPTY PIECES
                   " outliers within tolerance "
                   WS-MAX-BREACHES ". Close released."
           END-IF
           MOVE WS-CUSTOMERS-CHECKED TO WS-SE-RECORD-COUNT
           MOVE "BREACHES" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-BREACHED-CUSTOMERS TO WS-SE-EXCEPTION-COUNT
           PERFORM 975-LOG-STEP-END
           STOP RUN.

      ******************************************************
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE "DD_STEPLDG" TO WS-DD-NAME
           MOVE "stepldg.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

       060-SET-FILE-NAMES-EXIT.
           EXIT.

               PERFORM 160-HOLD-THIS-STEP
           END-IF
           MOVE RPT-INPUT-RECORD TO WS-REPORT-HEADER
           MOVE WS-RH-PERIOD-START TO WS-SE-PERIOD-START
           MOVE WS-RH-PERIOD-END TO WS-SE-PERIOD-END
           PERFORM 970-LOG-STEP-START

           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
       160-HOLD-THIS-STEP SECTION.
           CLOSE RPT-FILE HISTORY-FILE ANOMALY-PRINT-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 975-LOG-STEP-END
           STOP RUN.

       160-HOLD-THIS-STEP-EXIT.

       900-CLOSE-FILES-EXIT.
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
