      *   SUBSIDIARIES BILLED SEPARATELY -- AND REPORT.CSV
      *   TREATS THEM AS STRANGERS. THIS STEP CONSOLIDATES
      *   THE REPORT.CSV DETAIL LINES UP THE CUSTOMER
      *   HIERARCHY MASTER (CUSTHIER.DAT, MAINTAINED BY
      *   HIERMNT: CHILD CUSTOMER ID, EFFECTIVE-FROM AND
      *   EFFECTIVE-TO DATES, PARENT ACCOUNT ID, PARENT
      *   NAME), USING THE ROW IN FORCE ON THE REPORT
      *   PERIOD'S END DATE SO A RERUN OF AN OLD PERIOD
      *   ROLLS UP UNDER THE OWNERS OF THAT TIME, AND WRITES
      *   ROLLUP.CSV: ONE PARENT-LEVEL LINE WITH TOTALS FOR
      *   REVENUE, REFUNDS, CHARGEBACKS AND NET, FOLLOWED BY
      *   THE SUBSIDIARY SUB-LINES, WITH THE CHARGEBACK-RISK
      *     AS BATCH3'S 060-SET-FILE-NAMES DOES. THE
      *     HIERARCHY FILE COMES FROM THE ACCOUNT TEAM AND
      *     KEEPS ITS SHARED NAME.
      *   - REPLACED THE FLAT CUSTHIER.CSV WITH THE
      *     EFFECTIVE-DATED HIERARCHY MASTER KEPT BY
      *     HIERMNT. THE MASTER IS LOADED AFTER THE
      *     RUN-CONTROL HANDSHAKE, ONCE THE REPORT PERIOD
      *     IS KNOWN, AND ONLY THE ROWS IN FORCE AT THE
      *     PERIOD END ARE KEPT.
      *   - LOG THE STEP ON THE CLOSE-CYCLE STEP LEDGER
      *     (STEPLDG.DAT): A "STARTED" ENTRY ONCE THE PERIOD
      *     IS KNOWN AND AN "ENDED" ENTRY WITH THE CONDITION
      *     CODE AND KEY COUNTS, FOR THE CLOSECHK CHECKLIST.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HIERARCHY-KEY
               FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT ROLLUP-FILE ASSIGN TO "ROLLCSV"
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
       01  RPT-INPUT-RECORD          PIC X(140).

      * EFFECTIVE-DATED CHILD-TO-PARENT MASTER, AS MAINTAINED BY
      * HIERMNT. EFFECTIVE-TO IS THE LAST DAY THE ROW IS IN FORCE;
      * 99999999 WHILE IT IS OPEN.
       FD  HIERARCHY-FILE.
       01  HIERARCHY-RECORD.
           05  HR-HIERARCHY-KEY.
               10  HR-CHILD-CUSTOMER-ID
                                     PIC 9(9).
               10  HR-EFFECTIVE-FROM PIC X(8).
           05  HR-EFFECTIVE-TO       PIC X(8).
           05  HR-PARENT-ID          PIC 9(9).
           05  HR-PARENT-NAME        PIC X(50).
           05  HR-CHANGED-DATE       PIC 9(8).

       FD  ROLLUP-FILE.
       01  ROLLUP-HEADER-RECORD.
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
       01  HIERARCHY-FILE-STATUS    PIC XX.
           05  WS-RE-ADJUSTMENT-AMOUNT
                                     PIC 9(7)V99.

      * CHILD-TO-PARENT MAP IN FORCE FOR THE REPORT PERIOD
       01  WS-MAX-HIER-ENTRIES      PIC 9(4) VALUE 2000.
       01  WS-HIER-COUNT            PIC 9(4) VALUE 0.
       01  WS-HIER-TABLE.
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
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "ROLLUP".
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
      * ENVIRONMENT,CB-PCT,CB-COUNT.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 100-OPEN-FILES
           PERFORM 150-VERIFY-RUN-CONTROL
           PERFORM 120-LOAD-HIERARCHY
           PERFORM 200-CONSOLIDATE-REPORT
           PERFORM 300-WRITE-PARENT-SECTIONS
           PERFORM 900-CLOSE-FILES
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-SE-RECORD-COUNT = WS-CHILD-COUNT
               + WS-PASSTHRU-COUNT
           MOVE "PARENT RISK GRADES" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-PARENT-ALERTS TO WS-SE-EXCEPTION-COUNT
           PERFORM 975-LOG-STEP-END
           STOP RUN.

      ******************************************************
           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_HIERMSTR" TO WS-DD-NAME
           MOVE "custhier.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE "DD_STEPLDG" TO WS-DD-NAME
           MOVE "stepldg.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

       060-SET-FILE-NAMES-EXIT.
           EXIT.

      ******************************************************
      * 100-OPEN-FILES
      *   OPEN THE REPORT AND THE ROLL-UP OUTPUT. THE
      *   HIERARCHY MASTER IS OPENED BY 120-LOAD-HIERARCHY
      *   ONCE THE REPORT PERIOD IS KNOWN.
      ******************************************************
       100-OPEN-FILES SECTION.
           OPEN INPUT RPT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT ROLLUP-FILE
           IF ROLLUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open roll-up file. "
                   "FILE-STATUS: " ROLLUP-FILE-STATUS
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      ******************************************************
      * 120-LOAD-HIERARCHY
      *   LOAD INTO STORAGE THE CHILD-TO-PARENT ROWS IN
      *   FORCE ON THE REPORT PERIOD'S END DATE. A MISSING
      *   MASTER IS NOT FATAL -- EVERY CUSTOMER SIMPLY
      *   PASSES THROUGH -- BUT IT IS WORTH A NOTE, SINCE
      *   THE WHOLE POINT OF THE STEP IS THE CONSOLIDATION.
      ******************************************************
       120-LOAD-HIERARCHY SECTION.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: No customer hierarchy master. Every "
                   "customer will pass through stand-alone."
               GO TO 120-LOAD-HIERARCHY-EXIT
           END-IF

           MOVE LOW-VALUES TO HR-HIERARCHY-KEY
           START HIERARCHY-FILE KEY NOT < HR-HIERARCHY-KEY
               INVALID KEY
                   SET WS-HIER-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-HIER-EOF
               READ HIERARCHY-FILE NEXT
               IF HIERARCHY-FILE-STATUS NOT = "00"
                   SET WS-HIER-EOF TO TRUE
               ELSE
                   IF HR-EFFECTIVE-FROM NOT > WS-RH-PERIOD-END
                       AND HR-EFFECTIVE-TO NOT < WS-RH-PERIOD-END
                       PERFORM 130-STORE-HIERARCHY-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HIERARCHY-FILE

       120-LOAD-HIERARCHY-EXIT.
           EXIT.
      ******************************************************
      * 130-STORE-HIERARCHY-ROW
      *   ADD ONE CHILD-TO-PARENT ROW, REJECTING DUPLICATE
      *   CHILDREN. HIERMNT NEVER LETS TWO ROWS FOR ONE
      *   CHILD OVERLAP, BUT A DUPLICATE STILL KEEPS ITS
      *   FIRST PARENT -- A SUBSIDIARY CANNOT ROLL UP TWICE.
      ******************************************************
       130-STORE-HIERARCHY-ROW SECTION.
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
               UNTIL WS-HIER-SUB > WS-HIER-COUNT
               IF WS-HE-CHILD-ID (WS-HIER-SUB)
                   = HR-CHILD-CUSTOMER-ID
                   DISPLAY "ERROR: Customer "
                       HR-CHILD-CUSTOMER-ID " has two hierarchy "
                       "rows in force. Second parent "
                       HR-PARENT-ID " ignored."
                   GO TO 130-STORE-HIERARCHY-ROW-EXIT
               END-IF
           END-PERFORM
           IF WS-HIER-COUNT >= WS-MAX-HIER-ENTRIES
               DISPLAY "ERROR: More than " WS-MAX-HIER-ENTRIES
                   " hierarchy rows. Child "
                   HR-CHILD-CUSTOMER-ID " will pass through "
                   "stand-alone."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 130-STORE-HIERARCHY-ROW-EXIT
           END-IF

           ADD 1 TO WS-HIER-COUNT
           MOVE HR-CHILD-CUSTOMER-ID
               TO WS-HE-CHILD-ID (WS-HIER-COUNT)
           MOVE HR-PARENT-ID TO WS-HE-PARENT-ID (WS-HIER-COUNT)
           MOVE HR-PARENT-NAME
               TO WS-HE-PARENT-NAME (WS-HIER-COUNT)

       130-STORE-HIERARCHY-ROW-EXIT.
               PERFORM 160-HOLD-THIS-STEP
           END-IF
           MOVE RPT-INPUT-RECORD TO WS-REPORT-HEADER
           MOVE WS-RH-PERIOD-START TO WS-SE-PERIOD-START
           MOVE WS-RH-PERIOD-END TO WS-SE-PERIOD-END
           PERFORM 970-LOG-STEP-START

           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
       160-HOLD-THIS-STEP SECTION.
           CLOSE RPT-FILE ROLLUP-FILE
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
