      *     SUPPLIED INPUTS (EXRATES.CSV) AND THE AUDIT LOG
      *     -- WHICH AUDRPT DELIBERATELY READS ACROSS
      *     ENVIRONMENTS -- KEEP THEIR SHARED NAMES.
      *   - LOG THE FULL-PERIOD RUN ON THE CLOSE-CYCLE STEP
      *     LEDGER (STEPLDG.DAT): A "STARTED" ENTRY BEFORE
      *     THE CONNECT AND AN "ENDED" ENTRY WITH THE
      *     CONDITION CODE, CUSTOMER AND EXCEPTION COUNTS AND
      *     GRAND REVENUE, FOR THE CLOSECHK CHECKLIST. THE
      *     NIGHTLY INCREMENTAL PASS IS NOT A CLOSE STEP AND
      *     IS NOT LOGGED.
      *   - REFUSE A PERIOD THAT PERLOCK HAS CLOSED ON THE
      *     PERIOD-STATUS FILE (PERSTAT.DAT), FULL OR
      *     INCREMENTAL, BEFORE THE AUDIT LOG OR ANY OUTPUT
      *     IS TOUCHED: RETURN-CODE 20, DISTINCT FROM THE
      *     FATAL 12, SO NEITHER THE MASTER RECORDS NOR THE
      *     RUN-CONTROL STAMP OF A BOOKED PERIOD CAN BE
      *     REWRITTEN WITHOUT A LOGGED REOPEN.
      *   - CHECK THE PARM PERIOD AGAINST THE FISCAL CALENDAR
      *     (FISCALCAL.CSV): A PERIOD ON THE PARM MUST BE
      *     EXACTLY ONE DEFINED FISCAL PERIOD, OR THE RUN
      *     ENDS WITH RETURN-CODE 12 BEFORE ANYTHING IS
      *     TOUCHED.
      *   - ADDED PARTITIONED RUNS: A STREAM NUMBER ON THE PARM
      *     LIMITS THE FULL-PERIOD EXTRACT TO THAT STREAM'S
      *     CUSTOMER-ID RANGE FROM THE PARTITION CONTROL FILE
      *     (BATCH3.PARTS), SO SEVERAL STREAMS CAN RUN AT ONCE.
      *     EACH STREAM KEEPS ITS OWN REPORT, RANKING,
      *     EXCEPTION, CHECKPOINT, ALERT AND CURRENCY FILES
      *     (S01.REPORT.CSV, ...) AND POSTS ITS OWN CUSTOMERS
      *     TO THE HISTORY MASTER, SO A FAILED STREAM IS
      *     RESTARTED ALONE. A STREAM WRITES ITS OWN TRAILER
      *     BUT NO RUN-CONTROL STAMP; B3MERGE COMBINES THE
      *     STREAMS INTO THE RUN OF RECORD ONCE EVERY ONE HAS
      *     FINISHED. A RUN WITH NO STREAM IS UNCHANGED.
      *   - A FULL RUN FOR A PERIOD REGISTERS ITS SIX OUTPUTS
      *     (REPORT, PRINT, RANKING, EXCEPTION, CURRENCY AND
      *     ALERT FILES) ON THE OUTPUT CATALOG (OUTCAT.DAT)
      *     THROUGH OUTCAT, WITH THEIR RECORD COUNTS AND HASH
      *     TOTALS. STREAM AND INCREMENTAL RUNS ARE NOT
      *     CATALOGED.
      *   - ONLY LOG THE STEP LEDGER WHEN A PERIOD IS ON THE
      *     PARM: A RUN OVER ALL DATES BELONGS TO NO CLOSE
      *     PERIOD AND WAS LOGGED UNDER PERIOD 00000000.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FLASH-FILE-STATUS.

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

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

      * THE PARTITION CONTROL FILE IS KEPT BY OPERATIONS, LIKE
      * CLOSEDRV'S BATCH3.CARDS, SO IT KEEPS ITS SHARED NAME.
           SELECT PARTITION-FILE ASSIGN TO "batch3.parts"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARTITION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AL-EVENT-TYPE         PIC X(10).
      * A STREAM OF A PARTITIONED RUN LOGS ITS STREAM ("S01") AFTER
      * THE EVENT, SO AUDRPT PAIRS EACH STREAM'S START AND END.
           05  AL-EVENT-PARTS REDEFINES AL-EVENT-TYPE.
               10  AL-EVENT-VERB     PIC X(6).
               10  AL-EVENT-STREAM   PIC X(4).
           05  AL-DATABASE           PIC X(10).
           05  AL-RUN-DATE           PIC 9(8).
           05  AL-RUN-TIME           PIC 9(6).
       FD  FLASH-FILE.
       01  FLASH-PRINT-RECORD        PIC X(132).

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

      * PARTITION CONTROL FILE: ONE "STREAM,LOW-ID,HIGH-ID" CARD
      * PER STREAM, ZERO-PADDED (E.G. "01,000000000,249999999"), IN
      * STREAM ORDER. TOGETHER THE RANGES COVER EVERY CUSTOMER ID.
       FD  PARTITION-FILE.
       01  PARTITION-CARD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-ID           PIC 9(9).
       01  WS-CUSTOMER-NAME         PIC X(50).
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
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "BATCH3".
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

      * PARTITIONED RUNS: THE STREAM NUMBER FROM THE PARM AND THE
      * CUSTOMER-ID RANGE ITS CARD ON BATCH3.PARTS GIVES IT. A RUN
      * WITH NO STREAM COVERS EVERY CUSTOMER ID. WS-STREAM-TAG
      * PREFIXES THE STREAM'S OWN FILE NAMES IN 060-SET-FILE-NAMES
      * AND WS-STREAM-LABEL MARKS ITS AUDIT RECORDS.
       01  WS-STREAM-TEXT           PIC X(2) VALUE SPACES.
       01  WS-STREAM-NO             PIC 9(2) VALUE 0.
       01  WS-STREAM-SW             PIC X(01) VALUE "N".
           88  WS-STREAM-RUN        VALUE "Y".
       01  WS-STREAM-TAG            PIC X(4) VALUE SPACES.
       01  WS-STREAM-LABEL          PIC X(4) VALUE SPACES.
       01  WS-FILE-TAG              PIC X(4) VALUE SPACES.
       01  WS-STREAM-LOW-ID         PIC 9(9) VALUE 0.
       01  WS-STREAM-HIGH-ID        PIC 9(9) VALUE 999999999.

      * PARTITION-FILE CHECK, IN 085-LOAD-PARTITION.
       01  PARTITION-FILE-STATUS    PIC XX.
       01  WS-PART-STREAM-TEXT      PIC X(2) VALUE SPACES.
       01  WS-PART-LOW-TEXT         PIC X(9) VALUE SPACES.
       01  WS-PART-HIGH-TEXT        PIC X(9) VALUE SPACES.
       01  WS-PART-STREAM-NO        PIC 9(2) VALUE 0.
       01  WS-PART-LOW-ID           PIC 9(9) VALUE 0.
       01  WS-PART-HIGH-ID          PIC 9(9) VALUE 0.
       01  WS-PART-LAST-STREAM      PIC 9(2) VALUE 0.
       01  WS-PART-NEXT-LOW-ID      PIC 9(9) VALUE 0.
       01  WS-PART-CARD-COUNT       PIC 9(4) VALUE 0.
       01  WS-PART-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-PART-FOUND        VALUE "Y".
       01  WS-PART-COVERED-SW       PIC X(01) VALUE "N".
           88  WS-PART-COVERED      VALUE "Y".
       01  WS-PART-VALID-SW         PIC X(01) VALUE "N".
           88  WS-PART-VALID        VALUE "Y".

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT: A HALFWORD LENGTH FOLLOWED BY THE
      * RAW PARM TEXT. THE TEXT ITSELF IS A COMMA-DELIMITED CONTROL
      * CARD OF THE FORM ENVIRONMENT,PERIOD-START,PERIOD-END,TOP-N,
      * CB-PCT,CB-COUNT,RUN-MODE,STREAM -- CB-PCT IS THE
      * CHARGEBACK-DOLLAR ALERT THRESHOLD AS 99V99 (E.G. "0500" =
      * 5.00 PERCENT), CB-COUNT THE CHARGEBACK-COUNT ALERT
      * THRESHOLD, RUN-MODE "INCR" FOR THE NIGHTLY INCREMENTAL
      * PASS (EMPTY MEANS THE FULL-PERIOD RUN), AND STREAM THE
      * TWO-DIGIT STREAM NUMBER OF A PARTITIONED FULL-PERIOD RUN
      * (EMPTY MEANS ONE STREAM COVERING EVERY CUSTOMER). E.G.
      * "PROD,20260101,20260131,0025,0500,0010,INCR" OR
      * "PROD,20260101,20260131,0025,0500,0010,,02".
      * 050-INITIALIZE-PARMS UNSTRINGS IT INTO THE INDIVIDUAL
      * WORKING-STORAGE FIELDS.
       01  LS-PARM-AREA.
       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           MOVE WS-PERIOD-START TO WS-LOCK-PERIOD
           PERFORM 080-CHECK-PERIOD-LOCK
           IF WS-PERIOD-CLOSED
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 090-WRITE-AUDIT-START
      * A RUN OVER ALL DATES IS NOT A STEP OF ANY PERIOD'S CLOSE.
           IF NOT WS-INCREMENTAL-RUN AND WS-PERIOD-SUPPLIED
               MOVE WS-PERIOD-START TO WS-SE-PERIOD-START
               MOVE WS-PERIOD-END TO WS-SE-PERIOD-END
               PERFORM 970-LOG-STEP-START
           END-IF
           PERFORM 100-CONNECT-TO-DB
           IF WS-INCREMENTAL-RUN
               PERFORM 160-OPEN-HISTORY
           PERFORM 170-LOAD-EXCHANGE-RATES
           PERFORM 200-PROCESS-CUSTOMERS
           PERFORM 300-PRODUCE-RANKING
      * ONE STREAM HAS NOT REWRITTEN THE WHOLE PERIOD: B3MERGE
      * CLEARS THE MARK ONCE EVERY STREAM HAS FINISHED.
           IF NOT WS-STREAM-RUN
               PERFORM 190-CLEAR-HIGH-WATER
           END-IF
           PERFORM 900-WRITE-AUDIT-END
      * ONLY THE RUN OF RECORD FOR A PERIOD IS CATALOGED; A STREAM'S
      * FILES ARE CATALOGED ONCE B3MERGE HAS COMBINED THEM.
           IF WS-PERIOD-SUPPLIED AND NOT WS-STREAM-RUN
               PERFORM 960-CATALOG-OUTPUTS
           END-IF
           IF WS-EXCEPTIONS-LOGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CUSTOMER-COUNT TO WS-SE-RECORD-COUNT
           MOVE "EXCEPTIONS" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-EXCEPTIONS-LOGGED TO WS-SE-EXCEPTION-COUNT
           MOVE "GRAND REVENUE" TO WS-SE-AMOUNT-LABEL
           MOVE WS-GRAND-REVENUE TO WS-SE-AMOUNT
           IF WS-PERIOD-SUPPLIED
               PERFORM 975-LOG-STEP-END
           END-IF
           GOBACK.

      ******************************************************
           MOVE SPACES TO WS-CB-PCT-TEXT
           MOVE 0 TO WS-CB-COUNT-THRESHOLD
           MOVE SPACES TO WS-RUN-MODE
           MOVE SPACES TO WS-STREAM-TEXT
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-ENVIRONMENT, WS-PERIOD-START,
                    WS-PERIOD-END, WS-TOP-N,
                    WS-CB-PCT-TEXT, WS-CB-COUNT-THRESHOLD,
                    WS-RUN-MODE, WS-STREAM-TEXT
           END-UNSTRING

           IF WS-ENVIRONMENT = SPACES
               GOBACK
           END-IF

      * A PERIOD, WHEN GIVEN, MUST BE EXACTLY ONE PERIOD ON THE
      * FISCAL CALENDAR.
           IF WS-PERIOD-SUPPLIED
               MOVE WS-PERIOD-START TO WS-CAL-PERIOD-START
               MOVE WS-PERIOD-END TO WS-CAL-PERIOD-END
               PERFORM 075-CHECK-FISCAL-PERIOD
               IF NOT WS-CAL-VALID
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * A STREAM NUMBER MAKES THIS ONE STREAM OF A PARTITIONED
      * FULL-PERIOD RUN. THE NIGHTLY PASS IS NOT PARTITIONED, AND
      * B3MERGE FILES THE MERGED RUN UNDER ITS PERIOD, SO A STREAM
      * NEEDS A FULL RUN WITH A PERIOD.
           IF WS-STREAM-TEXT = SPACES
               GO TO 050-INITIALIZE-PARMS-EXIT
           END-IF
           IF WS-STREAM-TEXT NOT NUMERIC OR WS-STREAM-TEXT = "00"
               DISPLAY "ERROR: Stream number on the parm must be "
                   "01 to 99: " WS-STREAM-TEXT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-INCREMENTAL-RUN
               DISPLAY "ERROR: The incremental pass is not "
                   "partitioned. Run it without a stream number."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-PERIOD-SUPPLIED
               DISPLAY "ERROR: A stream run requires an "
                   "accounting period on the parm."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-STREAM-TEXT TO WS-STREAM-NO
           SET WS-STREAM-RUN TO TRUE
           STRING "s"            DELIMITED BY SIZE
                  WS-STREAM-TEXT DELIMITED BY SIZE
                  "."            DELIMITED BY SIZE
                  INTO WS-STREAM-TAG
           END-STRING
           STRING "S"            DELIMITED BY SIZE
                  WS-STREAM-TEXT DELIMITED BY SIZE
                  INTO WS-STREAM-LABEL
           END-STRING
      * EACH STREAM GETS ITS OWN STEP-LEDGER ENTRY; THE "BATCH3"
      * ENTRY THE CLOSE CHECKLIST LOOKS FOR IS B3MERGE'S.
           MOVE SPACES TO WS-SE-STEP-NAME
           STRING "B3STRM"       DELIMITED BY SIZE
                  WS-STREAM-TEXT DELIMITED BY SIZE
                  INTO WS-SE-STEP-NAME
           END-STRING
           PERFORM 085-LOAD-PARTITION

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

               END-STRING
           END-IF

      * A STREAM OF A PARTITIONED RUN KEEPS ITS OWN REPORT,
      * RANKING, EXCEPTION, CHECKPOINT, ALERT AND CURRENCY FILES
      * (S01.REPORT.CSV, ...) FOR B3MERGE TO COMBINE. THE SHARED
      * MASTERS AND CONTROL FILES AFTER THEM KEEP THE RUN'S NAMES.
           MOVE WS-STREAM-TAG TO WS-FILE-TAG
           MOVE "DD_RPTCSV" TO WS-DD-NAME
           MOVE "report.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_B3CKPT" TO WS-DD-NAME
           MOVE "batch3.ckpt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_ALERTCSV" TO WS-DD-NAME
           MOVE "alerts.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_CURRCSV" TO WS-DD-NAME
           MOVE "currency.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE SPACES TO WS-FILE-TAG
           MOVE "DD_REVHIST" TO WS-DD-NAME
           MOVE "revhist.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RATEUSE" TO WS-DD-NAME
           MOVE "rateuse.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "flash.prt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE "DD_PERSTAT" TO WS-DD-NAME
           MOVE "perstat.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_STEPLDG" TO WS-DD-NAME
           MOVE "stepldg.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

       060-SET-FILE-NAMES-EXIT.
           EXIT.

      ******************************************************
      * 065-POINT-ONE-FILE
      *   BUILD ONE ENVIRONMENT-SCOPED PHYSICAL NAME (WITH
      *   THE STREAM TAG, WHEN ONE IS SET) AND POINT ITS DD
      *   NAME AT IT.
      ******************************************************
       065-POINT-ONE-FILE SECTION.
           MOVE SPACES TO WS-FILE-NAME
           STRING WS-NAME-PREFIX DELIMITED BY SPACE
                  WS-FILE-TAG    DELIMITED BY SPACE
                  WS-BASE-NAME   DELIMITED BY SPACE
                  INTO WS-FILE-NAME
           END-STRING
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
               MOVE 12 TO RETURN-CODE
               GOBACK
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
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           CLOSE PERIOD-LOCK-FILE

       080-CHECK-PERIOD-LOCK-EXIT.
           EXIT.

      ******************************************************
      * 085-LOAD-PARTITION
      *   READ THE PARTITION CONTROL FILE (BATCH3.PARTS) AND
      *   PICK UP THIS STREAM'S CUSTOMER-ID RANGE. THE WHOLE
      *   FILE IS CHECKED, NOT JUST THIS STREAM'S CARD: THE
      *   CARDS MUST RUN IN STREAM ORDER AND THEIR RANGES
      *   MUST COVER EVERY CUSTOMER ID WITH NO GAP OR
      *   OVERLAP, OR THE MERGED REPORT WOULD LOSE CUSTOMERS
      *   OR CARRY THEM TWICE. B3MERGE CHECKS THE FILE THE
      *   SAME WAY; A BAD FILE IS CAUGHT HERE BEFORE ANY
      *   STREAM SPENDS ITS WINDOW ON IT. ANY FAULT IS
      *   FATAL.
      ******************************************************
       085-LOAD-PARTITION SECTION.
           MOVE "N" TO WS-PART-FOUND-SW
           MOVE "N" TO WS-PART-COVERED-SW
           MOVE "Y" TO WS-PART-VALID-SW
           MOVE 0 TO WS-PART-CARD-COUNT
           MOVE 0 TO WS-PART-LAST-STREAM
           MOVE 0 TO WS-PART-NEXT-LOW-ID

           OPEN INPUT PARTITION-FILE
           IF PARTITION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the partition control "
                   "file (batch3.parts). FILE-STATUS: "
                   PARTITION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL PARTITION-FILE-STATUS NOT = "00"
               READ PARTITION-FILE
               IF PARTITION-FILE-STATUS = "00"
                   AND PARTITION-CARD NOT = SPACES
                   PERFORM 087-CHECK-PARTITION-CARD
               END-IF
           END-PERFORM
           IF PARTITION-FILE-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the partition control "
                   "file. FILE-STATUS: " PARTITION-FILE-STATUS
               MOVE "N" TO WS-PART-VALID-SW
           END-IF
           CLOSE PARTITION-FILE

           IF WS-PART-CARD-COUNT = 0
               DISPLAY "ERROR: The partition control file has no "
                   "stream cards."
               MOVE "N" TO WS-PART-VALID-SW
           ELSE
               IF NOT WS-PART-COVERED
                   DISPLAY "ERROR: The partition ranges leave "
                       "customer IDs from " WS-PART-NEXT-LOW-ID
                       " up in no stream."
                   MOVE "N" TO WS-PART-VALID-SW
               END-IF
           END-IF
           IF NOT WS-PART-FOUND
               DISPLAY "ERROR: Stream " WS-STREAM-TEXT
                   " has no card on the partition control file."
               MOVE "N" TO WS-PART-VALID-SW
           END-IF

           IF NOT WS-PART-VALID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "BATCH3: Stream " WS-STREAM-TEXT
               " covers customer IDs " WS-STREAM-LOW-ID
               " TO " WS-STREAM-HIGH-ID "."

       085-LOAD-PARTITION-EXIT.
           EXIT.

      ******************************************************
      * 087-CHECK-PARTITION-CARD
      *   CHECK ONE "STREAM,LOW-ID,HIGH-ID" CARD AGAINST THE
      *   CARDS BEFORE IT, AND KEEP ITS RANGE WHEN IT IS THIS
      *   RUN'S STREAM. AFTER A FAULT THE NEXT RANGE IS
      *   STILL EXPECTED TO FOLLOW THIS ONE, SO ONE BAD CARD
      *   IS REPORTED ONCE RATHER THAN ON EVERY CARD AFTER.
      ******************************************************
       087-CHECK-PARTITION-CARD SECTION.
           ADD 1 TO WS-PART-CARD-COUNT
           MOVE SPACES TO WS-PART-STREAM-TEXT
           MOVE SPACES TO WS-PART-LOW-TEXT
           MOVE SPACES TO WS-PART-HIGH-TEXT
           UNSTRING PARTITION-CARD DELIMITED BY ","
               INTO WS-PART-STREAM-TEXT, WS-PART-LOW-TEXT,
                    WS-PART-HIGH-TEXT
           END-UNSTRING

           IF WS-PART-STREAM-TEXT NOT NUMERIC
               OR WS-PART-LOW-TEXT NOT NUMERIC
               OR WS-PART-HIGH-TEXT NOT NUMERIC
               DISPLAY "ERROR: Partition card " WS-PART-CARD-COUNT
                   " is not a zero-padded STREAM,LOW-ID,HIGH-ID "
                   "card: " PARTITION-CARD(1:40)
               MOVE "N" TO WS-PART-VALID-SW
               GO TO 087-CHECK-PARTITION-CARD-EXIT
           END-IF
           MOVE WS-PART-STREAM-TEXT TO WS-PART-STREAM-NO
           MOVE WS-PART-LOW-TEXT TO WS-PART-LOW-ID
           MOVE WS-PART-HIGH-TEXT TO WS-PART-HIGH-ID

           IF WS-PART-COVERED
               DISPLAY "ERROR: Partition card for stream "
                   WS-PART-STREAM-TEXT " follows the card that "
                   "already ends the customer-ID range."
               MOVE "N" TO WS-PART-VALID-SW
               GO TO 087-CHECK-PARTITION-CARD-EXIT
           END-IF
           IF WS-PART-STREAM-NO = 0
               OR WS-PART-STREAM-NO NOT > WS-PART-LAST-STREAM
               DISPLAY "ERROR: Stream " WS-PART-STREAM-TEXT
                   " is out of stream order on the partition "
                   "control file."
               MOVE "N" TO WS-PART-VALID-SW
           END-IF
           IF WS-PART-LOW-ID NOT = WS-PART-NEXT-LOW-ID
               DISPLAY "ERROR: Stream " WS-PART-STREAM-TEXT
                   " starts at customer ID " WS-PART-LOW-ID
                   " but the ranges before it end just short of "
                   WS-PART-NEXT-LOW-ID " (a gap or an overlap)."
               MOVE "N" TO WS-PART-VALID-SW
           END-IF
           IF WS-PART-HIGH-ID < WS-PART-LOW-ID
               DISPLAY "ERROR: Stream " WS-PART-STREAM-TEXT
                   " ends before it starts."
               MOVE "N" TO WS-PART-VALID-SW
               GO TO 087-CHECK-PARTITION-CARD-EXIT
           END-IF

           MOVE WS-PART-STREAM-NO TO WS-PART-LAST-STREAM
           IF WS-PART-HIGH-ID = 999999999
               SET WS-PART-COVERED TO TRUE
           ELSE
               COMPUTE WS-PART-NEXT-LOW-ID = WS-PART-HIGH-ID + 1
           END-IF

           IF WS-PART-STREAM-NO = WS-STREAM-NO
               SET WS-PART-FOUND TO TRUE
               MOVE WS-PART-LOW-ID TO WS-STREAM-LOW-ID
               MOVE WS-PART-HIGH-ID TO WS-STREAM-HIGH-ID
           END-IF

       087-CHECK-PARTITION-CARD-EXIT.
           EXIT.

      ******************************************************
      * 090-WRITE-AUDIT-START
      *   RECORD WHICH ENVIRONMENT/DATABASE THIS RUN IS
           COMPUTE WS-SYS-TIME-HHMMSS = WS-SYS-TIME / 100

           MOVE "START" TO AL-EVENT-TYPE
           MOVE WS-STREAM-LABEL TO AL-EVENT-STREAM
           MOVE WS-DB-NAME TO AL-DATABASE
           MOVE WS-SYS-DATE TO AL-RUN-DATE
           MOVE WS-SYS-TIME-HHMMSS TO AL-RUN-TIME
               CLOSE RATES-FILE
           END-IF

      * A PARTITIONED RUN'S RATE SET IS RECORDED ONCE, BY B3MERGE,
      * NOT ONCE PER STREAM.
           IF WS-STREAM-RUN
               GO TO 170-LOAD-EXCHANGE-RATES-EXIT
           END-IF

           OPEN EXTEND RATE-USED-FILE
           IF RATE-USED-FILE-STATUS NOT = "00"
               OPEN OUTPUT RATE-USED-FILE
                                BETWEEN :WS-PERIOD-START
                                AND :WS-PERIOD-END)
                   WHERE c.CUSTOMERID > :WS-RESTART-CUSTOMER-ID
                     AND c.CUSTOMERID BETWEEN :WS-STREAM-LOW-ID
                                          AND :WS-STREAM-HIGH-ID
                   GROUP BY c.CUSTOMERID, c.NAME,
                            COALESCE(t.CURRENCYCODE, 'USD')
                   ORDER BY c.CUSTOMERID,
      * SEE THE NOTE AT THE HEADER WRITE IN 200-PROCESS-CUSTOMERS:
      * WRITE THE TRAILER RECORD BY ITS OWN NAME, NOT AS A "FROM"
      * ONTO THE OVERLAID REPORT-RECORD BUFFER.
      * A STREAM'S TRAILER CARRIES ONLY ITS OWN TOTALS, FOR
      * B3MERGE TO VERIFY THE STREAM AGAINST; THE RUN-CONTROL
      * STAMP WAITS FOR THE MERGED TRAILER.
               WRITE REPORT-TRAILER-RECORD
               IF FILE-STATUS = "00" AND NOT WS-STREAM-RUN
                   PERFORM 260-STAMP-RUN-CONTROL
               END-IF
           END-IF
           COMPUTE WS-SYS-TIME-HHMMSS = WS-SYS-TIME / 100

           MOVE "END" TO AL-EVENT-TYPE
           MOVE WS-STREAM-LABEL TO AL-EVENT-STREAM
           MOVE WS-DB-NAME TO AL-DATABASE
           MOVE WS-SYS-DATE TO AL-RUN-DATE
           MOVE WS-SYS-TIME-HHMMSS TO AL-RUN-TIME

       900-WRITE-AUDIT-END-EXIT.
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
           MOVE "ranking.csv" TO WS-CATALOG-OUTPUT
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
                  ",BATCH3"            DELIMITED BY SIZE
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
