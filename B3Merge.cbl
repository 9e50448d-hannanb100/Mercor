       IDENTIFICATION DIVISION.
       PROGRAM-ID. B3MERGE.
      ******************************************************
      * B3MERGE - PARTITIONED BATCH3 RUN MERGE
      *
      *   THE FULL-PERIOD BATCH3 EXTRACT CAN RUN AS SEVERAL
      *   CONCURRENT STREAMS, EACH OVER THE CUSTOMER-ID RANGE
      *   ITS CARD ON THE PARTITION CONTROL FILE
      *   (BATCH3.PARTS) GIVES IT, EACH WITH ITS OWN REPORT,
      *   RANKING, EXCEPTION, CHECKPOINT, ALERT AND CURRENCY
      *   FILES (S01.REPORT.CSV, ...). THIS STEP TURNS THE
      *   STREAMS BACK INTO THE ONE RUN OF RECORD, SO NOTHING
      *   DOWNSTREAM CAN TELL THE PERIOD WAS PARTITIONED.
      *
      *   FIRST EVERY STREAM ON THE PARTITION FILE IS
      *   VERIFIED: ITS REPORT MUST CARRY THIS PERIOD'S
      *   HEADER, ONLY CUSTOMERS OF ITS OWN RANGE IN
      *   CUSTOMER-ID ORDER, AND A CONTROL-TOTAL TRAILER
      *   THAT BALANCES TO ITS DETAIL LINES -- A STREAM THAT
      *   DIED, OR IS STILL RUNNING, HAS NO TRAILER -- AND
      *   ITS CURRENCY, ALERT AND EXCEPTION FILES MUST BE
      *   THERE. ONE STREAM SHORT AND NOTHING IS WRITTEN: THE
      *   STEP HOLDS UNTIL THE FAILED STREAM IS RESTARTED.
      *
      *   THEN THE STREAMS ARE COMBINED, IN PARTITION-FILE
      *   (CUSTOMER-ID) ORDER, INTO REPORT.CSV WITH ONE
      *   HEADER AND ONE CONTROL-TOTAL TRAILER, REPORT.PRT,
      *   CURRENCY.CSV, ALERTS.CSV AND EXCEPTION.CSV (WHICH
      *   REPROC READS), AND THE TOP-N RANKING.CSV IS RANKED
      *   AFRESH OVER THE MERGED REPORT LINES, AS BATCH3
      *   RANKS ITS OWN. ONLY THEN IS THE RUN-CONTROL RECORD
      *   (RUNCTL.DAT) STAMPED COMPLETE, THE HIGH-WATER MARK
      *   CLEARED AND THE RATE SET RECORDED ON RATEUSE.CSV,
      *   EXACTLY AS A SINGLE-STREAM RUN DOES. THE STEP IS
      *   LOGGED ON THE CLOSE-CYCLE STEP LEDGER AS "BATCH3".
      *
      *   PARM: ENVIRONMENT,PERIOD-START,PERIOD-END,TOP-N --
      *   AS ON THE BATCH3 PARM THE STREAMS RAN WITH. THE
      *   PERIOD IS REQUIRED AND MUST BE ONE PERIOD ON THE
      *   FISCAL CALENDAR; TOP-N DEFAULTS TO 10.
      *   CONDITION CODES: 0 CLEAN, 4 THE MERGED
      *   EXCEPTION.CSV IS NOT EMPTY, 12 BAD PARM, BAD
      *   PARTITION FILE OR FILE FAILURE, 16 A STREAM HAS
      *   NOT FINISHED CLEANLY (HOLD - NOTHING MERGED), 20
      *   THE PERIOD IS CLOSED.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - REGISTER THE SIX MERGED OUTPUTS ON THE OUTPUT
      *     CATALOG (OUTCAT.DAT) THROUGH OUTCAT, WITH THEIR
      *     RECORD COUNTS AND HASH TOTALS, AS A SINGLE-STREAM
      *     BATCH3 RUN DOES.
      *   - RECORD THE RATE SET ON RATEUSE.CSV ONLY AFTER THE
      *     MERGED OUTPUTS, TRAILER AND RANKING ARE WRITTEN, SO
      *     A MERGE THAT FAILS PART WAY LEAVES NO RATE-SET
      *     RECORD FOR A RUN THAT PRODUCED NOTHING.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE UPPERCASE ASSIGN NAMES ARE LOGICAL FILE NAMES, POINTED
      * AT THE ENVIRONMENT'S OWN PHYSICAL FILES IN
      * 060-SET-FILE-NAMES THE SAME WAY A DD OVERRIDE WOULD. THE
      * STREAM FILES ARE REPOINTED AT EACH STREAM IN TURN BY
      * 070-POINT-STREAM-FILES.
           SELECT REPORT-FILE ASSIGN TO "RPTCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RPTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT RANKING-FILE ASSIGN TO "RANKCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RANKING-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURRCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CURRENCY-FILE-STATUS.

           SELECT STREAM-REPORT-FILE ASSIGN TO "STRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STREAM-REPORT-STATUS.

           SELECT STREAM-EXCEPTION-FILE ASSIGN TO "STRMEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STREAM-EXCEPTION-STATUS.

           SELECT STREAM-ALERT-FILE ASSIGN TO "STRMALT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STREAM-ALERT-STATUS.

           SELECT STREAM-CURRENCY-FILE ASSIGN TO "STRMCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STREAM-CURRENCY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT HWM-FILE ASSIGN TO "B3HWM"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HWM-FILE-STATUS.

           SELECT RATE-USED-FILE ASSIGN TO "RATEUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RATE-USED-FILE-STATUS.

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

      * EXTERNALLY SUPPLIED INPUTS KEEP THEIR SHARED NAMES, AS IN
      * BATCH3: THE TREASURY RATE FILE, FINANCE'S FISCAL CALENDAR
      * AND OPERATIONS' PARTITION CONTROL FILE.
           SELECT RATES-FILE ASSIGN TO "exrates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.

           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

           SELECT PARTITION-FILE ASSIGN TO "batch3.parts"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARTITION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE MERGED REPORT, LAID OUT EXACTLY AS BATCH3 WRITES IT.
       FD  REPORT-FILE.
       01  REPORT-HEADER-RECORD.
           05  RH-TITLE              PIC X(20)
                                      VALUE "CUSTOMER REVENUE RUN".
           05  RH-RUN-DATE           PIC 9(8).
           05  RH-PERIOD-START       PIC X(8).
           05  RH-PERIOD-END         PIC X(8).

       01  REPORT-RECORD.
           05  RE-CUSTOMER-ID        PIC 9(9).
           05  RE-CUSTOMER-NAME      PIC X(50).
           05  RE-TOTAL-TRANSACTIONS PIC 9(9).
           05  RE-TOTAL-REVENUE      PIC 9(7)V99.
           05  RE-NO-REFUNDS         PIC 9(9).
           05  RE-REFUND-AMOUNT      PIC 9(7)V99.
           05  RE-NET-REVENUE        PIC S9(7)V99.
           05  RE-CHARGEBACK-COUNT   PIC 9(9).
           05  RE-CHARGEBACK-AMOUNT  PIC 9(7)V99.
           05  RE-ADJUSTMENT-COUNT   PIC 9(9).
           05  RE-ADJUSTMENT-AMOUNT  PIC 9(7)V99.

       01  REPORT-TRAILER-RECORD.
           05  RT-TITLE              PIC X(20)
                                      VALUE "CONTROL TOTALS".
           05  RT-CUSTOMER-COUNT     PIC 9(9).
           05  RT-GRAND-TRANSACTIONS PIC 9(9).
           05  RT-GRAND-REVENUE      PIC 9(9)V99.

       FD  PRINT-FILE.
       01  PRINT-RECORD              PIC X(132).

       FD  RANKING-FILE.
       01  RANKING-RECORD.
           05  RK-RANK               PIC 9(4).
           05  RK-CUSTOMER-ID        PIC 9(9).
           05  RK-CUSTOMER-NAME      PIC X(50).
           05  RK-TOTAL-REVENUE      PIC 9(7)V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-CUSTOMER-ID        PIC 9(9).
           05  EX-SQLCODE            PIC S9(9).
           05  EX-TIMESTAMP          PIC X(14).
           05  EX-PARAGRAPH-NAME     PIC X(30).

       FD  ALERT-FILE.
       01  ALERT-RECORD              PIC X(97).

       FD  CURRENCY-FILE.
       01  CURRENCY-RECORD           PIC X(75).

      * ONE STREAM'S REPORT: THE SAME THREE RECORD FORMATS, READ
      * BACK FOR THE VERIFY AND THE MERGE.
       FD  STREAM-REPORT-FILE.
       01  STREAM-HEADER-RECORD.
           05  SH-TITLE              PIC X(20).
           05  SH-RUN-DATE           PIC 9(8).
           05  SH-PERIOD-START       PIC X(8).
           05  SH-PERIOD-END         PIC X(8).

       01  STREAM-REPORT-RECORD.
           05  SR-CUSTOMER-ID        PIC 9(9).
           05  SR-CUSTOMER-NAME      PIC X(50).
           05  SR-TOTAL-TRANSACTIONS PIC 9(9).
           05  SR-TOTAL-REVENUE      PIC 9(7)V99.
           05  SR-NO-REFUNDS         PIC 9(9).
           05  SR-REFUND-AMOUNT      PIC 9(7)V99.
           05  SR-NET-REVENUE        PIC S9(7)V99.
           05  SR-CHARGEBACK-COUNT   PIC 9(9).
           05  SR-CHARGEBACK-AMOUNT  PIC 9(7)V99.
           05  SR-ADJUSTMENT-COUNT   PIC 9(9).
           05  SR-ADJUSTMENT-AMOUNT  PIC 9(7)V99.

       01  STREAM-TRAILER-RECORD.
           05  ST-TITLE              PIC X(20).
           05  ST-CUSTOMER-COUNT     PIC 9(9).
           05  ST-GRAND-TRANSACTIONS PIC 9(9).
           05  ST-GRAND-REVENUE      PIC 9(9)V99.

      * THE STREAM'S OTHER OUTPUTS ARE COPIED AS THEY STAND, SO
      * THEY ARE READ AS PLAIN RECORDS OF THE BATCH3 LENGTHS.
       FD  STREAM-EXCEPTION-FILE.
       01  STREAM-EXCEPTION-RECORD   PIC X(62).

       FD  STREAM-ALERT-FILE.
       01  STREAM-ALERT-RECORD       PIC X(97).

       FD  STREAM-CURRENCY-FILE.
       01  STREAM-CURRENCY-RECORD    PIC X(75).

      * RUN-CONTROL HANDSHAKE RECORD, AS STAMPED BY BATCH3.
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

      * HIGH-WATER MARK OF THE NIGHTLY INCREMENTAL PASS (SEE
      * BATCH3).
       FD  HWM-FILE.
       01  HWM-RECORD.
           05  HW-TRANSACTION-ID     PIC 9(9).
           05  HW-TRANSACTION-DATE   PIC X(8).
           05  HW-PERIOD-START       PIC X(8).
           05  HW-PERIOD-END         PIC X(8).
           05  HW-DATABASE           PIC X(10).
           05  HW-STATUS             PIC X(8).

       FD  RATES-FILE.
       01  RATES-RECORD.
           05  XR-CURRENCY-CODE      PIC X(3).
           05  XR-PERIOD-START       PIC X(8).
           05  XR-PERIOD-END         PIC X(8).
           05  XR-RATE               PIC 9(3)V9(6).

       FD  RATE-USED-FILE.
       01  RATE-USED-RECORD.
           05  RU-RUN-DATE           PIC 9(8).
           05  RU-PERIOD-START       PIC X(8).
           05  RU-PERIOD-END         PIC X(8).
           05  RU-CURRENCY-CODE      PIC X(3).
           05  RU-RATE               PIC 9(3)V9(6).

      * CLOSE-CYCLE STEP LEDGER, AS IN BATCH3.
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

      * PERIOD-STATUS FILE KEPT BY PERLOCK.
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

      * FISCAL CALENDAR (4-4-5), AS IN BATCH3.
       FD  FISCAL-CAL-FILE.
       01  FISCAL-CAL-RECORD.
           05  FC-FISCAL-YEAR        PIC 9(4).
           05  FC-PERIOD-NO          PIC 9(2).
           05  FC-QUARTER            PIC 9(1).
           05  FC-WEEKS              PIC 9(1).
           05  FC-PERIOD-START       PIC X(8).
           05  FC-PERIOD-END         PIC X(8).

      * PARTITION CONTROL FILE: ONE "STREAM,LOW-ID,HIGH-ID" CARD
      * PER STREAM, AS BATCH3 READS IT.
       FD  PARTITION-FILE.
       01  PARTITION-CARD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
       01  PRINT-FILE-STATUS        PIC XX.
       01  RANKING-FILE-STATUS      PIC XX.
       01  EXCEPTION-FILE-STATUS    PIC XX.
       01  ALERT-FILE-STATUS        PIC XX.
       01  CURRENCY-FILE-STATUS     PIC XX.
       01  STREAM-REPORT-STATUS     PIC XX.
       01  STREAM-EXCEPTION-STATUS  PIC XX.
       01  STREAM-ALERT-STATUS      PIC XX.
       01  STREAM-CURRENCY-STATUS   PIC XX.
       01  RUN-CONTROL-STATUS       PIC XX.
       01  HWM-FILE-STATUS          PIC XX.
       01  RATES-FILE-STATUS        PIC XX.
       01  RATE-USED-FILE-STATUS    PIC XX.

      * PARAMETERS, DEFAULTED AND VALIDATED IN 050-INITIALIZE-PARMS
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10).
       01  WS-DB-NAME               PIC X(10).
       01  WS-PERIOD-START          PIC X(8).
       01  WS-PERIOD-END            PIC X(8).
       01  WS-TOP-N                 PIC 9(4).

      * ENVIRONMENT-SCOPED FILE NAMING, AS 060-SET-FILE-NAMES IN
      * BATCH3. WS-FILE-TAG CARRIES A STREAM'S "S01." WHILE ITS OWN
      * FILES ARE POINTED AT, AND IS BLANK FOR THE MERGED FILES.
       01  WS-NAME-PREFIX           PIC X(11) VALUE SPACES.
       01  WS-FILE-TAG              PIC X(4) VALUE SPACES.
       01  WS-BASE-NAME             PIC X(20) VALUE SPACES.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

      * THE STREAMS, AS LOADED FROM THE PARTITION CONTROL FILE AND
      * CHECKED IN 085-LOAD-PARTITION.
       01  PARTITION-FILE-STATUS    PIC XX.
       01  WS-MAX-STREAMS           PIC 9(2) VALUE 99.
       01  WS-STREAM-COUNT          PIC 9(2) VALUE 0.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 99 TIMES.
               10  WS-PT-STREAM-TEXT PIC X(2).
               10  WS-PT-LOW-ID      PIC 9(9).
               10  WS-PT-HIGH-ID     PIC 9(9).
       01  WS-STREAM-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-PART-STREAM-TEXT      PIC X(2) VALUE SPACES.
       01  WS-PART-LOW-TEXT         PIC X(9) VALUE SPACES.
       01  WS-PART-HIGH-TEXT        PIC X(9) VALUE SPACES.
       01  WS-PART-STREAM-NO        PIC 9(2) VALUE 0.
       01  WS-PART-LOW-ID           PIC 9(9) VALUE 0.
       01  WS-PART-HIGH-ID          PIC 9(9) VALUE 0.
       01  WS-PART-LAST-STREAM      PIC 9(2) VALUE 0.
       01  WS-PART-NEXT-LOW-ID      PIC 9(9) VALUE 0.
       01  WS-PART-CARD-COUNT       PIC 9(4) VALUE 0.
       01  WS-PART-COVERED-SW       PIC X(01) VALUE "N".
           88  WS-PART-COVERED      VALUE "Y".
       01  WS-PART-VALID-SW         PIC X(01) VALUE "N".
           88  WS-PART-VALID        VALUE "Y".

      * ONE STREAM'S VERIFY, IN 210-VERIFY-ONE-STREAM: WHAT ITS
      * REPORT ACTUALLY HOLDS, AGAINST WHAT ITS TRAILER SAYS.
       01  WS-STREAMS-UNFINISHED    PIC 9(2) VALUE 0.
       01  WS-SV-RECORD-COUNT       PIC 9(9) VALUE 0.
       01  WS-SV-DETAIL-COUNT       PIC 9(9) VALUE 0.
       01  WS-SV-TRANSACTIONS       PIC 9(15) VALUE 0.
       01  WS-SV-REVENUE            PIC 9(13)V99 VALUE 0.
       01  WS-SV-LAST-CUSTOMER-ID   PIC 9(9) VALUE 0.
       01  WS-SV-TRAILER-CUSTOMERS  PIC 9(9) VALUE 0.
       01  WS-SV-TRAILER-TRANS      PIC 9(9) VALUE 0.
       01  WS-SV-TRAILER-REVENUE    PIC 9(9)V99 VALUE 0.
       01  WS-SV-TRAILER-FOUND-SW   PIC X(01) VALUE "N".
           88  WS-SV-TRAILER-FOUND  VALUE "Y".
       01  WS-SV-FAULT-SW           PIC X(01) VALUE "N".
           88  WS-SV-FAULT          VALUE "Y".

      * RUN TOTALS FOR THE MERGED TRAILER, SIZED AND CAPPED AS IN
      * BATCH3.
       01  WS-CUSTOMER-COUNT        PIC 9(9) VALUE 0.
       01  WS-GRAND-TRANSACTIONS    PIC 9(15) VALUE 0.
       01  WS-GRAND-REVENUE         PIC 9(13)V99 VALUE 0.
       01  WS-MAX-GRAND-TRANSACTIONS
                                    PIC 9(15) VALUE 999999999.
       01  WS-MAX-GRAND-REVENUE     PIC 9(13)V99 VALUE 999999999.99.
       01  WS-EXCEPTIONS-LOGGED     PIC 9(9) VALUE 0.
       01  WS-ALERT-COUNT           PIC 9(9) VALUE 0.
       01  WS-CURRENCY-ROW-COUNT    PIC 9(9) VALUE 0.

      * PRINT-FILE PAGINATION CONTROLS, AS IN BATCH3
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-TOTAL-REVENUE   PIC ZZZ,ZZZ,ZZ9.99.

      * TOP-N RANKING WORK AREA, KEPT OVER THE MERGED REPORT LINES
      * EXACTLY AS 228-TRACK-RANKING IN BATCH3 KEEPS IT, SO TIES
      * FALL THE SAME WAY AS IN A SINGLE-STREAM RUN.
       01  WS-RANK-NUMBER           PIC 9(4) VALUE 0.
       01  WS-RANK-COUNT            PIC 9(4) VALUE 0.
       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 9999 TIMES.
               10  WS-RN-CUSTOMER-ID PIC 9(9).
               10  WS-RN-CUSTOMER-NAME
                                     PIC X(50).
               10  WS-RN-TOTAL-REVENUE
                                     PIC 9(7)V99.
       01  WS-RANK-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-RANK-SHIFT-SUB        PIC 9(4) COMP VALUE 0.
       01  WS-RANK-SLOT             PIC 9(4) COMP VALUE 0.

      * EXCHANGE-RATE TABLE, LOADED AS BATCH3 LOADS IT, FOR THE
      * RATE SET RECORDED ON RATEUSE.CSV.
       01  WS-REPORTING-CURRENCY    PIC X(3) VALUE "USD".
       01  WS-MAX-RATES             PIC 9(4) VALUE 50.
       01  WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-XR-CURRENCY    PIC X(3).
               10  WS-XR-RATE        PIC 9(3)V9(6).
       01  WS-RATE-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-RATE-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-RATE-FOUND        VALUE "Y".

      * TIMESTAMP WORK AREA FOR THE EXCEPTION RECORD
       01  WS-SYS-DATE              PIC 9(8).
       01  WS-SYS-TIME              PIC 9(8).
       01  WS-TIMESTAMP             PIC X(14).

      * PERIOD CLOSE LOCK, CHECKED IN 080-CHECK-PERIOD-LOCK BEFORE
      * THE PERIOD'S RUN-CONTROL RECORD IS TOUCHED.
       01  PERIOD-LOCK-STATUS       PIC XX.
       01  WS-LOCK-PERIOD           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED     VALUE "Y".

      * THIS STEP'S OWN STEP-LEDGER ENTRY. THE MERGE COMPLETES THE
      * PERIOD'S EXTRACT, SO IT IS LOGGED AS THE "BATCH3" STEP THE
      * CLOSE CHECKLIST LOOKS FOR.
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
      * 075-CHECK-FISCAL-PERIOD.
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
      * ENVIRONMENT,PERIOD-START,PERIOD-END,TOP-N, E.G.
      * "PROD,20260101,20260131,0025".
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           MOVE WS-PERIOD-START TO WS-LOCK-PERIOD
           PERFORM 080-CHECK-PERIOD-LOCK
           IF WS-PERIOD-CLOSED
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 085-LOAD-PARTITION
           MOVE WS-PERIOD-START TO WS-SE-PERIOD-START
           MOVE WS-PERIOD-END TO WS-SE-PERIOD-END
           PERFORM 970-LOG-STEP-START
           PERFORM 200-VERIFY-STREAMS
           PERFORM 300-OPEN-OUTPUTS
           PERFORM 400-MERGE-STREAMS
           PERFORM 500-WRITE-TRAILER
           PERFORM 550-PRODUCE-RANKING
      * ANY FAILURE ABOVE HAS ALREADY ENDED THE RUN, SO THE RATE SET
      * IS RECORDED ONLY FOR A MERGE THAT PRODUCED ITS OUTPUTS.
           PERFORM 250-RECORD-RATE-SET
           PERFORM 600-CLEAR-HIGH-WATER
           PERFORM 960-CATALOG-OUTPUTS
           IF WS-EXCEPTIONS-LOGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "B3MERGE: " WS-STREAM-COUNT " streams merged. "
               "CUSTOMERS: " WS-CUSTOMER-COUNT " EXCEPTIONS: "
               WS-EXCEPTIONS-LOGGED " ALERTS: " WS-ALERT-COUNT
           MOVE WS-CUSTOMER-COUNT TO WS-SE-RECORD-COUNT
           MOVE "EXCEPTIONS" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-EXCEPTIONS-LOGGED TO WS-SE-EXCEPTION-COUNT
           MOVE "GRAND REVENUE" TO WS-SE-AMOUNT-LABEL
           MOVE WS-GRAND-REVENUE TO WS-SE-AMOUNT
           PERFORM 975-LOG-STEP-END
           GOBACK.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   DEFAULT AND MOVE THE JCL PARM VALUES (ENVIRONMENT,
      *   ACCOUNTING PERIOD, TOP-N) INTO WORKING STORAGE. THE
      *   MERGED RUN IS FILED UNDER ITS PERIOD, SO THE PERIOD
      *   IS REQUIRED AND MUST BE ONE FISCAL PERIOD.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF
           MOVE SPACES TO WS-ENVIRONMENT
           MOVE SPACES TO WS-PERIOD-START
           MOVE SPACES TO WS-PERIOD-END
           MOVE 0 TO WS-TOP-N
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-ENVIRONMENT, WS-PERIOD-START,
                    WS-PERIOD-END, WS-TOP-N
           END-UNSTRING
           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF
           IF WS-TOP-N = 0
               MOVE 10 TO WS-TOP-N
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
           IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
               DISPLAY "ERROR: B3MERGE requires the accounting "
                   "period the streams ran for on the parm."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD-START TO WS-CAL-PERIOD-START
           MOVE WS-PERIOD-END TO WS-CAL-PERIOD-END
           PERFORM 075-CHECK-FISCAL-PERIOD
           IF NOT WS-CAL-VALID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
       050-INITIALIZE-PARMS-EXIT.
           EXIT.

      ******************************************************
      * 060-SET-FILE-NAMES
      *   POINT THE MERGED OUTPUTS AND THE SHARED CONTROL
      *   FILES AT THE ENVIRONMENT'S OWN PHYSICAL FILES,
      *   UNDER THE SAME NAMES A SINGLE-STREAM BATCH3 RUN
      *   USES, SO EVERY CONSUMER READS THE MERGED RUN
      *   WHERE IT ALWAYS HAS.
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
           MOVE SPACES TO WS-FILE-TAG
           MOVE "DD_RPTCSV" TO WS-DD-NAME
           MOVE "report.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RPTPRT" TO WS-DD-NAME
           MOVE "report.prt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RANKCSV" TO WS-DD-NAME
           MOVE "ranking.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_EXCPCSV" TO WS-DD-NAME
           MOVE "exception.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_ALERTCSV" TO WS-DD-NAME
           MOVE "alerts.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_CURRCSV" TO WS-DD-NAME
           MOVE "currency.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RATEUSE" TO WS-DD-NAME
           MOVE "rateuse.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_B3HWM" TO WS-DD-NAME
           MOVE "batch3.hwm" TO WS-BASE-NAME
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
           SET ENVIRONMENT WS-DD-NAME TO WS-FILE-NAME
       065-POINT-ONE-FILE-EXIT.
           EXIT.

      ******************************************************
      * 070-POINT-STREAM-FILES
      *   POINT THE STREAM FILES AT STREAM WS-STREAM-SUB'S
      *   OWN REPORT, EXCEPTION, ALERT AND CURRENCY FILES,
      *   NAMED AS BATCH3 NAMES THEM FOR A STREAM RUN.
      ******************************************************
       070-POINT-STREAM-FILES SECTION.
           MOVE SPACES TO WS-FILE-TAG
           STRING "s"                           DELIMITED BY SIZE
                  WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                                                DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  INTO WS-FILE-TAG
           END-STRING
           MOVE "DD_STRMRPT" TO WS-DD-NAME
           MOVE "report.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_STRMEXC" TO WS-DD-NAME
           MOVE "exception.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_STRMALT" TO WS-DD-NAME
           MOVE "alerts.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_STRMCUR" TO WS-DD-NAME
           MOVE "currency.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE SPACES TO WS-FILE-TAG
       070-POINT-STREAM-FILES-EXIT.
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
      *   READ THE PARTITION CONTROL FILE (BATCH3.PARTS) INTO
      *   THE STREAM TABLE, CHECKING IT EXACTLY AS BATCH3
      *   DOES: THE CARDS MUST RUN IN STREAM ORDER AND THEIR
      *   RANGES MUST COVER EVERY CUSTOMER ID WITH NO GAP OR
      *   OVERLAP. THE FILE MAY HAVE BEEN CHANGED SINCE THE
      *   STREAMS STARTED, SO IT IS CHECKED AGAIN HERE; ANY
      *   FAULT IS FATAL.
      ******************************************************
       085-LOAD-PARTITION SECTION.
           MOVE "N" TO WS-PART-COVERED-SW
           MOVE "Y" TO WS-PART-VALID-SW
           MOVE 0 TO WS-PART-CARD-COUNT
           MOVE 0 TO WS-PART-LAST-STREAM
           MOVE 0 TO WS-PART-NEXT-LOW-ID
           MOVE 0 TO WS-STREAM-COUNT

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

           IF NOT WS-PART-VALID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

       085-LOAD-PARTITION-EXIT.
           EXIT.

      ******************************************************
      * 087-CHECK-PARTITION-CARD
      *   CHECK ONE "STREAM,LOW-ID,HIGH-ID" CARD AGAINST THE
      *   CARDS BEFORE IT, AS IN BATCH3, AND ADD ITS STREAM
      *   TO THE STREAM TABLE.
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

           IF WS-STREAM-COUNT < WS-MAX-STREAMS
               ADD 1 TO WS-STREAM-COUNT
               MOVE WS-PART-STREAM-TEXT
                   TO WS-PT-STREAM-TEXT (WS-STREAM-COUNT)
               MOVE WS-PART-LOW-ID TO WS-PT-LOW-ID (WS-STREAM-COUNT)
               MOVE WS-PART-HIGH-ID
                   TO WS-PT-HIGH-ID (WS-STREAM-COUNT)
           END-IF

       087-CHECK-PARTITION-CARD-EXIT.
           EXIT.

      ******************************************************
      * 200-VERIFY-STREAMS
      *   VERIFY EVERY STREAM BEFORE ANYTHING IS WRITTEN. A
      *   STREAM THAT HAS NOT FINISHED CLEANLY HOLDS THE
      *   WHOLE MERGE WITH CONDITION CODE 16: THE MERGED
      *   FILES, THE RUN-CONTROL STAMP AND THE HIGH-WATER
      *   MARK ARE LEFT EXACTLY AS THEY WERE, SO THE
      *   CONSUMERS KEEP HOLDING UNTIL THE FAILED STREAM IS
      *   RESTARTED AND THIS STEP IS RERUN.
      ******************************************************
       200-VERIFY-STREAMS SECTION.
           MOVE 0 TO WS-STREAMS-UNFINISHED
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               PERFORM 210-VERIFY-ONE-STREAM
               IF WS-SV-FAULT
                   ADD 1 TO WS-STREAMS-UNFINISHED
               END-IF
           END-PERFORM

           IF WS-STREAMS-UNFINISHED > 0
               DISPLAY "B3MERGE: " WS-STREAMS-UNFINISHED " of "
                   WS-STREAM-COUNT " streams have not finished "
                   "cleanly. Holding - nothing merged."
               MOVE 16 TO RETURN-CODE
               PERFORM 975-LOG-STEP-END
               GOBACK
           END-IF

       200-VERIFY-STREAMS-EXIT.
           EXIT.

      ******************************************************
      * 210-VERIFY-ONE-STREAM
      *   READ STREAM WS-STREAM-SUB'S REPORT THROUGH AND
      *   BALANCE ITS DETAIL LINES TO ITS OWN CONTROL-TOTAL
      *   TRAILER. A STREAM THAT DIED OR IS STILL RUNNING
      *   HAS NO TRAILER YET; ONE THAT WAS RESTARTED FROM
      *   ITS CHECKPOINT BALANCES LIKE ANY OTHER. ITS OTHER
      *   OUTPUTS MUST AT LEAST BE THERE TO BE MERGED. THE
      *   FIRST FAULT FOUND SETS WS-SV-FAULT.
      ******************************************************
       210-VERIFY-ONE-STREAM SECTION.
           MOVE "N" TO WS-SV-FAULT-SW
           MOVE "N" TO WS-SV-TRAILER-FOUND-SW
           MOVE 0 TO WS-SV-RECORD-COUNT
           MOVE 0 TO WS-SV-DETAIL-COUNT
           MOVE 0 TO WS-SV-TRANSACTIONS
           MOVE 0 TO WS-SV-REVENUE
           MOVE 0 TO WS-SV-LAST-CUSTOMER-ID
           PERFORM 070-POINT-STREAM-FILES

           OPEN INPUT STREAM-REPORT-FILE
           IF STREAM-REPORT-STATUS NOT = "00"
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " has no report file. It has not run. "
                   "FILE-STATUS: " STREAM-REPORT-STATUS
               SET WS-SV-FAULT TO TRUE
               GO TO 210-VERIFY-ONE-STREAM-EXIT
           END-IF

           PERFORM UNTIL STREAM-REPORT-STATUS NOT = "00"
               OR WS-SV-FAULT
               READ STREAM-REPORT-FILE
               IF STREAM-REPORT-STATUS = "00"
                   ADD 1 TO WS-SV-RECORD-COUNT
                   PERFORM 215-VERIFY-STREAM-RECORD
               END-IF
           END-PERFORM
           IF NOT WS-SV-FAULT AND STREAM-REPORT-STATUS NOT = "10"
               DISPLAY "B3MERGE: Unable to read the report of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-REPORT-STATUS
               SET WS-SV-FAULT TO TRUE
           END-IF
           CLOSE STREAM-REPORT-FILE
           IF WS-SV-FAULT
               GO TO 210-VERIFY-ONE-STREAM-EXIT
           END-IF

           IF WS-SV-RECORD-COUNT = 0
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " has an empty report. It has not finished."
               SET WS-SV-FAULT TO TRUE
               GO TO 210-VERIFY-ONE-STREAM-EXIT
           END-IF
           IF NOT WS-SV-TRAILER-FOUND
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " has no control-total trailer. It has not "
                   "finished, or it failed."
               SET WS-SV-FAULT TO TRUE
               GO TO 210-VERIFY-ONE-STREAM-EXIT
           END-IF
           IF WS-SV-DETAIL-COUNT NOT = WS-SV-TRAILER-CUSTOMERS
               OR WS-SV-TRANSACTIONS NOT = WS-SV-TRAILER-TRANS
               OR WS-SV-REVENUE NOT = WS-SV-TRAILER-REVENUE
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " does not balance to its trailer. LINES: "
                   WS-SV-DETAIL-COUNT " TRAILER: "
                   WS-SV-TRAILER-CUSTOMERS
               SET WS-SV-FAULT TO TRUE
               GO TO 210-VERIFY-ONE-STREAM-EXIT
           END-IF

           OPEN INPUT STREAM-EXCEPTION-FILE
           OPEN INPUT STREAM-ALERT-FILE
           OPEN INPUT STREAM-CURRENCY-FILE
           IF STREAM-EXCEPTION-STATUS NOT = "00"
               OR STREAM-ALERT-STATUS NOT = "00"
               OR STREAM-CURRENCY-STATUS NOT = "00"
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " is missing an output file. EXCEPTION: "
                   STREAM-EXCEPTION-STATUS " ALERT: "
                   STREAM-ALERT-STATUS " CURRENCY: "
                   STREAM-CURRENCY-STATUS
               SET WS-SV-FAULT TO TRUE
           END-IF
           IF STREAM-EXCEPTION-STATUS = "00"
               CLOSE STREAM-EXCEPTION-FILE
           END-IF
           IF STREAM-ALERT-STATUS = "00"
               CLOSE STREAM-ALERT-FILE
           END-IF
           IF STREAM-CURRENCY-STATUS = "00"
               CLOSE STREAM-CURRENCY-FILE
           END-IF

       210-VERIFY-ONE-STREAM-EXIT.
           EXIT.

      ******************************************************
      * 215-VERIFY-STREAM-RECORD
      *   CHECK ONE RECORD OF A STREAM'S REPORT: THE FIRST
      *   MUST BE THE RUN HEADER FOR THIS PERIOD, THE LAST
      *   THE CONTROL-TOTAL TRAILER, AND EVERY DETAIL LINE IN
      *   BETWEEN A CUSTOMER OF THE STREAM'S OWN RANGE, IN
      *   CUSTOMER-ID ORDER.
      ******************************************************
       215-VERIFY-STREAM-RECORD SECTION.
           IF WS-SV-TRAILER-FOUND
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " has records after its control-total trailer."
               SET WS-SV-FAULT TO TRUE
               GO TO 215-VERIFY-STREAM-RECORD-EXIT
           END-IF

           IF WS-SV-RECORD-COUNT = 1
               IF SH-TITLE NOT = "CUSTOMER REVENUE RUN"
                   DISPLAY "B3MERGE: The report of stream "
                       WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                       " does not start with a run header."
                   SET WS-SV-FAULT TO TRUE
               ELSE
                   IF SH-PERIOD-START NOT = WS-PERIOD-START
                       OR SH-PERIOD-END NOT = WS-PERIOD-END
                       DISPLAY "B3MERGE: The report of stream "
                           WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                           " is for period " SH-PERIOD-START
                           " TO " SH-PERIOD-END ", not this run's."
                       SET WS-SV-FAULT TO TRUE
                   END-IF
               END-IF
               GO TO 215-VERIFY-STREAM-RECORD-EXIT
           END-IF

           IF ST-TITLE = "CONTROL TOTALS"
               SET WS-SV-TRAILER-FOUND TO TRUE
               MOVE ST-CUSTOMER-COUNT TO WS-SV-TRAILER-CUSTOMERS
               MOVE ST-GRAND-TRANSACTIONS TO WS-SV-TRAILER-TRANS
               MOVE ST-GRAND-REVENUE TO WS-SV-TRAILER-REVENUE
               GO TO 215-VERIFY-STREAM-RECORD-EXIT
           END-IF

           IF SR-CUSTOMER-ID NOT NUMERIC
               OR SR-CUSTOMER-ID < WS-PT-LOW-ID (WS-STREAM-SUB)
               OR SR-CUSTOMER-ID > WS-PT-HIGH-ID (WS-STREAM-SUB)
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " reports customer " SR-CUSTOMER-ID
                   " outside its range."
               SET WS-SV-FAULT TO TRUE
               GO TO 215-VERIFY-STREAM-RECORD-EXIT
           END-IF
           IF WS-SV-DETAIL-COUNT > 0
               AND SR-CUSTOMER-ID NOT > WS-SV-LAST-CUSTOMER-ID
               DISPLAY "B3MERGE: Stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   " reports customer " SR-CUSTOMER-ID
                   " out of customer-ID order."
               SET WS-SV-FAULT TO TRUE
               GO TO 215-VERIFY-STREAM-RECORD-EXIT
           END-IF

           ADD 1 TO WS-SV-DETAIL-COUNT
           MOVE SR-CUSTOMER-ID TO WS-SV-LAST-CUSTOMER-ID
           ADD SR-TOTAL-TRANSACTIONS TO WS-SV-TRANSACTIONS
           ADD SR-TOTAL-REVENUE TO WS-SV-REVENUE

       215-VERIFY-STREAM-RECORD-EXIT.
           EXIT.

      ******************************************************
      * 250-RECORD-RATE-SET
      *   LOAD THE TREASURY RATES EFFECTIVE FOR THE PERIOD
      *   AND RECORD THE RATE SET ON RATEUSE.CSV, AS BATCH3
      *   DOES FOR A SINGLE-STREAM RUN. THE STREAMS LOADED
      *   THE SAME ROWS BUT LEAVE THE RECORDING TO THIS STEP,
      *   SO A PARTITIONED RUN IS RECORDED ONCE. IT RUNS ONLY
      *   ONCE THE MERGED OUTPUTS HAVE ALL BEEN WRITTEN.
      ******************************************************
       250-RECORD-RATE-SET SECTION.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATES-FILE
           IF RATES-FILE-STATUS = "00"
               PERFORM UNTIL RATES-FILE-STATUS NOT = "00"
                   READ RATES-FILE
                   IF RATES-FILE-STATUS = "00"
                       PERFORM 255-STORE-RATE
                   END-IF
               END-PERFORM
               CLOSE RATES-FILE
           END-IF

           OPEN EXTEND RATE-USED-FILE
           IF RATE-USED-FILE-STATUS NOT = "00"
               OPEN OUTPUT RATE-USED-FILE
           END-IF
           IF RATE-USED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open rate-used file. "
                   "FILE-STATUS: " RATE-USED-FILE-STATUS
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE WS-SYS-DATE TO RU-RUN-DATE
               MOVE WS-PERIOD-START TO RU-PERIOD-START
               MOVE WS-PERIOD-END TO RU-PERIOD-END
               MOVE WS-REPORTING-CURRENCY TO RU-CURRENCY-CODE
               MOVE 1 TO RU-RATE
               WRITE RATE-USED-RECORD
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   MOVE WS-XR-CURRENCY (WS-RATE-SUB)
                       TO RU-CURRENCY-CODE
                   MOVE WS-XR-RATE (WS-RATE-SUB) TO RU-RATE
                   WRITE RATE-USED-RECORD
                   IF RATE-USED-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: Unable to write rate-used "
                           "record. FILE-STATUS: "
                           RATE-USED-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE RATE-USED-FILE
           END-IF

       250-RECORD-RATE-SET-EXIT.
           EXIT.

      ******************************************************
      * 255-STORE-RATE
      *   KEEP A RATE ROW THAT IS EFFECTIVE FOR THE PERIOD,
      *   THE LAST EFFECTIVE ROW FOR A CURRENCY WINNING, AS
      *   175-STORE-RATE IN BATCH3.
      ******************************************************
       255-STORE-RATE SECTION.
           IF XR-PERIOD-START > WS-PERIOD-START
               OR XR-PERIOD-END < WS-PERIOD-END
               GO TO 255-STORE-RATE-EXIT
           END-IF

           MOVE "N" TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-XR-CURRENCY (WS-RATE-SUB) = XR-CURRENCY-CODE
                   MOVE XR-RATE TO WS-XR-RATE (WS-RATE-SUB)
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-RATE-FOUND
               IF WS-RATE-COUNT >= WS-MAX-RATES
                   DISPLAY "ERROR: More than " WS-MAX-RATES
                       " currencies on the rate file. Extra "
                       "currency " XR-CURRENCY-CODE " ignored."
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE XR-CURRENCY-CODE
                       TO WS-XR-CURRENCY (WS-RATE-COUNT)
                   MOVE XR-RATE TO WS-XR-RATE (WS-RATE-COUNT)
               END-IF
           END-IF

       255-STORE-RATE-EXIT.
           EXIT.

      ******************************************************
      * 300-OPEN-OUTPUTS
      *   OPEN THE MERGED OUTPUTS FRESH AND WRITE THE ONE
      *   RUN HEADER OF THE MERGED REPORT.
      ******************************************************
       300-OPEN-OUTPUTS SECTION.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT CURRENCY-FILE
           IF FILE-STATUS NOT = "00"
               OR PRINT-FILE-STATUS NOT = "00"
               OR EXCEPTION-FILE-STATUS NOT = "00"
               OR ALERT-FILE-STATUS NOT = "00"
               OR CURRENCY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the merged outputs. "
                   "REPORT: " FILE-STATUS " PRINT: "
                   PRINT-FILE-STATUS " EXCEPTION: "
                   EXCEPTION-FILE-STATUS " ALERT: "
                   ALERT-FILE-STATUS " CURRENCY: "
                   CURRENCY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE TO RH-RUN-DATE
           MOVE WS-PERIOD-START TO RH-PERIOD-START
           MOVE WS-PERIOD-END TO RH-PERIOD-END
      * WRITTEN BY ITS OWN NAME, AS IN BATCH3, SO ONLY THE HEADER'S
      * OWN LENGTH IS WRITTEN FROM THE SHARED RECORD AREA.
           WRITE REPORT-HEADER-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write the report header. "
                   "FILE-STATUS: " FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

       300-OPEN-OUTPUTS-EXIT.
           EXIT.

      ******************************************************
      * 400-MERGE-STREAMS
      *   COMBINE THE STREAMS IN PARTITION-FILE ORDER. THE
      *   RANGES ASCEND WITH THE STREAM NUMBER, SO THE MERGED
      *   REPORT IS IN CUSTOMER-ID ORDER, JUST AS A SINGLE
      *   CURSOR WOULD HAVE WRITTEN IT.
      ******************************************************
       400-MERGE-STREAMS SECTION.
           MOVE 0 TO WS-CUSTOMER-COUNT
           MOVE 0 TO WS-GRAND-TRANSACTIONS
           MOVE 0 TO WS-GRAND-REVENUE
           MOVE 0 TO WS-RANK-COUNT
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               PERFORM 070-POINT-STREAM-FILES
               PERFORM 410-MERGE-STREAM-REPORT
               PERFORM 420-MERGE-STREAM-CURRENCY
               PERFORM 430-MERGE-STREAM-ALERTS
               PERFORM 440-MERGE-STREAM-EXCEPTIONS
           END-PERFORM

       400-MERGE-STREAMS-EXIT.
           EXIT.

      ******************************************************
      * 410-MERGE-STREAM-REPORT
      *   COPY ONE STREAM'S DETAIL LINES ONTO THE MERGED
      *   REPORT, DROPPING ITS OWN HEADER AND TRAILER, AND
      *   CARRY EACH LINE TO THE PRINT FILE, THE RANKING AND
      *   THE RUN TOTALS. THE STREAM WAS VERIFIED MOMENTS
      *   AGO, SO A FAILURE TO READ IT NOW IS FATAL.
      ******************************************************
       410-MERGE-STREAM-REPORT SECTION.
           OPEN INPUT STREAM-REPORT-FILE
           IF STREAM-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the report of stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-SV-RECORD-COUNT
           PERFORM UNTIL STREAM-REPORT-STATUS NOT = "00"
               READ STREAM-REPORT-FILE
               IF STREAM-REPORT-STATUS = "00"
                   ADD 1 TO WS-SV-RECORD-COUNT
                   IF WS-SV-RECORD-COUNT > 1
                       AND ST-TITLE NOT = "CONTROL TOTALS"
                       MOVE STREAM-REPORT-RECORD TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       IF FILE-STATUS NOT = "00"
                           DISPLAY "ERROR: Unable to write report "
                               "record. FILE-STATUS: " FILE-STATUS
                               " FOR CUSTOMER: " RE-CUSTOMER-ID
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       PERFORM 450-WRITE-PRINT-REPORT
                       PERFORM 460-TRACK-RANKING
                       ADD 1 TO WS-CUSTOMER-COUNT
                       ADD RE-TOTAL-TRANSACTIONS
                           TO WS-GRAND-TRANSACTIONS
                       ADD RE-TOTAL-REVENUE TO WS-GRAND-REVENUE
                   END-IF
               END-IF
           END-PERFORM
           IF STREAM-REPORT-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the report of stream "
                   WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE STREAM-REPORT-FILE

       410-MERGE-STREAM-REPORT-EXIT.
           EXIT.

      ******************************************************
      * 420-MERGE-STREAM-CURRENCY
      *   APPEND ONE STREAM'S PER-CURRENCY BREAKDOWN ROWS TO
      *   THE MERGED CURRENCY.CSV.
      ******************************************************
       420-MERGE-STREAM-CURRENCY SECTION.
           OPEN INPUT STREAM-CURRENCY-FILE
           IF STREAM-CURRENCY-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the currency file of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-CURRENCY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL STREAM-CURRENCY-STATUS NOT = "00"
               READ STREAM-CURRENCY-FILE
               IF STREAM-CURRENCY-STATUS = "00"
                   MOVE STREAM-CURRENCY-RECORD TO CURRENCY-RECORD
                   WRITE CURRENCY-RECORD
                   IF CURRENCY-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: Unable to write currency "
                           "record. FILE-STATUS: "
                           CURRENCY-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-CURRENCY-ROW-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF STREAM-CURRENCY-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the currency file of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-CURRENCY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE STREAM-CURRENCY-FILE

       420-MERGE-STREAM-CURRENCY-EXIT.
           EXIT.

      ******************************************************
      * 430-MERGE-STREAM-ALERTS
      *   APPEND ONE STREAM'S CHARGEBACK-RISK ALERTS TO THE
      *   MERGED ALERTS.CSV FOR ALERTMRG AND CASHAPP.
      ******************************************************
       430-MERGE-STREAM-ALERTS SECTION.
           OPEN INPUT STREAM-ALERT-FILE
           IF STREAM-ALERT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the alert file of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-ALERT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL STREAM-ALERT-STATUS NOT = "00"
               READ STREAM-ALERT-FILE
               IF STREAM-ALERT-STATUS = "00"
                   MOVE STREAM-ALERT-RECORD TO ALERT-RECORD
                   WRITE ALERT-RECORD
                   IF ALERT-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: Unable to write alert "
                           "record. FILE-STATUS: "
                           ALERT-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-ALERT-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF STREAM-ALERT-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the alert file of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-ALERT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE STREAM-ALERT-FILE

       430-MERGE-STREAM-ALERTS-EXIT.
           EXIT.

      ******************************************************
      * 440-MERGE-STREAM-EXCEPTIONS
      *   APPEND ONE STREAM'S EXCEPTION RECORDS TO THE MERGED
      *   EXCEPTION.CSV, SO REPROC FINDS EVERY STREAM'S
      *   SKIPPED CUSTOMERS IN THE ONE FILE IT HAS ALWAYS
      *   READ, AND COUNT THEM TOWARD THE RUN'S CONDITION
      *   CODE.
      ******************************************************
       440-MERGE-STREAM-EXCEPTIONS SECTION.
           OPEN INPUT STREAM-EXCEPTION-FILE
           IF STREAM-EXCEPTION-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the exception file of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-EXCEPTION-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL STREAM-EXCEPTION-STATUS NOT = "00"
               READ STREAM-EXCEPTION-FILE
               IF STREAM-EXCEPTION-STATUS = "00"
                   MOVE STREAM-EXCEPTION-RECORD TO EXCEPTION-RECORD
                   ADD 1 TO WS-EXCEPTIONS-LOGGED
                   WRITE EXCEPTION-RECORD
                   IF EXCEPTION-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: Unable to write exception "
                           "record. FILE-STATUS: "
                           EXCEPTION-FILE-STATUS
                           " FOR CUSTOMER: " EX-CUSTOMER-ID
                   END-IF
               END-IF
           END-PERFORM
           IF STREAM-EXCEPTION-STATUS NOT = "10"
               DISPLAY "ERROR: Unable to read the exception file of "
                   "stream " WS-PT-STREAM-TEXT (WS-STREAM-SUB)
                   ". FILE-STATUS: " STREAM-EXCEPTION-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE STREAM-EXCEPTION-FILE

       440-MERGE-STREAM-EXCEPTIONS-EXIT.
           EXIT.

      ******************************************************
      * 450-WRITE-PRINT-REPORT
      *   PRINT ONE MERGED REPORT LINE, LAID OUT AS
      *   225-WRITE-PRINT-REPORT IN BATCH3 LAYS IT OUT.
      ******************************************************
       450-WRITE-PRINT-REPORT SECTION.
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 455-WRITE-PRINT-HEADERS
           END-IF

           MOVE RE-TOTAL-REVENUE TO WS-PRINT-TOTAL-REVENUE

           MOVE SPACES TO PRINT-RECORD
           STRING RE-CUSTOMER-ID          DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  RE-CUSTOMER-NAME        DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  RE-TOTAL-TRANSACTIONS   DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-PRINT-TOTAL-REVENUE  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  RE-NO-REFUNDS           DELIMITED BY SIZE
                  INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write print record. "
                   "FILE-STATUS: " PRINT-FILE-STATUS
                   " FOR CUSTOMER: " RE-CUSTOMER-ID
           END-IF
           ADD 1 TO WS-LINE-COUNT

       450-WRITE-PRINT-REPORT-EXIT.
           EXIT.

      ******************************************************
      * 455-WRITE-PRINT-HEADERS
      *   EMIT A PAGE HEADER AND COLUMN HEADER LINE AND RESET
      *   THE LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       455-WRITE-PRINT-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO PRINT-RECORD
           STRING "CUSTOMER REVENUE REPORT"  DELIMITED BY SIZE
                  "          PAGE: "         DELIMITED BY SIZE
                  WS-PAGE-COUNT              DELIMITED BY SIZE
                  INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write print header. "
                   "FILE-STATUS: " PRINT-FILE-STATUS
           END-IF

           MOVE SPACES TO PRINT-RECORD
           STRING "PERIOD: " DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  " TO "          DELIMITED BY SIZE
                  WS-PERIOD-END   DELIMITED BY SIZE
                  INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write print header. "
                   "FILE-STATUS: " PRINT-FILE-STATUS
           END-IF

           MOVE SPACES TO PRINT-RECORD
           STRING "CUST ID    CUSTOMER NAME"   DELIMITED BY SIZE
                  "                             "
                                                DELIMITED BY SIZE
                  "TRANS    REVENUE    REFUNDS"
                                                DELIMITED BY SIZE
                  INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write print header. "
                   "FILE-STATUS: " PRINT-FILE-STATUS
           END-IF

       455-WRITE-PRINT-HEADERS-EXIT.
           EXIT.

      ******************************************************
      * 460-TRACK-RANKING
      *   KEEP THE TOP-N CUSTOMERS BY CONVERTED REVENUE OVER
      *   THE MERGED LINES, AS 228-TRACK-RANKING IN BATCH3.
      *   THE LINES ARRIVE IN THE SAME CUSTOMER-ID ORDER, SO
      *   TIES RANK THE SAME AS IN A SINGLE-STREAM RUN.
      ******************************************************
       460-TRACK-RANKING SECTION.
           MOVE 0 TO WS-RANK-SLOT
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT
               OR WS-RANK-SLOT > 0
               IF RE-TOTAL-REVENUE
                   > WS-RN-TOTAL-REVENUE (WS-RANK-SUB)
                   MOVE WS-RANK-SUB TO WS-RANK-SLOT
               END-IF
           END-PERFORM

           IF WS-RANK-SLOT = 0
               IF WS-RANK-COUNT < WS-TOP-N
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-RANK-COUNT TO WS-RANK-SLOT
               END-IF
           ELSE
               IF WS-RANK-COUNT < WS-TOP-N
                   ADD 1 TO WS-RANK-COUNT
               END-IF
               PERFORM VARYING WS-RANK-SHIFT-SUB
                   FROM WS-RANK-COUNT BY -1
                   UNTIL WS-RANK-SHIFT-SUB <= WS-RANK-SLOT
                   MOVE WS-RANK-ENTRY (WS-RANK-SHIFT-SUB - 1)
                       TO WS-RANK-ENTRY (WS-RANK-SHIFT-SUB)
               END-PERFORM
           END-IF

           IF WS-RANK-SLOT > 0
               MOVE RE-CUSTOMER-ID
                   TO WS-RN-CUSTOMER-ID (WS-RANK-SLOT)
               MOVE RE-CUSTOMER-NAME
                   TO WS-RN-CUSTOMER-NAME (WS-RANK-SLOT)
               MOVE RE-TOTAL-REVENUE
                   TO WS-RN-TOTAL-REVENUE (WS-RANK-SLOT)
           END-IF

       460-TRACK-RANKING-EXIT.
           EXIT.

      ******************************************************
      * 500-WRITE-TRAILER
      *   APPEND THE MERGED CONTROL-TOTAL TRAILER AND STAMP
      *   THE RUN-CONTROL RECORD, THEN CLOSE THE MERGED
      *   OUTPUTS. AN OVERSIZED TOTAL IS HANDLED AS
      *   250-WRITE-TRAILER IN BATCH3 HANDLES IT: LOGGED AS
      *   AN EXCEPTION, WITH NO TRAILER AND NO STAMP.
      ******************************************************
       500-WRITE-TRAILER SECTION.
           IF WS-GRAND-TRANSACTIONS > WS-MAX-GRAND-TRANSACTIONS
               OR WS-GRAND-REVENUE > WS-MAX-GRAND-REVENUE
               DISPLAY "WARNING: Control totals exceed the "
                   "trailer record capacity. Trailer record will "
                   "NOT be written. TRANSACTIONS: "
                   WS-GRAND-TRANSACTIONS " REVENUE: "
                   WS-GRAND-REVENUE
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               STRING WS-SYS-DATE DELIMITED BY SIZE
                      WS-SYS-TIME DELIMITED BY SIZE
                      INTO WS-TIMESTAMP
               END-STRING
               MOVE 0 TO EX-CUSTOMER-ID
               MOVE 0 TO EX-SQLCODE
               MOVE WS-TIMESTAMP TO EX-TIMESTAMP
               MOVE "500-WRITE-TRAILER" TO EX-PARAGRAPH-NAME
               ADD 1 TO WS-EXCEPTIONS-LOGGED
               WRITE EXCEPTION-RECORD
               IF EXCEPTION-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to write exception "
                       "record. FILE-STATUS: "
                       EXCEPTION-FILE-STATUS
               END-IF
           ELSE
               MOVE WS-CUSTOMER-COUNT TO RT-CUSTOMER-COUNT
               MOVE WS-GRAND-TRANSACTIONS TO RT-GRAND-TRANSACTIONS
               MOVE WS-GRAND-REVENUE TO RT-GRAND-REVENUE
               WRITE REPORT-TRAILER-RECORD
               IF FILE-STATUS = "00"
                   PERFORM 510-STAMP-RUN-CONTROL
               ELSE
                   DISPLAY "ERROR: Unable to write the report "
                       "trailer. FILE-STATUS: " FILE-STATUS
                       " Downstream steps will hold this period."
               END-IF
           END-IF

           CLOSE REPORT-FILE
           CLOSE PRINT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE ALERT-FILE
           CLOSE CURRENCY-FILE

       500-WRITE-TRAILER-EXIT.
           EXIT.

      ******************************************************
      * 510-STAMP-RUN-CONTROL
      *   THE MERGED TRAILER IS SAFELY ON REPORT.CSV: STAMP
      *   THE RUN-CONTROL RECORD FOR THIS PERIOD AND DATABASE
      *   COMPLETE WITH THE MERGED CONTROL TOTALS, AS
      *   260-STAMP-RUN-CONTROL IN BATCH3 DOES FOR A
      *   SINGLE-STREAM RUN.
      ******************************************************
       510-STAMP-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               IF RUN-CONTROL-STATUS = "00"
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open run-control file. "
                   "FILE-STATUS: " RUN-CONTROL-STATUS
                   " Downstream steps will hold this period."
               GO TO 510-STAMP-RUN-CONTROL-EXIT
           END-IF

           MOVE WS-PERIOD-START TO RC-PERIOD-START
           MOVE WS-DB-NAME TO RC-DATABASE
           MOVE WS-PERIOD-END TO RC-PERIOD-END
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE TO RC-RUN-DATE
           MOVE "COMPLETE" TO RC-STATUS
           MOVE WS-CUSTOMER-COUNT TO RC-CUSTOMER-COUNT
           MOVE WS-GRAND-TRANSACTIONS TO RC-GRAND-TRANSACTIONS
           MOVE WS-GRAND-REVENUE TO RC-GRAND-REVENUE

           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to stamp run-control "
                   "record. FILE-STATUS: " RUN-CONTROL-STATUS
                   " Downstream steps will hold this period."
           END-IF
           CLOSE RUN-CONTROL-FILE

       510-STAMP-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************
      * 550-PRODUCE-RANKING
      *   WRITE THE TOP-N CUSTOMERS OF THE MERGED RUN TO
      *   RANKING.CSV.
      ******************************************************
       550-PRODUCE-RANKING SECTION.
           OPEN OUTPUT RANKING-FILE
           IF RANKING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open ranking file. "
                   "FILE-STATUS: " RANKING-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-RANK-NUMBER
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT
               ADD 1 TO WS-RANK-NUMBER
               MOVE WS-RANK-NUMBER TO RK-RANK
               MOVE WS-RN-CUSTOMER-ID (WS-RANK-SUB)
                   TO RK-CUSTOMER-ID
               MOVE WS-RN-CUSTOMER-NAME (WS-RANK-SUB)
                   TO RK-CUSTOMER-NAME
               MOVE WS-RN-TOTAL-REVENUE (WS-RANK-SUB)
                   TO RK-TOTAL-REVENUE
               WRITE RANKING-RECORD
               IF RANKING-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to write ranking "
                       "record. FILE-STATUS: "
                       RANKING-FILE-STATUS
               END-IF
           END-PERFORM

           CLOSE RANKING-FILE

       550-PRODUCE-RANKING-EXIT.
           EXIT.

      ******************************************************
      * 600-CLEAR-HIGH-WATER
      *   EVERY STREAM HAS NOW REWRITTEN ITS PART OF THE
      *   PERIOD'S MASTER RECORDS: CLEAR THIS PERIOD'S
      *   HIGH-WATER MARK, AND ONLY THIS PERIOD'S, FOR THE
      *   REASONS GIVEN AT 190-CLEAR-HIGH-WATER IN BATCH3.
      ******************************************************
       600-CLEAR-HIGH-WATER SECTION.
           OPEN INPUT HWM-FILE
           IF HWM-FILE-STATUS NOT = "00"
               GO TO 600-CLEAR-HIGH-WATER-EXIT
           END-IF
           READ HWM-FILE
           IF HWM-FILE-STATUS NOT = "00"
               CLOSE HWM-FILE
               GO TO 600-CLEAR-HIGH-WATER-EXIT
           END-IF
           CLOSE HWM-FILE

           IF HW-PERIOD-START NOT = WS-PERIOD-START
               OR HW-PERIOD-END NOT = WS-PERIOD-END
               OR HW-DATABASE NOT = WS-DB-NAME
               GO TO 600-CLEAR-HIGH-WATER-EXIT
           END-IF

           OPEN OUTPUT HWM-FILE
           IF HWM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open high-water mark "
                   "file to clear it. FILE-STATUS: "
                   HWM-FILE-STATUS
           ELSE
               CLOSE HWM-FILE
           END-IF

       600-CLEAR-HIGH-WATER-EXIT.
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
                  ",B3MERGE"           DELIMITED BY SIZE
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
