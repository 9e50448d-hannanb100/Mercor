       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCAT.
      ******************************************************
      * OUTCAT - OUTPUT GENERATION CATALOG
      *
      *   CLOSEDRV SAVES EACH PERIOD'S OUTPUTS UNDER PERIOD-
      *   STAMPED NAMES AND REPROC CAN THEN CHANGE THE LIVE
      *   FILES, BUT NOTHING RECORDED WHICH COPY WAS WHICH,
      *   OR WHETHER A SAVED COPY HAD SINCE BEEN OVERWRITTEN
      *   OR DELETED -- PUTTING LAST MONTH'S REPORT.CSV BACK
      *   AFTER A BAD RERUN MEANT SEARCHING THE DIRECTORY BY
      *   HAND. THIS STEP KEEPS THE OUTPUT CATALOG
      *   (OUTCAT.DAT), ONE ENTRY PER GENERATION OF ONE OF
      *   THE SIX PER-RUN OUTPUTS (REPORT.CSV, REPORT.PRT,
      *   RANKING.CSV, EXCEPTION.CSV, CURRENCY.CSV,
      *   ALERTS.CSV), KEYED BY PERIOD START, OUTPUT AND A
      *   GENERATION NUMBER COUNTED PER PERIOD AND OUTPUT.
      *   EACH ENTRY HOLDS THE ENVIRONMENT, THE PERIOD, THE
      *   RUN DATE AND TIME, THE FILE'S RECORD COUNT AND THE
      *   HASH TOTAL OF ITS AMOUNT FIELDS (810-HASH-RECORD),
      *   THE PROGRAM THAT PRODUCED IT, AND THE PHYSICAL
      *   FILE THE GENERATION IS KEPT IN:
      *     - A LIVE ENTRY DESCRIBES THE LIVE FILE AS A STEP
      *       LEFT IT. BATCH3 (A FULL RUN FOR A PERIOD),
      *       B3MERGE AND REPROC REGISTER EACH OUTPUT THEY
      *       WRITE. A LATER RUN REPLACES THE LIVE FILE, SO
      *       ONLY THE NEWEST LIVE ENTRY CAN STILL MATCH IT.
      *     - A STAMPED ENTRY DESCRIBES A SAVED COPY THAT
      *       NOTHING REWRITES. CLOSEDRV SAVES EACH OUTPUT AS
      *       <NAME>.<PERIOD>.g<NNNN>.<EXT>, IN LOWER CASE ON
      *       DISK (report.20240101.g0001.csv), THE GENERATION
      *       NUMBER KEEPING EVERY SAVE OF A PERIOD APART.
      *
      *   FUNCTIONS:
      *     - REGISTER (CALLED BY THE STEPS ABOVE) CATALOGS
      *       THE LIVE FILE AS A NEW LIVE GENERATION.
      *     - SAVE (CALLED BY CLOSEDRV) COPIES THE LIVE FILE
      *       TO A NEW STAMPED GENERATION AND CATALOGS IT.
      *     - LIST PRINTS THE GENERATIONS ON FILE (OUTCAT.PRT)
      *       -- ALL OF THEM, ONE PERIOD'S, OR ONE OUTPUT OF
      *       ONE PERIOD.
      *     - CHECK RE-READS FILES ON DISK AND COMPARES THEIR
      *       RECORD COUNT AND HASH TOTAL WITH THE CATALOG:
      *       ONE GENERATION OF ANY KIND WHEN A GENERATION IS
      *       GIVEN, OTHERWISE EVERY STAMPED GENERATION OF THE
      *       PERIOD (OR OF ONE OUTPUT OF IT). EACH IS MATCH,
      *       CHANGED OR MISSING ON OUTCAT.PRT.
      *     - RESTORE COPIES ONE STAMPED GENERATION BACK OVER
      *       THE LIVE FILE, ONCE THE COPY IS CHECKED AGAINST
      *       ITS ENTRY, AND CATALOGS THE RESULT AS A NEW LIVE
      *       GENERATION. A RESTORED REPORT.CSV ALSO RESTAMPS
      *       THE RUN-CONTROL RECORD (RUNCTL.DAT) WITH ITS
      *       TRAILER TOTALS, AS REPROC DOES, SO THE CONSUMERS
      *       VERIFY AGAINST THE REPORT NOW ON DISK. A PERIOD
      *       PERLOCK HAS CLOSED IS REFUSED. EACH OUTPUT IS
      *       RESTORED ON ITS OWN.
      *     - PURGE KEEPS THE NEWEST KEEP STAMPED GENERATIONS
      *       OF EACH PERIOD AND OUTPUT, DELETING THE OLDER
      *       STAMPED FILES AND EVERY ENTRY (LIVE OR STAMPED)
      *       OLDER THAN THE OLDEST ONE KEPT. A LIVE FILE IS
      *       NEVER DELETED.
      *
      *   PARM: FUNCTION,PERIOD-START,ENVIRONMENT,OUTPUT,
      *   NUMBER,PERIOD-END,PROGRAM -- E.G.
      *   "LIST,20240101,PROD", "CHECK,20240101,PROD",
      *   "RESTORE,20240101,PROD,report.csv,0003" OR
      *   "PURGE,,PROD,,0002". NUMBER IS THE GENERATION FOR
      *   CHECK AND RESTORE AND THE STAMPED GENERATIONS TO
      *   KEEP FOR PURGE (DEFAULT WS-DEFAULT-KEEP). THE
      *   PERIOD IS REQUIRED EXCEPT FOR LIST AND PURGE, THE
      *   OUTPUT FOR REGISTER, SAVE AND RESTORE. PERIOD-END
      *   AND PROGRAM ARE PASSED BY THE CALLING STEPS. THE
      *   ENVIRONMENT DEFAULTS TO PROD AND SCOPES THE FILE
      *   NAMES AS IN BATCH3.
      *   CONDITION CODES: 0 CLEAN, 4 A CHECKED FILE DOES
      *   NOT MATCH ITS ENTRY, A RESTORE OR PURGE WAS
      *   REFUSED, OR THE OUTPUT TO CATALOG IS NOT ON DISK,
      *   8 BAD PARM OR FILE FAILURE, 20 RESTORE INTO A
      *   CLOSED PERIOD.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE GENERATION OR KEEP COUNT ON THE PARM MUST BE
      *     ONE TO FOUR DIGITS; ANYTHING ELSE ENDS WITH
      *     CONDITION CODE 8 INSTEAD OF BEING READ AS A
      *     NUMBER, SO A MISTYPED PURGE COUNT CANNOT DELETE
      *     STAMPED GENERATIONS.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE UPPERCASE ASSIGN NAMES ARE LOGICAL FILE NAMES, POINTED
      * AT THE ENVIRONMENT'S OWN PHYSICAL FILES IN
      * 060-SET-FILE-NAMES THE SAME WAY A DD OVERRIDE WOULD.
           SELECT CATALOG-FILE ASSIGN TO "OUTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CATALOG-KEY
               FILE STATUS IS CATALOG-STATUS.

           SELECT CATALOG-PRINT-FILE ASSIGN TO "OUTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CATALOG-PRINT-STATUS.

      * GENIN AND GENOUT ARE POINTED AT THE FILE BEING HASHED OR
      * COPIED AND AT ITS COPY BEFORE EACH OPEN IN
      * 800-COPY-AND-HASH, AS COPYIN AND COPYOUT ARE IN CLOSEDRV.
           SELECT GEN-IN-FILE ASSIGN TO "GENIN"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GEN-IN-STATUS.

           SELECT GEN-OUT-FILE ASSIGN TO "GENOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GEN-OUT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

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
      * ONE RECORD PER GENERATION OF ONE OUTPUT OF ONE PERIOD.
      * OC-FILE-NAME IS THE PHYSICAL FILE THE GENERATION IS KEPT
      * IN: THE LIVE NAME FOR A LIVE ENTRY, THE GENERATION-STAMPED
      * NAME FOR A STAMPED ONE.
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

       FD  CATALOG-PRINT-FILE.
       01  CATALOG-PRINT-RECORD      PIC X(132).

      * ONE LINE OF ANY OF THE SIX OUTPUTS, WITH A VIEW FOR EACH
      * LAYOUT THAT CARRIES AMOUNTS. THE LAYOUTS ARE BATCH3'S.
       FD  GEN-IN-FILE.
       01  GEN-IN-RECORD             PIC X(200).
       01  GI-REPORT-RECORD.
           05  GI-RE-CUSTOMER-ID     PIC 9(9).
           05  GI-RE-CUSTOMER-NAME   PIC X(50).
           05  GI-RE-TOTAL-TRANSACTIONS
                                     PIC 9(9).
           05  GI-RE-TOTAL-REVENUE   PIC 9(7)V99.
           05  GI-RE-NO-REFUNDS      PIC 9(9).
           05  GI-RE-REFUND-AMOUNT   PIC 9(7)V99.
           05  GI-RE-NET-REVENUE     PIC S9(7)V99.
           05  GI-RE-CHARGEBACK-COUNT
                                     PIC 9(9).
           05  GI-RE-CHARGEBACK-AMOUNT
                                     PIC 9(7)V99.
           05  GI-RE-ADJUSTMENT-COUNT
                                     PIC 9(9).
           05  GI-RE-ADJUSTMENT-AMOUNT
                                     PIC 9(7)V99.
           05  FILLER                PIC X(60).
      * REPORT.PRT DETAIL LINE, AS 225-WRITE-PRINT-REPORT IN BATCH3
      * BUILDS IT. HEADER LINES DO NOT START WITH A CUSTOMER ID.
       01  GI-PRINT-RECORD.
           05  GI-PR-CUSTOMER-ID     PIC 9(9).
           05  FILLER                PIC X(54).
           05  GI-PR-TRANSACTIONS    PIC 9(9).
           05  FILLER                PIC X(2).
           05  GI-PR-TOTAL-REVENUE   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(112).
       01  GI-RANKING-RECORD.
           05  GI-RK-RANK            PIC 9(4).
           05  GI-RK-CUSTOMER-ID     PIC 9(9).
           05  GI-RK-CUSTOMER-NAME   PIC X(50).
           05  GI-RK-TOTAL-REVENUE   PIC 9(7)V99.
           05  FILLER                PIC X(128).
       01  GI-CURRENCY-RECORD.
           05  GI-CU-CUSTOMER-ID     PIC 9(9).
           05  GI-CU-CURRENCY-CODE   PIC X(3).
           05  GI-CU-TOTAL-TRANSACTIONS
                                     PIC 9(9).
           05  GI-CU-TOTAL-REVENUE-ORIG
                                     PIC 9(7)V99.
           05  GI-CU-REFUND-AMOUNT-ORIG
                                     PIC 9(7)V99.
           05  GI-CU-CHARGEBACK-AMT-ORIG
                                     PIC 9(7)V99.
           05  GI-CU-ADJUSTMENT-AMT-ORIG
                                     PIC 9(7)V99.
           05  GI-CU-EXCHANGE-RATE   PIC 9(3)V9(6).
           05  GI-CU-TOTAL-REVENUE-CONV
                                     PIC 9(7)V99.
           05  FILLER                PIC X(125).
       01  GI-ALERT-RECORD.
           05  GI-AT-CUSTOMER-ID     PIC 9(9).
           05  GI-AT-CUSTOMER-NAME   PIC X(50).
           05  GI-AT-TOTAL-REVENUE   PIC 9(7)V99.
           05  GI-AT-CHARGEBACK-COUNT
                                     PIC 9(9).
           05  GI-AT-CHARGEBACK-AMOUNT
                                     PIC 9(7)V99.
           05  GI-AT-CHARGEBACK-PCT  PIC 9(3)V99.
           05  GI-AT-SEVERITY        PIC X(6).
           05  FILLER                PIC X(103).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD            PIC X(200).

      * RUN-CONTROL HANDSHAKE RECORD, AS STAMPED BY BATCH3/REPROC.
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
       01  CATALOG-STATUS           PIC XX.
       01  CATALOG-PRINT-STATUS     PIC XX.
       01  GEN-IN-STATUS            PIC XX.
       01  GEN-OUT-STATUS           PIC XX.
       01  RUN-CONTROL-STATUS       PIC XX.

      * PARAMETERS, SPLIT AND VALIDATED IN 050-INITIALIZE-PARMS
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-FUNCTION              PIC X(8) VALUE SPACES.
           88  WS-REGISTER-RUN      VALUE "REGISTER".
           88  WS-SAVE-RUN          VALUE "SAVE".
           88  WS-LIST-RUN          VALUE "LIST".
           88  WS-CHECK-RUN         VALUE "CHECK".
           88  WS-RESTORE-RUN       VALUE "RESTORE".
           88  WS-PURGE-RUN         VALUE "PURGE".
       01  WS-PERIOD-START          PIC X(8) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10) VALUE SPACES.
       01  WS-DB-NAME               PIC X(10) VALUE SPACES.
       01  WS-OUTPUT-NAME           PIC X(20) VALUE SPACES.
       01  WS-NUMBER                PIC 9(4) VALUE 0.
       01  WS-NUMBER-TEXT           PIC X(5) VALUE SPACES.
       01  WS-NUMBER-LENGTH         PIC 9(4) COMP VALUE 0.
       01  WS-NUMBER-OK-SW          PIC X(01) VALUE "Y".
           88  WS-NUMBER-OK         VALUE "Y".
       01  WS-PERIOD-END            PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME          PIC X(8) VALUE SPACES.

      * STAMPED GENERATIONS PURGE KEEPS WHEN THE PARM GIVES NO
      * NUMBER.
       01  WS-DEFAULT-KEEP          PIC 9(4) VALUE 3.

      * THE OUTPUTS THE CATALOG COVERS: THE PER-RUN FILES
      * CLOSEDRV SAVES FOR EVERY PERIOD.
       01  WS-OUTPUT-NAME-TABLE.
           05  FILLER                PIC X(20) VALUE "report.csv".
           05  FILLER                PIC X(20) VALUE "report.prt".
           05  FILLER                PIC X(20) VALUE "ranking.csv".
           05  FILLER                PIC X(20) VALUE "exception.csv".
           05  FILLER                PIC X(20) VALUE "currency.csv".
           05  FILLER                PIC X(20) VALUE "alerts.csv".
       01  WS-OUTPUT-TABLE REDEFINES WS-OUTPUT-NAME-TABLE.
           05  WS-OUT-NAME           PIC X(20) OCCURS 6 TIMES.
       01  WS-OUTPUT-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-OUTPUT-KNOWN-SW       PIC X(01) VALUE "N".
           88  WS-OUTPUT-KNOWN      VALUE "Y".
       01  WS-OUTPUT-STEM           PIC X(20) VALUE SPACES.
       01  WS-OUTPUT-SUFFIX         PIC X(3) VALUE SPACES.

      * THE GENERATION BEING CATALOGED AND THE FILES IT MOVES
      * BETWEEN.
       01  WS-NEXT-GENERATION       PIC 9(4) VALUE 0.
       01  WS-LIVE-NAME             PIC X(40) VALUE SPACES.
       01  WS-STAMP-NAME            PIC X(40) VALUE SPACES.
       01  WS-ENTRY-KIND            PIC X(8) VALUE SPACES.
       01  WS-ENTRY-FILE-NAME       PIC X(40) VALUE SPACES.

      * 800-COPY-AND-HASH: WS-SOURCE-NAME IS READ (AND COPIED TO
      * WS-TARGET-NAME UNLESS THAT IS BLANK) AS THE LAYOUT OF
      * OUTPUT WS-HASH-OUTPUT; THE COUNT AND HASH OF WHAT WAS READ
      * COME BACK WITH WS-HASH-RESULT-SW.
       01  WS-SOURCE-NAME           PIC X(40) VALUE SPACES.
       01  WS-TARGET-NAME           PIC X(40) VALUE SPACES.
       01  WS-HASH-RECORDS          PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-HASH-AMOUNT           PIC 9(9)V99 VALUE 0.
       01  WS-HASH-OUTPUT           PIC X(20) VALUE SPACES.
       01  WS-HASH-RESULT-SW        PIC X(01) VALUE SPACES.
           88  WS-HASH-OK           VALUE "O".
           88  WS-HASH-MISSING      VALUE "M".
           88  WS-HASH-FAILED       VALUE "F".
       01  WS-GEN-EOF-SW            PIC X(01) VALUE "N".
           88  WS-GEN-EOF           VALUE "Y".

      * TRAILER OF A REPORT.CSV READ BY 800-COPY-AND-HASH, FOR THE
      * RUN-CONTROL RESTAMP AFTER A RESTORE.
       01  WS-REPORT-TRAILER.
           05  WS-RT-TITLE           PIC X(20).
           05  WS-RT-CUSTOMER-COUNT  PIC 9(9).
           05  WS-RT-GRAND-TRANSACTIONS
                                     PIC 9(9).
           05  WS-RT-GRAND-REVENUE   PIC 9(9)V99.
       01  WS-TRAILER-FOUND-SW      PIC X(01) VALUE "N".
           88  WS-TRAILER-FOUND     VALUE "Y".

      * THE CATALOG ENTRY A RESTORE STARTS FROM, KEPT APART FROM
      * THE RECORD AREA THE NEW LIVE ENTRY IS BUILT IN.
       01  WS-RESTORE-ENTRY.
           05  WS-RS-PERIOD-START    PIC X(8).
           05  WS-RS-OUTPUT-NAME     PIC X(20).
           05  WS-RS-GENERATION      PIC 9(4).
           05  WS-RS-ENVIRONMENT     PIC X(10).
           05  WS-RS-PERIOD-END      PIC X(8).
           05  WS-RS-KIND            PIC X(8).
           05  WS-RS-FILE-NAME       PIC X(40).
           05  WS-RS-RUN-DATE        PIC 9(8).
           05  WS-RS-RUN-TIME        PIC 9(6).
           05  WS-RS-RECORD-COUNT    PIC 9(9).
           05  WS-RS-HASH-TOTAL      PIC S9(13)V99.
           05  WS-RS-PROGRAM         PIC X(8).

      * CHECK TALLIES AND THE RESULT OF ONE COMPARISON
       01  WS-CHECK-RESULT          PIC X(8) VALUE SPACES.
       01  WS-CHECKED-COUNT         PIC 9(9) VALUE 0.
       01  WS-MATCH-COUNT           PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT         PIC 9(9) VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(9) VALUE 0.
       01  WS-LISTED-COUNT          PIC 9(9) VALUE 0.

      * PURGE: ONE ENTRY PER PERIOD AND OUTPUT ON FILE, WITH ITS
      * LOWEST AND HIGHEST GENERATION AND HOW MANY STAMPED
      * GENERATIONS IT HOLDS, GATHERED BEFORE ANYTHING IS DELETED.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 600 TIMES.
               10  WS-GR-PERIOD-START
                                     PIC X(8).
               10  WS-GR-OUTPUT-NAME PIC X(20).
               10  WS-GR-LOW-GEN     PIC 9(4).
               10  WS-GR-HIGH-GEN    PIC 9(4).
               10  WS-GR-STAMPED-COUNT
                                     PIC 9(4).
       01  WS-GROUP-MAX             PIC 9(4) COMP VALUE 600.
       01  WS-GROUP-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-SUB             PIC 9(4) COMP VALUE 0.
       01  WS-PURGE-GEN             PIC 9(5) VALUE 0.
       01  WS-PURGE-QUOTA           PIC 9(4) VALUE 0.
       01  WS-PURGED-STAMPED        PIC 9(4) VALUE 0.
       01  WS-PURGE-DONE-SW         PIC X(01) VALUE "N".
           88  WS-PURGE-DONE        VALUE "Y".
       01  WS-DELETE-NAME           PIC X(40) VALUE SPACES.
       01  WS-DELETE-RC             PIC S9(9) COMP VALUE 0.
       01  WS-ENTRIES-PURGED        PIC 9(9) VALUE 0.
       01  WS-FILES-PURGED          PIC 9(9) VALUE 0.

       01  WS-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  WS-CATALOG-EOF       VALUE "Y".
       01  WS-RUN-RC                PIC 9(4) VALUE 0.

       01  WS-SYS-DATE              PIC 9(8).
       01  WS-SYS-TIME              PIC 9(8).
       01  WS-SYS-TIME-HHMMSS       PIC 9(6).

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-LISTING-TITLE         PIC X(40) VALUE SPACES.
       01  WS-COLUMN-HEADING        PIC X(132) VALUE SPACES.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-RECORDS         PIC ZZZZZZZZ9.
       01  WS-PRINT-DISK-RECORDS    PIC ZZZZZZZZ9.
       01  WS-PRINT-HASH            PIC -ZZZZZZZZZZZZ9.99.
       01  WS-PRINT-DISK-HASH       PIC -ZZZZZZZZZZZZ9.99.

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

      * PERIOD CLOSE LOCK, CHECKED IN 080-CHECK-PERIOD-LOCK BEFORE
      * A RESTORE REPLACES A PERIOD'S LIVE OUTPUT.
       01  PERIOD-LOCK-STATUS       PIC XX.
       01  WS-LOCK-PERIOD           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED     VALUE "Y".

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3. THE TEXT IS
      * FUNCTION,PERIOD-START,ENVIRONMENT,OUTPUT,NUMBER,
      * PERIOD-END,PROGRAM.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           EVALUATE TRUE
               WHEN WS-REGISTER-RUN OR WS-SAVE-RUN
                   PERFORM 100-OPEN-CATALOG
                   PERFORM 200-CATALOG-OUTPUT
                   CLOSE CATALOG-FILE
               WHEN WS-LIST-RUN
                   PERFORM 300-LIST-CATALOG
                   DISPLAY "OUTCAT: " WS-LISTED-COUNT
                       " generations listed."
               WHEN WS-CHECK-RUN
                   PERFORM 500-CHECK-GENERATIONS
                   DISPLAY "OUTCAT: " WS-CHECKED-COUNT
                       " generations checked, " WS-MATCH-COUNT
                       " match, " WS-CHANGED-COUNT " changed, "
                       WS-MISSING-COUNT " missing."
               WHEN WS-RESTORE-RUN
                   MOVE WS-PERIOD-START TO WS-LOCK-PERIOD
                   PERFORM 080-CHECK-PERIOD-LOCK
                   IF WS-PERIOD-CLOSED
                       MOVE 20 TO WS-RUN-RC
                   ELSE
                       PERFORM 100-OPEN-CATALOG
                       PERFORM 600-RESTORE-GENERATION
                       CLOSE CATALOG-FILE
                   END-IF
               WHEN WS-PURGE-RUN
                   PERFORM 100-OPEN-CATALOG
                   PERFORM 700-PURGE-GENERATIONS
                   CLOSE CATALOG-FILE
                   DISPLAY "OUTCAT: " WS-ENTRIES-PURGED
                       " catalog entries and " WS-FILES-PURGED
                       " stamped files purged."
           END-EVALUATE
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   SPLIT AND VALIDATE THE PARM BEFORE ANY FILE IS
      *   TOUCHED, AS PERLOCK DOES. THE CALLING STEPS HAVE
      *   ALREADY CHECKED THEIR PERIOD; AN OPERATOR'S PERIOD
      *   MUST BE ONE ON THE FISCAL CALENDAR.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-FUNCTION
           MOVE SPACES TO WS-PERIOD-START
           MOVE SPACES TO WS-ENVIRONMENT
           MOVE SPACES TO WS-OUTPUT-NAME
           MOVE 0 TO WS-NUMBER
           MOVE SPACES TO WS-NUMBER-TEXT
           MOVE 0 TO WS-NUMBER-LENGTH
           MOVE "Y" TO WS-NUMBER-OK-SW
           MOVE SPACES TO WS-PERIOD-END
           MOVE SPACES TO WS-PROGRAM-NAME
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-FUNCTION, WS-PERIOD-START,
                    WS-ENVIRONMENT, WS-OUTPUT-NAME,
                    WS-NUMBER-TEXT, WS-PERIOD-END,
                    WS-PROGRAM-NAME
           END-UNSTRING

      * THE GENERATION OR KEEP COUNT IS ONE TO FOUR DIGITS. THE
      * DIGITS ARE CHECKED ON THE TEXT PIECE: MOVED STRAIGHT TO A
      * NUMERIC FIELD A TYPO COULD PASS AS A NUMBER, AND FOR PURGE
      * A WRONG NUMBER DELETES STAMPED GENERATIONS.
           INSPECT WS-NUMBER-TEXT TALLYING WS-NUMBER-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-NUMBER-TEXT = SPACES
                   CONTINUE
               WHEN WS-NUMBER-LENGTH = 0
                   OR WS-NUMBER-LENGTH > 4
                   MOVE "N" TO WS-NUMBER-OK-SW
               WHEN WS-NUMBER-TEXT(WS-NUMBER-LENGTH + 1:)
                   NOT = SPACES
                   MOVE "N" TO WS-NUMBER-OK-SW
               WHEN WS-NUMBER-TEXT(1:WS-NUMBER-LENGTH)
                   IS NOT NUMERIC
                   MOVE "N" TO WS-NUMBER-OK-SW
               WHEN OTHER
                   MOVE WS-NUMBER-TEXT(1:WS-NUMBER-LENGTH)
                       TO WS-NUMBER
           END-EVALUATE
           IF NOT WS-NUMBER-OK
               DISPLAY "ERROR: Generation or keep count """
                   WS-NUMBER-TEXT """ must be 1 to 4 digits."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
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

           IF NOT WS-REGISTER-RUN AND NOT WS-SAVE-RUN
               AND NOT WS-LIST-RUN AND NOT WS-CHECK-RUN
               AND NOT WS-RESTORE-RUN AND NOT WS-PURGE-RUN
               DISPLAY "ERROR: Function must be REGISTER, SAVE, "
                   "LIST, CHECK, RESTORE or PURGE, not """
                   WS-FUNCTION """."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PERIOD-START = SPACES
               AND NOT WS-LIST-RUN AND NOT WS-PURGE-RUN
               DISPLAY "ERROR: " WS-FUNCTION " needs the period "
                   "start as the second parm piece."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PERIOD-START NOT = SPACES
               AND WS-PERIOD-START IS NOT NUMERIC
               DISPLAY "ERROR: " WS-FUNCTION " period """
                   WS-PERIOD-START """ is not a YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-OUTPUT-NAME = SPACES
               IF WS-REGISTER-RUN OR WS-SAVE-RUN OR WS-RESTORE-RUN
                   DISPLAY "ERROR: " WS-FUNCTION " needs the "
                       "output (report.csv, ...) as the fourth "
                       "parm piece."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE "N" TO WS-OUTPUT-KNOWN-SW
               PERFORM VARYING WS-OUTPUT-SUB FROM 1 BY 1
                   UNTIL WS-OUTPUT-SUB > 6
                   IF WS-OUT-NAME (WS-OUTPUT-SUB) = WS-OUTPUT-NAME
                       SET WS-OUTPUT-KNOWN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-OUTPUT-KNOWN
                   DISPLAY "ERROR: """ WS-OUTPUT-NAME """ is not "
                       "an output the catalog keeps."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-OUTPUT-STEM
               MOVE SPACES TO WS-OUTPUT-SUFFIX
               UNSTRING WS-OUTPUT-NAME DELIMITED BY "."
                   INTO WS-OUTPUT-STEM, WS-OUTPUT-SUFFIX
               END-UNSTRING
           END-IF

           IF WS-REGISTER-RUN OR WS-SAVE-RUN
               IF WS-PERIOD-END = SPACES
                   OR WS-PROGRAM-NAME = SPACES
                   DISPLAY "ERROR: " WS-FUNCTION " needs the period "
                       "end and the producing program as the sixth "
                       "and seventh parm pieces."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               GO TO 050-INITIALIZE-PARMS-EXIT
           END-IF

           IF WS-RESTORE-RUN AND WS-NUMBER = 0
               DISPLAY "ERROR: RESTORE needs the generation to "
                   "restore as the fifth parm piece."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CHECK-RUN AND WS-NUMBER > 0
               AND WS-OUTPUT-NAME = SPACES
               DISPLAY "ERROR: CHECK of one generation needs its "
                   "output as the fourth parm piece."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PURGE-RUN AND WS-NUMBER = 0
               MOVE WS-DEFAULT-KEEP TO WS-NUMBER
           END-IF

      * AN OPERATOR'S PERIOD MUST BE ONE DEFINED ON THE FISCAL
      * CALENDAR.
           IF WS-PERIOD-START NOT = SPACES
               MOVE WS-PERIOD-START TO WS-CAL-PERIOD-START
               PERFORM 075-CHECK-FISCAL-PERIOD
               IF NOT WS-CAL-VALID
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

      ******************************************************
      * 060-SET-FILE-NAMES
      *   POINT EVERY SYSTEM-PRODUCED LOGICAL FILE AT THE
      *   ENVIRONMENT'S OWN PHYSICAL FILE, AS
      *   060-SET-FILE-NAMES IN BATCH3 DOES: BARE NAMES FOR
      *   PROD, AN ENVIRONMENT PREFIX FOR EVERYTHING ELSE.
      *   EACH ENVIRONMENT HAS ITS OWN OUTPUTS, SO EACH HAS
      *   ITS OWN CATALOG. THE LIVE AND STAMPED NAMES OF THE
      *   OUTPUT BEING WORKED ON ARE BUILT IN 070.
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

           MOVE "DD_OUTCAT" TO WS-DD-NAME
           MOVE "outcat.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_OUTPRT" TO WS-DD-NAME
           MOVE "outcat.prt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_PERSTAT" TO WS-DD-NAME
           MOVE "perstat.dat" TO WS-BASE-NAME
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
      * 070-BUILD-OUTPUT-NAMES
      *   THE OUTPUT'S LIVE NAME (REPORT.CSV) AND THE NAME
      *   GENERATION WS-NEXT-GENERATION IS SAVED UNDER
      *   (REPORT.20240101.G0003.CSV), BOTH WITH THE
      *   ENVIRONMENT PREFIX.
      ******************************************************
       070-BUILD-OUTPUT-NAMES SECTION.
           MOVE SPACES TO WS-LIVE-NAME
           STRING WS-NAME-PREFIX DELIMITED BY SPACE
                  WS-OUTPUT-NAME DELIMITED BY SPACE
                  INTO WS-LIVE-NAME
           END-STRING
           MOVE SPACES TO WS-STAMP-NAME
           STRING WS-NAME-PREFIX     DELIMITED BY SPACE
                  WS-OUTPUT-STEM     DELIMITED BY SPACE
                  "."                DELIMITED BY SIZE
                  WS-PERIOD-START    DELIMITED BY SPACE
                  ".g"               DELIMITED BY SIZE
                  WS-NEXT-GENERATION DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-OUTPUT-SUFFIX   DELIMITED BY SPACE
                  INTO WS-STAMP-NAME
           END-STRING

       070-BUILD-OUTPUT-NAMES-EXIT.
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
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           CLOSE PERIOD-LOCK-FILE

       080-CHECK-PERIOD-LOCK-EXIT.
           EXIT.

      ******************************************************
      * 100-OPEN-CATALOG
      *   OPEN THE CATALOG FOR UPDATE, CREATING IT ON THE
      *   VERY FIRST ENTRY, AS 100-OPEN-STATUS-FILE IN
      *   PERLOCK CREATES THE PERIOD-STATUS FILE.
      ******************************************************
       100-OPEN-CATALOG SECTION.
           OPEN I-O CATALOG-FILE
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
               IF CATALOG-STATUS = "00"
                   CLOSE CATALOG-FILE
                   OPEN I-O CATALOG-FILE
               END-IF
           END-IF
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the output catalog. "
                   "FILE-STATUS: " CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

       100-OPEN-CATALOG-EXIT.
           EXIT.

      ******************************************************
      * 150-NEXT-GENERATION
      *   FIND THE HIGHEST GENERATION ON FILE FOR THE PARM
      *   PERIOD AND OUTPUT; THE NEW ONE IS NEXT. PURGE ONLY
      *   EVER REMOVES THE OLDEST, SO NUMBERS ARE NEVER
      *   REUSED.
      ******************************************************
       150-NEXT-GENERATION SECTION.
           MOVE 0 TO WS-NEXT-GENERATION
           MOVE WS-PERIOD-START TO OC-PERIOD-START
           MOVE WS-OUTPUT-NAME TO OC-OUTPUT-NAME
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
                   IF OC-PERIOD-START NOT = WS-PERIOD-START
                       OR OC-OUTPUT-NAME NOT = WS-OUTPUT-NAME
                       SET WS-CATALOG-EOF TO TRUE
                   ELSE
                       MOVE OC-GENERATION TO WS-NEXT-GENERATION
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NEXT-GENERATION = 9999
               DISPLAY "ERROR: " WS-OUTPUT-NAME " of period "
                   WS-PERIOD-START " has used every generation "
                   "number. Purge it before cataloging another."
               CLOSE CATALOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-NEXT-GENERATION

       150-NEXT-GENERATION-EXIT.
           EXIT.

      ******************************************************
      * 200-CATALOG-OUTPUT
      *   REGISTER: HASH THE LIVE FILE AND CATALOG IT AS A
      *   NEW LIVE GENERATION. SAVE: COPY THE LIVE FILE TO
      *   THE NEW GENERATION'S STAMPED NAME, HASHING AS IT
      *   GOES, AND CATALOG THE COPY. AN OUTPUT THE RUN
      *   NEVER CREATED IS SKIPPED WITH A NOTE AND
      *   CONDITION CODE 4.
      ******************************************************
       200-CATALOG-OUTPUT SECTION.
           PERFORM 150-NEXT-GENERATION
           PERFORM 070-BUILD-OUTPUT-NAMES

           MOVE WS-OUTPUT-NAME TO WS-HASH-OUTPUT
           MOVE WS-LIVE-NAME TO WS-SOURCE-NAME
           IF WS-SAVE-RUN
               MOVE WS-STAMP-NAME TO WS-TARGET-NAME
               MOVE "STAMPED" TO WS-ENTRY-KIND
               MOVE WS-STAMP-NAME TO WS-ENTRY-FILE-NAME
           ELSE
               MOVE SPACES TO WS-TARGET-NAME
               MOVE "LIVE" TO WS-ENTRY-KIND
               MOVE WS-LIVE-NAME TO WS-ENTRY-FILE-NAME
           END-IF
           PERFORM 800-COPY-AND-HASH

           EVALUATE TRUE
               WHEN WS-HASH-MISSING
                   DISPLAY "NOTE: " WS-LIVE-NAME " not present "
                       "for period " WS-PERIOD-START
                       ". Not cataloged."
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
                   GO TO 200-CATALOG-OUTPUT-EXIT
               WHEN WS-HASH-FAILED
                   MOVE 8 TO WS-RUN-RC
                   GO TO 200-CATALOG-OUTPUT-EXIT
           END-EVALUATE

           PERFORM 210-WRITE-CATALOG-ENTRY

       200-CATALOG-OUTPUT-EXIT.
           EXIT.

      ******************************************************
      * 210-WRITE-CATALOG-ENTRY
      *   ADD GENERATION WS-NEXT-GENERATION OF THE PARM
      *   PERIOD AND OUTPUT, WITH THE COUNT AND HASH TOTAL
      *   800-COPY-AND-HASH HAS JUST TAKEN.
      ******************************************************
       210-WRITE-CATALOG-ENTRY SECTION.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           COMPUTE WS-SYS-TIME-HHMMSS = WS-SYS-TIME / 100

           MOVE WS-PERIOD-START TO OC-PERIOD-START
           MOVE WS-OUTPUT-NAME TO OC-OUTPUT-NAME
           MOVE WS-NEXT-GENERATION TO OC-GENERATION
           MOVE WS-ENVIRONMENT TO OC-ENVIRONMENT
           MOVE WS-PERIOD-END TO OC-PERIOD-END
           MOVE WS-ENTRY-KIND TO OC-KIND
           MOVE WS-ENTRY-FILE-NAME TO OC-FILE-NAME
           MOVE WS-SYS-DATE TO OC-RUN-DATE
           MOVE WS-SYS-TIME-HHMMSS TO OC-RUN-TIME
           MOVE WS-HASH-RECORDS TO OC-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO OC-HASH-TOTAL
           MOVE WS-PROGRAM-NAME TO OC-PROGRAM
           WRITE CATALOG-RECORD
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to catalog " WS-OUTPUT-NAME
                   " generation " WS-NEXT-GENERATION " of period "
                   WS-PERIOD-START ". FILE-STATUS: " CATALOG-STATUS
               MOVE 8 TO WS-RUN-RC
               GO TO 210-WRITE-CATALOG-ENTRY-EXIT
           END-IF

           DISPLAY "OUTCAT: " WS-OUTPUT-NAME " generation "
               WS-NEXT-GENERATION " (" WS-ENTRY-KIND ") of period "
               WS-PERIOD-START " cataloged from " WS-PROGRAM-NAME
               ": " WS-HASH-RECORDS " records."

       210-WRITE-CATALOG-ENTRY-EXIT.
           EXIT.

      ******************************************************
      * 300-LIST-CATALOG
      *   PRINT THE GENERATIONS ON FILE IN KEY ORDER: EVERY
      *   PERIOD, OR FROM THE PARM PERIOD ON WHILE IT LASTS,
      *   OPTIONALLY ONLY ONE OUTPUT.
      ******************************************************
       300-LIST-CATALOG SECTION.
           MOVE "OUTPUT CATALOG - GENERATIONS" TO WS-LISTING-TITLE
           MOVE SPACES TO WS-COLUMN-HEADING
           STRING "PERIOD   OUTPUT         GEN  KIND    "
                                             DELIMITED BY SIZE
                  "PROGRAM  RUN DATE TIME     RECORDS"
                                             DELIMITED BY SIZE
                  "        HASH TOTAL FILE"  DELIMITED BY SIZE
                  INTO WS-COLUMN-HEADING
           END-STRING
           PERFORM 390-OPEN-LISTING

           OPEN INPUT CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO OC-CATALOG-KEY
                   IF WS-PERIOD-START NOT = SPACES
                       MOVE WS-PERIOD-START TO OC-PERIOD-START
                   END-IF
                   START CATALOG-FILE KEY NOT < OC-CATALOG-KEY
                   IF CATALOG-STATUS NOT = "00"
                       SET WS-CATALOG-EOF TO TRUE
                   END-IF
                   PERFORM UNTIL WS-CATALOG-EOF
                       READ CATALOG-FILE NEXT
                       IF CATALOG-STATUS NOT = "00"
                           SET WS-CATALOG-EOF TO TRUE
                       ELSE
                           IF WS-PERIOD-START NOT = SPACES
                               AND OC-PERIOD-START
                                   NOT = WS-PERIOD-START
                               SET WS-CATALOG-EOF TO TRUE
                           ELSE
                               IF WS-OUTPUT-NAME = SPACES
                                   OR OC-OUTPUT-NAME = WS-OUTPUT-NAME
                                   PERFORM 310-LIST-ONE-ENTRY
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CATALOG-FILE
               WHEN "35"
                   DISPLAY "NOTE: No output catalog for environment "
                       WS-ENVIRONMENT ". Nothing has been cataloged."
               WHEN OTHER
                   DISPLAY "ERROR: Unable to open the output catalog. "
                       "FILE-STATUS: " CATALOG-STATUS
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE

           MOVE WS-LISTED-COUNT TO WS-PRINT-COUNT
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CATALOG-PRINT-RECORD
           PERFORM 410-WRITE-CATALOG-LINE
           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING "GENERATIONS LISTED:            "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CATALOG-LINE

           CLOSE CATALOG-PRINT-FILE

       300-LIST-CATALOG-EXIT.
           EXIT.

      ******************************************************
      * 310-LIST-ONE-ENTRY
      *   ONE LINE PER GENERATION.
      ******************************************************
       310-LIST-ONE-ENTRY SECTION.
           ADD 1 TO WS-LISTED-COUNT
           MOVE OC-RECORD-COUNT TO WS-PRINT-RECORDS
           MOVE OC-HASH-TOTAL TO WS-PRINT-HASH

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING OC-PERIOD-START       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-OUTPUT-NAME(1:14)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-GENERATION         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-KIND(1:7)          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-PROGRAM            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-RUN-DATE           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-RUN-TIME           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-RECORDS      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-HASH         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-FILE-NAME          DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CATALOG-LINE

       310-LIST-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************
      * 390-OPEN-LISTING
      *   OPEN OUTCAT.PRT FOR LIST OR CHECK.
      ******************************************************
       390-OPEN-LISTING SECTION.
           OPEN OUTPUT CATALOG-PRINT-FILE
           IF CATALOG-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the catalog listing. "
                   "FILE-STATUS: " CATALOG-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

       390-OPEN-LISTING-EXIT.
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
      * 410-WRITE-CATALOG-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-CATALOG-LINE SECTION.
           WRITE CATALOG-PRINT-RECORD
           IF CATALOG-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing line. "
                   "FILE-STATUS: " CATALOG-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-CATALOG-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING WS-LISTING-TITLE               DELIMITED BY SIZE
                  "          PAGE: "             DELIMITED BY SIZE
                  WS-PAGE-COUNT                  DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           WRITE CATALOG-PRINT-RECORD
           IF CATALOG-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing header. "
                   "FILE-STATUS: " CATALOG-PRINT-STATUS
           END-IF

           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING "ENVIRONMENT: "  DELIMITED BY SIZE
                  WS-ENVIRONMENT   DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           WRITE CATALOG-PRINT-RECORD
           IF CATALOG-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing header. "
                   "FILE-STATUS: " CATALOG-PRINT-STATUS
           END-IF

           MOVE WS-COLUMN-HEADING TO CATALOG-PRINT-RECORD
           WRITE CATALOG-PRINT-RECORD
           IF CATALOG-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write listing header. "
                   "FILE-STATUS: " CATALOG-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.

      ******************************************************
      * 500-CHECK-GENERATIONS
      *   COMPARE FILES ON DISK WITH THEIR CATALOG ENTRIES:
      *   THE ONE GENERATION ON THE PARM, OR EVERY STAMPED
      *   GENERATION OF THE PERIOD (OF THE ONE OUTPUT, IF
      *   GIVEN). LIVE ENTRIES ARE ONLY CHECKED ONE AT A
      *   TIME -- EVERY LIVE ENTRY BUT THE NEWEST DESCRIBES
      *   A FILE A LATER RUN HAS REPLACED ON PURPOSE.
      ******************************************************
       500-CHECK-GENERATIONS SECTION.
           MOVE "OUTPUT CATALOG - CHECK" TO WS-LISTING-TITLE
           MOVE SPACES TO WS-COLUMN-HEADING
           STRING "PERIOD   OUTPUT         GEN  KIND    "
                                             DELIMITED BY SIZE
                  "  RECORDS  ON DISK        HASH TOTAL"
                                             DELIMITED BY SIZE
                  "           ON DISK RESULT"
                                             DELIMITED BY SIZE
                  INTO WS-COLUMN-HEADING
           END-STRING

           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the output catalog. "
                   "FILE-STATUS: " CATALOG-STATUS
               MOVE 8 TO WS-RUN-RC
               GO TO 500-CHECK-GENERATIONS-EXIT
           END-IF
           PERFORM 390-OPEN-LISTING

           IF WS-NUMBER > 0
               MOVE WS-PERIOD-START TO OC-PERIOD-START
               MOVE WS-OUTPUT-NAME TO OC-OUTPUT-NAME
               MOVE WS-NUMBER TO OC-GENERATION
               READ CATALOG-FILE
               EVALUATE CATALOG-STATUS
                   WHEN "00"
                       PERFORM 510-CHECK-ONE-ENTRY
                   WHEN "23"
                       DISPLAY "ERROR: No generation " WS-NUMBER
                           " of " WS-OUTPUT-NAME " for period "
                           WS-PERIOD-START " on the catalog."
                       MOVE 8 TO WS-RUN-RC
                   WHEN OTHER
                       DISPLAY "ERROR: Unable to read the output "
                           "catalog. FILE-STATUS: " CATALOG-STATUS
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE
           ELSE
               MOVE LOW-VALUES TO OC-CATALOG-KEY
               MOVE WS-PERIOD-START TO OC-PERIOD-START
               START CATALOG-FILE KEY NOT < OC-CATALOG-KEY
               IF CATALOG-STATUS NOT = "00"
                   SET WS-CATALOG-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-CATALOG-EOF
                   READ CATALOG-FILE NEXT
                   IF CATALOG-STATUS NOT = "00"
                       SET WS-CATALOG-EOF TO TRUE
                   ELSE
                       IF OC-PERIOD-START NOT = WS-PERIOD-START
                           SET WS-CATALOG-EOF TO TRUE
                       ELSE
                           IF OC-STAMPED
                               AND (WS-OUTPUT-NAME = SPACES
                               OR OC-OUTPUT-NAME = WS-OUTPUT-NAME)
                               PERFORM 510-CHECK-ONE-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CATALOG-FILE

           IF WS-CHECKED-COUNT = 0 AND WS-RUN-RC = 0
               DISPLAY "NOTE: No stamped generations of period "
                   WS-PERIOD-START " on the catalog to check."
           END-IF
           MOVE WS-CHECKED-COUNT TO WS-PRINT-COUNT
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CATALOG-PRINT-RECORD
           PERFORM 410-WRITE-CATALOG-LINE
           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING "GENERATIONS CHECKED:           "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CATALOG-LINE
           MOVE WS-CHANGED-COUNT TO WS-PRINT-COUNT
           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING "CHANGED SINCE CATALOGED:       "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CATALOG-LINE
           MOVE WS-MISSING-COUNT TO WS-PRINT-COUNT
           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING "MISSING FROM DISK:             "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CATALOG-LINE

           CLOSE CATALOG-PRINT-FILE

       500-CHECK-GENERATIONS-EXIT.
           EXIT.

      ******************************************************
      * 510-CHECK-ONE-ENTRY
      *   RE-READ THE GENERATION'S FILE AND COMPARE ITS
      *   RECORD COUNT AND HASH TOTAL WITH THE ENTRY. ANY
      *   DIFFERENCE HOLDS CONDITION CODE 4.
      ******************************************************
       510-CHECK-ONE-ENTRY SECTION.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE OC-OUTPUT-NAME TO WS-HASH-OUTPUT
           MOVE OC-FILE-NAME TO WS-SOURCE-NAME
           MOVE SPACES TO WS-TARGET-NAME
           PERFORM 800-COPY-AND-HASH

           EVALUATE TRUE
               WHEN WS-HASH-MISSING
                   MOVE "MISSING" TO WS-CHECK-RESULT
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "WARNING: " OC-FILE-NAME " (generation "
                       OC-GENERATION ") is no longer on disk."
               WHEN WS-HASH-OK
                   AND WS-HASH-RECORDS = OC-RECORD-COUNT
                   AND WS-HASH-TOTAL = OC-HASH-TOTAL
                   MOVE "MATCH" TO WS-CHECK-RESULT
                   ADD 1 TO WS-MATCH-COUNT
               WHEN OTHER
                   MOVE "CHANGED" TO WS-CHECK-RESULT
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY "WARNING: " OC-FILE-NAME " (generation "
                       OC-GENERATION ") no longer matches its "
                       "catalog entry."
           END-EVALUATE
           IF WS-CHECK-RESULT NOT = "MATCH" AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF

           MOVE OC-RECORD-COUNT TO WS-PRINT-RECORDS
           MOVE OC-HASH-TOTAL TO WS-PRINT-HASH
           MOVE WS-HASH-RECORDS TO WS-PRINT-DISK-RECORDS
           MOVE WS-HASH-TOTAL TO WS-PRINT-DISK-HASH
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO CATALOG-PRINT-RECORD
           STRING OC-PERIOD-START       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-OUTPUT-NAME(1:14)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-GENERATION         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OC-KIND(1:7)          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-RECORDS      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-DISK-RECORDS DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-HASH         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PRINT-DISK-HASH    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CHECK-RESULT       DELIMITED BY SIZE
                  INTO CATALOG-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-CATALOG-LINE

       510-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************
      * 600-RESTORE-GENERATION
      *   PUT A STAMPED GENERATION BACK AS THE LIVE FILE.
      *   THE SAVED COPY MUST STILL MATCH ITS ENTRY -- A
      *   COPY THAT HAS CHANGED OR GONE IS NOT WHAT WAS
      *   CATALOGED AND IS REFUSED WITH CONDITION CODE 4.
      *   THE RESTORED LIVE FILE IS CATALOGED AS A NEW LIVE
      *   GENERATION FROM OUTCAT, AND A RESTORED REPORT.CSV
      *   RESTAMPS THE RUN-CONTROL RECORD.
      ******************************************************
       600-RESTORE-GENERATION SECTION.
           MOVE WS-PERIOD-START TO OC-PERIOD-START
           MOVE WS-OUTPUT-NAME TO OC-OUTPUT-NAME
           MOVE WS-NUMBER TO OC-GENERATION
           READ CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN "00"
                   MOVE CATALOG-RECORD TO WS-RESTORE-ENTRY
               WHEN "23"
                   DISPLAY "ERROR: No generation " WS-NUMBER
                       " of " WS-OUTPUT-NAME " for period "
                       WS-PERIOD-START " on the catalog."
                   MOVE 8 TO WS-RUN-RC
                   GO TO 600-RESTORE-GENERATION-EXIT
               WHEN OTHER
                   DISPLAY "ERROR: Unable to read the output "
                       "catalog. FILE-STATUS: " CATALOG-STATUS
                   MOVE 8 TO WS-RUN-RC
                   GO TO 600-RESTORE-GENERATION-EXIT
           END-EVALUATE

           IF WS-RS-KIND NOT = "STAMPED"
               DISPLAY "OUTCAT: Generation " WS-NUMBER " of "
                   WS-OUTPUT-NAME " is a LIVE entry, not a saved "
                   "copy. Only STAMPED generations can be "
                   "restored."
               MOVE 4 TO WS-RUN-RC
               GO TO 600-RESTORE-GENERATION-EXIT
           END-IF

           MOVE WS-OUTPUT-NAME TO WS-HASH-OUTPUT
           MOVE WS-RS-FILE-NAME TO WS-SOURCE-NAME
           MOVE SPACES TO WS-TARGET-NAME
           PERFORM 800-COPY-AND-HASH
           IF NOT WS-HASH-OK
               OR WS-HASH-RECORDS NOT = WS-RS-RECORD-COUNT
               OR WS-HASH-TOTAL NOT = WS-RS-HASH-TOTAL
               DISPLAY "OUTCAT: " WS-RS-FILE-NAME " is missing or "
                   "no longer matches its catalog entry. Not "
                   "restored."
               MOVE 4 TO WS-RUN-RC
               GO TO 600-RESTORE-GENERATION-EXIT
           END-IF

           MOVE WS-RS-PERIOD-END TO WS-PERIOD-END
           MOVE "OUTCAT" TO WS-PROGRAM-NAME
           PERFORM 150-NEXT-GENERATION
           PERFORM 070-BUILD-OUTPUT-NAMES
           MOVE WS-RS-FILE-NAME TO WS-SOURCE-NAME
           MOVE WS-LIVE-NAME TO WS-TARGET-NAME
           PERFORM 800-COPY-AND-HASH
           IF NOT WS-HASH-OK
               DISPLAY "ERROR: Restore of " WS-LIVE-NAME " failed. "
                   "The live file may be partial; restore it again."
               MOVE 8 TO WS-RUN-RC
               GO TO 600-RESTORE-GENERATION-EXIT
           END-IF

           MOVE "LIVE" TO WS-ENTRY-KIND
           MOVE WS-LIVE-NAME TO WS-ENTRY-FILE-NAME
           PERFORM 210-WRITE-CATALOG-ENTRY
           DISPLAY "OUTCAT: " WS-RS-FILE-NAME " restored as "
               WS-LIVE-NAME "."

           IF WS-OUTPUT-NAME = "report.csv"
               PERFORM 650-RESTAMP-RUN-CONTROL
           END-IF

       600-RESTORE-GENERATION-EXIT.
           EXIT.

      ******************************************************
      * 650-RESTAMP-RUN-CONTROL
      *   THE CONSUMERS VERIFY REPORT.CSV AGAINST THE RUN-
      *   CONTROL RECORD, SO A RESTORED REPORT IS STAMPED
      *   COMPLETE WITH ITS OWN TRAILER TOTALS, AS 550-STAMP-
      *   RUN-CONTROL IN REPROC DOES. A REPORT WITH NO
      *   TRAILER LEAVES THE RECORD ALONE.
      ******************************************************
       650-RESTAMP-RUN-CONTROL SECTION.
           IF NOT WS-TRAILER-FOUND
               DISPLAY "WARNING: Restored report has no control-"
                   "total trailer, so the run-control record is "
                   "left as it was."
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               GO TO 650-RESTAMP-RUN-CONTROL-EXIT
           END-IF

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
               MOVE 8 TO WS-RUN-RC
               GO TO 650-RESTAMP-RUN-CONTROL-EXIT
           END-IF

           MOVE WS-PERIOD-START TO RC-PERIOD-START
           MOVE WS-DB-NAME TO RC-DATABASE
           MOVE WS-PERIOD-END TO RC-PERIOD-END
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE TO RC-RUN-DATE
           MOVE "COMPLETE" TO RC-STATUS
           MOVE WS-RT-CUSTOMER-COUNT TO RC-CUSTOMER-COUNT
           MOVE WS-RT-GRAND-TRANSACTIONS TO RC-GRAND-TRANSACTIONS
           MOVE WS-RT-GRAND-REVENUE TO RC-GRAND-REVENUE

           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to restamp run-control "
                   "record. FILE-STATUS: " RUN-CONTROL-STATUS
                   " Downstream steps will hold this period."
               MOVE 8 TO WS-RUN-RC
           ELSE
               DISPLAY "OUTCAT: Run-control record for period "
                   WS-PERIOD-START " restamped from the restored "
                   "report."
           END-IF
           CLOSE RUN-CONTROL-FILE

       650-RESTAMP-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************
      * 700-PURGE-GENERATIONS
      *   FIRST NOTE EVERY PERIOD AND OUTPUT ON FILE (OR OF
      *   THE PARM PERIOD, OR ONE OUTPUT) WITH ITS LOWEST
      *   AND HIGHEST GENERATION AND ITS STAMPED COUNT, THEN
      *   PURGE EACH ONE HOLDING MORE THAN WS-NUMBER STAMPED
      *   GENERATIONS FROM THE OLDEST UP. NOTHING IS DELETED
      *   WHILE THE CATALOG IS BEING READ IN ORDER.
      ******************************************************
       700-PURGE-GENERATIONS SECTION.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE LOW-VALUES TO OC-CATALOG-KEY
           IF WS-PERIOD-START NOT = SPACES
               MOVE WS-PERIOD-START TO OC-PERIOD-START
           END-IF
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
                   IF WS-PERIOD-START NOT = SPACES
                       AND OC-PERIOD-START NOT = WS-PERIOD-START
                       SET WS-CATALOG-EOF TO TRUE
                   ELSE
                       IF WS-OUTPUT-NAME = SPACES
                           OR OC-OUTPUT-NAME = WS-OUTPUT-NAME
                           PERFORM 705-NOTE-GROUP-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GR-STAMPED-COUNT (WS-GROUP-SUB) > WS-NUMBER
                   COMPUTE WS-PURGE-QUOTA =
                       WS-GR-STAMPED-COUNT (WS-GROUP-SUB) - WS-NUMBER
                   MOVE 0 TO WS-PURGED-STAMPED
                   MOVE "N" TO WS-PURGE-DONE-SW
                   PERFORM VARYING WS-PURGE-GEN
                       FROM WS-GR-LOW-GEN (WS-GROUP-SUB) BY 1
                       UNTIL WS-PURGE-GEN
                                 > WS-GR-HIGH-GEN (WS-GROUP-SUB)
                          OR WS-PURGE-DONE
                       PERFORM 710-PURGE-ONE-GENERATION
                   END-PERFORM
               END-IF
           END-PERFORM

       700-PURGE-GENERATIONS-EXIT.
           EXIT.

      ******************************************************
      * 705-NOTE-GROUP-ENTRY
      *   ADD THE ENTRY JUST READ TO ITS PERIOD-AND-OUTPUT
      *   GROUP. ENTRIES ARRIVE IN KEY ORDER, SO A NEW GROUP
      *   STARTS WHENEVER THE PERIOD OR OUTPUT CHANGES. A
      *   FULL TABLE STOPS THE SCAN: WHAT WAS NOTED IS
      *   PURGED, THE REST WAITS FOR THE NEXT RUN.
      ******************************************************
       705-NOTE-GROUP-ENTRY SECTION.
           IF WS-GROUP-COUNT = 0
               OR OC-PERIOD-START
                   NOT = WS-GR-PERIOD-START (WS-GROUP-COUNT)
               OR OC-OUTPUT-NAME
                   NOT = WS-GR-OUTPUT-NAME (WS-GROUP-COUNT)
               IF WS-GROUP-COUNT = WS-GROUP-MAX
                   DISPLAY "WARNING: More than " WS-GROUP-MAX
                       " period outputs on the catalog. Purge "
                       "stops at period " OC-PERIOD-START
                       "; run it again for the rest."
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
                   SET WS-CATALOG-EOF TO TRUE
                   GO TO 705-NOTE-GROUP-ENTRY-EXIT
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE OC-PERIOD-START
                   TO WS-GR-PERIOD-START (WS-GROUP-COUNT)
               MOVE OC-OUTPUT-NAME
                   TO WS-GR-OUTPUT-NAME (WS-GROUP-COUNT)
               MOVE OC-GENERATION TO WS-GR-LOW-GEN (WS-GROUP-COUNT)
               MOVE 0 TO WS-GR-STAMPED-COUNT (WS-GROUP-COUNT)
           END-IF
           MOVE OC-GENERATION TO WS-GR-HIGH-GEN (WS-GROUP-COUNT)
           IF OC-STAMPED
               ADD 1 TO WS-GR-STAMPED-COUNT (WS-GROUP-COUNT)
           END-IF

       705-NOTE-GROUP-ENTRY-EXIT.
           EXIT.

      ******************************************************
      * 710-PURGE-ONE-GENERATION
      *   PURGE GENERATION WS-PURGE-GEN OF THE CURRENT GROUP
      *   UNLESS IT IS THE OLDEST STAMPED GENERATION BEING
      *   KEPT, WHICH ENDS THE GROUP. A STAMPED FILE IS
      *   DELETED BEFORE ITS ENTRY; ONE THAT WILL NOT DELETE
      *   KEEPS ITS ENTRY, SO NO SAVED FILE IS EVER LEFT
      *   UNCATALOGED. A LIVE ENTRY'S FILE IS THE LIVE
      *   OUTPUT AND IS NEVER DELETED.
      ******************************************************
       710-PURGE-ONE-GENERATION SECTION.
           MOVE WS-GR-PERIOD-START (WS-GROUP-SUB) TO OC-PERIOD-START
           MOVE WS-GR-OUTPUT-NAME (WS-GROUP-SUB) TO OC-OUTPUT-NAME
           MOVE WS-PURGE-GEN TO OC-GENERATION
           READ CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 710-PURGE-ONE-GENERATION-EXIT
               WHEN OTHER
                   DISPLAY "ERROR: Unable to read the output "
                       "catalog. FILE-STATUS: " CATALOG-STATUS
                   MOVE 8 TO WS-RUN-RC
                   SET WS-PURGE-DONE TO TRUE
                   GO TO 710-PURGE-ONE-GENERATION-EXIT
           END-EVALUATE

           IF OC-STAMPED
               IF WS-PURGED-STAMPED = WS-PURGE-QUOTA
                   SET WS-PURGE-DONE TO TRUE
                   GO TO 710-PURGE-ONE-GENERATION-EXIT
               END-IF
               ADD 1 TO WS-PURGED-STAMPED
               MOVE OC-FILE-NAME TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               MOVE RETURN-CODE TO WS-DELETE-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DELETE-RC = 0
                   ADD 1 TO WS-FILES-PURGED
               ELSE
      * NOT DELETED: EITHER IT WAS ALREADY GONE, AND THE ENTRY CAN
      * GO TOO, OR IT IS STILL THERE AND THE ENTRY MUST STAY.
                   SET ENVIRONMENT "DD_GENIN" TO WS-DELETE-NAME
                   OPEN INPUT GEN-IN-FILE
                   IF GEN-IN-STATUS NOT = "35"
                       IF GEN-IN-STATUS = "00"
                           CLOSE GEN-IN-FILE
                       END-IF
                       DISPLAY "WARNING: Unable to delete "
                           WS-DELETE-NAME ". Generation "
                           OC-GENERATION " kept on the catalog."
                       IF WS-RUN-RC < 4
                           MOVE 4 TO WS-RUN-RC
                       END-IF
                       GO TO 710-PURGE-ONE-GENERATION-EXIT
                   END-IF
               END-IF
           END-IF

           DELETE CATALOG-FILE RECORD
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to purge generation "
                   OC-GENERATION " of " OC-OUTPUT-NAME " for period "
                   OC-PERIOD-START ". FILE-STATUS: " CATALOG-STATUS
               MOVE 8 TO WS-RUN-RC
               SET WS-PURGE-DONE TO TRUE
               GO TO 710-PURGE-ONE-GENERATION-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-PURGED

       710-PURGE-ONE-GENERATION-EXIT.
           EXIT.

      ******************************************************
      * 800-COPY-AND-HASH
      *   READ WS-SOURCE-NAME LINE BY LINE, COUNTING EVERY
      *   LINE AND HASHING ITS AMOUNTS, AND COPY IT TO
      *   WS-TARGET-NAME UNLESS THAT IS BLANK. THE SAME
      *   COUNT AND HASH ARE TAKEN WHEN A GENERATION IS
      *   CATALOGED AND WHEN IT IS CHECKED, SO THEY AGREE
      *   EXACTLY WHILE THE FILE IS UNCHANGED.
      ******************************************************
       800-COPY-AND-HASH SECTION.
           MOVE SPACES TO WS-HASH-RESULT-SW
           MOVE 0 TO WS-HASH-RECORDS
           MOVE 0 TO WS-HASH-TOTAL
           MOVE "N" TO WS-TRAILER-FOUND-SW
           SET ENVIRONMENT "DD_GENIN" TO WS-SOURCE-NAME

           OPEN INPUT GEN-IN-FILE
           IF GEN-IN-STATUS = "35"
               SET WS-HASH-MISSING TO TRUE
               GO TO 800-COPY-AND-HASH-EXIT
           END-IF
           IF GEN-IN-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-SOURCE-NAME
                   ". FILE-STATUS: " GEN-IN-STATUS
               SET WS-HASH-FAILED TO TRUE
               GO TO 800-COPY-AND-HASH-EXIT
           END-IF

           IF WS-TARGET-NAME NOT = SPACES
               SET ENVIRONMENT "DD_GENOUT" TO WS-TARGET-NAME
               OPEN OUTPUT GEN-OUT-FILE
               IF GEN-OUT-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to create " WS-TARGET-NAME
                       ". FILE-STATUS: " GEN-OUT-STATUS
                   CLOSE GEN-IN-FILE
                   SET WS-HASH-FAILED TO TRUE
                   GO TO 800-COPY-AND-HASH-EXIT
               END-IF
           END-IF

           SET WS-HASH-OK TO TRUE
           MOVE "N" TO WS-GEN-EOF-SW
           PERFORM UNTIL WS-GEN-EOF
               READ GEN-IN-FILE
               IF GEN-IN-STATUS = "00"
                   ADD 1 TO WS-HASH-RECORDS
                   PERFORM 810-HASH-RECORD
                   IF WS-TARGET-NAME NOT = SPACES
                       MOVE GEN-IN-RECORD TO GEN-OUT-RECORD
                       WRITE GEN-OUT-RECORD
                       IF GEN-OUT-STATUS NOT = "00"
                           DISPLAY "ERROR: Unable to write "
                               WS-TARGET-NAME ". FILE-STATUS: "
                               GEN-OUT-STATUS
                           SET WS-HASH-FAILED TO TRUE
                           SET WS-GEN-EOF TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF GEN-IN-STATUS NOT = "10"
                       DISPLAY "ERROR: Unable to read "
                           WS-SOURCE-NAME ". FILE-STATUS: "
                           GEN-IN-STATUS
                       SET WS-HASH-FAILED TO TRUE
                   END-IF
                   SET WS-GEN-EOF TO TRUE
               END-IF
           END-PERFORM

           CLOSE GEN-IN-FILE
           IF WS-TARGET-NAME NOT = SPACES
               CLOSE GEN-OUT-FILE
           END-IF

       800-COPY-AND-HASH-EXIT.
           EXIT.

      ******************************************************
      * 810-HASH-RECORD
      *   ADD ONE LINE'S AMOUNT FIELDS TO THE HASH TOTAL, BY
      *   THE OUTPUT'S LAYOUT:
      *     REPORT.CSV    DETAIL LINES: TOTAL REVENUE, REFUND,
      *                   NET REVENUE, CHARGEBACK AND
      *                   ADJUSTMENT AMOUNTS. THE TRAILER IS
      *                   KEPT FOR A RUN-CONTROL RESTAMP.
      *     REPORT.PRT    DETAIL LINES: THE PRINTED REVENUE.
      *     RANKING.CSV   TOTAL REVENUE.
      *     CURRENCY.CSV  THE FOUR ORIGINAL-CURRENCY AMOUNTS
      *                   AND THE CONVERTED REVENUE.
      *     ALERTS.CSV    TOTAL REVENUE AND CHARGEBACK AMOUNT.
      *     EXCEPTION.CSV CARRIES NO AMOUNTS: COUNT ONLY.
      *   A FIELD THAT IS NOT NUMERIC ADDS NOTHING.
      ******************************************************
       810-HASH-RECORD SECTION.
           EVALUATE WS-HASH-OUTPUT
               WHEN "report.csv"
                   EVALUATE TRUE
                       WHEN GEN-IN-RECORD(1:20)
                               = "CUSTOMER REVENUE RUN"
                           CONTINUE
                       WHEN GEN-IN-RECORD(1:14) = "CONTROL TOTALS"
                           MOVE GEN-IN-RECORD(1:49)
                               TO WS-REPORT-TRAILER
                           SET WS-TRAILER-FOUND TO TRUE
                       WHEN OTHER
                           IF GI-RE-TOTAL-REVENUE IS NUMERIC
                               ADD GI-RE-TOTAL-REVENUE
                                   TO WS-HASH-TOTAL
                           END-IF
                           IF GI-RE-REFUND-AMOUNT IS NUMERIC
                               ADD GI-RE-REFUND-AMOUNT
                                   TO WS-HASH-TOTAL
                           END-IF
                           IF GI-RE-NET-REVENUE IS NUMERIC
                               ADD GI-RE-NET-REVENUE
                                   TO WS-HASH-TOTAL
                           END-IF
                           IF GI-RE-CHARGEBACK-AMOUNT IS NUMERIC
                               ADD GI-RE-CHARGEBACK-AMOUNT
                                   TO WS-HASH-TOTAL
                           END-IF
                           IF GI-RE-ADJUSTMENT-AMOUNT IS NUMERIC
                               ADD GI-RE-ADJUSTMENT-AMOUNT
                                   TO WS-HASH-TOTAL
                           END-IF
                   END-EVALUATE
               WHEN "report.prt"
                   IF GI-PR-CUSTOMER-ID IS NUMERIC
                       AND GI-PR-TRANSACTIONS IS NUMERIC
                       MOVE GI-PR-TOTAL-REVENUE TO WS-HASH-AMOUNT
                       ADD WS-HASH-AMOUNT TO WS-HASH-TOTAL
                   END-IF
               WHEN "ranking.csv"
                   IF GI-RK-TOTAL-REVENUE IS NUMERIC
                       ADD GI-RK-TOTAL-REVENUE TO WS-HASH-TOTAL
                   END-IF
               WHEN "currency.csv"
                   IF GI-CU-TOTAL-REVENUE-ORIG IS NUMERIC
                       ADD GI-CU-TOTAL-REVENUE-ORIG TO WS-HASH-TOTAL
                   END-IF
                   IF GI-CU-REFUND-AMOUNT-ORIG IS NUMERIC
                       ADD GI-CU-REFUND-AMOUNT-ORIG TO WS-HASH-TOTAL
                   END-IF
                   IF GI-CU-CHARGEBACK-AMT-ORIG IS NUMERIC
                       ADD GI-CU-CHARGEBACK-AMT-ORIG
                           TO WS-HASH-TOTAL
                   END-IF
                   IF GI-CU-ADJUSTMENT-AMT-ORIG IS NUMERIC
                       ADD GI-CU-ADJUSTMENT-AMT-ORIG
                           TO WS-HASH-TOTAL
                   END-IF
                   IF GI-CU-TOTAL-REVENUE-CONV IS NUMERIC
                       ADD GI-CU-TOTAL-REVENUE-CONV TO WS-HASH-TOTAL
                   END-IF
               WHEN "alerts.csv"
                   IF GI-AT-TOTAL-REVENUE IS NUMERIC
                       ADD GI-AT-TOTAL-REVENUE TO WS-HASH-TOTAL
                   END-IF
                   IF GI-AT-CHARGEBACK-AMOUNT IS NUMERIC
                       ADD GI-AT-CHARGEBACK-AMOUNT TO WS-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

       810-HASH-RECORD-EXIT.
           EXIT.
