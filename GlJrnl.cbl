       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
      ******************************************************
      * GLJRNL - GENERAL-LEDGER JOURNAL-ENTRY INTERFACE
      *
      *   GLRECON TELLS US WHETHER THE EXTRACT AGREES WITH
      *   GLPOST.CSV, BUT ACCOUNTING STILL KEYED EVERY ENTRY
      *   BY HAND FROM THE CLOSE FILES, AND THE REKEYING IS
      *   WHERE THE GL-VERSUS-EXTRACT DIFFERENCES CAME FROM.
      *   THIS STEP BUILDS THE BALANCED JOURNAL BATCH FOR THE
      *   GENERAL LEDGER (GLJRNL.CSV) FROM A CLOSED PERIOD:
      *     - PERIOD MODE TOTALS THE PERIOD'S REVENUE-HISTORY
      *       RECORDS (REVHIST.DAT) INTO GROSS REVENUE,
      *       REFUNDS (CONTRA-REVENUE), CHARGEBACKS AND
      *       ADJUSTMENTS, AND ADDS THE CHARGEBACK AMOUNT OF
      *       EVERY ALERT-HISTORY CUSTOMER (ALERTHST.DAT)
      *       DISPOSITIONED WRITEOFF INSIDE THE PERIOD.
      *     - RESTATE MODE BOOKS THE ADJUSTING ENTRY FOR A
      *       PERIOD RATERST HAS RESTATED, FROM THAT PERIOD'S
      *       ROWS ON RATEDELTA.CSV: THE GROSS REVENUE DELTA
      *       AND THE REFUND DELTA (GROSS DELTA LESS NET
      *       DELTA). THE RESTATED FIGURES ARE ALREADY ON THE
      *       MASTER, SO A PERIOD RUN AFTER A RESTATEMENT
      *       WOULD BOOK THEM AGAIN -- THE TWO ARE SEPARATE
      *       BATCHES ON PURPOSE.
      *   EVERY SOURCE AMOUNT BECOMES A DEBIT AND A CREDIT
      *   LINE ON THE ACCOUNTS THE ACCOUNT-MAPPING FILE
      *   (GLACCTMAP.CSV) GIVES ITS LINE TYPE (GROSS, REFUND,
      *   CHARGEBK, ADJUST, WRITEOFF, RESTATE, RESTREF); A
      *   NEGATIVE AMOUNT SWAPS THE SIDES. THE BATCH IS
      *   PROVED (DEBITS EQUAL CREDITS, EVERY LINE TYPE
      *   MAPPED TO BOTH ACCOUNTS) ON THE JOURNAL PROOF
      *   LISTING (GLJRNL.PRT) BEFORE ANYTHING IS WRITTEN; A
      *   BATCH THAT FAILS THE PROOF IS NOT WRITTEN AT ALL.
      *   THE PERIOD MUST BE CLOSED ON THE PERIOD-STATUS FILE
      *   (PERSTAT.DAT), SO THE FIGURES BOOKED CANNOT CHANGE
      *   UNDER THE LEDGER.
      *
      *   PARM: FUNCTION,PERIOD-START,ENVIRONMENT --
      *   "PERIOD,YYYYMMDD" OR "RESTATE,YYYYMMDD"; THE
      *   ENVIRONMENT DEFAULTS TO PROD AND SCOPES THE FILE
      *   NAMES AS IN BATCH3. THE ACCOUNT-MAPPING FILE KEEPS
      *   ITS SHARED NAME.
      *   CONDITION CODES: 0 BATCH WRITTEN, 4 PERIOD NOT
      *   CLOSED OR NOTHING TO JOURNAL, 8 BAD PARM, FILE
      *   FAILURE, OR BATCH REFUSED (UNMAPPED OR OUT OF
      *   BALANCE).
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE PARM PERIOD-START MUST START A PERIOD ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      *   - THE PROOF'S CLOSING LINE SAYING WHETHER THE BATCH
      *     WAS WRITTEN IS NOW PRINTED AFTER THE GL INTERFACE
      *     FILE IS WRITTEN, AND SAYS SO WHEN THAT WRITE
      *     FAILED, INSTEAD OF CLAIMING IT BEFOREHAND.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "glacctmap.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACCOUNT-MAP-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ALERT-HISTORY-FILE ASSIGN TO "ALERTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CUSTOMER-ID
               FILE STATUS IS ALERT-HISTORY-STATUS.

           SELECT DELTA-FILE ASSIGN TO "RATEDELT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DELTA-FILE-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PERIOD-START
               FILE STATUS IS PERIOD-LOCK-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT PROOF-PRINT-FILE ASSIGN TO "GLJPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PROOF-PRINT-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER JOURNAL LINE TYPE, KEPT BY ACCOUNTING. A
      * POSITIVE AMOUNT DEBITS MP-DEBIT-ACCOUNT AND CREDITS
      * MP-CREDIT-ACCOUNT.
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05  MP-LINE-TYPE          PIC X(8).
           05  MP-DEBIT-ACCOUNT      PIC X(8).
           05  MP-CREDIT-ACCOUNT     PIC X(8).
           05  MP-DESCRIPTION        PIC X(30).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HM-HISTORY-KEY.
               10  HM-CUSTOMER-ID    PIC 9(9).
               10  HM-PERIOD-START   PIC X(8).
           05  HM-PERIOD-END         PIC X(8).
           05  HM-CUSTOMER-NAME      PIC X(50).
           05  HM-TOTAL-TRANSACTIONS PIC 9(9).
           05  HM-TOTAL-REVENUE      PIC 9(7)V99.
           05  HM-NO-REFUNDS         PIC 9(9).
           05  HM-REFUND-AMOUNT      PIC 9(7)V99.
           05  HM-NET-REVENUE        PIC S9(7)V99.
           05  HM-CHARGEBACK-COUNT   PIC 9(9).
           05  HM-CHARGEBACK-AMOUNT  PIC 9(7)V99.
           05  HM-ADJUSTMENT-COUNT   PIC 9(9).
           05  HM-ADJUSTMENT-AMOUNT  PIC 9(7)V99.

       FD  ALERT-HISTORY-FILE.
       01  ALERT-HISTORY-RECORD.
           05  AH-CUSTOMER-ID        PIC 9(9).
           05  AH-CUSTOMER-NAME      PIC X(50).
           05  AH-DISPOSITION        PIC X(10).
           05  AH-SEVERITY           PIC X(6).
           05  AH-FIRST-PERIOD       PIC X(8).
           05  AH-LAST-PERIOD        PIC X(8).
           05  AH-BREACH-COUNT       PIC 9(4).
           05  AH-TOTAL-REVENUE      PIC 9(7)V99.
           05  AH-CHARGEBACK-COUNT   PIC 9(9).
           05  AH-CHARGEBACK-AMOUNT  PIC 9(7)V99.
           05  AH-CHARGEBACK-PCT     PIC 9(3)V99.
           05  AH-DISP-DATE          PIC 9(8).

       FD  DELTA-FILE.
       01  DELTA-RECORD.
           05  DL-CUSTOMER-ID        PIC 9(9).
           05  DL-PERIOD-START       PIC X(8).
           05  DL-OLD-REVENUE        PIC 9(7)V99.
           05  DL-NEW-REVENUE        PIC 9(7)V99.
           05  DL-REVENUE-DELTA      PIC S9(8)V99.
           05  DL-OLD-NET-REVENUE    PIC S9(7)V99.
           05  DL-NEW-NET-REVENUE    PIC S9(7)V99.
           05  DL-NET-DELTA          PIC S9(8)V99.

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

      * THE GENERAL-LEDGER INTERFACE: ONE RECORD PER JOURNAL LINE,
      * EXACTLY ONE OF THE DEBIT AND CREDIT AMOUNTS NON-ZERO.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JE-BATCH-ID           PIC X(10).
           05  JE-LINE-NUMBER        PIC 9(4).
           05  JE-PERIOD-START       PIC X(8).
           05  JE-POST-DATE          PIC 9(8).
           05  JE-GL-ACCOUNT         PIC X(8).
           05  JE-DEBIT-AMOUNT       PIC 9(11)V99.
           05  JE-CREDIT-AMOUNT      PIC 9(11)V99.
           05  JE-LINE-TYPE          PIC X(8).
           05  JE-DESCRIPTION        PIC X(30).

       FD  PROOF-PRINT-FILE.
       01  PROOF-PRINT-RECORD        PIC X(132).

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
       01  ACCOUNT-MAP-STATUS       PIC XX.
       01  HISTORY-FILE-STATUS      PIC XX.
       01  ALERT-HISTORY-STATUS     PIC XX.
       01  DELTA-FILE-STATUS        PIC XX.
       01  PERIOD-LOCK-STATUS       PIC XX.
       01  JOURNAL-FILE-STATUS      PIC XX.
       01  PROOF-PRINT-STATUS       PIC XX.

      * PARAMETERS, SPLIT AND VALIDATED IN
      * 050-INITIALIZE-PARMS
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-FUNCTION              PIC X(8) VALUE SPACES.
           88  WS-PERIOD-RUN        VALUE "PERIOD".
           88  WS-RESTATE-RUN       VALUE "RESTATE".
       01  WS-PARM-DATE             PIC X(8) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10) VALUE SPACES.
       01  WS-BATCH-ID              PIC X(10) VALUE SPACES.

      * PERIOD CLOSE LOCK, CHECKED IN 080-CHECK-PERIOD-LOCK. HERE
      * THE PERIOD MUST BE CLOSED, NOT OPEN.
       01  WS-LOCK-PERIOD           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED     VALUE "Y".

      * THE ACCOUNT MAP, LOADED WHOLE BY 100-LOAD-ACCOUNT-MAP
       01  WS-MAX-MAPS              PIC 9(4) VALUE 20.
       01  WS-MAP-COUNT             PIC 9(4) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 20 TIMES.
               10  WS-MP-LINE-TYPE   PIC X(8).
               10  WS-MP-DEBIT-ACCOUNT
                                     PIC X(8).
               10  WS-MP-CREDIT-ACCOUNT
                                     PIC X(8).
               10  WS-MP-DESCRIPTION PIC X(30).
       01  WS-MAP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-MAP-SLOT              PIC 9(4) COMP VALUE 0.
       01  WS-MAP-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-MAP-FOUND         VALUE "Y".

      * SOURCE TOTALS, BY JOURNAL LINE TYPE
       01  WS-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF       VALUE "Y".
       01  WS-ALERT-EOF-SW          PIC X(01) VALUE "N".
           88  WS-ALERT-EOF         VALUE "Y".
       01  WS-PERIOD-END            PIC X(8) VALUE SPACES.
       01  WS-WINDOW-START          PIC 9(8) VALUE 0.
       01  WS-WINDOW-END            PIC 9(8) VALUE 0.
       01  WS-HISTORY-READ          PIC 9(9) VALUE 0.
       01  WS-GROSS-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-GROSS-COUNT           PIC 9(9) VALUE 0.
       01  WS-REFUND-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-REFUND-COUNT          PIC 9(9) VALUE 0.
       01  WS-CHARGEBACK-AMOUNT     PIC S9(11)V99 VALUE 0.
       01  WS-CHARGEBACK-COUNT      PIC 9(9) VALUE 0.
       01  WS-ADJUSTMENT-AMOUNT     PIC S9(11)V99 VALUE 0.
       01  WS-ADJUSTMENT-COUNT      PIC 9(9) VALUE 0.
       01  WS-WRITEOFF-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-WRITEOFF-COUNT        PIC 9(9) VALUE 0.
       01  WS-DELTA-READ            PIC 9(9) VALUE 0.
       01  WS-RESTATE-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-RESTATE-COUNT         PIC 9(9) VALUE 0.
       01  WS-RESTATE-REFUND        PIC S9(11)V99 VALUE 0.
       01  WS-RESTATE-REFUND-COUNT  PIC 9(9) VALUE 0.

      * THE BATCH, BUILT WHOLE AND PROVED BEFORE ANY OF IT IS
      * WRITTEN. SEVEN LINE TYPES AT TWO LINES EACH.
       01  WS-ENTRY-TYPE            PIC X(8) VALUE SPACES.
       01  WS-ENTRY-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-ENTRY-COUNT           PIC 9(9) VALUE 0.
       01  WS-LINE-ACCOUNT          PIC X(8) VALUE SPACES.
       01  WS-LINE-SIDE             PIC X(01) VALUE SPACES.
           88  WS-LINE-DEBIT        VALUE "D".
           88  WS-LINE-CREDIT       VALUE "C".
       01  WS-MAX-LINES             PIC 9(4) VALUE 20.
       01  WS-JOURNAL-LINE-COUNT    PIC 9(4) VALUE 0.
       01  WS-JOURNAL-TABLE.
           05  WS-JOURNAL-LINE OCCURS 20 TIMES.
               10  WS-JL-LINE-TYPE   PIC X(8).
               10  WS-JL-GL-ACCOUNT  PIC X(8).
               10  WS-JL-DEBIT-AMOUNT
                                     PIC 9(11)V99.
               10  WS-JL-CREDIT-AMOUNT
                                     PIC 9(11)V99.
               10  WS-JL-DESCRIPTION PIC X(30).
               10  WS-JL-SOURCE-COUNT
                                     PIC 9(9).
       01  WS-LINE-SUB              PIC 9(4) COMP VALUE 0.

      * BATCH PROOF
       01  WS-TOTAL-DEBITS          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITS         PIC S9(13)V99 VALUE 0.
       01  WS-BATCH-DIFFERENCE      PIC S9(13)V99 VALUE 0.
       01  WS-MAP-ERROR-SW          PIC X(01) VALUE "N".
           88  WS-MAP-ERROR         VALUE "Y".
       01  WS-BATCH-REFUSED-SW      PIC X(01) VALUE "N".
           88  WS-BATCH-REFUSED     VALUE "Y".
       01  WS-RUN-ERROR-SW          PIC X(01) VALUE "N".
           88  WS-RUN-ERROR         VALUE "Y".
       01  WS-PROOF-OPEN-SW         PIC X(01) VALUE "N".
           88  WS-PROOF-OPEN        VALUE "Y".
       01  WS-LINES-WRITTEN         PIC 9(4) VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-LINE-NUMBER     PIC ZZZ9.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-DEBIT-X REDEFINES WS-PRINT-DEBIT
                                    PIC X(17).
       01  WS-PRINT-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-CREDIT-X REDEFINES WS-PRINT-CREDIT
                                    PIC X(17).
       01  WS-PRINT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

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
      * FUNCTION,PERIOD-START,ENVIRONMENT -- "PERIOD,YYYYMMDD" OR
      * "RESTATE,YYYYMMDD", WITH THE ENVIRONMENT DEFAULTING TO
      * PROD.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES

           MOVE WS-PARM-DATE TO WS-LOCK-PERIOD
           PERFORM 080-CHECK-PERIOD-LOCK
           IF NOT WS-PERIOD-CLOSED
               DISPLAY "WARNING: Period " WS-PARM-DATE " is not "
                   "CLOSED. Close it with PERLOCK before "
                   "journaling it. Nothing written."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100-LOAD-ACCOUNT-MAP
           IF WS-PERIOD-RUN
               PERFORM 200-TOTAL-PERIOD-HISTORY
               PERFORM 250-TOTAL-WRITEOFFS
           ELSE
               PERFORM 300-TOTAL-RESTATEMENT
           END-IF
           IF WS-RUN-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 500-BUILD-JOURNAL
           PERFORM 600-PRINT-PROOF
           IF NOT WS-BATCH-REFUSED AND NOT WS-RUN-ERROR
               AND WS-JOURNAL-LINE-COUNT > 0
               PERFORM 700-WRITE-JOURNAL
           END-IF
           PERFORM 640-WRITE-BATCH-FATE

           MOVE WS-TOTAL-DEBITS TO WS-PRINT-AMOUNT
           DISPLAY "GLJRNL: Batch " WS-BATCH-ID ", "
               WS-JOURNAL-LINE-COUNT " lines, debits and credits "
               WS-PRINT-AMOUNT ", " WS-LINES-WRITTEN
               " lines written."
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BATCH-REFUSED
                   DISPLAY "ERROR: Batch " WS-BATCH-ID " refused. "
                       "Nothing written. See gljrnl.prt."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-JOURNAL-LINE-COUNT = 0
                   DISPLAY "WARNING: Nothing to journal for "
                       WS-FUNCTION " " WS-PARM-DATE "."
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   SPLIT AND VALIDATE THE FUNCTION AND PERIOD BEFORE
      *   ANY FILE IS TOUCHED, AS HISTMNT DOES, AND NAME THE
      *   BATCH: "RV" FOR A PERIOD'S REVENUE, "RS" FOR ITS
      *   RESTATEMENT, FOLLOWED BY THE PERIOD START.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-FUNCTION
           MOVE SPACES TO WS-PARM-DATE
           MOVE SPACES TO WS-ENVIRONMENT
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-FUNCTION, WS-PARM-DATE, WS-ENVIRONMENT
           END-UNSTRING

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF

           IF NOT WS-PERIOD-RUN AND NOT WS-RESTATE-RUN
               DISPLAY "ERROR: Function must be PERIOD or RESTATE, "
                   "not """ WS-FUNCTION """."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PARM-DATE IS NOT NUMERIC
               DISPLAY "ERROR: Period start """ WS-PARM-DATE
                   """ is not a YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-BATCH-ID
           IF WS-PERIOD-RUN
               STRING "RV"          DELIMITED BY SIZE
                      WS-PARM-DATE  DELIMITED BY SIZE
                      INTO WS-BATCH-ID
               END-STRING
           ELSE
               STRING "RS"          DELIMITED BY SIZE
                      WS-PARM-DATE  DELIMITED BY SIZE
                      INTO WS-BATCH-ID
               END-STRING
           END-IF

      * THE PERIOD MUST BE ONE DEFINED ON THE FISCAL CALENDAR.
           MOVE WS-PARM-DATE TO WS-CAL-PERIOD-START
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

           MOVE "DD_REVHIST" TO WS-DD-NAME
           MOVE "revhist.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_ALERTHST" TO WS-DD-NAME
           MOVE "alerthst.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_RATEDELT" TO WS-DD-NAME
           MOVE "ratedelta.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_PERSTAT" TO WS-DD-NAME
           MOVE "perstat.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_GLJRNL" TO WS-DD-NAME
           MOVE "gljrnl.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_GLJPRT" TO WS-DD-NAME
           MOVE "gljrnl.prt" TO WS-BASE-NAME
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
      * 080-CHECK-PERIOD-LOCK
      *   LOOK WS-LOCK-PERIOD UP ON THE PERIOD-STATUS FILE
      *   KEPT BY PERLOCK AND SET WS-PERIOD-CLOSED IF IT IS
      *   CLOSED. NO STATUS FILE, NO RECORD FOR THE PERIOD,
      *   OR A PERIOD STILL OPEN OR REOPENED LEAVES IT
      *   UNSET. A STATUS FILE THAT CANNOT BE READ IS FATAL.
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
      * 100-LOAD-ACCOUNT-MAP
      *   LOAD THE WHOLE ACCOUNT-MAPPING FILE. BLANK ROWS
      *   ARE SKIPPED; A LINE TYPE MAPPED TWICE KEEPS ITS
      *   FIRST ROW AND THE SECOND IS REPORTED. NO MAPPING
      *   FILE MEANS NOTHING CAN BE BOOKED.
      ******************************************************
       100-LOAD-ACCOUNT-MAP SECTION.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF ACCOUNT-MAP-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the GL account-mapping "
                   "file glacctmap.csv. FILE-STATUS: "
                   ACCOUNT-MAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL ACCOUNT-MAP-STATUS NOT = "00"
               READ ACCOUNT-MAP-FILE
               IF ACCOUNT-MAP-STATUS = "00"
                   AND MP-LINE-TYPE NOT = SPACES
                   MOVE MP-LINE-TYPE TO WS-ENTRY-TYPE
                   PERFORM 520-FIND-MAPPING
                   EVALUATE TRUE
                       WHEN WS-MAP-FOUND
                           DISPLAY "WARNING: Line type " MP-LINE-TYPE
                               " is mapped more than once. The "
                               "first row is used."
                       WHEN WS-MAP-COUNT >= WS-MAX-MAPS
                           DISPLAY "ERROR: More than " WS-MAX-MAPS
                               " account mappings. Row for "
                               MP-LINE-TYPE " ignored."
                       WHEN OTHER
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MP-LINE-TYPE TO
                               WS-MP-LINE-TYPE (WS-MAP-COUNT)
                           MOVE MP-DEBIT-ACCOUNT TO
                               WS-MP-DEBIT-ACCOUNT (WS-MAP-COUNT)
                           MOVE MP-CREDIT-ACCOUNT TO
                               WS-MP-CREDIT-ACCOUNT (WS-MAP-COUNT)
                           MOVE MP-DESCRIPTION TO
                               WS-MP-DESCRIPTION (WS-MAP-COUNT)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE

       100-LOAD-ACCOUNT-MAP-EXIT.
           EXIT.

      ******************************************************
      * 200-TOTAL-PERIOD-HISTORY
      *   SINGLE PASS OVER THE REVENUE-HISTORY MASTER,
      *   TOTALLING EVERY CUSTOMER RECORD OF THE PARM PERIOD
      *   BY LINE TYPE. THE PERIOD'S END DATE COMES OFF THE
      *   FIRST RECORD, FOR THE WRITE-OFF WINDOW.
      ******************************************************
       200-TOTAL-PERIOD-HISTORY SECTION.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open revenue history "
                   "master. FILE-STATUS: " HISTORY-FILE-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 200-TOTAL-PERIOD-HISTORY-EXIT
           END-IF

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE NEXT
               IF HISTORY-FILE-STATUS NOT = "00"
                   SET WS-HISTORY-EOF TO TRUE
               ELSE
                   IF HM-PERIOD-START = WS-PARM-DATE
                       PERFORM 210-TOTAL-ONE-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE

       200-TOTAL-PERIOD-HISTORY-EXIT.
           EXIT.

      ******************************************************
      * 210-TOTAL-ONE-CUSTOMER
      *   ADD ONE CUSTOMER'S PERIOD FIGURES INTO THE LINE-
      *   TYPE TOTALS, COUNTING THE CUSTOMERS BEHIND EACH.
      ******************************************************
       210-TOTAL-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-HISTORY-READ
           IF WS-PERIOD-END = SPACES
               MOVE HM-PERIOD-END TO WS-PERIOD-END
           END-IF

           IF HM-TOTAL-REVENUE NOT = 0
               ADD HM-TOTAL-REVENUE TO WS-GROSS-AMOUNT
               ADD 1 TO WS-GROSS-COUNT
           END-IF
           IF HM-REFUND-AMOUNT NOT = 0
               ADD HM-REFUND-AMOUNT TO WS-REFUND-AMOUNT
               ADD 1 TO WS-REFUND-COUNT
           END-IF
           IF HM-CHARGEBACK-AMOUNT NOT = 0
               ADD HM-CHARGEBACK-AMOUNT TO WS-CHARGEBACK-AMOUNT
               ADD 1 TO WS-CHARGEBACK-COUNT
           END-IF
           IF HM-ADJUSTMENT-AMOUNT NOT = 0
               ADD HM-ADJUSTMENT-AMOUNT TO WS-ADJUSTMENT-AMOUNT
               ADD 1 TO WS-ADJUSTMENT-COUNT
           END-IF

       210-TOTAL-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************
      * 250-TOTAL-WRITEOFFS
      *   WALK THE ALERT-HISTORY MASTER FOR CUSTOMERS
      *   DISPOSITIONED WRITEOFF ON A DATE INSIDE THE PERIOD,
      *   SO EACH WRITE-OFF IS BOOKED BY EXACTLY ONE PERIOD'S
      *   BATCH. THE AMOUNT WRITTEN OFF IS THE CHARGEBACK
      *   AMOUNT THE ALERT CARRIES. NO ALERT HISTORY, OR NO
      *   PERIOD END ON THE MASTER, MEANS NO WRITE-OFFS.
      ******************************************************
       250-TOTAL-WRITEOFFS SECTION.
           IF WS-PERIOD-END IS NOT NUMERIC
               GO TO 250-TOTAL-WRITEOFFS-EXIT
           END-IF
           MOVE WS-PARM-DATE TO WS-WINDOW-START
           MOVE WS-PERIOD-END TO WS-WINDOW-END

           OPEN INPUT ALERT-HISTORY-FILE
           IF ALERT-HISTORY-STATUS NOT = "00"
               DISPLAY "NOTE: No alert history. No write-offs "
                   "are journaled."
               GO TO 250-TOTAL-WRITEOFFS-EXIT
           END-IF

           MOVE LOW-VALUES TO AH-CUSTOMER-ID
           START ALERT-HISTORY-FILE KEY NOT < AH-CUSTOMER-ID
           IF ALERT-HISTORY-STATUS NOT = "00"
               SET WS-ALERT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-ALERT-EOF
               READ ALERT-HISTORY-FILE NEXT
               IF ALERT-HISTORY-STATUS NOT = "00"
                   SET WS-ALERT-EOF TO TRUE
               ELSE
                   IF AH-DISPOSITION = "WRITEOFF"
                       AND AH-DISP-DATE NOT < WS-WINDOW-START
                       AND AH-DISP-DATE NOT > WS-WINDOW-END
                       AND AH-CHARGEBACK-AMOUNT NOT = 0
                       ADD AH-CHARGEBACK-AMOUNT TO WS-WRITEOFF-AMOUNT
                       ADD 1 TO WS-WRITEOFF-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE

       250-TOTAL-WRITEOFFS-EXIT.
           EXIT.

      ******************************************************
      * 300-TOTAL-RESTATEMENT
      *   TOTAL THE PARM PERIOD'S ROWS ON THE RESTATEMENT
      *   DELTA FILE: THE GROSS REVENUE DELTA, AND THE
      *   REFUND DELTA (NET REVENUE IS GROSS LESS REFUNDS,
      *   SO THE REFUNDS MOVED BY THE GROSS DELTA LESS THE
      *   NET DELTA). THE FILE HOLDS ONLY THE LAST RATERST
      *   RUN, SO A MISSING ONE IS AN ERROR.
      ******************************************************
       300-TOTAL-RESTATEMENT SECTION.
           OPEN INPUT DELTA-FILE
           IF DELTA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the restatement delta "
                   "file. Has RATERST run? FILE-STATUS: "
                   DELTA-FILE-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 300-TOTAL-RESTATEMENT-EXIT
           END-IF

           PERFORM UNTIL DELTA-FILE-STATUS NOT = "00"
               READ DELTA-FILE
               IF DELTA-FILE-STATUS = "00"
                   AND DL-PERIOD-START = WS-PARM-DATE
                   ADD 1 TO WS-DELTA-READ
                   IF DL-REVENUE-DELTA NOT = 0
                       ADD DL-REVENUE-DELTA TO WS-RESTATE-AMOUNT
                       ADD 1 TO WS-RESTATE-COUNT
                   END-IF
                   IF DL-REVENUE-DELTA NOT = DL-NET-DELTA
                       COMPUTE WS-RESTATE-REFUND =
                           WS-RESTATE-REFUND
                           + DL-REVENUE-DELTA - DL-NET-DELTA
                       ADD 1 TO WS-RESTATE-REFUND-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DELTA-FILE

           IF WS-DELTA-READ = 0
               DISPLAY "NOTE: No restatement rows for period "
                   WS-PARM-DATE " on the delta file."
           END-IF

       300-TOTAL-RESTATEMENT-EXIT.
           EXIT.

      ******************************************************
      * 500-BUILD-JOURNAL
      *   TURN EACH NON-ZERO SOURCE TOTAL INTO ITS DEBIT AND
      *   CREDIT LINES, THEN PROVE THE BATCH.
      ******************************************************
       500-BUILD-JOURNAL SECTION.
           IF WS-PERIOD-RUN
               MOVE "GROSS" TO WS-ENTRY-TYPE
               MOVE WS-GROSS-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE WS-GROSS-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
               MOVE "REFUND" TO WS-ENTRY-TYPE
               MOVE WS-REFUND-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE WS-REFUND-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
               MOVE "CHARGEBK" TO WS-ENTRY-TYPE
               MOVE WS-CHARGEBACK-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE WS-CHARGEBACK-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
               MOVE "ADJUST" TO WS-ENTRY-TYPE
               MOVE WS-ADJUSTMENT-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE WS-ADJUSTMENT-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
               MOVE "WRITEOFF" TO WS-ENTRY-TYPE
               MOVE WS-WRITEOFF-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE WS-WRITEOFF-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
           ELSE
               MOVE "RESTATE" TO WS-ENTRY-TYPE
               MOVE WS-RESTATE-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE WS-RESTATE-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
               MOVE "RESTREF" TO WS-ENTRY-TYPE
               MOVE WS-RESTATE-REFUND TO WS-ENTRY-AMOUNT
               MOVE WS-RESTATE-REFUND-COUNT TO WS-ENTRY-COUNT
               PERFORM 510-ADD-ENTRY
           END-IF

           COMPUTE WS-BATCH-DIFFERENCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           IF WS-BATCH-DIFFERENCE NOT = 0 OR WS-MAP-ERROR
               SET WS-BATCH-REFUSED TO TRUE
           END-IF

       500-BUILD-JOURNAL-EXIT.
           EXIT.

      ******************************************************
      * 510-ADD-ENTRY
      *   ONE SOURCE AMOUNT (WS-ENTRY-TYPE, WS-ENTRY-AMOUNT)
      *   BECOMES A DEBIT LINE AND A CREDIT LINE ON ITS
      *   MAPPED ACCOUNTS; A NEGATIVE AMOUNT SWAPS THEM. AN
      *   UNMAPPED LINE TYPE REFUSES THE BATCH.
      ******************************************************
       510-ADD-ENTRY SECTION.
           IF WS-ENTRY-AMOUNT = 0
               GO TO 510-ADD-ENTRY-EXIT
           END-IF

           PERFORM 520-FIND-MAPPING
           IF NOT WS-MAP-FOUND
               DISPLAY "ERROR: No GL account mapping for line type "
                   WS-ENTRY-TYPE " in glacctmap.csv."
               SET WS-MAP-ERROR TO TRUE
               GO TO 510-ADD-ENTRY-EXIT
           END-IF
           MOVE WS-MAP-SUB TO WS-MAP-SLOT

           IF WS-ENTRY-AMOUNT > 0
               MOVE WS-MP-DEBIT-ACCOUNT (WS-MAP-SLOT)
                   TO WS-LINE-ACCOUNT
               SET WS-LINE-DEBIT TO TRUE
               PERFORM 530-ADD-ONE-LINE
               MOVE WS-MP-CREDIT-ACCOUNT (WS-MAP-SLOT)
                   TO WS-LINE-ACCOUNT
               SET WS-LINE-CREDIT TO TRUE
               PERFORM 530-ADD-ONE-LINE
           ELSE
               MOVE WS-MP-CREDIT-ACCOUNT (WS-MAP-SLOT)
                   TO WS-LINE-ACCOUNT
               SET WS-LINE-DEBIT TO TRUE
               PERFORM 530-ADD-ONE-LINE
               MOVE WS-MP-DEBIT-ACCOUNT (WS-MAP-SLOT)
                   TO WS-LINE-ACCOUNT
               SET WS-LINE-CREDIT TO TRUE
               PERFORM 530-ADD-ONE-LINE
           END-IF

       510-ADD-ENTRY-EXIT.
           EXIT.

      ******************************************************
      * 520-FIND-MAPPING
      *   LOOK WS-ENTRY-TYPE UP IN THE ACCOUNT MAP, LEAVING
      *   WS-MAP-SUB ON THE ROW WHEN FOUND.
      ******************************************************
       520-FIND-MAPPING SECTION.
           MOVE "N" TO WS-MAP-FOUND-SW
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                      OR WS-MAP-FOUND
               IF WS-MP-LINE-TYPE (WS-MAP-SUB) = WS-ENTRY-TYPE
                   SET WS-MAP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND
               SUBTRACT 1 FROM WS-MAP-SUB
           END-IF

       520-FIND-MAPPING-EXIT.
           EXIT.

      ******************************************************
      * 530-ADD-ONE-LINE
      *   ADD ONE SIDE OF AN ENTRY TO THE BATCH ON
      *   WS-LINE-ACCOUNT. A MAPPING ROW MISSING THAT SIDE'S
      *   ACCOUNT LEAVES THE SIDE OFF, WHICH THE PROOF THEN
      *   SHOWS OUT OF BALANCE.
      ******************************************************
       530-ADD-ONE-LINE SECTION.
           IF WS-LINE-ACCOUNT = SPACES
               IF WS-LINE-DEBIT
                   DISPLAY "ERROR: Mapping for line type "
                       WS-ENTRY-TYPE " has no debit account."
               ELSE
                   DISPLAY "ERROR: Mapping for line type "
                       WS-ENTRY-TYPE " has no credit account."
               END-IF
               GO TO 530-ADD-ONE-LINE-EXIT
           END-IF

           IF WS-JOURNAL-LINE-COUNT >= WS-MAX-LINES
               DISPLAY "ERROR: More than " WS-MAX-LINES
                   " journal lines. Line for " WS-ENTRY-TYPE
                   " dropped."
               SET WS-MAP-ERROR TO TRUE
               GO TO 530-ADD-ONE-LINE-EXIT
           END-IF

           ADD 1 TO WS-JOURNAL-LINE-COUNT
           MOVE WS-JOURNAL-LINE-COUNT TO WS-LINE-SUB
           MOVE WS-ENTRY-TYPE TO WS-JL-LINE-TYPE (WS-LINE-SUB)
           MOVE WS-LINE-ACCOUNT TO WS-JL-GL-ACCOUNT (WS-LINE-SUB)
           MOVE WS-MP-DESCRIPTION (WS-MAP-SLOT)
               TO WS-JL-DESCRIPTION (WS-LINE-SUB)
           MOVE WS-ENTRY-COUNT TO WS-JL-SOURCE-COUNT (WS-LINE-SUB)
           MOVE 0 TO WS-JL-DEBIT-AMOUNT (WS-LINE-SUB)
           MOVE 0 TO WS-JL-CREDIT-AMOUNT (WS-LINE-SUB)
           IF WS-LINE-DEBIT
               MOVE WS-ENTRY-AMOUNT TO WS-JL-DEBIT-AMOUNT (WS-LINE-SUB)
               ADD WS-JL-DEBIT-AMOUNT (WS-LINE-SUB) TO WS-TOTAL-DEBITS
           ELSE
               MOVE WS-ENTRY-AMOUNT
                   TO WS-JL-CREDIT-AMOUNT (WS-LINE-SUB)
               ADD WS-JL-CREDIT-AMOUNT (WS-LINE-SUB)
                   TO WS-TOTAL-CREDITS
           END-IF

       530-ADD-ONE-LINE-EXIT.
           EXIT.

      ******************************************************
      * 600-PRINT-PROOF
      *   THE JOURNAL PROOF LISTING: EVERY LINE OF THE
      *   BATCH, THE SOURCE TOTALS BEHIND IT, AND THE PROOF
      *   THAT DEBITS EQUAL CREDITS. IT IS PRINTED FOR A
      *   REFUSED BATCH TOO. THE FILE IS LEFT OPEN FOR
      *   640-WRITE-BATCH-FATE, WHICH CLOSES IT ONCE THE
      *   JOURNAL HAS OR HAS NOT BEEN WRITTEN.
      ******************************************************
       600-PRINT-PROOF SECTION.
           OPEN OUTPUT PROOF-PRINT-FILE
           IF PROOF-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open journal proof file. "
                   "FILE-STATUS: " PROOF-PRINT-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 600-PRINT-PROOF-EXIT
           END-IF
           SET WS-PROOF-OPEN TO TRUE

           PERFORM 400-CHECK-PAGE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-JOURNAL-LINE-COUNT
               PERFORM 610-WRITE-PROOF-LINE
           END-PERFORM

           PERFORM 620-WRITE-SOURCE-TOTALS
           PERFORM 630-WRITE-BATCH-PROOF

       600-PRINT-PROOF-EXIT.
           EXIT.

      ******************************************************
      * 610-WRITE-PROOF-LINE
      *   ONE JOURNAL LINE, WITH THE SIDE IT DOES NOT POST
      *   TO LEFT BLANK.
      ******************************************************
       610-WRITE-PROOF-LINE SECTION.
           MOVE WS-LINE-SUB TO WS-PRINT-LINE-NUMBER
           MOVE WS-JL-DEBIT-AMOUNT (WS-LINE-SUB) TO WS-PRINT-DEBIT
           IF WS-JL-DEBIT-AMOUNT (WS-LINE-SUB) = 0
               MOVE SPACES TO WS-PRINT-DEBIT-X
           END-IF
           MOVE WS-JL-CREDIT-AMOUNT (WS-LINE-SUB) TO WS-PRINT-CREDIT
           IF WS-JL-CREDIT-AMOUNT (WS-LINE-SUB) = 0
               MOVE SPACES TO WS-PRINT-CREDIT-X
           END-IF
           MOVE WS-JL-SOURCE-COUNT (WS-LINE-SUB) TO WS-PRINT-COUNT

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING WS-PRINT-LINE-NUMBER           DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-JL-LINE-TYPE (WS-LINE-SUB)  DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-JL-GL-ACCOUNT (WS-LINE-SUB) DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-JL-DESCRIPTION (WS-LINE-SUB)
                                                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-PRINT-DEBIT                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-PRINT-CREDIT                DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PRINT-COUNT                 DELIMITED BY SIZE
                  INTO PROOF-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PROOF-LINE

       610-WRITE-PROOF-LINE-EXIT.
           EXIT.

      ******************************************************
      * 620-WRITE-SOURCE-TOTALS
      *   THE FIGURES THE BATCH WAS BUILT FROM, SO THE
      *   LISTING CAN BE TIED BACK TO THE CLOSE FILES.
      ******************************************************
       620-WRITE-SOURCE-TOTALS SECTION.
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO PROOF-PRINT-RECORD
           PERFORM 410-WRITE-PROOF-LINE
           MOVE "SOURCE TOTALS" TO PROOF-PRINT-RECORD
           PERFORM 410-WRITE-PROOF-LINE

           IF WS-PERIOD-RUN
               MOVE WS-HISTORY-READ TO WS-PRINT-COUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "REVENUE-HISTORY RECORDS:       "
                                                 DELIMITED BY SIZE
                      WS-PRINT-COUNT             DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-GROSS-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "GROSS REVENUE:              "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-REFUND-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "REFUNDS:                    "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-CHARGEBACK-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "CHARGEBACKS:                "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-ADJUSTMENT-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "ADJUSTMENTS:                "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-WRITEOFF-AMOUNT TO WS-PRINT-AMOUNT
               MOVE WS-WRITEOFF-COUNT TO WS-PRINT-COUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "WRITE-OFFS:                 "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      "  CUSTOMERS: "            DELIMITED BY SIZE
                      WS-PRINT-COUNT             DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE
           ELSE
               MOVE WS-DELTA-READ TO WS-PRINT-COUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "RESTATEMENT ROWS:              "
                                                 DELIMITED BY SIZE
                      WS-PRINT-COUNT             DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-RESTATE-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "GROSS REVENUE DELTA:        "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE

               MOVE WS-RESTATE-REFUND TO WS-PRINT-AMOUNT
               MOVE SPACES TO PROOF-PRINT-RECORD
               STRING "REFUND DELTA:               "
                                                 DELIMITED BY SIZE
                      WS-PRINT-AMOUNT            DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
               PERFORM 410-WRITE-PROOF-LINE
           END-IF

       620-WRITE-SOURCE-TOTALS-EXIT.
           EXIT.

      ******************************************************
      * 630-WRITE-BATCH-PROOF
      *   TOTAL DEBITS AGAINST TOTAL CREDITS.
      ******************************************************
       630-WRITE-BATCH-PROOF SECTION.
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO PROOF-PRINT-RECORD
           PERFORM 410-WRITE-PROOF-LINE
           MOVE "BATCH PROOF" TO PROOF-PRINT-RECORD
           PERFORM 410-WRITE-PROOF-LINE

           MOVE WS-TOTAL-DEBITS TO WS-PRINT-AMOUNT
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "TOTAL DEBITS:               "
                                             DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO PROOF-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PROOF-LINE

           MOVE WS-TOTAL-CREDITS TO WS-PRINT-AMOUNT
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "TOTAL CREDITS:              "
                                             DELIMITED BY SIZE
                  WS-PRINT-AMOUNT            DELIMITED BY SIZE
                  INTO PROOF-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PROOF-LINE

           MOVE WS-BATCH-DIFFERENCE TO WS-PRINT-AMOUNT
           MOVE SPACES TO PROOF-PRINT-RECORD
           IF WS-BATCH-DIFFERENCE = 0
               STRING "DIFFERENCE:                 "
                                             DELIMITED BY SIZE
                      WS-PRINT-AMOUNT        DELIMITED BY SIZE
                      "  IN BALANCE"         DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
           ELSE
               STRING "DIFFERENCE:                 "
                                             DELIMITED BY SIZE
                      WS-PRINT-AMOUNT        DELIMITED BY SIZE
                      "  *** OUT OF BALANCE ***"
                                             DELIMITED BY SIZE
                      INTO PROOF-PRINT-RECORD
               END-STRING
           END-IF
           PERFORM 410-WRITE-PROOF-LINE

       630-WRITE-BATCH-PROOF-EXIT.
           EXIT.

      ******************************************************
      * 640-WRITE-BATCH-FATE
      *   THE FATE OF THE BATCH, PRINTED ONLY ONCE
      *   700-WRITE-JOURNAL HAS RUN (OR BEEN SKIPPED), SO THE
      *   PROOF NEVER SAYS A BATCH WAS WRITTEN THAT WAS NOT.
      *   A RUN ERROR HERE CAN ONLY BE A FAILED WRITE: ANY
      *   EARLIER ONE ENDS THE RUN OR LEAVES THE PROOF
      *   UNOPENED.
      ******************************************************
       640-WRITE-BATCH-FATE SECTION.
           IF NOT WS-PROOF-OPEN
               GO TO 640-WRITE-BATCH-FATE-EXIT
           END-IF

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO PROOF-PRINT-RECORD
           EVALUATE TRUE
               WHEN WS-MAP-ERROR
                   STRING "*** BATCH REFUSED - LINE TYPE NOT "
                                      DELIMITED BY SIZE
                          "MAPPED, NOTHING WRITTEN ***"
                                      DELIMITED BY SIZE
                          INTO PROOF-PRINT-RECORD
                   END-STRING
               WHEN WS-BATCH-REFUSED
                   STRING "*** BATCH REFUSED - OUT OF BALANCE, "
                                      DELIMITED BY SIZE
                          "NOTHING WRITTEN ***"
                                      DELIMITED BY SIZE
                          INTO PROOF-PRINT-RECORD
                   END-STRING
               WHEN WS-JOURNAL-LINE-COUNT = 0
                   MOVE "NOTHING TO JOURNAL" TO PROOF-PRINT-RECORD
               WHEN WS-RUN-ERROR
                   STRING "*** BATCH " DELIMITED BY SIZE
                          WS-BATCH-ID DELIMITED BY SIZE
                          " NOT WRITTEN - GL INTERFACE FILE "
                                      DELIMITED BY SIZE
                          "ERROR, SEE JOB LOG ***"
                                      DELIMITED BY SIZE
                          INTO PROOF-PRINT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "BATCH " DELIMITED BY SIZE
                          WS-BATCH-ID DELIMITED BY SIZE
                          " WRITTEN TO THE GL INTERFACE FILE"
                                      DELIMITED BY SIZE
                          INTO PROOF-PRINT-RECORD
                   END-STRING
           END-EVALUATE
           PERFORM 410-WRITE-PROOF-LINE
           CLOSE PROOF-PRINT-FILE
           MOVE "N" TO WS-PROOF-OPEN-SW

       640-WRITE-BATCH-FATE-EXIT.
           EXIT.

      ******************************************************
      * 700-WRITE-JOURNAL
      *   WRITE THE PROVED BATCH TO THE GL INTERFACE FILE,
      *   REPLACING WHATEVER BATCH WAS LEFT THERE BEFORE.
      ******************************************************
       700-WRITE-JOURNAL SECTION.
           OPEN OUTPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open the GL journal "
                   "interface file. FILE-STATUS: "
                   JOURNAL-FILE-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               GO TO 700-WRITE-JOURNAL-EXIT
           END-IF

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-JOURNAL-LINE-COUNT
               MOVE WS-BATCH-ID TO JE-BATCH-ID
               MOVE WS-LINE-SUB TO JE-LINE-NUMBER
               MOVE WS-PARM-DATE TO JE-PERIOD-START
               MOVE WS-SYS-DATE TO JE-POST-DATE
               MOVE WS-JL-GL-ACCOUNT (WS-LINE-SUB) TO JE-GL-ACCOUNT
               MOVE WS-JL-DEBIT-AMOUNT (WS-LINE-SUB)
                   TO JE-DEBIT-AMOUNT
               MOVE WS-JL-CREDIT-AMOUNT (WS-LINE-SUB)
                   TO JE-CREDIT-AMOUNT
               MOVE WS-JL-LINE-TYPE (WS-LINE-SUB) TO JE-LINE-TYPE
               MOVE WS-JL-DESCRIPTION (WS-LINE-SUB) TO JE-DESCRIPTION
               WRITE JOURNAL-RECORD
               IF JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to write journal line "
                       WS-LINE-SUB ". FILE-STATUS: "
                       JOURNAL-FILE-STATUS
                   MOVE "Y" TO WS-RUN-ERROR-SW
               ELSE
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE

       700-WRITE-JOURNAL-EXIT.
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
      * 410-WRITE-PROOF-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-PROOF-LINE SECTION.
           WRITE PROOF-PRINT-RECORD
           IF PROOF-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write journal proof line. "
                   "FILE-STATUS: " PROOF-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-PROOF-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "GENERAL-LEDGER JOURNAL PROOF"  DELIMITED BY SIZE
                  "          PAGE: "             DELIMITED BY SIZE
                  WS-PAGE-COUNT                  DELIMITED BY SIZE
                  INTO PROOF-PRINT-RECORD
           END-STRING
           WRITE PROOF-PRINT-RECORD
           IF PROOF-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write journal proof header. "
                   "FILE-STATUS: " PROOF-PRINT-STATUS
           END-IF

           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "BATCH: "        DELIMITED BY SIZE
                  WS-BATCH-ID      DELIMITED BY SIZE
                  "  PERIOD: "     DELIMITED BY SIZE
                  WS-PARM-DATE     DELIMITED BY SIZE
                  "  ENVIRONMENT: " DELIMITED BY SIZE
                  WS-ENVIRONMENT   DELIMITED BY SIZE
                  INTO PROOF-PRINT-RECORD
           END-STRING
           WRITE PROOF-PRINT-RECORD
           IF PROOF-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write journal proof header. "
                   "FILE-STATUS: " PROOF-PRINT-STATUS
           END-IF

           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "LINE  TYPE      ACCOUNT   DESCRIPTION           "
                                                 DELIMITED BY SIZE
                  "                     DEBIT            CREDIT"
                                                 DELIMITED BY SIZE
                  " SOURCE ITEMS"                DELIMITED BY SIZE
                  INTO PROOF-PRINT-RECORD
           END-STRING
           WRITE PROOF-PRINT-RECORD
           IF PROOF-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write journal proof header. "
                   "FILE-STATUS: " PROOF-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.
