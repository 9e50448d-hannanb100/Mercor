      *       SEVERITY FROM ALERTS.CSV SO COLLECTIONS SEES
      *       THE CHARGEBACK-FLAGGED SHORT-PAYERS FIRST.
      *
      *   EVERY APPLIED PAYMENT ALSO RELIEVES THE CUSTOMER'S
      *   ITEMS ON THE OPEN-ITEM MASTER (OPENITEM.DAT, OPENED
      *   AT CLOSE BY ARLEDGER), OLDEST BILLED PERIOD FIRST.
      *   A PAYER REFERENCE THAT CARRIES A PERIOD START
      *   (YYYYMMDD) RIGHT AFTER THE CUSTOMER ID NAMES THE
      *   PERIOD TO RELIEVE FIRST; ANYTHING LEFT OVER GOES
      *   OLDEST FIRST, AND CASH BEYOND EVERY OPEN ITEM IS
      *   REPORTED AS AN OVERPAYMENT ON UNAPPLD.PRT.
      *
      *   EVERY REMITTANCE THAT RELIEVES AN ITEM IS RECORDED
      *   ON THE APPLIED-REMITTANCE REGISTER (CASHREG.DAT) BY
      *   PAYMENT DATE, PAYER REFERENCE AND AMOUNT. A
      *   REMITTANCE ALREADY ON THE REGISTER FROM AN EARLIER
      *   RUN IS SKIPPED, SO RUNNING THE SAME FEED AGAIN
      *   RELIEVES NOTHING TWICE.
      *
      *   PARM: ENVIRONMENT,PERIOD-START -- THE ACCOUNTING
      *   PERIOD THE PAYMENTS APPLY AGAINST.
      *   CONDITION CODES: 0 ALL CASH APPLIED, 4 UNAPPLIED
      *   CASH OR SHORT-PAYS TO WORK, 8 BAD PARM OR FILE
      *   FAILURE (INCLUDING AN OPEN ITEM OR REGISTER ENTRY
      *   THAT COULD NOT BE WRITTEN).
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *     ENVIRONMENT VIA LOGICAL FILE NAMES, AS BATCH3'S
      *     060-SET-FILE-NAMES DOES. THE BANK LOCKBOX FEED
      *     KEEPS ITS SHARED NAME.
      *   - APPLY CASH AGAINST THE OPEN-ITEM MASTER INSTEAD
      *     OF THE ONE PERIOD'S NET REVENUE, OLDEST PERIOD
      *     FIRST UNLESS THE REMITTANCE NAMES A PERIOD, SO A
      *     LATE PAYMENT FOR AN OLD PERIOD IS APPLIED RATHER
      *     THAN LEFT ON THE UNAPPLIED-CASH REPORT.
      *   - LOG THE STEP ON THE CLOSE-CYCLE STEP LEDGER
      *     (STEPLDG.DAT): A "STARTED" ENTRY ONCE THE PERIOD
      *     IS KNOWN AND AN "ENDED" ENTRY WITH THE CONDITION
      *     CODE AND KEY COUNTS, FOR THE CLOSECHK CHECKLIST.
      *   - THE PARM PERIOD-START MUST START A PERIOD ON THE
      *     FISCAL CALENDAR (FISCALCAL.CSV).
      *   - RECORD EACH APPLIED REMITTANCE ON THE APPLIED-
      *     REMITTANCE REGISTER (CASHREG.DAT) AND SKIP ONE
      *     ALREADY APPLIED BY AN EARLIER RUN, SO A RERUN OF
      *     THE SAME LOCKBOX FEED CANNOT RELIEVE THE SAME
      *     ITEMS TWICE. AN OPEN ITEM OR REGISTER ENTRY THAT
      *     CANNOT BE WRITTEN NOW ENDS THE STEP WITH
      *     CONDITION CODE 8.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS HM-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT CASH-REGISTER-FILE ASSIGN TO "CASHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-REMIT-KEY
               FILE STATUS IS CASH-REGISTER-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SHORTPAY-PRINT-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-STEP-KEY
               FILE STATUS IS STEP-LEDGER-STATUS.

      * THE FISCAL CALENDAR IS KEPT BY FINANCE, NOT PRODUCED HERE,
      * SO IT KEEPS ITS SHARED NAME.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FISCAL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BANK LOCKBOX REMITTANCE FEED. THE PAYER REFERENCE IS
           05  HM-ADJUSTMENT-COUNT   PIC 9(9).
           05  HM-ADJUSTMENT-AMOUNT  PIC 9(7)V99.

      * ONE OPEN ITEM PER CUSTOMER PER BILLED PERIOD, AS OPENED BY
      * ARLEDGER. THE BALANCE IS ALWAYS BILLED LESS APPLIED.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUSTOMER-ID    PIC 9(9).
               10  OI-PERIOD-START   PIC X(8).
           05  OI-PERIOD-END         PIC X(8).
           05  OI-CUSTOMER-NAME      PIC X(50).
           05  OI-BILLED-AMOUNT      PIC S9(7)V99.
           05  OI-APPLIED-AMOUNT     PIC 9(9)V99.
           05  OI-OPEN-BALANCE       PIC S9(9)V99.
           05  OI-OPENED-DATE        PIC 9(8).
           05  OI-LAST-PAY-DATE      PIC X(8).

      * APPLIED-REMITTANCE REGISTER: ONE RECORD PER LOCKBOX
      * REMITTANCE THAT RELIEVED AN OPEN ITEM. THE OCCURRENCE KEEPS
      * IDENTICAL REMITTANCES IN ONE FEED APART; THE RUN DATE AND
      * TIME SAY WHICH RUN APPLIED IT.
       FD  CASH-REGISTER-FILE.
       01  CASH-REGISTER-RECORD.
           05  CR-REMIT-KEY.
               10  CR-PAYMENT-DATE   PIC X(8).
               10  CR-PAYER-REFERENCE
                                     PIC X(20).
               10  CR-PAYMENT-AMOUNT PIC 9(7)V99.
               10  CR-OCCURRENCE     PIC 9(4).
           05  CR-CUSTOMER-ID        PIC 9(9).
           05  CR-PERIOD-START       PIC X(8).
           05  CR-RELIEVED-AMOUNT    PIC 9(7)V99.
           05  CR-RUN-DATE           PIC 9(8).
           05  CR-RUN-TIME           PIC 9(6).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  AT-CUSTOMER-ID        PIC 9(9).
       FD  SHORTPAY-PRINT-FILE.
       01  SHORTPAY-PRINT-RECORD     PIC X(132).

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
       01  LOCKBOX-FILE-STATUS      PIC XX.
       01  HISTORY-FILE-STATUS      PIC XX.
       01  OPEN-ITEM-STATUS         PIC XX.
       01  CASH-REGISTER-STATUS     PIC XX.
       01  ALERT-FILE-STATUS        PIC XX.
       01  APPLIED-FILE-STATUS      PIC XX.
       01  UNAPPLIED-PRINT-STATUS   PIC XX.

       01  WS-PAY-CUSTOMER-ID       PIC 9(9) VALUE 0.
       01  WS-UNAPPLIED-REASON      PIC X(20) VALUE SPACES.
       01  WS-UNAPPLIED-AMOUNT      PIC 9(7)V99 VALUE 0.

      * OPEN-ITEM RELIEF FOR THE PAYMENT IN HAND. THE NAMED PERIOD
      * IS THE YYYYMMDD THAT MAY FOLLOW THE CUSTOMER ID ON THE
      * PAYER REFERENCE; SPACES WHEN THE PAYER NAMED NONE.
       01  WS-NAMED-PERIOD          PIC X(8) VALUE SPACES.
       01  WS-PAY-REMAINING         PIC 9(7)V99 VALUE 0.
       01  WS-PAY-RELIEVED          PIC 9(7)V99 VALUE 0.
       01  WS-RELIEF-AMOUNT         PIC 9(7)V99 VALUE 0.
       01  WS-ITEMS-FOUND           PIC 9(4) VALUE 0.
       01  WS-ITEM-NAME             PIC X(50) VALUE SPACES.
       01  WS-ITEM-SCAN-DONE-SW     PIC X(01) VALUE "N".
           88  WS-ITEM-SCAN-DONE    VALUE "Y".

      * APPLIED-REMITTANCE REGISTER CHECK FOR THE PAYMENT IN HAND,
      * IN 205-CHECK-REGISTER. THE RUN STAMP TELLS THIS RUN'S OWN
      * ENTRIES FROM AN EARLIER RUN'S.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-CLOCK             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(6) VALUE 0.
       01  WS-REMIT-OCCURRENCE      PIC 9(4) VALUE 0.
       01  WS-REGISTER-DONE-SW      PIC X(01) VALUE "N".
           88  WS-REGISTER-DONE     VALUE "Y".
       01  WS-ALREADY-APPLIED-SW    PIC X(01) VALUE "N".
           88  WS-ALREADY-APPLIED   VALUE "Y".
       01  WS-FILE-ERROR-SW         PIC X(01) VALUE "N".
           88  WS-FILE-ERROR        VALUE "Y".

      * ALERT SEVERITIES BY CUSTOMER, LOADED FROM ALERTS.CSV SO THE
      * SHORT-PAY LINES CARRY THE COLLECTIONS GRADE.
      * RUN TALLIES
       01  WS-PAYMENTS-READ         PIC 9(9) VALUE 0.
       01  WS-PAYMENTS-APPLIED      PIC 9(9) VALUE 0.
       01  WS-PAYMENTS-SKIPPED      PIC 9(9) VALUE 0.
       01  WS-APPLIED-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-UNAPPLIED-COUNT       PIC 9(9) VALUE 0.
       01  WS-UNAPPLIED-TOTAL       PIC 9(13)V99 VALUE 0.
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
               10  WS-SE-STEP-NAME   PIC X(8) VALUE "CASHAPP".
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
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3. THE TEXT IS
      * ENVIRONMENT,PERIOD-START.
       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           MOVE WS-PERIOD-START TO WS-SE-PERIOD-START
           PERFORM 970-LOG-STEP-START
           PERFORM 100-OPEN-FILES
           PERFORM 120-LOAD-ALERT-SEVERITIES
           PERFORM 200-APPLY-PAYMENTS
           PERFORM 900-CLOSE-FILES
           DISPLAY "CASHAPP: " WS-PAYMENTS-READ " payments read, "
               WS-PAYMENTS-APPLIED " applied, "
               WS-PAYMENTS-SKIPPED " already applied, "
               WS-UNAPPLIED-COUNT " unapplied, "
               WS-SHORTPAY-COUNT " short-payers."
           IF WS-UNAPPLIED-COUNT > 0 OR WS-SHORTPAY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-PAYMENTS-READ TO WS-SE-RECORD-COUNT
           MOVE "UNAPPLIED ITEMS" TO WS-SE-EXCEPTION-LABEL
           MOVE WS-UNAPPLIED-COUNT TO WS-SE-EXCEPTION-COUNT
           MOVE "UNAPPLIED CASH" TO WS-SE-AMOUNT-LABEL
           MOVE WS-UNAPPLIED-TOTAL TO WS-SE-AMOUNT
           PERFORM 975-LOG-STEP-END
           STOP RUN.

      ******************************************************
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

           MOVE "DD_REVHIST" TO WS-DD-NAME
           MOVE "revhist.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_OPENITEM" TO WS-DD-NAME
           MOVE "openitem.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_CASHREG" TO WS-DD-NAME
           MOVE "cashreg.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_ALERTCSV" TO WS-DD-NAME
           MOVE "alerts.csv" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "shortpay.prt" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE

           MOVE "DD_STEPLDG" TO WS-DD-NAME
           MOVE "stepldg.dat" TO WS-BASE-NAME
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
      * 100-OPEN-FILES
      *   OPEN THE REMITTANCE FEED, THE MASTERS AND THE THREE
      *   OUTPUTS. NO FEED MEANS NOTHING TO APPLY, AND NO
      *   OPEN-ITEM MASTER MEANS ARLEDGER HAS NEVER OPENED A
      *   PERIOD -- EITHER IS AN OPERATOR ERROR, NOT A CLEAN
      *   END.
      ******************************************************
       100-OPEN-FILES SECTION.
           OPEN INPUT LOCKBOX-FILE
               STOP RUN
           END-IF

           OPEN I-O OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open open-item master. "
                   "FILE-STATUS: " OPEN-ITEM-STATUS
               CLOSE LOCKBOX-FILE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * THE REGISTER IS CREATED ON ITS VERY FIRST USE.
           OPEN I-O CASH-REGISTER-FILE
           IF CASH-REGISTER-STATUS = "35"
               OPEN OUTPUT CASH-REGISTER-FILE
               IF CASH-REGISTER-STATUS = "00"
                   CLOSE CASH-REGISTER-FILE
                   OPEN I-O CASH-REGISTER-FILE
               END-IF
           END-IF
           IF CASH-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open applied-remittance "
                   "register. FILE-STATUS: " CASH-REGISTER-STATUS
               CLOSE LOCKBOX-FILE HISTORY-FILE OPEN-ITEM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT APPLIED-FILE
           IF APPLIED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open applied-cash file. "
                   "FILE-STATUS: " APPLIED-FILE-STATUS
               CLOSE LOCKBOX-FILE HISTORY-FILE OPEN-ITEM-FILE
               CLOSE CASH-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY "ERROR: Unable to open unapplied-cash "
                   "report. FILE-STATUS: " UNAPPLIED-PRINT-STATUS
               CLOSE LOCKBOX-FILE HISTORY-FILE APPLIED-FILE
               CLOSE OPEN-ITEM-FILE CASH-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY "ERROR: Unable to open short-pay report. "
                   "FILE-STATUS: " SHORTPAY-PRINT-STATUS
               CLOSE LOCKBOX-FILE HISTORY-FILE APPLIED-FILE
               CLOSE UNAPPLIED-PRINT-FILE OPEN-ITEM-FILE
               CLOSE CASH-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-CLOCK FROM TIME
           COMPUTE WS-RUN-TIME = WS-RUN-CLOCK / 100

       100-OPEN-FILES-EXIT.
           EXIT.

       200-APPLY-PAYMENTS-EXIT.
           EXIT.

      ******************************************************
      * 205-CHECK-REGISTER
      *   LOOK THE REMITTANCE UP ON THE APPLIED-REMITTANCE
      *   REGISTER. AN ENTRY FROM AN EARLIER RUN MEANS IT IS
      *   ALREADY APPLIED AND IS SKIPPED WITH A NOTE. AN
      *   ENTRY FROM THIS RUN IS AN IDENTICAL REMITTANCE
      *   EARLIER IN THE SAME FEED, SO THE NEXT OCCURRENCE IS
      *   TRIED. A REGISTER THAT CANNOT BE READ SKIPS THE
      *   REMITTANCE TOO -- APPLYING IT BLIND COULD APPLY IT
      *   TWICE -- AND FAILS THE STEP.
      ******************************************************
       205-CHECK-REGISTER SECTION.
           MOVE "N" TO WS-ALREADY-APPLIED-SW
           MOVE "N" TO WS-REGISTER-DONE-SW
           MOVE 0 TO WS-REMIT-OCCURRENCE
           PERFORM UNTIL WS-REGISTER-DONE
               ADD 1 TO WS-REMIT-OCCURRENCE
               MOVE LB-PAYMENT-DATE TO CR-PAYMENT-DATE
               MOVE LB-PAYER-REFERENCE TO CR-PAYER-REFERENCE
               MOVE LB-PAYMENT-AMOUNT TO CR-PAYMENT-AMOUNT
               MOVE WS-REMIT-OCCURRENCE TO CR-OCCURRENCE
               READ CASH-REGISTER-FILE
               EVALUATE CASH-REGISTER-STATUS
                   WHEN "23"
                       SET WS-REGISTER-DONE TO TRUE
                   WHEN "00"
                       IF CR-RUN-DATE NOT = WS-RUN-DATE
                           OR CR-RUN-TIME NOT = WS-RUN-TIME
                           SET WS-ALREADY-APPLIED TO TRUE
                           SET WS-REGISTER-DONE TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERROR: Unable to read applied-"
                           "remittance register. FILE-STATUS: "
                           CASH-REGISTER-STATUS " Payment "
                           LB-PAYER-REFERENCE " not applied."
                       SET WS-FILE-ERROR TO TRUE
                       SET WS-ALREADY-APPLIED TO TRUE
                       SET WS-REGISTER-DONE TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WS-ALREADY-APPLIED AND NOT WS-FILE-ERROR
               ADD 1 TO WS-PAYMENTS-SKIPPED
               DISPLAY "NOTE: Payment " LB-PAYMENT-DATE " "
                   LB-PAYER-REFERENCE " " LB-PAYMENT-AMOUNT
                   " already applied on " CR-RUN-DATE
                   ". Skipped."
           END-IF

       205-CHECK-REGISTER-EXIT.
           EXIT.

      ******************************************************
      * 210-APPLY-ONE-PAYMENT
      *   A WELL-BEHAVED PAYER REFERENCE LEADS WITH THE
      *   NINE-DIGIT CUSTOMER ID, OPTIONALLY FOLLOWED BY THE
      *   PERIOD START THE PAYMENT IS FOR. THE PAYMENT
      *   RELIEVES THE CUSTOMER'S OPEN ITEMS; CASH THAT
      *   CANNOT BE TIED TO AN OPEN ITEM GOES TO THE
      *   UNAPPLIED-CASH REPORT -- IT IS NEVER FORCED ONTO
      *   THE NEAREST ACCOUNT.
      ******************************************************
       210-APPLY-ONE-PAYMENT SECTION.
           PERFORM 205-CHECK-REGISTER
           IF WS-ALREADY-APPLIED
               GO TO 210-APPLY-ONE-PAYMENT-EXIT
           END-IF

           MOVE LB-PAYMENT-AMOUNT TO WS-UNAPPLIED-AMOUNT
           IF LB-PAYER-REFERENCE(1:9) IS NOT NUMERIC
               MOVE "BAD REFERENCE" TO WS-UNAPPLIED-REASON
               PERFORM 230-REPORT-UNAPPLIED
           END-IF
           MOVE LB-PAYER-REFERENCE(1:9) TO WS-PAY-CUSTOMER-ID

           MOVE SPACES TO WS-NAMED-PERIOD
           IF LB-PAYER-REFERENCE(10:8) IS NUMERIC
               MOVE LB-PAYER-REFERENCE(10:8) TO WS-NAMED-PERIOD
           END-IF

           MOVE 0 TO WS-PAYER-SLOT
           PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
               END-IF
           END-PERFORM

      * A FULL PAYER TABLE IS CAUGHT BEFORE ANY ITEM IS RELIEVED,
      * SO THE LEDGER NEVER TAKES CASH APPLIED.CSV CANNOT SHOW.
           IF WS-PAYER-SLOT = 0
               AND WS-PAYER-COUNT >= WS-MAX-PAYERS
               DISPLAY "ERROR: More than " WS-MAX-PAYERS
                   " paying customers. Payment for customer "
                   WS-PAY-CUSTOMER-ID " goes to the unapplied "
                   "report."
               MOVE "PAYER TABLE FULL" TO WS-UNAPPLIED-REASON
               PERFORM 230-REPORT-UNAPPLIED
               GO TO 210-APPLY-ONE-PAYMENT-EXIT
           END-IF

           PERFORM 250-RELIEVE-OPEN-ITEMS
           IF WS-PAY-RELIEVED = 0
               IF WS-ITEMS-FOUND = 0
                   MOVE "NO CUSTOMER MATCH" TO WS-UNAPPLIED-REASON
               ELSE
                   MOVE "NO OPEN AMOUNT" TO WS-UNAPPLIED-REASON
               END-IF
               PERFORM 230-REPORT-UNAPPLIED
               GO TO 210-APPLY-ONE-PAYMENT-EXIT
           END-IF

           IF WS-PAYER-SLOT = 0
               PERFORM 220-LOOK-UP-OPEN-REVENUE
           END-IF

           ADD WS-PAY-RELIEVED
               TO WS-PY-APPLIED-AMOUNT (WS-PAYER-SLOT)
           ADD 1 TO WS-PY-PAYMENT-COUNT (WS-PAYER-SLOT)
           ADD 1 TO WS-PAYMENTS-APPLIED
           ADD WS-PAY-RELIEVED TO WS-APPLIED-TOTAL
           PERFORM 270-REGISTER-REMITTANCE

           IF WS-PAY-REMAINING > 0
               MOVE WS-PAY-REMAINING TO WS-UNAPPLIED-AMOUNT
               MOVE "OVERPAYMENT" TO WS-UNAPPLIED-REASON
               PERFORM 230-REPORT-UNAPPLIED
           END-IF

       210-APPLY-ONE-PAYMENT-EXIT.
           EXIT.

      ******************************************************
      * 220-LOOK-UP-OPEN-REVENUE
      *   FIRST PAYMENT FOR THE CUSTOMER THIS FEED: ADD ITS
      *   PAYER ENTRY, CARRYING THE PARM PERIOD'S NET
      *   REVENUE FROM THE MASTER FOR THE SHORT-PAY CHECK.
      *   A CUSTOMER PAYING ONLY OLDER PERIODS HAS NO RECORD
      *   FOR THIS ONE, SO NOTHING TO FALL SHORT OF.
      ******************************************************
       220-LOOK-UP-OPEN-REVENUE SECTION.
           ADD 1 TO WS-PAYER-COUNT
           MOVE WS-PAYER-COUNT TO WS-PAYER-SLOT
           MOVE WS-PAY-CUSTOMER-ID
               TO WS-PY-CUSTOMER-ID (WS-PAYER-SLOT)
           MOVE WS-ITEM-NAME
               TO WS-PY-CUSTOMER-NAME (WS-PAYER-SLOT)
           MOVE 0 TO WS-PY-NET-REVENUE (WS-PAYER-SLOT)
           MOVE 0 TO WS-PY-APPLIED-AMOUNT (WS-PAYER-SLOT)
           MOVE 0 TO WS-PY-PAYMENT-COUNT (WS-PAYER-SLOT)

           MOVE WS-PAY-CUSTOMER-ID TO HM-CUSTOMER-ID
           MOVE WS-PERIOD-START TO HM-PERIOD-START
           READ HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               MOVE HM-CUSTOMER-NAME
                   TO WS-PY-CUSTOMER-NAME (WS-PAYER-SLOT)
               MOVE HM-NET-REVENUE
                   TO WS-PY-NET-REVENUE (WS-PAYER-SLOT)
           END-IF

       220-LOOK-UP-OPEN-REVENUE-EXIT.
           EXIT.

      ******************************************************
      * 230-REPORT-UNAPPLIED
      *   ONE UNAPPLIED-CASH LINE: DATE, AMOUNT (THE WHOLE
      *   PAYMENT, OR JUST THE OVERPAID PART), THE RAW PAYER
      *   REFERENCE AND THE REASON IT COULD NOT BE APPLIED.
      ******************************************************
       230-REPORT-UNAPPLIED SECTION.
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD WS-UNAPPLIED-AMOUNT TO WS-UNAPPLIED-TOTAL
           MOVE WS-UNAPPLIED-AMOUNT TO WS-PRINT-AMOUNT

           IF WS-LINE-COUNT = 0
               OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
       240-WRITE-UNAPPLIED-HEADERS-EXIT.
           EXIT.

      ******************************************************
      * 250-RELIEVE-OPEN-ITEMS
      *   SPREAD THE PAYMENT OVER THE CUSTOMER'S OPEN ITEMS:
      *   THE NAMED PERIOD FIRST WHEN THE REMITTANCE NAMES
      *   ONE, THEN THE REST OLDEST PERIOD FIRST (THE MASTER
      *   KEY IS CUSTOMER THEN PERIOD START, SO KEY ORDER IS
      *   AGE ORDER). LEAVES WHAT WAS RELIEVED, WHAT IS LEFT
      *   OVER, AND HOW MANY ITEMS THE CUSTOMER HAS.
      ******************************************************
       250-RELIEVE-OPEN-ITEMS SECTION.
           MOVE LB-PAYMENT-AMOUNT TO WS-PAY-REMAINING
           MOVE 0 TO WS-PAY-RELIEVED
           MOVE 0 TO WS-ITEMS-FOUND
           MOVE SPACES TO WS-ITEM-NAME

           IF WS-NAMED-PERIOD NOT = SPACES
               MOVE WS-PAY-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE WS-NAMED-PERIOD TO OI-PERIOD-START
               READ OPEN-ITEM-FILE
               IF OPEN-ITEM-STATUS = "00"
                   ADD 1 TO WS-ITEMS-FOUND
                   PERFORM 260-RELIEVE-ONE-ITEM
               END-IF
           END-IF

           IF WS-PAY-REMAINING = 0
               GO TO 250-RELIEVE-OPEN-ITEMS-EXIT
           END-IF

           MOVE WS-PAY-CUSTOMER-ID TO OI-CUSTOMER-ID
           MOVE LOW-VALUES TO OI-PERIOD-START
           START OPEN-ITEM-FILE KEY NOT < OI-ITEM-KEY
           IF OPEN-ITEM-STATUS NOT = "00"
               GO TO 250-RELIEVE-OPEN-ITEMS-EXIT
           END-IF

           MOVE "N" TO WS-ITEM-SCAN-DONE-SW
           PERFORM UNTIL WS-ITEM-SCAN-DONE
               OR WS-PAY-REMAINING = 0
               READ OPEN-ITEM-FILE NEXT
               IF OPEN-ITEM-STATUS NOT = "00"
                   OR OI-CUSTOMER-ID NOT = WS-PAY-CUSTOMER-ID
                   SET WS-ITEM-SCAN-DONE TO TRUE
               ELSE
                   IF OI-PERIOD-START NOT = WS-NAMED-PERIOD
                       ADD 1 TO WS-ITEMS-FOUND
                       PERFORM 260-RELIEVE-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM

       250-RELIEVE-OPEN-ITEMS-EXIT.
           EXIT.

      ******************************************************
      * 260-RELIEVE-ONE-ITEM
      *   APPLY AS MUCH OF THE REMAINING PAYMENT AS THE ITEM
      *   IN HAND STILL OWES AND REWRITE IT. A PAID-UP ITEM
      *   (OR A CREDIT) TAKES NOTHING.
      ******************************************************
       260-RELIEVE-ONE-ITEM SECTION.
           IF WS-ITEM-NAME = SPACES
               MOVE OI-CUSTOMER-NAME TO WS-ITEM-NAME
           END-IF
           IF OI-OPEN-BALANCE NOT > 0
               GO TO 260-RELIEVE-ONE-ITEM-EXIT
           END-IF

           IF WS-PAY-REMAINING < OI-OPEN-BALANCE
               MOVE WS-PAY-REMAINING TO WS-RELIEF-AMOUNT
           ELSE
               MOVE OI-OPEN-BALANCE TO WS-RELIEF-AMOUNT
           END-IF

           ADD WS-RELIEF-AMOUNT TO OI-APPLIED-AMOUNT
           SUBTRACT WS-RELIEF-AMOUNT FROM OI-OPEN-BALANCE
           MOVE LB-PAYMENT-DATE TO OI-LAST-PAY-DATE
           REWRITE OPEN-ITEM-RECORD
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to relieve open item. "
                   "FILE-STATUS: " OPEN-ITEM-STATUS
                   " FOR CUSTOMER: " OI-CUSTOMER-ID
                   " PERIOD: " OI-PERIOD-START
               SET WS-FILE-ERROR TO TRUE
               GO TO 260-RELIEVE-ONE-ITEM-EXIT
           END-IF

           SUBTRACT WS-RELIEF-AMOUNT FROM WS-PAY-REMAINING
           ADD WS-RELIEF-AMOUNT TO WS-PAY-RELIEVED

       260-RELIEVE-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************
      * 270-REGISTER-REMITTANCE
      *   PUT THE REMITTANCE JUST APPLIED ON THE REGISTER
      *   UNDER THE OCCURRENCE 205-CHECK-REGISTER FOUND FREE.
      *   IF IT CANNOT BE WRITTEN A RERUN WOULD APPLY IT
      *   AGAIN, SO THE STEP FAILS AND SAYS SO.
      ******************************************************
       270-REGISTER-REMITTANCE SECTION.
           MOVE LB-PAYMENT-DATE TO CR-PAYMENT-DATE
           MOVE LB-PAYER-REFERENCE TO CR-PAYER-REFERENCE
           MOVE LB-PAYMENT-AMOUNT TO CR-PAYMENT-AMOUNT
           MOVE WS-REMIT-OCCURRENCE TO CR-OCCURRENCE
           MOVE WS-PAY-CUSTOMER-ID TO CR-CUSTOMER-ID
           MOVE WS-PERIOD-START TO CR-PERIOD-START
           MOVE WS-PAY-RELIEVED TO CR-RELIEVED-AMOUNT
           MOVE WS-RUN-DATE TO CR-RUN-DATE
           MOVE WS-RUN-TIME TO CR-RUN-TIME
           WRITE CASH-REGISTER-RECORD
           IF CASH-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to record applied "
                   "remittance " LB-PAYMENT-DATE " "
                   LB-PAYER-REFERENCE ". FILE-STATUS: "
                   CASH-REGISTER-STATUS " Do not rerun this feed "
                   "until it is added."
               SET WS-FILE-ERROR TO TRUE
           END-IF

       270-REGISTER-REMITTANCE-EXIT.
           EXIT.

      ******************************************************
      * 300-WRITE-APPLIED-FILE
      *   ONE APPLIED-CASH RECORD PER PAYING CUSTOMER.
       900-CLOSE-FILES SECTION.
           CLOSE LOCKBOX-FILE
           CLOSE HISTORY-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE CASH-REGISTER-FILE
           CLOSE APPLIED-FILE
           CLOSE UNAPPLIED-PRINT-FILE
           CLOSE SHORTPAY-PRINT-FILE

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
