       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT.
      ******************************************************
      * COHORT - CUSTOMER COHORT RETENTION AND REACTIVATION
      *          REPORT
      *
      *   PERVAR ONLY COMPARES TWO ADJACENT PERIODS, SO IT
      *   CAN CALL A CUSTOMER NEW OR CHURNED BUT NOT SAY
      *   WHETHER THEY COME BACK, AND TRENDEXT'S THIRTEEN
      *   COLUMNS ARE PER CUSTOMER WITH NO VIEW ACROSS
      *   CUSTOMERS. THIS REPORT (COHORT.PRT) IS BUILT FROM
      *   THE REVENUE-HISTORY MASTER (REVHIST.DAT):
      *     - EVERY CUSTOMER BELONGS TO THE COHORT OF THE
      *       FIRST PERIOD IN WHICH THEY HAD REVENUE.
      *     - FOR EACH COHORT AND EACH LATER PERIOD, THE
      *       REPORT SHOWS HOW MANY OF THE COHORT WERE STILL
      *       ACTIVE (HAD REVENUE IN THE PERIOD) AND WHAT
      *       SHARE OF THE COHORT'S STARTING-PERIOD REVENUE
      *       THEY BROUGHT IN.
      *     - A CUSTOMER WHO COMES BACK AFTER AT LEAST THE
      *       PARM GAP OF PERIODS WITH NO REVENUE IS LISTED
      *       SEPARATELY AS A REACTIVATION, WITH THE PERIOD
      *       THEY WENT DORMANT AND THE PERIOD THEY RETURNED.
      *   THE WINDOW IS THE LATEST WS-MAX-PERIODS PERIODS ON
      *   THE MASTER, CAPPED AT THE NEWEST COMPLETED RUN-
      *   CONTROL STAMP ON OR BEFORE THE AS-OF DATE, AS
      *   TRENDEXT CAPS ITS WINDOW, SO AN IN-PROGRESS
      *   INCREMENTAL PERIOD NEVER SHOWS AS A DROP-OFF. A
      *   CUSTOMER WHOSE FIRST REVENUE FALLS BEFORE THE
      *   WINDOW IS COUNTED BUT BELONGS TO NO COHORT.
      *
      *   PARM: ENVIRONMENT,AS-OF,GAP -- ENVIRONMENT AS IN
      *   BATCH3, DEFAULTING TO PROD; THE OPTIONAL AS-OF
      *   PERIOD-START CUTOFF AS YYYYMMDD; THE OPTIONAL
      *   REACTIVATION GAP IN PERIODS (1-99, DEFAULT 3).
      *   CONDITION CODES: 0 CLEAN, 4 NO COHORTS IN THE
      *   WINDOW, 8 BAD PARM OR FILE FAILURE, 16 NO
      *   COMPLETED RUN-CONTROL STAMP (HOLD).
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - A REACTIVATION GAP LONGER THAN TWO DIGITS OR NOT
      *     NUMERIC NOW ENDS WITH CONDITION CODE 8 INSTEAD OF
      *     BEING CUT DOWN TO ITS FIRST TWO DIGITS.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT COHORT-PRINT-FILE ASSIGN TO "COHORT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COHORT-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  COHORT-PRINT-FILE.
       01  COHORT-PRINT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS      PIC XX.
       01  RUN-CONTROL-STATUS       PIC XX.
       01  COHORT-PRINT-STATUS      PIC XX.

       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10).
       01  WS-DB-NAME               PIC X(10).
       01  WS-AS-OF-DATE            PIC X(8) VALUE "99999999".
       01  WS-GAP-TEXT              PIC X(3) VALUE SPACES.
       01  WS-GAP-LENGTH            PIC 9(4) COMP VALUE 0.
       01  WS-GAP-OK-SW             PIC X(01) VALUE "Y".
           88  WS-GAP-OK            VALUE "Y".
       01  WS-GAP-PERIODS           PIC 9(2) VALUE 3.

      * THE COHORT CUTOFF: THE NEWEST COMPLETED RUN-CONTROL STAMP
      * FOR THIS DATABASE ON OR BEFORE THE AS-OF DATE.
       01  WS-RUNCTL-EOF-SW         PIC X(01) VALUE "N".
           88  WS-RUNCTL-EOF        VALUE "Y".
       01  WS-COHORT-CUTOFF         PIC X(8) VALUE SPACES.
       01  WS-CUTOFF-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-CUTOFF-FOUND      VALUE "Y".

       01  WS-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF       VALUE "Y".

      * THE DISTINCT PERIODS IN THE WINDOW, OLDEST FIRST. WHEN THE
      * MASTER HOLDS MORE THAN WS-MAX-PERIODS, THE OLDEST FALL OFF
      * THE FRONT.
       01  WS-MAX-PERIODS           PIC 9(4) VALUE 60.
       01  WS-PERIOD-COUNT          PIC 9(4) VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 60 TIMES.
               10  WS-PE-PERIOD-START
                                     PIC X(8).
       01  WS-PERIOD-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-PERIOD-SLOT           PIC 9(4) COMP VALUE 0.
       01  WS-PERIOD-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-PERIOD-FOUND      VALUE "Y".
       01  WS-PERIODS-DROPPED-SW    PIC X(01) VALUE "N".
           88  WS-PERIODS-DROPPED   VALUE "Y".

      * THE COHORT MATRIX: ONE ROW PER STARTING PERIOD, ONE CELL
      * PER LATER PERIOD, BOTH INDEXED BY POSITION IN THE PERIOD
      * TABLE. CELL (C, C) IS THE COHORT'S STARTING PERIOD.
       01  WS-COHORT-TABLE.
           05  WS-COHORT-ROW OCCURS 60 TIMES.
               10  WS-COHORT-CELL OCCURS 60 TIMES.
                   15  WS-CC-ACTIVE  PIC 9(7).
                   15  WS-CC-REVENUE PIC S9(11)V99.
       01  WS-COHORT-SUB            PIC 9(4) COMP VALUE 0.

      * CUSTOMER CONTROL-BREAK FIELDS. THE MASTER COMES BACK IN
      * KEY ORDER, SO EACH CUSTOMER'S PERIODS ARRIVE OLDEST FIRST.
      * WS-CUST-COHORT IS THE CUSTOMER'S STARTING PERIOD'S SLOT,
      * ZERO UNTIL THEY FIRST HAVE REVENUE; WS-CUST-LAST-ACTIVE IS
      * THE SLOT OF THEIR LATEST PERIOD WITH REVENUE.
       01  WS-WALK-PASS-SW          PIC X(01) VALUE "B".
           88  WS-BUILD-PASS        VALUE "B".
           88  WS-LIST-PASS         VALUE "L".
       01  WS-CURRENT-CUSTOMER-ID   PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ACTIVE-SW    PIC X(01) VALUE "N".
           88  WS-CUSTOMER-ACTIVE   VALUE "Y".
       01  WS-CUST-EARLY-SW         PIC X(01) VALUE "N".
           88  WS-CUST-EARLY        VALUE "Y".
       01  WS-CUST-COHORT           PIC 9(4) COMP VALUE 0.
       01  WS-CUST-LAST-ACTIVE      PIC 9(4) COMP VALUE 0.
       01  WS-DORMANT-PERIODS       PIC S9(4) COMP VALUE 0.

      * REPORT TOTALS
       01  WS-COHORT-CUSTOMERS      PIC 9(9) VALUE 0.
       01  WS-EARLY-CUSTOMERS       PIC 9(9) VALUE 0.
       01  WS-COHORTS-PRINTED       PIC 9(9) VALUE 0.
       01  WS-REACTIVATIONS         PIC 9(9) VALUE 0.
       01  WS-REACTIVATED-REVENUE   PIC S9(13)V99 VALUE 0.
       01  WS-RETAINED-PCT          PIC 9(3)V9 VALUE 0.
       01  WS-SHARE-PCT             PIC 9(5)V9 VALUE 0.

      * PRINT CONTROLS. WS-REPORT-PART PICKS THE COLUMN HEADER
      * 420-WRITE-PAGE-HEADERS PUTS ON EACH NEW PAGE.
       01  WS-REPORT-PART-SW        PIC X(01) VALUE "C".
           88  WS-COHORT-PART       VALUE "C".
           88  WS-REACTIVATION-PART VALUE "R".
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-COHORT          PIC X(8) VALUE SPACES.
       01  WS-PRINT-OFFSET          PIC ZZ9.
       01  WS-PRINT-ACTIVE          PIC Z,ZZZ,ZZ9.
       01  WS-PRINT-RETAINED        PIC ZZ9.9.
       01  WS-PRINT-SHARE           PIC ZZ,ZZ9.9.
       01  WS-PRINT-DORMANT         PIC Z9.
       01  WS-PRINT-GAP             PIC Z9.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-REVENUE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * ENVIRONMENT-SCOPED FILE NAMING, AS 060-SET-FILE-NAMES IN
      * BATCH3.
       01  WS-NAME-PREFIX           PIC X(11) VALUE SPACES.
       01  WS-BASE-NAME             PIC X(20) VALUE SPACES.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3: A HALFWORD LENGTH
      * FOLLOWED BY THE RAW PARM TEXT. THE TEXT IS
      * ENVIRONMENT,AS-OF,GAP -- THE ENVIRONMENT DEFAULTING TO
      * PROD, THE OPTIONAL AS-OF CUTOFF DATE AS YYYYMMDD AND THE
      * OPTIONAL REACTIVATION GAP IN PERIODS.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 070-FIND-CUTOFF
           PERFORM 100-OPEN-REPORT
           PERFORM 150-BUILD-PERIOD-TABLE

           SET WS-BUILD-PASS TO TRUE
           PERFORM 200-WALK-MASTER
           PERFORM 300-PRINT-COHORTS

           SET WS-REACTIVATION-PART TO TRUE
           MOVE 0 TO WS-LINE-COUNT
           SET WS-LIST-PASS TO TRUE
           PERFORM 200-WALK-MASTER
           PERFORM 350-WRITE-TOTALS

           CLOSE COHORT-PRINT-FILE
           DISPLAY "COHORT: " WS-COHORTS-PRINTED " cohorts, "
               WS-COHORT-CUSTOMERS " customers, "
               WS-REACTIVATIONS " reactivations through "
               WS-COHORT-CUTOFF "."
           IF WS-COHORTS-PRINTED = 0
               DISPLAY "WARNING: No customer has revenue in the "
                   "cohort window."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   PICK UP THE ENVIRONMENT (MAPPED TO A DATABASE NAME
      *   AS BATCH3 DOES), THE OPTIONAL AS-OF CUTOFF AND THE
      *   OPTIONAL REACTIVATION GAP.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-ENVIRONMENT
           MOVE SPACES TO WS-AS-OF-DATE
           MOVE SPACES TO WS-GAP-TEXT
           MOVE 0 TO WS-GAP-LENGTH
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-ENVIRONMENT, WS-AS-OF-DATE, WS-GAP-TEXT
           END-UNSTRING

           IF WS-ENVIRONMENT = SPACES
               MOVE "PROD" TO WS-ENVIRONMENT
           END-IF

           IF WS-AS-OF-DATE = SPACES
               MOVE "99999999" TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "ERROR: As-of date """ WS-AS-OF-DATE
                   """ is not a YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * THE GAP IS ONE OR TWO DIGITS, WITH OR WITHOUT A LEADING
      * ZERO. THE PIECE IS MEASURED FIRST, AS REFSCAN MEASURES ITS
      * LOOKBACK, SO A LONGER VALUE IS REJECTED RATHER THAN CUT
      * DOWN TO ITS FIRST TWO DIGITS.
           INSPECT WS-GAP-TEXT TALLYING WS-GAP-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-GAP-TEXT = SPACES
                   CONTINUE
               WHEN WS-GAP-LENGTH = 0
                   OR WS-GAP-LENGTH > 2
                   MOVE "N" TO WS-GAP-OK-SW
               WHEN WS-GAP-TEXT(WS-GAP-LENGTH + 1:) NOT = SPACES
                   MOVE "N" TO WS-GAP-OK-SW
               WHEN WS-GAP-TEXT(1:WS-GAP-LENGTH) IS NOT NUMERIC
                   MOVE "N" TO WS-GAP-OK-SW
               WHEN OTHER
                   MOVE WS-GAP-TEXT(1:WS-GAP-LENGTH)
                       TO WS-GAP-PERIODS
                   IF WS-GAP-PERIODS = 0
                       MOVE "N" TO WS-GAP-OK-SW
                   END-IF
           END-EVALUATE
           IF NOT WS-GAP-OK
               DISPLAY "ERROR: Reactivation gap """ WS-GAP-TEXT
                   """ must be 1 to 99 periods."
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           MOVE "DD_RUNCTL" TO WS-DD-NAME
           MOVE "runctl.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_COHORT" TO WS-DD-NAME
           MOVE "cohort.prt" TO WS-BASE-NAME
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
      * 070-FIND-CUTOFF
      *   THE NEWEST COMPLETED RUN-CONTROL STAMP FOR THIS
      *   DATABASE ON OR BEFORE THE AS-OF DATE CAPS THE
      *   WINDOW, AS 070-VERIFY-RUN-CONTROL IN TRENDEXT DOES:
      *   THE NIGHTLY INCREMENTAL RUN POSTS THE CURRENT
      *   PERIOD WITHOUT STAMPING IT, AND A HALF-POSTED
      *   PERIOD WOULD READ AS CUSTOMERS LOST. NO USABLE
      *   STAMP HOLDS THE STEP WITH CONDITION CODE 16.
      ******************************************************
       070-FIND-CUTOFF SECTION.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "COHORT: No run-control file. Holding - "
                   "no completed extract has been stamped. "
                   "FILE-STATUS: " RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
               IF RUN-CONTROL-STATUS NOT = "00"
                   SET WS-RUNCTL-EOF TO TRUE
               ELSE
                   IF RC-DATABASE = WS-DB-NAME
                       AND RC-STATUS = "COMPLETE"
                       AND RC-PERIOD-START NOT > WS-AS-OF-DATE
                       AND RC-PERIOD-START NOT < WS-COHORT-CUTOFF
                       MOVE RC-PERIOD-START TO WS-COHORT-CUTOFF
                       SET WS-CUTOFF-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RUN-CONTROL-FILE

           IF NOT WS-CUTOFF-FOUND
               DISPLAY "COHORT: No completed run-control stamp "
                   "for " WS-DB-NAME " on or before "
                   WS-AS-OF-DATE ". Holding."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

       070-FIND-CUTOFF-EXIT.
           EXIT.

      ******************************************************
      * 100-OPEN-REPORT
      *   OPEN THE COHORT PRINT FILE.
      ******************************************************
       100-OPEN-REPORT SECTION.
           OPEN OUTPUT COHORT-PRINT-FILE
           IF COHORT-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open cohort print file. "
                   "FILE-STATUS: " COHORT-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       100-OPEN-REPORT-EXIT.
           EXIT.

      ******************************************************
      * 150-BUILD-PERIOD-TABLE
      *   FIRST PASS OVER THE MASTER: EVERY DISTINCT PERIOD
      *   ON OR BEFORE THE CUTOFF, HELD IN ORDER. A MISSING
      *   MASTER MEANS BATCH3 HAS NEVER POSTED IT.
      ******************************************************
       150-BUILD-PERIOD-TABLE SECTION.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open revenue history "
                   "master. FILE-STATUS: " HISTORY-FILE-STATUS
               CLOSE COHORT-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-COHORT-TABLE
           MOVE "N" TO WS-HISTORY-EOF-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   SET WS-HISTORY-EOF TO TRUE
               ELSE
                   IF HM-PERIOD-START NOT > WS-COHORT-CUTOFF
                       PERFORM 160-ADD-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-PERIODS-DROPPED
               DISPLAY "NOTE: More than " WS-MAX-PERIODS
                   " periods on the master. The window starts at "
                   WS-PE-PERIOD-START (1) "."
           END-IF

       150-BUILD-PERIOD-TABLE-EXIT.
           EXIT.

      ******************************************************
      * 160-ADD-PERIOD
      *   SLOT HM-PERIOD-START INTO THE ORDERED PERIOD TABLE
      *   UNLESS IT IS ALREADY THERE. A FULL TABLE DROPS ITS
      *   OLDEST PERIOD TO MAKE ROOM FOR A NEWER ONE, AND
      *   IGNORES ONE OLDER THAN EVERYTHING IT HOLDS.
      ******************************************************
       160-ADD-PERIOD SECTION.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           MOVE 0 TO WS-PERIOD-SLOT
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                      OR WS-PERIOD-FOUND
                      OR WS-PERIOD-SLOT > 0
               EVALUATE TRUE
                   WHEN WS-PE-PERIOD-START (WS-PERIOD-SUB)
                           = HM-PERIOD-START
                       SET WS-PERIOD-FOUND TO TRUE
                   WHEN WS-PE-PERIOD-START (WS-PERIOD-SUB)
                           > HM-PERIOD-START
                       MOVE WS-PERIOD-SUB TO WS-PERIOD-SLOT
               END-EVALUATE
           END-PERFORM
           IF WS-PERIOD-FOUND
               GO TO 160-ADD-PERIOD-EXIT
           END-IF
           IF WS-PERIOD-SLOT = 0
               COMPUTE WS-PERIOD-SLOT = WS-PERIOD-COUNT + 1
           END-IF

           IF WS-PERIOD-COUNT >= WS-MAX-PERIODS
               SET WS-PERIODS-DROPPED TO TRUE
               IF WS-PERIOD-SLOT = 1
                   GO TO 160-ADD-PERIOD-EXIT
               END-IF
      * FULL: SHIFT THE PERIODS BELOW THE SLOT UP ONE, DROPPING
      * THE OLDEST, AND FILL THE SLOT JUST BELOW.
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB >= WS-PERIOD-SLOT - 1
                   MOVE WS-PE-PERIOD-START (WS-PERIOD-SUB + 1)
                       TO WS-PE-PERIOD-START (WS-PERIOD-SUB)
               END-PERFORM
               MOVE HM-PERIOD-START
                   TO WS-PE-PERIOD-START (WS-PERIOD-SLOT - 1)
               GO TO 160-ADD-PERIOD-EXIT
           END-IF

      * ROOM LEFT: SHIFT THE PERIODS FROM THE SLOT DOWN ONE.
           PERFORM VARYING WS-PERIOD-SUB FROM WS-PERIOD-COUNT BY -1
                   UNTIL WS-PERIOD-SUB < WS-PERIOD-SLOT
               MOVE WS-PE-PERIOD-START (WS-PERIOD-SUB)
                   TO WS-PE-PERIOD-START (WS-PERIOD-SUB + 1)
           END-PERFORM
           MOVE HM-PERIOD-START TO WS-PE-PERIOD-START (WS-PERIOD-SLOT)
           ADD 1 TO WS-PERIOD-COUNT

       160-ADD-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 200-WALK-MASTER
      *   ONE PASS OVER THE MASTER, CUSTOMER BY CUSTOMER.
      *   THE BUILD PASS FILLS THE COHORT MATRIX; THE LIST
      *   PASS PRINTS THE REACTIVATIONS. BOTH FOLLOW EACH
      *   CUSTOMER THROUGH THE SAME 210-TAKE-ONE-PERIOD SO
      *   THEY CANNOT DISAGREE.
      ******************************************************
       200-WALK-MASTER SECTION.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open revenue history "
                   "master. FILE-STATUS: " HISTORY-FILE-STATUS
               CLOSE COHORT-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-HISTORY-EOF-SW
           MOVE "N" TO WS-CUSTOMER-ACTIVE-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   SET WS-HISTORY-EOF TO TRUE
               ELSE
                   IF NOT WS-CUSTOMER-ACTIVE
                       OR HM-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
                       PERFORM 220-COUNT-CUSTOMER
                       MOVE HM-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
                       MOVE "Y" TO WS-CUSTOMER-ACTIVE-SW
                       MOVE "N" TO WS-CUST-EARLY-SW
                       MOVE 0 TO WS-CUST-COHORT
                       MOVE 0 TO WS-CUST-LAST-ACTIVE
                   END-IF
                   IF HM-PERIOD-START NOT > WS-COHORT-CUTOFF
                       AND HM-TOTAL-REVENUE > 0
                       PERFORM 210-TAKE-ONE-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 220-COUNT-CUSTOMER
           CLOSE HISTORY-FILE

       200-WALK-MASTER-EXIT.
           EXIT.

      ******************************************************
      * 210-TAKE-ONE-PERIOD
      *   ONE PERIOD WITH REVENUE FOR THE CUSTOMER IN HAND.
      *   THE FIRST SETS THE CUSTOMER'S COHORT (OR MARKS
      *   THEM EARLY IF IT FALLS BEFORE THE WINDOW); ANY
      *   LATER ONE THAT FOLLOWS AT LEAST THE GAP OF EMPTY
      *   PERIODS IS A REACTIVATION.
      ******************************************************
       210-TAKE-ONE-PERIOD SECTION.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                      OR WS-PERIOD-FOUND
               IF WS-PE-PERIOD-START (WS-PERIOD-SUB) = HM-PERIOD-START
                   SET WS-PERIOD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PERIOD-FOUND
               IF WS-CUST-COHORT = 0
                   SET WS-CUST-EARLY TO TRUE
               END-IF
               GO TO 210-TAKE-ONE-PERIOD-EXIT
           END-IF
           SUBTRACT 1 FROM WS-PERIOD-SUB
           MOVE WS-PERIOD-SUB TO WS-PERIOD-SLOT

           IF WS-CUST-COHORT = 0 AND NOT WS-CUST-EARLY
               MOVE WS-PERIOD-SLOT TO WS-CUST-COHORT
           END-IF

           IF WS-CUST-LAST-ACTIVE > 0
               COMPUTE WS-DORMANT-PERIODS =
                   WS-PERIOD-SLOT - WS-CUST-LAST-ACTIVE - 1
               IF WS-DORMANT-PERIODS NOT < WS-GAP-PERIODS
                   IF WS-LIST-PASS
                       PERFORM 360-WRITE-REACTIVATION
                   END-IF
               END-IF
           END-IF
           MOVE WS-PERIOD-SLOT TO WS-CUST-LAST-ACTIVE

           IF WS-BUILD-PASS AND WS-CUST-COHORT > 0
               ADD 1 TO
                   WS-CC-ACTIVE (WS-CUST-COHORT, WS-PERIOD-SLOT)
               ADD HM-TOTAL-REVENUE TO
                   WS-CC-REVENUE (WS-CUST-COHORT, WS-PERIOD-SLOT)
           END-IF

       210-TAKE-ONE-PERIOD-EXIT.
           EXIT.

      ******************************************************
      * 220-COUNT-CUSTOMER
      *   AT EACH CUSTOMER BREAK OF THE BUILD PASS, COUNT
      *   THE CUSTOMER JUST FINISHED INTO A COHORT OR AS
      *   STARTING BEFORE THE WINDOW.
      ******************************************************
       220-COUNT-CUSTOMER SECTION.
           IF NOT WS-BUILD-PASS OR NOT WS-CUSTOMER-ACTIVE
               GO TO 220-COUNT-CUSTOMER-EXIT
           END-IF
           IF WS-CUST-COHORT > 0
               ADD 1 TO WS-COHORT-CUSTOMERS
           ELSE
               IF WS-CUST-EARLY
                   ADD 1 TO WS-EARLY-CUSTOMERS
               END-IF
           END-IF

       220-COUNT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************
      * 300-PRINT-COHORTS
      *   ONE BLOCK PER COHORT WITH ANY CUSTOMERS: ITS
      *   STARTING PERIOD, THEN EACH LATER PERIOD IN THE
      *   WINDOW WITH THE CUSTOMERS STILL ACTIVE AND THE
      *   SHARE OF STARTING REVENUE THEY BROUGHT IN.
      ******************************************************
       300-PRINT-COHORTS SECTION.
           PERFORM VARYING WS-COHORT-SUB FROM 1 BY 1
                   UNTIL WS-COHORT-SUB > WS-PERIOD-COUNT
               IF WS-CC-ACTIVE (WS-COHORT-SUB, WS-COHORT-SUB) > 0
                   ADD 1 TO WS-COHORTS-PRINTED
                   MOVE WS-PE-PERIOD-START (WS-COHORT-SUB)
                       TO WS-PRINT-COHORT
                   PERFORM VARYING WS-PERIOD-SUB FROM WS-COHORT-SUB
                           BY 1
                           UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                       PERFORM 310-WRITE-COHORT-LINE
                   END-PERFORM
                   PERFORM 400-CHECK-PAGE
                   MOVE SPACES TO COHORT-PRINT-RECORD
                   PERFORM 410-WRITE-COHORT-LINE
               END-IF
           END-PERFORM

       300-PRINT-COHORTS-EXIT.
           EXIT.

      ******************************************************
      * 310-WRITE-COHORT-LINE
      *   ONE COHORT CELL. RETENTION IS ACTIVE CUSTOMERS
      *   OVER STARTING CUSTOMERS; THE REVENUE SHARE IS THE
      *   PERIOD'S REVENUE OVER STARTING REVENUE, AND CAN
      *   RUN PAST 100 PERCENT WHEN THE COHORT GROWS. THE
      *   COHORT PERIOD PRINTS ON ITS FIRST LINE ONLY.
      ******************************************************
       310-WRITE-COHORT-LINE SECTION.
           COMPUTE WS-RETAINED-PCT ROUNDED =
               WS-CC-ACTIVE (WS-COHORT-SUB, WS-PERIOD-SUB) * 100
               / WS-CC-ACTIVE (WS-COHORT-SUB, WS-COHORT-SUB)
           IF WS-CC-REVENUE (WS-COHORT-SUB, WS-COHORT-SUB) > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-CC-REVENUE (WS-COHORT-SUB, WS-PERIOD-SUB) * 100
                   / WS-CC-REVENUE (WS-COHORT-SUB, WS-COHORT-SUB)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-SHARE-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-SHARE-PCT
           END-IF

           COMPUTE WS-PRINT-OFFSET = WS-PERIOD-SUB - WS-COHORT-SUB
           MOVE WS-CC-ACTIVE (WS-COHORT-SUB, WS-PERIOD-SUB)
               TO WS-PRINT-ACTIVE
           MOVE WS-RETAINED-PCT TO WS-PRINT-RETAINED
           MOVE WS-CC-REVENUE (WS-COHORT-SUB, WS-PERIOD-SUB)
               TO WS-PRINT-REVENUE
           MOVE WS-SHARE-PCT TO WS-PRINT-SHARE

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING WS-PRINT-COHORT                DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PE-PERIOD-START (WS-PERIOD-SUB)
                                                 DELIMITED BY SIZE
                  "    "                         DELIMITED BY SIZE
                  WS-PRINT-OFFSET                DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PRINT-ACTIVE                DELIMITED BY SIZE
                  "     "                        DELIMITED BY SIZE
                  WS-PRINT-RETAINED              DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PRINT-REVENUE               DELIMITED BY SIZE
                  "   "                          DELIMITED BY SIZE
                  WS-PRINT-SHARE                 DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE
           MOVE SPACES TO WS-PRINT-COHORT

       310-WRITE-COHORT-LINE-EXIT.
           EXIT.

      ******************************************************
      * 350-WRITE-TOTALS
      *   CLOSE THE REACTIVATION LIST AND PRINT THE RUN
      *   TOTALS.
      ******************************************************
       350-WRITE-TOTALS SECTION.
           IF WS-REACTIVATIONS = 0
               PERFORM 400-CHECK-PAGE
               MOVE "NO REACTIVATIONS IN THE WINDOW"
                   TO COHORT-PRINT-RECORD
               PERFORM 410-WRITE-COHORT-LINE
           END-IF

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO COHORT-PRINT-RECORD
           PERFORM 410-WRITE-COHORT-LINE
           MOVE "REPORT TOTALS" TO COHORT-PRINT-RECORD
           PERFORM 410-WRITE-COHORT-LINE

           MOVE WS-COHORTS-PRINTED TO WS-PRINT-COUNT
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING "COHORTS:                       "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE

           MOVE WS-COHORT-CUSTOMERS TO WS-PRINT-COUNT
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING "CUSTOMERS IN A COHORT:         "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE

           MOVE WS-EARLY-CUSTOMERS TO WS-PRINT-COUNT
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING "STARTED BEFORE THE WINDOW:     "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE

           MOVE WS-REACTIVATIONS TO WS-PRINT-COUNT
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING "REACTIVATIONS:                 "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE

           MOVE WS-REACTIVATED-REVENUE TO WS-PRINT-REVENUE
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING "REVENUE ON RETURN:         "
                                             DELIMITED BY SIZE
                  WS-PRINT-REVENUE           DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE

       350-WRITE-TOTALS-EXIT.
           EXIT.

      ******************************************************
      * 360-WRITE-REACTIVATION
      *   ONE REACTIVATION LINE: THE CUSTOMER, THEIR COHORT
      *   (BLANK IF THEY STARTED BEFORE THE WINDOW), THE
      *   LAST PERIOD BEFORE THEY WENT DORMANT, THE PERIOD
      *   THEY CAME BACK AND THEIR REVENUE ON RETURN.
      ******************************************************
       360-WRITE-REACTIVATION SECTION.
           ADD 1 TO WS-REACTIVATIONS
           ADD HM-TOTAL-REVENUE TO WS-REACTIVATED-REVENUE

           IF WS-CUST-COHORT > 0
               MOVE WS-PE-PERIOD-START (WS-CUST-COHORT)
                   TO WS-PRINT-COHORT
           ELSE
               MOVE SPACES TO WS-PRINT-COHORT
           END-IF
           MOVE WS-DORMANT-PERIODS TO WS-PRINT-DORMANT
           MOVE HM-TOTAL-REVENUE TO WS-PRINT-REVENUE

           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING HM-CUSTOMER-ID                 DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  HM-CUSTOMER-NAME (1:25)        DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PRINT-COHORT                DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PE-PERIOD-START (WS-CUST-LAST-ACTIVE)
                                                 DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  HM-PERIOD-START                DELIMITED BY SIZE
                  "       "                      DELIMITED BY SIZE
                  WS-PRINT-DORMANT               DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PRINT-REVENUE               DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-COHORT-LINE
           MOVE SPACES TO WS-PRINT-COHORT

       360-WRITE-REACTIVATION-EXIT.
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
      * 410-WRITE-COHORT-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-COHORT-LINE SECTION.
           WRITE COHORT-PRINT-RECORD
           IF COHORT-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write cohort line. "
                   "FILE-STATUS: " COHORT-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-COHORT-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE. THE COLUMN HEADER
      *   FOLLOWS THE PART OF THE REPORT BEING PRINTED.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO COHORT-PRINT-RECORD
           IF WS-COHORT-PART
               STRING "CUSTOMER COHORT RETENTION"  DELIMITED BY SIZE
                      "          PAGE: "           DELIMITED BY SIZE
                      WS-PAGE-COUNT                DELIMITED BY SIZE
                      INTO COHORT-PRINT-RECORD
               END-STRING
           ELSE
               STRING "CUSTOMER REACTIVATIONS"     DELIMITED BY SIZE
                      "          PAGE: "           DELIMITED BY SIZE
                      WS-PAGE-COUNT                DELIMITED BY SIZE
                      INTO COHORT-PRINT-RECORD
               END-STRING
           END-IF
           WRITE COHORT-PRINT-RECORD
           IF COHORT-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write cohort header. "
                   "FILE-STATUS: " COHORT-PRINT-STATUS
           END-IF

           MOVE WS-GAP-PERIODS TO WS-PRINT-GAP
           MOVE SPACES TO COHORT-PRINT-RECORD
           STRING "THROUGH PERIOD: "     DELIMITED BY SIZE
                  WS-COHORT-CUTOFF       DELIMITED BY SIZE
                  "  ENVIRONMENT: "      DELIMITED BY SIZE
                  WS-ENVIRONMENT         DELIMITED BY SIZE
                  "  REACTIVATION GAP: " DELIMITED BY SIZE
                  WS-PRINT-GAP           DELIMITED BY SIZE
                  " PERIODS"             DELIMITED BY SIZE
                  INTO COHORT-PRINT-RECORD
           END-STRING
           WRITE COHORT-PRINT-RECORD
           IF COHORT-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write cohort header. "
                   "FILE-STATUS: " COHORT-PRINT-STATUS
           END-IF

           MOVE SPACES TO COHORT-PRINT-RECORD
           IF WS-COHORT-PART
               STRING "COHORT    PERIOD     AFTER    ACTIVE"
                                                 DELIMITED BY SIZE
                      " RETAINED%             REVENUE"
                                                 DELIMITED BY SIZE
                      " REV SHARE%"              DELIMITED BY SIZE
                      INTO COHORT-PRINT-RECORD
               END-STRING
           ELSE
               STRING "CUST ID    CUSTOMER NAME              "
                                                 DELIMITED BY SIZE
                      "COHORT    LAST ACT  RETURNED  "
                                                 DELIMITED BY SIZE
                      "DORMANT   REVENUE ON RETURN"
                                                 DELIMITED BY SIZE
                      INTO COHORT-PRINT-RECORD
               END-STRING
           END-IF
           WRITE COHORT-PRINT-RECORD
           IF COHORT-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write cohort header. "
                   "FILE-STATUS: " COHORT-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.
