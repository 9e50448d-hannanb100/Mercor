       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIERMNT.
      ******************************************************
      * HIERMNT - CUSTOMER HIERARCHY MASTER MAINTENANCE
      *
      *   ROLLUP USED TO READ A FLAT CHILD-TO-PARENT FILE
      *   (CUSTHIER.CSV) WITH NO DATES ON IT, SO WHEN A
      *   SUBSIDIARY CHANGED HANDS EVERY PRIOR PERIOD RERUN
      *   ROLLED IT UP UNDER ITS NEW OWNER. THIS STEP KEEPS
      *   A KEYED, EFFECTIVE-DATED HIERARCHY MASTER
      *   (CUSTHIER.DAT, KEYED BY CHILD CUSTOMER ID AND
      *   EFFECTIVE-FROM DATE) WITH AN EFFECTIVE-TO DATE ON
      *   EVERY ROW -- 99999999 WHILE THE ROW IS STILL IN
      *   FORCE -- AND ROLLUP PICKS THE ROW IN FORCE FOR THE
      *   PERIOD IT IS CONSOLIDATING.
      *
      *   THE ACCOUNT TEAM SENDS A CHANGE FILE (HIERCHG.CSV)
      *   OF ADD, MOVE AND END ACTIONS, EACH WITH THE DATE
      *   THE NEW ARRANGEMENT TAKES EFFECT:
      *     - ADD  PUTS A STAND-ALONE CUSTOMER UNDER A PARENT
      *            FROM THE EFFECTIVE DATE.
      *     - MOVE ENDS THE CHILD'S CURRENT ROW THE DAY
      *            BEFORE THE EFFECTIVE DATE AND OPENS A ROW
      *            UNDER THE NEW PARENT FROM THAT DATE.
      *     - END  ENDS THE CHILD'S CURRENT ROW THE DAY
      *            BEFORE THE EFFECTIVE DATE; THE CUSTOMER
      *            STANDS ALONE FROM THEN ON.
      *   THE FIRST LOAD OF THE MASTER IS SIMPLY A CHANGE
      *   FILE OF ADDS. A CHANGE IS REJECTED, AND NOTHING ON
      *   THE MASTER MOVES FOR IT, WHEN IT WOULD PUT A CHILD
      *   UNDER TWO PARENTS AT ONCE, MAKE A PARENT ITS OWN
      *   CHILD (DIRECTLY OR ANYWHERE UP THE PARENT'S CHAIN
      *   OF ROWS IN FORCE ON THE EFFECTIVE DATE), OR NAME A
      *   CHILD WITH NO ROW ON THE CUSTOMER TABLE. A CHAIN
      *   DEEPER THAN 50 LEVELS IS REJECTED AS WELL.
      *   REJECTS ARE LISTED WITH THEIR REASON ON
      *   HIERMNT.PRT.
      *
      *   PARM: ENVIRONMENT, AS IN BATCH3. IT PICKS THE
      *   DATABASE THE CHILDREN ARE CHECKED AGAINST AND
      *   SCOPES THE MASTER AND LISTING FILE NAMES.
      *   CONDITION CODES: 0 CLEAN, 4 ONE OR MORE CHANGES
      *   REJECTED, 8 FILE OR DATABASE FAILURE.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - THE LOOP CHECK NOW WALKS THE NEW PARENT'S WHOLE
      *     CHAIN OF ROWS IN FORCE ON THE EFFECTIVE DATE, UP
      *     TO 50 LEVELS, NOT JUST ITS IMMEDIATE PARENT.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "hierchg.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHANGE-FILE-STATUS.

           SELECT HIERARCHY-MASTER ASSIGN TO "HIERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HIERARCHY-KEY
               FILE STATUS IS HIERARCHY-MASTER-STATUS.

           SELECT HIER-PRINT-FILE ASSIGN TO "HIERPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIER-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * HIERARCHY CHANGES FROM THE ACCOUNT TEAM, ONE PER LINE, IN
      * THE ORDER THEY ARE TO BE APPLIED. THE PARENT FIELDS ARE
      * IGNORED ON AN END.
       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           05  HC-ACTION             PIC X(4).
           05  HC-CHILD-CUSTOMER-ID  PIC 9(9).
           05  HC-PARENT-ID          PIC 9(9).
           05  HC-PARENT-NAME        PIC X(50).
           05  HC-EFFECTIVE-DATE     PIC X(8).

      * EFFECTIVE-DATED CHILD-TO-PARENT MASTER. EFFECTIVE-TO IS THE
      * LAST DAY THE ROW IS IN FORCE; 99999999 WHILE IT IS OPEN.
       FD  HIERARCHY-MASTER.
       01  HIERARCHY-MASTER-RECORD.
           05  HR-HIERARCHY-KEY.
               10  HR-CHILD-CUSTOMER-ID
                                     PIC 9(9).
               10  HR-EFFECTIVE-FROM PIC X(8).
           05  HR-EFFECTIVE-TO       PIC X(8).
           05  HR-PARENT-ID          PIC 9(9).
           05  HR-PARENT-NAME        PIC X(50).
           05  HR-CHANGED-DATE       PIC 9(8).

       FD  HIER-PRINT-FILE.
       01  HIER-PRINT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  CHANGE-FILE-STATUS       PIC XX.
       01  HIERARCHY-MASTER-STATUS  PIC XX.
       01  HIER-PRINT-STATUS        PIC XX.

       01  SQLCODE                  PIC S9(9) COMP.
       01  SQLSTATE                 PIC X(5).

      * PARAMETERS, DEFAULTED AND MAPPED AS IN BATCH3
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-ENVIRONMENT           PIC X(10).
       01  WS-DB-NAME               PIC X(10).

      * HOST VARIABLES FOR THE CUSTOMER LOOK-UP
       01  WS-CUSTOMER-ID           PIC 9(9).
       01  WS-CUSTOMER-FOUND        PIC S9(9) COMP.

       01  WS-OPEN-TO-DATE          PIC X(8) VALUE "99999999".

      * THE CHILD'S LATEST ROW ON THE MASTER, FOUND BY
      * 300-FIND-LATEST-ROW BEFORE EVERY CHANGE IS CHECKED.
       01  WS-LATEST-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-LATEST-FOUND      VALUE "Y".
       01  WS-LATEST-KEY.
           05  WS-LATEST-CHILD-ID    PIC 9(9).
           05  WS-LATEST-FROM        PIC X(8).
       01  WS-LATEST-TO             PIC X(8).
       01  WS-LATEST-PARENT-ID      PIC 9(9).

      * THE ROW IN FORCE ON THE EFFECTIVE DATE FOR ONE ANCESTOR ON
      * THE NEW PARENT'S CHAIN, IF IT IS ITSELF A CHILD, FOUND BY
      * 320-FIND-PARENT-ROW AS 310-CHECK-PARENT-CHAIN WALKS UP.
       01  WS-PARENT-ROW-FOUND-SW   PIC X(01) VALUE "N".
           88  WS-PARENT-ROW-FOUND  VALUE "Y".
       01  WS-CHAIN-ID              PIC 9(9).
       01  WS-PARENT-OF-PARENT      PIC 9(9).
       01  WS-CHAIN-DEPTH           PIC 9(4) VALUE 0.
       01  WS-MAX-CHAIN-DEPTH       PIC 9(4) VALUE 50.
       01  WS-CHAIN-DONE-SW         PIC X(01) VALUE "N".
           88  WS-CHAIN-DONE        VALUE "Y".

       01  WS-SCAN-DONE-SW          PIC X(01) VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-CHANGE-EOF-SW         PIC X(01) VALUE "N".
           88  WS-CHANGE-EOF        VALUE "Y".
       01  WS-CHANGE-OPEN-SW        PIC X(01) VALUE "N".
           88  WS-CHANGE-OPEN       VALUE "Y".
       01  WS-RUN-ERROR-SW          PIC X(01) VALUE "N".
           88  WS-RUN-ERROR         VALUE "Y".

      * EFFECTIVE-DATE WORK AREA. A ROW ENDS THE DAY BEFORE ITS
      * REPLACEMENT TAKES EFFECT; CALENDAR DAYS ACROSS MONTH AND
      * YEAR ENDS NEED THE DAY-NUMBER FUNCTIONS, AS IN AUDRPT.
       01  WS-DATE-DIGITS.
           05  WS-DATE-YEAR          PIC 9(4).
           05  WS-DATE-MONTH         PIC 9(2).
           05  WS-DATE-DAY           PIC 9(2).
       01  WS-DATE-NUMBER REDEFINES WS-DATE-DIGITS
                                    PIC 9(8).
       01  WS-MIN-YEAR              PIC 9(4) VALUE 1990.
       01  WS-MAX-YEAR              PIC 9(4) VALUE 2099.
       01  WS-DAY-NUMBER            PIC 9(9) VALUE 0.
       01  WS-PRIOR-DAY-NUMBER      PIC 9(9) VALUE 0.
       01  WS-PRIOR-DATE            PIC 9(8) VALUE 0.
       01  WS-END-DATE              PIC X(8) VALUE SPACES.

      * REASON FOR A REJECT; SPACES MEANS THE CHANGE IS GOOD.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.

      * RUN TALLIES
       01  WS-CHANGES-READ          PIC 9(9) VALUE 0.
       01  WS-ADDS-APPLIED          PIC 9(9) VALUE 0.
       01  WS-MOVES-APPLIED         PIC 9(9) VALUE 0.
       01  WS-ENDS-APPLIED          PIC 9(9) VALUE 0.
       01  WS-CHANGES-REJECTED      PIC 9(9) VALUE 0.

      * PRINT CONTROLS
       01  WS-PAGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(4) VALUE 60.
       01  WS-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SYS-DATE              PIC 9(8).

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.


      * ENVIRONMENT-SCOPED FILE NAMING, AS 060-SET-FILE-NAMES IN
      * BATCH3.
       01  WS-NAME-PREFIX           PIC X(11) VALUE SPACES.
       01  WS-BASE-NAME             PIC X(20) VALUE SPACES.
       01  WS-DD-NAME               PIC X(12) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
      * STANDARD JCL PARM LAYOUT, AS IN BATCH3. THE TEXT IS THE
      * ENVIRONMENT.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH        PIC S9(4) COMP.
           05  LS-PARM-TEXT          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           PERFORM 050-INITIALIZE-PARMS
           PERFORM 060-SET-FILE-NAMES
           PERFORM 100-CONNECT-TO-DB
           PERFORM 150-OPEN-FILES
           PERFORM 200-APPLY-CHANGES
           PERFORM 500-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           DISPLAY "HIERMNT: " WS-CHANGES-READ " changes read, "
               WS-ADDS-APPLIED " added, " WS-MOVES-APPLIED
               " moved, " WS-ENDS-APPLIED " ended, "
               WS-CHANGES-REJECTED " rejected."
           IF WS-CHANGES-REJECTED > 0
               DISPLAY "WARNING: Hierarchy changes rejected. See "
                   "hiermnt.prt."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RUN-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************
      * 050-INITIALIZE-PARMS
      *   DEFAULT AND MOVE THE JCL PARM VALUES, AS
      *   050-INITIALIZE-PARMS IN BATCH3 DOES.
      ******************************************************
       050-INITIALIZE-PARMS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-ENVIRONMENT
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-ENVIRONMENT
           END-UNSTRING

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

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

       050-INITIALIZE-PARMS-EXIT.
           EXIT.

      ******************************************************
      * 060-SET-FILE-NAMES
      *   POINT EVERY SYSTEM-PRODUCED LOGICAL FILE AT THE
      *   ENVIRONMENT'S OWN PHYSICAL FILE, AS
      *   060-SET-FILE-NAMES IN BATCH3 DOES: BARE NAMES FOR
      *   PROD, AN ENVIRONMENT PREFIX FOR EVERYTHING ELSE.
      *   THE CHANGE FILE COMES FROM THE ACCOUNT TEAM AND
      *   KEEPS ITS SHARED NAME.
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

           MOVE "DD_HIERMSTR" TO WS-DD-NAME
           MOVE "custhier.dat" TO WS-BASE-NAME
           PERFORM 065-POINT-ONE-FILE
           MOVE "DD_HIERPRT" TO WS-DD-NAME
           MOVE "hiermnt.prt" TO WS-BASE-NAME
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
      * 100-CONNECT-TO-DB
      *   CONNECT USING THE ENVIRONMENT-DRIVEN DATABASE
      *   NAME, AS BATCH3 DOES.
      ******************************************************
       100-CONNECT-TO-DB SECTION.
           EXEC SQL
               CONNECT TO :WS-DB-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ERROR: Unable to connect to DB "
                   WS-DB-NAME " SQLCODE: " SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       100-CONNECT-TO-DB-EXIT.
           EXIT.

      ******************************************************
      * 150-OPEN-FILES
      *   OPEN THE CHANGE FILE, THE LISTING AND THE MASTER.
      *   THE MASTER IS CREATED EMPTY ON THE VERY FIRST RUN,
      *   AS 160-OPEN-HISTORY IN BATCH3 CREATES THE REVENUE
      *   MASTER. NO CHANGE FILE MEANS NOTHING TO DO, WHICH
      *   IS WORTH A NOTE BUT NOT A FAILURE.
      ******************************************************
       150-OPEN-FILES SECTION.
           OPEN OUTPUT HIER-PRINT-FILE
           IF HIER-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open hierarchy listing. "
                   "FILE-STATUS: " HIER-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HIERARCHY-MASTER
           IF HIERARCHY-MASTER-STATUS = "35"
               OPEN OUTPUT HIERARCHY-MASTER
               IF HIERARCHY-MASTER-STATUS = "00"
                   CLOSE HIERARCHY-MASTER
                   OPEN I-O HIERARCHY-MASTER
               END-IF
           END-IF
           IF HIERARCHY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open hierarchy master. "
                   "FILE-STATUS: " HIERARCHY-MASTER-STATUS
               CLOSE HIER-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CHANGE-FILE
           IF CHANGE-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: No hierarchy change file. The "
                   "master is left as it stands."
               SET WS-CHANGE-EOF TO TRUE
           ELSE
               SET WS-CHANGE-OPEN TO TRUE
           END-IF

       150-OPEN-FILES-EXIT.
           EXIT.

      ******************************************************
      * 200-APPLY-CHANGES
      *   ONE PASS OVER THE CHANGE FILE, IN FILE ORDER, SO A
      *   LATER CHANGE SEES WHAT AN EARLIER ONE DID -- A
      *   SECOND ADD OF THE SAME CHILD IN ONE BATCH IS
      *   CAUGHT AS A CHILD UNDER TWO PARENTS.
      ******************************************************
       200-APPLY-CHANGES SECTION.
           PERFORM 400-CHECK-PAGE
           PERFORM UNTIL WS-CHANGE-EOF
               READ CHANGE-FILE
               IF CHANGE-FILE-STATUS NOT = "00"
                   SET WS-CHANGE-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CHANGES-READ
                   PERFORM 210-APPLY-ONE-CHANGE
               END-IF
           END-PERFORM

       200-APPLY-CHANGES-EXIT.
           EXIT.

      ******************************************************
      * 210-APPLY-ONE-CHANGE
      *   VALIDATE THE CHANGE AGAINST THE CUSTOMER TABLE AND
      *   THE MASTER, THEN APPLY IT OR LIST IT AS A REJECT.
      ******************************************************
       210-APPLY-ONE-CHANGE SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 220-VALIDATE-CHANGE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 290-LIST-REJECT
               GO TO 210-APPLY-ONE-CHANGE-EXIT
           END-IF

           EVALUATE HC-ACTION
               WHEN "ADD"
                   PERFORM 240-APPLY-ADD
               WHEN "MOVE"
                   PERFORM 250-APPLY-MOVE
               WHEN "END"
                   PERFORM 260-APPLY-END
           END-EVALUATE

       210-APPLY-ONE-CHANGE-EXIT.
           EXIT.

      ******************************************************
      * 220-VALIDATE-CHANGE
      *   THE CHECKS, CHEAPEST FIRST; THE FIRST ONE FAILED
      *   IS THE REASON LISTED:
      *     - A KNOWN ACTION AND A REAL EFFECTIVE DATE.
      *     - THE CHILD ON THE CUSTOMER TABLE.
      *     - ADD: NO ROW FOR THE CHILD STILL IN FORCE ON OR
      *       AFTER THE EFFECTIVE DATE, OR THE CHILD WOULD
      *       SIT UNDER TWO PARENTS.
      *     - MOVE/END: AN OPEN ROW TO END, STARTED BEFORE
      *       THE EFFECTIVE DATE.
      *     - ADD/MOVE: THE PARENT IS NOT THE CHILD ITSELF,
      *       AND THE PARENT IS NOT ITSELF UNDER THE CHILD
      *       ON THE EFFECTIVE DATE.
      ******************************************************
       220-VALIDATE-CHANGE SECTION.
           IF HC-ACTION NOT = "ADD"
               AND HC-ACTION NOT = "MOVE"
               AND HC-ACTION NOT = "END"
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF

           PERFORM 230-VALIDATE-DATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF

           IF HC-CHILD-CUSTOMER-ID IS NOT NUMERIC
               MOVE "BAD CHILD CUSTOMER ID" TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF

           MOVE HC-CHILD-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE 0 TO WS-CUSTOMER-FOUND
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CUSTOMER-FOUND
                 FROM CUSTOMER
                WHERE CUSTOMERID = :WS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "ERROR: Customer look-up failed for "
                   WS-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE "Y" TO WS-RUN-ERROR-SW
               MOVE "CUSTOMER LOOK-UP FAILED" TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF
           IF WS-CUSTOMER-FOUND = 0
               MOVE "CHILD NOT ON CUSTOMER TABLE"
                   TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF

           PERFORM 300-FIND-LATEST-ROW

           IF HC-ACTION = "ADD"
               IF WS-LATEST-FOUND
                   AND WS-LATEST-TO NOT < HC-EFFECTIVE-DATE
                   MOVE "CHILD ALREADY UNDER A PARENT"
                       TO WS-REJECT-REASON
                   GO TO 220-VALIDATE-CHANGE-EXIT
               END-IF
           ELSE
               IF NOT WS-LATEST-FOUND
                   OR WS-LATEST-TO NOT = WS-OPEN-TO-DATE
                   MOVE "CHILD HAS NO OPEN PARENT"
                       TO WS-REJECT-REASON
                   GO TO 220-VALIDATE-CHANGE-EXIT
               END-IF
               IF WS-LATEST-FROM NOT < HC-EFFECTIVE-DATE
                   MOVE "DATE NOT AFTER CURRENT ROW"
                       TO WS-REJECT-REASON
                   GO TO 220-VALIDATE-CHANGE-EXIT
               END-IF
           END-IF

           IF HC-ACTION = "END"
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF

           IF HC-PARENT-ID IS NOT NUMERIC OR HC-PARENT-ID = 0
               MOVE "BAD PARENT ID" TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF
           IF HC-PARENT-ID = HC-CHILD-CUSTOMER-ID
               MOVE "PARENT IS ITS OWN CHILD" TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF
           IF HC-ACTION = "MOVE"
               AND HC-PARENT-ID = WS-LATEST-PARENT-ID
               MOVE "ALREADY UNDER THAT PARENT" TO WS-REJECT-REASON
               GO TO 220-VALIDATE-CHANGE-EXIT
           END-IF

           PERFORM 310-CHECK-PARENT-CHAIN

       220-VALIDATE-CHANGE-EXIT.
           EXIT.

      ******************************************************
      * 230-VALIDATE-DATE
      *   A GOOD EFFECTIVE DATE IS EIGHT DIGITS, YYYYMMDD,
      *   WITH A REAL MONTH AND DAY AND A YEAR INSIDE THE
      *   SAME BOUNDS DQSCAN USES. THE DAY BEFORE IT, THE
      *   LAST DAY OF ANY ROW IT REPLACES, IS WORKED OUT
      *   HERE TOO.
      ******************************************************
       230-VALIDATE-DATE SECTION.
           IF HC-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               GO TO 230-VALIDATE-DATE-EXIT
           END-IF

           MOVE HC-EFFECTIVE-DATE TO WS-DATE-DIGITS
           IF WS-DATE-YEAR < WS-MIN-YEAR
               OR WS-DATE-YEAR > WS-MAX-YEAR
               OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               GO TO 230-VALIDATE-DATE-EXIT
           END-IF

           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMBER)
           IF WS-DAY-NUMBER = 0
               MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               GO TO 230-VALIDATE-DATE-EXIT
           END-IF
           COMPUTE WS-PRIOR-DAY-NUMBER = WS-DAY-NUMBER - 1
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PRIOR-DAY-NUMBER)
           MOVE WS-PRIOR-DATE TO WS-END-DATE

       230-VALIDATE-DATE-EXIT.
           EXIT.

      ******************************************************
      * 240-APPLY-ADD
      *   OPEN A ROW UNDER THE NEW PARENT FROM THE
      *   EFFECTIVE DATE.
      ******************************************************
       240-APPLY-ADD SECTION.
           PERFORM 280-WRITE-NEW-ROW
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ADDS-APPLIED
           END-IF

       240-APPLY-ADD-EXIT.
           EXIT.

      ******************************************************
      * 250-APPLY-MOVE
      *   END THE CURRENT ROW THE DAY BEFORE THE EFFECTIVE
      *   DATE AND OPEN ONE UNDER THE NEW PARENT FROM IT.
      ******************************************************
       250-APPLY-MOVE SECTION.
           PERFORM 270-END-LATEST-ROW
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 250-APPLY-MOVE-EXIT
           END-IF
           PERFORM 280-WRITE-NEW-ROW
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-MOVES-APPLIED
           END-IF

       250-APPLY-MOVE-EXIT.
           EXIT.

      ******************************************************
      * 260-APPLY-END
      *   END THE CURRENT ROW THE DAY BEFORE THE EFFECTIVE
      *   DATE. THE CUSTOMER STANDS ALONE FROM THEN ON.
      ******************************************************
       260-APPLY-END SECTION.
           PERFORM 270-END-LATEST-ROW
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ENDS-APPLIED
           END-IF

       260-APPLY-END-EXIT.
           EXIT.

      ******************************************************
      * 270-END-LATEST-ROW
      *   RE-READ THE CHILD'S OPEN ROW BY ITS KEY AND CLOSE
      *   IT OFF AT THE DAY BEFORE THE EFFECTIVE DATE.
      ******************************************************
       270-END-LATEST-ROW SECTION.
           MOVE WS-LATEST-KEY TO HR-HIERARCHY-KEY
           READ HIERARCHY-MASTER
           IF HIERARCHY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to re-read hierarchy row "
                   "for customer " WS-LATEST-CHILD-ID
                   ". FILE-STATUS: " HIERARCHY-MASTER-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM 290-LIST-REJECT
               GO TO 270-END-LATEST-ROW-EXIT
           END-IF

           MOVE WS-END-DATE TO HR-EFFECTIVE-TO
           MOVE WS-SYS-DATE TO HR-CHANGED-DATE
           REWRITE HIERARCHY-MASTER-RECORD
           IF HIERARCHY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to end hierarchy row for "
                   "customer " WS-LATEST-CHILD-ID
                   ". FILE-STATUS: " HIERARCHY-MASTER-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM 290-LIST-REJECT
           END-IF

       270-END-LATEST-ROW-EXIT.
           EXIT.

      ******************************************************
      * 280-WRITE-NEW-ROW
      *   WRITE THE CHILD'S NEW OPEN ROW UNDER THE CHANGE'S
      *   PARENT. A ROW ALREADY ON THE MASTER WITH THE SAME
      *   CHILD AND DATE IS A DUPLICATE CHANGE.
      ******************************************************
       280-WRITE-NEW-ROW SECTION.
           MOVE HC-CHILD-CUSTOMER-ID TO HR-CHILD-CUSTOMER-ID
           MOVE HC-EFFECTIVE-DATE TO HR-EFFECTIVE-FROM
           MOVE WS-OPEN-TO-DATE TO HR-EFFECTIVE-TO
           MOVE HC-PARENT-ID TO HR-PARENT-ID
           MOVE HC-PARENT-NAME TO HR-PARENT-NAME
           MOVE WS-SYS-DATE TO HR-CHANGED-DATE
           WRITE HIERARCHY-MASTER-RECORD
               INVALID KEY
                   MOVE "DUPLICATE CHILD AND DATE"
                       TO WS-REJECT-REASON
                   PERFORM 290-LIST-REJECT
           END-WRITE
           IF WS-REJECT-REASON = SPACES
               AND HIERARCHY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write hierarchy row for "
                   "customer " HC-CHILD-CUSTOMER-ID
                   ". FILE-STATUS: " HIERARCHY-MASTER-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SW
               MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM 290-LIST-REJECT
           END-IF

       280-WRITE-NEW-ROW-EXIT.
           EXIT.

      ******************************************************
      * 290-LIST-REJECT
      *   ONE LINE ON THE ERROR LISTING FOR A REJECTED
      *   CHANGE, AS RECEIVED, WITH THE REASON.
      ******************************************************
       290-LIST-REJECT SECTION.
           ADD 1 TO WS-CHANGES-REJECTED
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO HIER-PRINT-RECORD
           STRING HC-ACTION              DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  HC-CHILD-CUSTOMER-ID   DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  HC-PARENT-ID           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  HC-PARENT-NAME(1:30)   DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  HC-EFFECTIVE-DATE      DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-REJECT-REASON       DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

       290-LIST-REJECT-EXIT.
           EXIT.

      ******************************************************
      * 300-FIND-LATEST-ROW
      *   WALK THE CHILD'S ROWS ON THE MASTER (THEY COME
      *   BACK IN EFFECTIVE-FROM ORDER) AND KEEP THE LAST:
      *   THAT IS THE ONLY ONE THAT CAN STILL BE OPEN.
      ******************************************************
       300-FIND-LATEST-ROW SECTION.
           MOVE "N" TO WS-LATEST-FOUND-SW
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE HC-CHILD-CUSTOMER-ID TO HR-CHILD-CUSTOMER-ID
           MOVE LOW-VALUES TO HR-EFFECTIVE-FROM
           START HIERARCHY-MASTER KEY NOT < HR-HIERARCHY-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-SCAN-DONE
               READ HIERARCHY-MASTER NEXT
               IF HIERARCHY-MASTER-STATUS NOT = "00"
                   OR HR-CHILD-CUSTOMER-ID
                       NOT = HC-CHILD-CUSTOMER-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET WS-LATEST-FOUND TO TRUE
                   MOVE HR-HIERARCHY-KEY TO WS-LATEST-KEY
                   MOVE HR-EFFECTIVE-TO TO WS-LATEST-TO
                   MOVE HR-PARENT-ID TO WS-LATEST-PARENT-ID
               END-IF
           END-PERFORM

       300-FIND-LATEST-ROW-EXIT.
           EXIT.

      ******************************************************
      * 310-CHECK-PARENT-CHAIN
      *   CLIMB FROM THE CHANGE'S PARENT THROUGH EACH
      *   ANCESTOR'S ROW IN FORCE ON THE EFFECTIVE DATE. IF
      *   THE CHILD TURNS UP ANYWHERE ON THE WAY, THE CHANGE
      *   WOULD CLOSE A LOOP AND IS REJECTED. THE CLIMB STOPS
      *   AT A CUSTOMER WITH NO PARENT ON THAT DATE, OR IS
      *   REJECTED AFTER WS-MAX-CHAIN-DEPTH LEVELS, WHICH
      *   ALSO STOPS A LOOP ALREADY ON THE MASTER.
      ******************************************************
       310-CHECK-PARENT-CHAIN SECTION.
           MOVE HC-PARENT-ID TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-DEPTH
           MOVE "N" TO WS-CHAIN-DONE-SW

           PERFORM UNTIL WS-CHAIN-DONE
               PERFORM 320-FIND-PARENT-ROW
               EVALUATE TRUE
                   WHEN NOT WS-PARENT-ROW-FOUND
                       SET WS-CHAIN-DONE TO TRUE
                   WHEN WS-PARENT-OF-PARENT = HC-CHILD-CUSTOMER-ID
                       MOVE "PARENT IS ITS OWN CHILD"
                           TO WS-REJECT-REASON
                       SET WS-CHAIN-DONE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-CHAIN-DEPTH
                       IF WS-CHAIN-DEPTH NOT < WS-MAX-CHAIN-DEPTH
                           MOVE "PARENT CHAIN TOO DEEP"
                               TO WS-REJECT-REASON
                           SET WS-CHAIN-DONE TO TRUE
                       ELSE
                           MOVE WS-PARENT-OF-PARENT TO WS-CHAIN-ID
                       END-IF
               END-EVALUATE
           END-PERFORM

       310-CHECK-PARENT-CHAIN-EXIT.
           EXIT.

      ******************************************************
      * 320-FIND-PARENT-ROW
      *   IF THE CUSTOMER IN WS-CHAIN-ID IS ITSELF A CHILD
      *   ON THE EFFECTIVE DATE, NOTE WHOSE CHILD IT IS.
      ******************************************************
       320-FIND-PARENT-ROW SECTION.
           MOVE "N" TO WS-PARENT-ROW-FOUND-SW
           MOVE 0 TO WS-PARENT-OF-PARENT
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE WS-CHAIN-ID TO HR-CHILD-CUSTOMER-ID
           MOVE LOW-VALUES TO HR-EFFECTIVE-FROM
           START HIERARCHY-MASTER KEY NOT < HR-HIERARCHY-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-SCAN-DONE
               READ HIERARCHY-MASTER NEXT
               IF HIERARCHY-MASTER-STATUS NOT = "00"
                   OR HR-CHILD-CUSTOMER-ID NOT = WS-CHAIN-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF HR-EFFECTIVE-FROM NOT > HC-EFFECTIVE-DATE
                       AND HR-EFFECTIVE-TO NOT < HC-EFFECTIVE-DATE
                       SET WS-PARENT-ROW-FOUND TO TRUE
                       MOVE HR-PARENT-ID TO WS-PARENT-OF-PARENT
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

       320-FIND-PARENT-ROW-EXIT.
           EXIT.

      ******************************************************
      * 500-WRITE-SUMMARY
      *   THE RUN COUNTS AT THE FOOT OF THE LISTING.
      ******************************************************
       500-WRITE-SUMMARY SECTION.
           PERFORM 400-CHECK-PAGE
           MOVE SPACES TO HIER-PRINT-RECORD
           PERFORM 410-WRITE-PRINT-LINE
           MOVE "HIERARCHY MAINTENANCE SUMMARY" TO HIER-PRINT-RECORD
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-CHANGES-READ TO WS-PRINT-COUNT
           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "CHANGES READ:                  "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-ADDS-APPLIED TO WS-PRINT-COUNT
           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "ADDS APPLIED:                  "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-MOVES-APPLIED TO WS-PRINT-COUNT
           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "MOVES APPLIED:                 "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-ENDS-APPLIED TO WS-PRINT-COUNT
           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "ENDS APPLIED:                  "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

           MOVE WS-CHANGES-REJECTED TO WS-PRINT-COUNT
           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "CHANGES REJECTED:              "
                                             DELIMITED BY SIZE
                  WS-PRINT-COUNT             DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           PERFORM 410-WRITE-PRINT-LINE

       500-WRITE-SUMMARY-EXIT.
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
      * 410-WRITE-PRINT-LINE
      *   WRITE ONE PRINT LINE AND COUNT IT FOR PAGINATION.
      ******************************************************
       410-WRITE-PRINT-LINE SECTION.
           WRITE HIER-PRINT-RECORD
           IF HIER-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write hierarchy listing "
                   "line. FILE-STATUS: " HIER-PRINT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT

       410-WRITE-PRINT-LINE-EXIT.
           EXIT.

      ******************************************************
      * 420-WRITE-PAGE-HEADERS
      *   EMIT THE PAGE AND COLUMN HEADERS AND RESET THE
      *   LINE COUNT FOR THE NEW PAGE.
      ******************************************************
       420-WRITE-PAGE-HEADERS SECTION.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "CUSTOMER HIERARCHY CHANGES REJECTED"
                                               DELIMITED BY SIZE
                  "          PAGE: "           DELIMITED BY SIZE
                  WS-PAGE-COUNT                DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           WRITE HIER-PRINT-RECORD
           IF HIER-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write hierarchy listing "
                   "header. FILE-STATUS: " HIER-PRINT-STATUS
           END-IF

           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "RUN DATE: "  DELIMITED BY SIZE
                  WS-SYS-DATE   DELIMITED BY SIZE
                  "  DATABASE: " DELIMITED BY SIZE
                  WS-DB-NAME    DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           WRITE HIER-PRINT-RECORD
           IF HIER-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write hierarchy listing "
                   "header. FILE-STATUS: " HIER-PRINT-STATUS
           END-IF

           MOVE SPACES TO HIER-PRINT-RECORD
           STRING "ACTN  CHILD ID   PARENT ID  PARENT NAME     "
                                               DELIMITED BY SIZE
                  "                 EFFECTIVE REASON"
                                               DELIMITED BY SIZE
                  INTO HIER-PRINT-RECORD
           END-STRING
           WRITE HIER-PRINT-RECORD
           IF HIER-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write hierarchy listing "
                   "header. FILE-STATUS: " HIER-PRINT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT

       420-WRITE-PAGE-HEADERS-EXIT.
           EXIT.

      ******************************************************
      * 900-CLOSE-FILES
      *   CLOSE THE MASTER, THE LISTING AND THE CHANGE
      *   FILE (WHEN THERE WAS ONE).
      ******************************************************
       900-CLOSE-FILES SECTION.
           CLOSE HIERARCHY-MASTER
           CLOSE HIER-PRINT-FILE
           IF WS-CHANGE-OPEN
               CLOSE CHANGE-FILE
           END-IF

       900-CLOSE-FILES-EXIT.
           EXIT.
