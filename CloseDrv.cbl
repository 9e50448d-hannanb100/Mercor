      *   (BATCH3.CARDS, ONE "PERIOD-START,PERIOD-END" CARD
      *   PER LINE), SAVES EACH PERIOD'S OUTPUTS UNDER
      *   PERIOD-STAMPED NAMES INSTEAD OF LETTING THE NEXT
      *   PERIOD OVERWRITE THEM -- EACH SAVE A NEW GENERATION
      *   ON THE OUTPUT CATALOG KEPT BY OUTCAT -- AND WRITES
      *   A ONE-LINE-PER-PERIOD SUMMARY (CLOSESUM.PRT) WITH
      *   EACH PERIOD'S CONTROL TOTALS AND COMPLETION
      *   STATUS. ONE JOB, ONE CONTROL CARD, A WHOLE CLOSE
      *   CYCLE -- AND NO HAND-EDITED PERIOD PARMS TO
      *   MISTYPE.
      *
      *   PARM: ENVIRONMENT,TOP-N,CB-PCT,CB-COUNT -- PASSED
      *   THROUGH TO BATCH3 UNCHANGED, WITH EACH CARD'S
      *     PERIOD'S FILES ON DISK, AND STAMPING THOSE WOULD
      *     FILE A COMPLETE PRIOR-PERIOD REPORT UNDER THE
      *     FAILED PERIOD'S NAME.
      *   - A PERIOD BATCH3 REFUSES BECAUSE PERLOCK HAS
      *     CLOSED IT (CONDITION CODE 20) SHOWS ON THE
      *     SUMMARY AS "PERIOD CLOSED" RATHER THAN "FAILED";
      *     THE 20 STILL CARRIES THROUGH AS THE CYCLE'S WORST
      *     CODE.
      *   - STAMP THE OUTPUTS THROUGH OUTCAT'S SAVE FUNCTION
      *     INSTEAD OF COPYING THEM HERE: EACH SAVED COPY IS
      *     NOW A NUMBERED GENERATION (REPORT.<PERIOD>.G0001.
      *     CSV, ...) ON THE OUTPUT CATALOG (OUTCAT.DAT) WITH
      *     ITS RECORD COUNT AND HASH TOTAL, SO A RERUN OF A
      *     PERIOD NO LONGER OVERWRITES THE COPY IT SAVED
      *     BEFORE. A SAVE THAT FAILS HOLDS THE CYCLE AT 8.
      *   - A PERIOD BATCH3 REFUSES AS CLOSED (CONDITION CODE
      *     20) IS NO LONGER VERIFIED, STAMPED OR TOTALLED:
      *     THE LIVE FILES ON DISK ARE STILL THE LAST RUN'S,
      *     AND SAVING THEM AGAIN ONLY ADDED GENERATIONS THAT
      *     PUSHED REAL SAVES OUT OF OUTCAT'S RETENTION. THE
      *     PERIOD IS REPORTED AS ALREADY CLOSED INSTEAD.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.

      * COPYIN IS A LOGICAL FILE NAME, POINTED AT THE LIVE REPORT
      * BEFORE EACH OPEN, THE SAME WAY A DD OVERRIDE WOULD.
           SELECT COPY-IN-FILE ASSIGN TO "COPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COPY-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDS-FILE.
       FD  COPY-IN-FILE.
       01  COPY-IN-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  CARDS-FILE-STATUS        PIC XX.
       01  SUMMARY-FILE-STATUS      PIC XX.
       01  COPY-IN-STATUS           PIC XX.

      * DRIVER PARM PIECES, PASSED THROUGH TO BATCH3 VERBATIM
       01  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
       01  WS-NAME-PREFIX           PIC X(11) VALUE SPACES.
       01  WS-SUMMARY-NAME          PIC X(40) VALUE SPACES.

      * PARM AREA HANDED TO BATCH3 AND OUTCAT, IN THEIR STANDARD JCL
      * PARM SHAPE
       01  WS-CALL-PARM-AREA.
           05  WS-CALL-PARM-LENGTH   PIC S9(4) COMP.
           05  WS-CALL-PARM-TEXT     PIC X(100).
       01  WS-STAMP-OK-SW           PIC X(01) VALUE "N".
           88  WS-STAMP-OK          VALUE "Y".

      * THE PER-RUN OUTPUTS THAT GET A PERIOD-STAMPED COPY. OUTCAT
      * NAMES THE COPY PREFIX + "." + PERIOD-START + ".g" +
      * GENERATION + "." + SUFFIX, IN LOWER CASE LIKE THE LIVE
      * NAMES (E.G. report.20240101.g0001.csv).
       01  WS-OUTPUT-NAME-TABLE.
           05  FILLER                PIC X(20) VALUE "report    csv".
           05  FILLER                PIC X(20) VALUE "report    prt".
               10  FILLER            PIC X(7).
       01  WS-OUTPUT-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-COPY-IN-NAME          PIC X(40).
       01  WS-SAVE-OUTPUT           PIC X(20).
       01  WS-SAVE-RC               PIC 9(4) VALUE 0.
       01  WS-REPORT-SAVED-SW       PIC X(01) VALUE "N".
           88  WS-REPORT-SAVED      VALUE "Y".
       01  WS-COPY-EOF-SW           PIC X(01) VALUE "N".
           88  WS-COPY-EOF          VALUE "Y".

      * TRAILER OF THE REPORT GENERATION JUST SAVED, SO THE SUMMARY
      * PROVES WHAT IS ACTUALLY ON DISK FOR THE PERIOD.
       01  WS-REPORT-TRAILER.
           05  WS-RT-TITLE           PIC X(20).
           05  WS-RT-CUSTOMER-COUNT  PIC 9(9).
               GO TO 300-PROCESS-ONE-PERIOD-EXIT
           END-IF

      * A CLOSED PERIOD WROTE NOTHING: THE LIVE FILES ARE THE LAST
      * RUN'S, SO THERE IS NOTHING TO VERIFY, STAMP OR TOTAL.
           IF WS-PERIOD-RC = 20
               DISPLAY "NOTE: Period " WS-CARD-PERIOD-START
                   " is already closed. Nothing run or stamped."
               MOVE "PERIOD CLOSED" TO WS-STATUS-TEXT
               IF WS-WORST-RC < 20
                   MOVE 20 TO WS-WORST-RC
               END-IF
               PERFORM 700-WRITE-PERIOD-SUMMARY
               GO TO 300-PROCESS-ONE-PERIOD-EXIT
           END-IF

           PERFORM 450-VERIFY-LIVE-REPORT
           IF WS-STAMP-OK
               PERFORM 500-STAMP-OUTPUTS

      ******************************************************
      * 500-STAMP-OUTPUTS
      *   SAVE EACH OF THE PERIOD'S OUTPUT FILES AS A NEW
      *   STAMPED GENERATION THROUGH OUTCAT, WHICH COPIES
      *   THE FILE AND CATALOGS THE COPY. ONLY REACHED ONCE
      *   450-VERIFY-LIVE-REPORT HAS CONFIRMED THE LIVE
      *   REPORT IS THIS PERIOD'S; AN INDIVIDUAL OUTPUT THE
      *   RUN NEVER CREATED IS STILL SKIPPED WITH A NOTE
      *   (OUTCAT CONDITION CODE 4). OUTCAT IS CANCELLED
      *   AFTER EVERY CALL, AS BATCH3 IS.
      ******************************************************
       500-STAMP-OUTPUTS SECTION.
           MOVE "N" TO WS-REPORT-SAVED-SW
           PERFORM VARYING WS-OUTPUT-SUB FROM 1 BY 1
               UNTIL WS-OUTPUT-SUB > 6
               MOVE SPACES TO WS-SAVE-OUTPUT
               STRING WS-OUT-PREFIX (WS-OUTPUT-SUB)
                                      DELIMITED BY SPACE
                      "."             DELIMITED BY SIZE
                      WS-OUT-SUFFIX (WS-OUTPUT-SUB)
                                      DELIMITED BY SPACE
                      INTO WS-SAVE-OUTPUT
               END-STRING
               PERFORM 550-SAVE-ONE-OUTPUT
           END-PERFORM

       500-STAMP-OUTPUTS-EXIT.
           EXIT.

      ******************************************************
      * 550-SAVE-ONE-OUTPUT
      *   CALL OUTCAT TO SAVE WS-SAVE-OUTPUT FOR THE CARD'S
      *   PERIOD. ANYTHING WORSE THAN A SKIPPED OUTPUT HOLDS
      *   THE CYCLE AT 8: THE PERIOD'S SAVED ARCHIVE IS NOT
      *   COMPLETE.
      ******************************************************
       550-SAVE-ONE-OUTPUT SECTION.
           MOVE SPACES TO WS-CALL-PARM-TEXT
           MOVE 1 TO WS-PARM-POINTER
           STRING "SAVE,"              DELIMITED BY SIZE
                  WS-CARD-PERIOD-START DELIMITED BY SPACE
                  ","                  DELIMITED BY SIZE
                  WS-ENVIRONMENT       DELIMITED BY SPACE
                  ","                  DELIMITED BY SIZE
                  WS-SAVE-OUTPUT       DELIMITED BY SPACE
                  ",,"                 DELIMITED BY SIZE
                  WS-CARD-PERIOD-END   DELIMITED BY SPACE
                  ",CLOSEDRV"          DELIMITED BY SIZE
                  INTO WS-CALL-PARM-TEXT
                  WITH POINTER WS-PARM-POINTER
           END-STRING
           COMPUTE WS-CALL-PARM-LENGTH = WS-PARM-POINTER - 1

           MOVE 0 TO RETURN-CODE
           CALL "OUTCAT" USING WS-CALL-PARM-AREA
               ON EXCEPTION
                   DISPLAY "ERROR: Unable to call OUTCAT. "
                       WS-SAVE-OUTPUT " not stamped."
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE 0 TO RETURN-CODE
           CANCEL "OUTCAT"

           IF WS-SAVE-RC = 0 AND WS-SAVE-OUTPUT = "report.csv"
               SET WS-REPORT-SAVED TO TRUE
           END-IF
           IF WS-SAVE-RC > 4
               DISPLAY "ERROR: " WS-SAVE-OUTPUT " for period "
                   WS-CARD-PERIOD-START " not saved. OUTCAT "
                   "condition code: " WS-SAVE-RC
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
               END-IF
           END-IF

       550-SAVE-ONE-OUTPUT-EXIT.
           EXIT.

      ******************************************************
      * 600-READ-STAMPED-TRAILER
      *   PULL THE CONTROL-TOTAL TRAILER OFF THE REPORT
      *   GENERATION JUST SAVED, SO THE SUMMARY SHOWS WHAT
      *   IS ACTUALLY SAVED ON DISK FOR THE PERIOD. OUTCAT
      *   HAS JUST COPIED THE LIVE REPORT LINE FOR LINE AND
      *   CATALOGED THE COPY, SO THE TRAILER IS READ FROM
      *   THE LIVE FILE; A REPORT THAT WAS NOT SAVED SHOWS
      *   NO CONTROL TOTALS.
      ******************************************************
       600-READ-STAMPED-TRAILER SECTION.
           MOVE "N" TO WS-TRAILER-FOUND-SW
           IF NOT WS-REPORT-SAVED
               GO TO 600-READ-STAMPED-TRAILER-EXIT
           END-IF
           MOVE SPACES TO WS-COPY-IN-NAME
           STRING WS-NAME-PREFIX DELIMITED BY SPACE
                  "report.csv"   DELIMITED BY SIZE
                  INTO WS-COPY-IN-NAME
           END-STRING
           SET ENVIRONMENT "DD_COPYIN" TO WS-COPY-IN-NAME
