      *     LOG IS SHARED ACROSS PROD/QA/TEST, SO A
      *     COMPLETED QA RUN AFTER AN ABENDED PROD START
      *     MUST NOT HIDE THE ABEND.
      *   - PAIR START AND END RECORDS BY DATABASE AND
      *     STREAM: THE STREAMS OF A PARTITIONED BATCH3 RUN
      *     RUN SIDE BY SIDE ON ONE DATABASE AND LOG THEIR
      *     STREAM ("S01") AFTER THE EVENT, SO EACH STREAM IS
      *     REPORTED AND TRENDED AS A RUN OF ITS OWN INSTEAD
      *     OF ITS NEIGHBOURS' STARTS READING AS ABENDS.
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AL-EVENT-TYPE         PIC X(10).
           05  AL-EVENT-PARTS REDEFINES AL-EVENT-TYPE.
               10  AL-EVENT-VERB     PIC X(6).
               10  AL-EVENT-STREAM   PIC X(4).
           05  AL-DATABASE           PIC X(10).
           05  AL-RUN-DATE           PIC 9(8).
           05  AL-RUN-TIME           PIC 9(6).
       01  WS-AUDIT-EOF-SW          PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF         VALUE "Y".

      * ONE OPEN (UNMATCHED) START PER DATABASE AND STREAM. BATCH3
      * RUNS ONE AT A TIME PER DATABASE -- OR, PARTITIONED, ONE AT A
      * TIME PER STREAM -- SO A SECOND START FOR A SLOT THAT
      * ALREADY HAS ONE OPEN MEANS THE EARLIER RUN NEVER WROTE ITS
      * END RECORD. AN UNPARTITIONED RUN HAS A BLANK STREAM.
       01  WS-MAX-OPEN-STARTS       PIC 9(2) VALUE 50.
       01  WS-OPEN-START-COUNT      PIC 9(2) VALUE 0.
       01  WS-OPEN-START-TABLE.
           05  WS-OPEN-START-ENTRY OCCURS 50 TIMES.
               10  WS-OS-DATABASE    PIC X(10).
               10  WS-OS-STREAM      PIC X(4).
               10  WS-OS-RUN-DATE    PIC 9(8).
               10  WS-OS-RUN-TIME    PIC 9(6).
               10  WS-OS-ACTIVE-SW   PIC X(01).
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE
               IF AUDIT-FILE-STATUS = "00"
                   EVALUATE AL-EVENT-VERB
                       WHEN "START"
                           PERFORM 210-HANDLE-START
                       WHEN "END"
           IF WS-OS-SLOT = 0
               IF WS-OPEN-START-COUNT >= WS-MAX-OPEN-STARTS
                   DISPLAY "ERROR: More than " WS-MAX-OPEN-STARTS
                       " databases and streams on the audit log. "
                       "START for " AL-DATABASE " " AL-EVENT-STREAM
                       " not tracked."
                   GO TO 210-HANDLE-START-EXIT
               END-IF
               ADD 1 TO WS-OPEN-START-COUNT
               MOVE WS-OPEN-START-COUNT TO WS-OS-SLOT
               MOVE AL-DATABASE TO WS-OS-DATABASE (WS-OS-SLOT)
               MOVE AL-EVENT-STREAM TO WS-OS-STREAM (WS-OS-SLOT)
           END-IF

           MOVE AL-RUN-DATE TO WS-OS-RUN-DATE (WS-OS-SLOT)
               STRING "END WITH NO MATCHING START  "
                                         DELIMITED BY SIZE
                      AL-DATABASE        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      AL-EVENT-STREAM    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      AL-RUN-DATE        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      AL-RUN-TIME        DELIMITED BY SIZE
      ******************************************************
      * 230-FIND-OPEN-SLOT
      *   FIND THE OPEN-START TABLE SLOT FOR THE RECORD'S
      *   DATABASE AND STREAM, IF ONE EXISTS.
      ******************************************************
       230-FIND-OPEN-SLOT SECTION.
           MOVE 0 TO WS-OS-SLOT
               UNTIL WS-OS-SUB > WS-OPEN-START-COUNT
               OR WS-OS-SLOT > 0
               IF WS-OS-DATABASE (WS-OS-SUB) = AL-DATABASE
                   AND WS-OS-STREAM (WS-OS-SUB) = AL-EVENT-STREAM
                   MOVE WS-OS-SUB TO WS-OS-SLOT
               END-IF
           END-PERFORM
           MOVE SPACES TO HIST-PRINT-RECORD
           STRING WS-OS-DATABASE (WS-OS-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OS-STREAM (WS-OS-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OS-RUN-DATE (WS-OS-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
           MOVE SPACES TO HIST-PRINT-RECORD
           STRING WS-OS-DATABASE (WS-OS-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OS-STREAM (WS-OS-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OS-RUN-DATE (WS-OS-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
           END-IF

           MOVE SPACES TO HIST-PRINT-RECORD
           STRING "DATABASE   STRM START             "
                                               DELIMITED BY SIZE
                  "END               ELAPSED     "
                                               DELIMITED BY SIZE
