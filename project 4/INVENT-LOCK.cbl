       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENT-LOCK INITIAL.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SYSTEM-STATUS
           ASSIGN TO "/home/mike/project4/SYSSTAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-CONTROL-KEY
           FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-STATUS
           DATA RECORD IS SYSTEM-STATUS-RECORD.
       01  SYSTEM-STATUS-RECORD.
           COPY SYSSTATREC.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  STATUS-FILE-OK-SWITCH   PIC X(1) VALUE "N".
               88  STATUS-FILE-OK      VALUE "Y".
           05  SLOT-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  SLOT-FOUND          VALUE "Y".
           05  CONTROL-RECORD-OK-SWITCH PIC X(1) VALUE "Y".
               88  CONTROL-RECORD-OK   VALUE "Y".

       01  OTHER-FIELDS.
           05  SYSSTAT-STATUS          PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).
           05  SLOT-SUB                PIC 9(2) VALUE 0.
           05  FOUND-SUB               PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  LOCK-AREA.
           COPY LOCKAREA.

       PROCEDURE DIVISION USING LOCK-AREA.
       100-SERVE-LOCK-REQUEST.
           MOVE "N"    TO LA-RESULT.
           MOVE SPACES TO LA-MESSAGE.
           PERFORM 200-OPEN-SYSTEM-STATUS.
           IF  STATUS-FILE-OK
               PERFORM 200-READ-INVENT6-CONTROL
               IF  CONTROL-RECORD-OK
                   PERFORM 200-ACT-ON-REQUEST
               END-IF
               CLOSE SYSTEM-STATUS.
           GOBACK.

      *The file and the INVENT6 record are made on first use, the
      *same way RUNCTL is. A file that cannot be opened refuses
      *every request: nothing may touch INVENT6 unguarded.
       200-OPEN-SYSTEM-STATUS.
           OPEN I-O SYSTEM-STATUS.
           IF  SYSSTAT-STATUS = "35"
               OPEN OUTPUT SYSTEM-STATUS
               CLOSE SYSTEM-STATUS
               OPEN I-O SYSTEM-STATUS.
           IF  SYSSTAT-STATUS = "00"
               MOVE "Y" TO STATUS-FILE-OK-SWITCH
           ELSE
               STRING "SYSSTAT FILE ERROR - STATUS " DELIMITED BY SIZE
                      SYSSTAT-STATUS        DELIMITED BY SIZE
                   INTO LA-MESSAGE.

       200-READ-INVENT6-CONTROL.
           MOVE "INVENT6" TO SS-CONTROL-KEY.
           READ SYSTEM-STATUS KEY IS SS-CONTROL-KEY
               INVALID KEY
                   PERFORM 300-WRITE-INVENT6-CONTROL
           END-READ.

       200-ACT-ON-REQUEST.
           IF  LA-REGISTER-SESSION
               PERFORM 300-REGISTER-SESSION.
           IF  LA-RELEASE-SESSION
               PERFORM 300-RELEASE-SESSION.
           IF  LA-TAKE-BATCH-WINDOW
               PERFORM 300-TAKE-BATCH-WINDOW.
           IF  LA-RELEASE-BATCH-WINDOW
               PERFORM 300-RELEASE-BATCH-WINDOW.

       300-WRITE-INVENT6-CONTROL.
           INITIALIZE SYSTEM-STATUS-RECORD.
           MOVE "INVENT6" TO SS-CONTROL-KEY.
           MOVE "N"       TO SS-BATCH-FLAG.
           WRITE SYSTEM-STATUS-RECORD
               INVALID KEY
                   MOVE "N" TO CONTROL-RECORD-OK-SWITCH
                   MOVE "SYSSTAT WRITE FAILED" TO LA-MESSAGE
           END-WRITE.

      *Any number of clerks may work INVENT6 together; only a batch
      *run shuts them out.
       300-REGISTER-SESSION.
           IF  SS-BATCH-WINDOW-HELD
               STRING "BATCH JOB "         DELIMITED BY SIZE
                      SS-BATCH-JOB-NAME    DELIMITED BY SPACE
                      " HOLDS INVENT6 - TRY AGAIN LATER"
                                           DELIMITED BY SIZE
                   INTO LA-MESSAGE
           ELSE
               PERFORM 400-FIND-FREE-SLOT
               IF  SLOT-FOUND
                   PERFORM 400-FILL-SESSION-SLOT
               ELSE
                   MOVE "ALL ONLINE SESSION SLOTS ON INVENT6 IN USE"
                       TO LA-MESSAGE.

      *A slot cleared by LOCK-RESET may already carry someone else,
      *so a slot is only freed when it still names this session.
       300-RELEASE-SESSION.
           MOVE LA-SESSION-SLOT TO SLOT-SUB.
           IF  SLOT-SUB > 0 AND SLOT-SUB NOT > 20
               IF  SS-SESSION-OPERATOR-ID (SLOT-SUB) = LA-OPERATOR-ID
                   AND SS-SESSION-FUNCTION (SLOT-SUB) = LA-PROGRAM-NAME
                   MOVE SPACES TO SS-SESSION-OPERATOR-ID (SLOT-SUB)
                   MOVE SPACES TO SS-SESSION-FUNCTION (SLOT-SUB)
                   MOVE 0      TO SS-SESSION-DATE (SLOT-SUB)
                   MOVE 0      TO SS-SESSION-TIME (SLOT-SUB)
                   IF  SS-ONLINE-COUNT > 0
                       SUBTRACT 1 FROM SS-ONLINE-COUNT
                   END-IF
                   PERFORM 400-REWRITE-CONTROL.
           MOVE 0   TO LA-SESSION-SLOT.
           MOVE "Y" TO LA-RESULT.

      *A job finding the window still held under its own name is the
      *same job restarted after a failure, which RUNCTL lets resume;
      *it takes the window over rather than waiting on itself.
       300-TAKE-BATCH-WINDOW.
           IF  SS-BATCH-WINDOW-HELD
               AND SS-BATCH-JOB-NAME NOT = LA-PROGRAM-NAME
               STRING "BATCH JOB "         DELIMITED BY SIZE
                      SS-BATCH-JOB-NAME    DELIMITED BY SPACE
                      " ALREADY HOLDS INVENT6" DELIMITED BY SIZE
                   INTO LA-MESSAGE
           ELSE
               IF  SS-ONLINE-COUNT > 0
                   PERFORM 400-FIND-FIRST-SESSION
                   STRING "INVENT6 IN USE ONLINE - " DELIMITED BY SIZE
                          SS-ONLINE-COUNT   DELIMITED BY SIZE
                          " SESSION(S), FIRST " DELIMITED BY SIZE
                          SS-SESSION-OPERATOR-ID (FOUND-SUB)
                                            DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          SS-SESSION-FUNCTION (FOUND-SUB)
                                            DELIMITED BY SPACE
                       INTO LA-MESSAGE
               ELSE
                   PERFORM 400-HOLD-BATCH-WINDOW.

       300-RELEASE-BATCH-WINDOW.
           IF  SS-BATCH-WINDOW-HELD
               AND SS-BATCH-JOB-NAME = LA-PROGRAM-NAME
               MOVE "N"    TO SS-BATCH-FLAG
               MOVE SPACES TO SS-BATCH-JOB-NAME
               MOVE SPACES TO SS-BATCH-OPERATOR-ID
               MOVE 0      TO SS-BATCH-START-DATE
               MOVE 0      TO SS-BATCH-START-TIME
               PERFORM 400-REWRITE-CONTROL.
           MOVE "Y" TO LA-RESULT.

       400-FIND-FREE-SLOT.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           MOVE 0 TO SLOT-SUB.
           PERFORM 500-SCAN-FOR-FREE-SLOT
               UNTIL SLOT-FOUND OR SLOT-SUB NOT < 20.

       500-SCAN-FOR-FREE-SLOT.
           ADD 1 TO SLOT-SUB.
           IF  SS-SESSION-OPERATOR-ID (SLOT-SUB) = SPACES
               MOVE "Y" TO SLOT-FOUND-SWITCH
               MOVE SLOT-SUB TO FOUND-SUB.

       400-FIND-FIRST-SESSION.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           MOVE 0 TO SLOT-SUB.
           MOVE 1 TO FOUND-SUB.
           PERFORM 500-SCAN-FOR-USED-SLOT
               UNTIL SLOT-FOUND OR SLOT-SUB NOT < 20.

       500-SCAN-FOR-USED-SLOT.
           ADD 1 TO SLOT-SUB.
           IF  SS-SESSION-OPERATOR-ID (SLOT-SUB) NOT = SPACES
               MOVE "Y" TO SLOT-FOUND-SWITCH
               MOVE SLOT-SUB TO FOUND-SUB.

       400-FILL-SESSION-SLOT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE LA-OPERATOR-ID  TO SS-SESSION-OPERATOR-ID (FOUND-SUB).
           MOVE LA-PROGRAM-NAME TO SS-SESSION-FUNCTION (FOUND-SUB).
           MOVE WS-CURRENT-DATE(1:8) TO SS-SESSION-DATE (FOUND-SUB).
           MOVE WS-CURRENT-DATE(9:6) TO SS-SESSION-TIME (FOUND-SUB).
           ADD 1 TO SS-ONLINE-COUNT.
           PERFORM 400-REWRITE-CONTROL.
           IF  LA-GRANTED
               MOVE FOUND-SUB TO LA-SESSION-SLOT.

       400-HOLD-BATCH-WINDOW.
           IF  SS-BATCH-WINDOW-HELD
               MOVE "BATCH WINDOW TAKEN OVER FROM AN EARLIER RUN"
                   TO LA-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "Y"                  TO SS-BATCH-FLAG.
           MOVE LA-PROGRAM-NAME      TO SS-BATCH-JOB-NAME.
           MOVE LA-OPERATOR-ID       TO SS-BATCH-OPERATOR-ID.
           MOVE WS-CURRENT-DATE(1:8) TO SS-BATCH-START-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO SS-BATCH-START-TIME.
           PERFORM 400-REWRITE-CONTROL.

      *Only a record safely back on SYSSTAT counts as granted.
       400-REWRITE-CONTROL.
           REWRITE SYSTEM-STATUS-RECORD
               INVALID KEY
                   MOVE "N" TO LA-RESULT
                   MOVE "SYSSTAT REWRITE FAILED" TO LA-MESSAGE
               NOT INVALID KEY
                   MOVE "Y" TO LA-RESULT
           END-REWRITE.
