       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT STREAM-CONTROL
           ASSIGN TO "/home/mike/project4/STREAMCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STREAM-CONTROL-STATUS.

       SELECT STEP-LOG
           ASSIGN TO "/home/mike/project4/STEPLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEP-LOG-STATUS.

       SELECT RUN-CONTROL
           ASSIGN TO "/home/mike/project4/RUNCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RC-JOB-NAME
           FILE STATUS IS RUNCTL-STATUS.

       SELECT INTEGRITY-CONTROL
           ASSIGN TO "/home/mike/project4/INTEGCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTEGCTL-STATUS.

       SELECT EXCEPTION-FILE
           ASSIGN USING EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The single record on STREAMCTL.TXT, rewritten as each step
      *starts and when the stream stops or finishes. A stream left
      *running or failed names the step to resume from.
       FD  STREAM-CONTROL.
       01  STREAM-CONTROL-RECORD.
           05  SC-STREAM-ID        PIC 9(14).
           05  SC-BUSINESS-DATE    PIC 9(8).
           05  SC-STREAM-TYPE      PIC X(1).
               88  SC-NIGHTLY-STREAM   VALUE "N".
               88  SC-MONTH-END-STREAM VALUE "M".
           05  SC-STREAM-STATUS    PIC X(1).
               88  SC-STREAM-RUNNING   VALUE "A".
               88  SC-STREAM-FAILED    VALUE "F".
               88  SC-STREAM-COMPLETE  VALUE "C".
           05  SC-NEXT-STEP        PIC 9(2).

      *One line per step run or skipped, appended for every stream.
       FD  STEP-LOG.
       01  STEP-LOG-RECORD.
           05  SL-STREAM-ID        PIC 9(14).
           05  FILLER              PIC X(1).
           05  SL-STREAM-TYPE      PIC X(1).
           05  FILLER              PIC X(1).
           05  SL-STEP-NUMBER      PIC 9(2).
           05  FILLER              PIC X(1).
           05  SL-PROGRAM-NAME     PIC X(18).
           05  FILLER              PIC X(1).
           05  SL-START-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  SL-START-TIME       PIC 9(6).
           05  FILLER              PIC X(1).
           05  SL-END-DATE         PIC 9(8).
           05  FILLER              PIC X(1).
           05  SL-END-TIME         PIC 9(6).
           05  FILLER              PIC X(1).
           05  SL-OUTCOME          PIC X(9).
           05  FILLER              PIC X(1).
           05  SL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  SL-REASON           PIC X(40).

       FD  RUN-CONTROL
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       FD  INTEGRITY-CONTROL.
       01  INTEGRITY-CONTROL-RECORD.
           COPY INTEGCTLREC.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  STREAM-STOPPED-SWITCH   PIC X(1) VALUE "N".
               88  STREAM-STOPPED      VALUE "Y".
           05  STEP-OK-SWITCH          PIC X(1) VALUE "Y".
               88  STEP-OK             VALUE "Y".
           05  PRIOR-STREAM-SWITCH     PIC X(1) VALUE "N".
               88  PRIOR-STREAM-UNFINISHED VALUE "Y".
           05  RUN-RECORD-FOUND-SWITCH PIC X(1) VALUE "N".
               88  RUN-RECORD-FOUND    VALUE "Y".
           05  END-OF-EXCEPTIONS-SWITCH PIC X(1) VALUE "N".
               88  END-OF-EXCEPTIONS   VALUE "Y".
           05  RESTART-RESPONSE        PIC X(1) VALUE SPACES.
               88  RESTART-RERUN       VALUE "R" "r".
               88  RESTART-SKIP        VALUE "S" "s".
               88  RESTART-NEW         VALUE "N" "n".
           05  STREAM-TYPE-RESPONSE    PIC X(1) VALUE SPACES.
               88  NIGHTLY-REQUESTED   VALUE "N" "n".
               88  MONTH-END-REQUESTED VALUE "M" "m".

       01  OTHER-FIELDS.
           05  STREAM-CONTROL-STATUS   PIC X(2).
           05  STEP-LOG-STATUS         PIC X(2).
           05  RUNCTL-STATUS           PIC X(2).
           05  INTEGCTL-STATUS         PIC X(2).
           05  EXCEPTION-FILE-STATUS   PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).
           05  STREAM-ID               PIC 9(14) VALUE 0.
           05  STREAM-TYPE             PIC X(1)  VALUE SPACES.
           05  STEP-SUB                PIC 9(2)  VALUE 0.
           05  STEP-LIMIT              PIC 9(2)  VALUE 0.
           05  CHECK-SUB               PIC 9(2)  VALUE 0.
           05  STEPS-RUN               PIC 9(2)  VALUE 0.
           05  STEP-START-DATE         PIC 9(8).
           05  STEP-START-TIME         PIC 9(6).
           05  STEP-END-DATE           PIC 9(8).
           05  STEP-END-TIME           PIC 9(6).
           05  STEP-EXIT-STATUS        PIC S9(9).
           05  EXIT-STATUS-DISPLAY     PIC -(8)9.
           05  STEP-OUTCOME            PIC X(9).
           05  STEP-REASON             PIC X(40).
           05  FOUND-RUN-ID            PIC 9(14).
           05  FOUND-RUN-STATUS        PIC X(1).
           05  PRIOR-RUN-ID            PIC 9(14).
           05  PRIOR-RUN-STATUS        PIC X(1).
           05  STEP-EXCEPTION-COUNT    PIC 9(6).
           05  STEP-EXCEPTION-DISPLAY  PIC ZZZZZ9.
           05  STEP-EXCEPTION-FILE     PIC X(12).
           05  TAG-LENGTH              PIC 9(2).
           05  COUNT-TEXT              PIC X(4).
           05  COUNT-EDITED REDEFINES COUNT-TEXT
                                       PIC ZZZ9.
           05  COUNT-FOUND             PIC 9(4).
           05  EXCEPTION-FILE-NAME     PIC X(40).
           05  PROGRAM-DIRECTORY       PIC X(20)
               VALUE "/home/mike/project4/".
           05  STEP-COMMAND            PIC X(80).
           05  BUSINESS-DATE           PIC 9(8)  VALUE 0.
           05  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
               10  BD-YEAR             PIC 9(4).
               10  BD-MONTH            PIC 9(2).
               10  BD-DAY              PIC 9(2).
           05  MONTH-START-DATE        PIC 9(8).
           05  MONTH-START-PARTS REDEFINES MONTH-START-DATE.
               10  MS-YEAR             PIC 9(4).
               10  MS-MONTH            PIC 9(2).
               10  MS-DAY              PIC 9(2).
           05  BUSINESS-DAY-NUMBER     PIC 9(7).
           05  LAST-BUSINESS-DAY-NUMBER PIC 9(7).
           05  LAST-BUSINESS-DATE      PIC 9(8).
           05  WEEK-COUNT              PIC 9(7).
           05  WEEKDAY-NUMBER          PIC 9(1).

      *The stream in running order: program to run and the job name
      *it stamps on RUNCTL. The first seven are the nightly stream;
      *the month-end stream adds PERIOD-CLOSE after them.
       01  STREAM-STEP-VALUES.
           05  FILLER                  PIC X(30)
               VALUE "SALES-POST        SALES-POST  ".
           05  FILLER                  PIC X(30)
               VALUE "BACKORDER-RELEASE BO-RELEASE  ".
           05  FILLER                  PIC X(30)
               VALUE "PRICE-APPLY       PRICE-APPLY ".
           05  FILLER                  PIC X(30)
               VALUE "REORDER-REPORT    REORDER-RPT ".
           05  FILLER                  PIC X(30)
               VALUE "PO-SUGGEST        PO-SUGGEST  ".
           05  FILLER                  PIC X(30)
               VALUE "STOCK-VALUATION   STOCK-VALUE ".
           05  FILLER                  PIC X(30)
               VALUE "INVENT-UNLOAD     INVENT-UNLD ".
           05  FILLER                  PIC X(30)
               VALUE "PERIOD-CLOSE      PERIOD-CLOSE".
       01  STREAM-STEP-TABLE REDEFINES STREAM-STEP-VALUES.
           05  STREAM-STEP-ENTRY OCCURS 8 TIMES.
               10  ST-PROGRAM-NAME     PIC X(18).
               10  ST-JOB-NAME         PIC X(12).

       01  STREAM-LIMITS.
           05  NIGHTLY-STEP-COUNT      PIC 9(2) VALUE 7.
           05  MONTH-END-STEP-COUNT    PIC 9(2) VALUE 8.

      *Exception counts a step must leave at zero: the step number,
      *the listing it writes, and the trailer label whose four-digit
      *count follows it. A step may have more than one.
       01  EXCEPTION-CHECK-VALUES.
           05  FILLER                  PIC X(40)
               VALUE "01SALEXCP.TXT 23TRANSACTIONS REJECTED:  ".
           05  FILLER                  PIC X(40)
               VALUE "02BORELRPT.TXT24PARTS NOT ON INVENT6:   ".
           05  FILLER                  PIC X(40)
               VALUE "03PRIMPACT.TXT24PARTS NOT ON INVENT6:   ".
           05  FILLER                  PIC X(40)
               VALUE "03PRIMPACT.TXT24CHANGES FAILED:         ".
           05  FILLER                  PIC X(40)
               VALUE "05POEXCP.TXT  24SUPPLIER EXCEPTIONS:    ".
       01  EXCEPTION-CHECK-TABLE REDEFINES EXCEPTION-CHECK-VALUES.
           05  EXCEPTION-CHECK-ENTRY OCCURS 5 TIMES.
               10  XC-STEP-NUMBER      PIC 9(2).
               10  XC-FILE-NAME        PIC X(12).
               10  XC-TAG-LENGTH       PIC 9(2).
               10  XC-TAG              PIC X(24).

       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       PROCEDURE DIVISION.
       100-RUN-JOB-STREAM.
           PERFORM 200-SIGN-ON-OPERATOR.
           PERFORM 200-READ-STREAM-CONTROL.
           IF  PRIOR-STREAM-UNFINISHED
               PERFORM 200-OFFER-RESTART.
           IF  NOT PRIOR-STREAM-UNFINISHED
               PERFORM 200-START-NEW-STREAM.
           PERFORM 200-OPEN-STEP-LOG.
           IF  RESTART-SKIP
               PERFORM 200-SKIP-FAILED-STEP.
           PERFORM 200-RUN-STREAM-STEP
               UNTIL STREAM-STOPPED OR STEP-SUB NOT < STEP-LIMIT.
           PERFORM 200-FINISH-STREAM.
           STOP RUN.

       200-SIGN-ON-OPERATOR.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.
           IF  NOT SA-SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               STOP RUN.

      *A stream left running died with its driver; one left failed
      *was stopped on a bad step. Either is offered for restart.
       200-READ-STREAM-CONTROL.
           OPEN INPUT STREAM-CONTROL.
           IF  STREAM-CONTROL-STATUS NOT = "35"
               READ STREAM-CONTROL
                   AT END MOVE "C" TO SC-STREAM-STATUS
               END-READ
               CLOSE STREAM-CONTROL
               IF  (SC-STREAM-RUNNING OR SC-STREAM-FAILED)
                   AND SC-NEXT-STEP > 0
                   AND SC-NEXT-STEP NOT > MONTH-END-STEP-COUNT
                   MOVE "Y" TO PRIOR-STREAM-SWITCH.

      *Skipping a failed step passes its work by, so it is left to a
      *supervisor; anyone on the night shift may rerun it.
       200-OFFER-RESTART.
           DISPLAY "STREAM " SC-STREAM-ID " FOR BUSINESS DATE "
               SC-BUSINESS-DATE " DID NOT FINISH".
           DISPLAY "STOPPED AT STEP " SC-NEXT-STEP ": "
               ST-PROGRAM-NAME (SC-NEXT-STEP).
           DISPLAY "R = RERUN THAT STEP AND CARRY ON".
           DISPLAY "S = SKIP THAT STEP AND CARRY ON".
           DISPLAY "N = ABANDON IT AND START A NEW STREAM".
           DISPLAY "ENTER R, S OR N:".
           ACCEPT RESTART-RESPONSE.
           IF  RESTART-SKIP AND NOT SA-SUPERVISOR
               DISPLAY "SUPERVISOR AUTHORIZATION REQUIRED"
               STOP RUN.
           IF  RESTART-RERUN OR RESTART-SKIP
               PERFORM 300-RESUME-PRIOR-STREAM
           ELSE
               IF  RESTART-NEW
                   MOVE "N" TO PRIOR-STREAM-SWITCH
               ELSE
                   DISPLAY "RUN CANCELLED"
                   STOP RUN.

       200-START-NEW-STREAM.
           PERFORM 300-CHECK-INTEGRITY-CONTROL.
           DISPLAY "ENTER BUSINESS DATE FOR THIS STREAM (YYYYMMDD)".
           DISPLAY "OR 0 FOR TODAY:".
           ACCEPT BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF  BUSINESS-DATE = 0
               MOVE WS-CURRENT-DATE(1:8) TO BUSINESS-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO STREAM-ID.
           COMPUTE BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE).
           IF  BUSINESS-DAY-NUMBER < 1
               DISPLAY "BUSINESS DATE INVALID - RUN CANCELLED"
               STOP RUN.
           PERFORM 300-FIND-LAST-BUSINESS-DAY.
           DISPLAY "STREAM TYPE: N = NIGHTLY, M = MONTH-END:".
           ACCEPT STREAM-TYPE-RESPONSE.
           IF  MONTH-END-REQUESTED
               PERFORM 300-SET-MONTH-END-STREAM.
           IF  NIGHTLY-REQUESTED
               PERFORM 300-SET-NIGHTLY-STREAM.
           IF  STEP-LIMIT = 0
               DISPLAY "RUN CANCELLED"
               STOP RUN.
           MOVE 0 TO STEP-SUB.

       200-OPEN-STEP-LOG.
           OPEN EXTEND STEP-LOG.
           IF  STEP-LOG-STATUS = "35"
               OPEN OUTPUT STEP-LOG.
           IF  STEP-LOG-STATUS NOT = "00"
               DISPLAY "STEPLOG FILE ERROR - STATUS " STEP-LOG-STATUS
               STOP RUN.

       200-SKIP-FAILED-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO STEP-START-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO STEP-START-TIME.
           MOVE STEP-START-DATE      TO STEP-END-DATE.
           MOVE STEP-START-TIME      TO STEP-END-TIME.
           MOVE "SKIPPED AT RESTART BY SUPERVISOR" TO STEP-REASON.
           MOVE "SKIPPED" TO STEP-OUTCOME.
           PERFORM 300-WRITE-STEP-LOG.
           DISPLAY "STEP " STEP-SUB ": " ST-PROGRAM-NAME (STEP-SUB)
               " SKIPPED".

      *Each step runs as its own program, as it would if started by
      *hand, and is then judged on how it finished before the next
      *one is allowed to start.
       200-RUN-STREAM-STEP.
           ADD 1 TO STEP-SUB.
           PERFORM 300-PREPARE-STEP.
           PERFORM 300-EXECUTE-STEP.
           PERFORM 300-JUDGE-STEP.
           IF  STEP-OK
               MOVE "COMPLETED" TO STEP-OUTCOME
           ELSE
               MOVE "FAILED"    TO STEP-OUTCOME.
           PERFORM 300-WRITE-STEP-LOG.
           IF  STEP-OK
               ADD 1 TO STEPS-RUN
               DISPLAY "STEP " STEP-SUB ": " ST-PROGRAM-NAME (STEP-SUB)
                   " COMPLETED"
           ELSE
               PERFORM 300-STOP-STREAM.

       200-FINISH-STREAM.
           CLOSE STEP-LOG.
           IF  NOT STREAM-STOPPED
               MOVE "C" TO SC-STREAM-STATUS
               MOVE 0   TO SC-NEXT-STEP
               PERFORM 300-WRITE-STREAM-CONTROL
               DISPLAY "JOB STREAM COMPLETE FOR BUSINESS DATE "
                   BUSINESS-DATE
               DISPLAY "STEPS RUN: " STEPS-RUN.

       300-RESUME-PRIOR-STREAM.
           MOVE SC-STREAM-ID     TO STREAM-ID.
           MOVE SC-BUSINESS-DATE TO BUSINESS-DATE.
           MOVE SC-STREAM-TYPE   TO STREAM-TYPE.
           IF  SC-MONTH-END-STREAM
               MOVE MONTH-END-STEP-COUNT TO STEP-LIMIT
           ELSE
               MOVE NIGHTLY-STEP-COUNT   TO STEP-LIMIT.
           IF  RESTART-SKIP
               MOVE SC-NEXT-STEP TO STEP-SUB
           ELSE
               COMPUTE STEP-SUB = SC-NEXT-STEP - 1.

      *The night shift does not post against a data set the last
      *INTEGRITY-CHECK found broken links in.
       300-CHECK-INTEGRITY-CONTROL.
           OPEN INPUT INTEGRITY-CONTROL.
           IF  INTEGCTL-STATUS = "35"
               DISPLAY "NO INTEGRITY CHECK ON FILE - INTEGRITY-CHECK"
               DISPLAY "SHOULD BE RUN BEFORE THE NEXT STREAM"
           ELSE
               READ INTEGRITY-CONTROL
                   AT END MOVE "C" TO IC-RESULT
               END-READ
               CLOSE INTEGRITY-CONTROL
               IF  IC-DATA-SET-NOT-CLEAN
                   DISPLAY "INTEGRITY CHECK OF " IC-RUN-DATE " FOUND "
                       IC-EXCEPTION-COUNT " EXCEPTION(S)"
                   DISPLAY "CORRECT THEM AND RERUN INTEGRITY-CHECK"
                   DISPLAY "RUN CANCELLED"
                   STOP RUN.

      *The last business day is the last weekday of the month; the
      *day before the first of next month is stepped back over any
      *weekend. Day numbers count from Monday 1 January 1601, so a
      *day number's remainder over seven is 1 for Monday through 5
      *for Friday, 6 for Saturday and 0 for Sunday.
       300-FIND-LAST-BUSINESS-DAY.
           MOVE BD-YEAR  TO MS-YEAR.
           MOVE BD-MONTH TO MS-MONTH.
           MOVE 1        TO MS-DAY.
           IF  MS-MONTH = 12
               MOVE 1 TO MS-MONTH
               ADD 1 TO MS-YEAR
           ELSE
               ADD 1 TO MS-MONTH.
           COMPUTE LAST-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (MONTH-START-DATE) - 1.
           PERFORM 400-FIND-WEEKDAY.
           PERFORM 400-STEP-BACK-ONE-DAY
               UNTIL WEEKDAY-NUMBER > 0 AND WEEKDAY-NUMBER < 6.
           COMPUTE LAST-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER (LAST-BUSINESS-DAY-NUMBER).

       300-SET-MONTH-END-STREAM.
           IF  BUSINESS-DAY-NUMBER NOT = LAST-BUSINESS-DAY-NUMBER
               DISPLAY "MONTH-END STREAM RUNS ONLY ON THE LAST"
               DISPLAY "BUSINESS DAY OF THE MONTH: " LAST-BUSINESS-DATE
               DISPLAY "RUN CANCELLED"
               STOP RUN.
           MOVE "M"                  TO STREAM-TYPE.
           MOVE MONTH-END-STEP-COUNT TO STEP-LIMIT.

       300-SET-NIGHTLY-STREAM.
           IF  BUSINESS-DAY-NUMBER = LAST-BUSINESS-DAY-NUMBER
               DISPLAY "NOTE: LAST BUSINESS DAY OF THE MONTH -"
               DISPLAY "PERIOD-CLOSE RUNS ONLY IN THE MONTH-END STREAM".
           MOVE "N"                TO STREAM-TYPE.
           MOVE NIGHTLY-STEP-COUNT TO STEP-LIMIT.

      *The control record names this step before it starts, so a
      *stream whose driver dies part way resumes here.
       300-PREPARE-STEP.
           MOVE "Y"    TO STEP-OK-SWITCH.
           MOVE SPACES TO STEP-REASON.
           MOVE 0 TO CHECK-SUB.
           PERFORM 400-CLEAR-EXCEPTION-FILE
               UNTIL CHECK-SUB NOT < 5.
           PERFORM 400-READ-RUN-CONTROL.
           MOVE FOUND-RUN-ID     TO PRIOR-RUN-ID.
           MOVE FOUND-RUN-STATUS TO PRIOR-RUN-STATUS.
           MOVE "A"      TO SC-STREAM-STATUS.
           MOVE STEP-SUB TO SC-NEXT-STEP.
           PERFORM 300-WRITE-STREAM-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO STEP-START-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO STEP-START-TIME.
           DISPLAY "STEP " STEP-SUB ": " ST-PROGRAM-NAME (STEP-SUB)
               " STARTED " STEP-START-TIME.
           IF  ST-PROGRAM-NAME (STEP-SUB) = "PERIOD-CLOSE"
               DISPLAY "WHEN ASKED, CLOSE PERIOD " BD-YEAR BD-MONTH.

       300-EXECUTE-STEP.
           MOVE SPACES TO STEP-COMMAND.
           STRING PROGRAM-DIRECTORY     DELIMITED BY SPACE
                  ST-PROGRAM-NAME (STEP-SUB) DELIMITED BY SPACE
               INTO STEP-COMMAND.
           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE RETURN-CODE TO STEP-EXIT-STATUS.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO STEP-END-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO STEP-END-TIME.

      *The step programs end their own error paths normally, so an
      *exit status alone proves little: the run must also be stamped
      *complete on RUNCTL by this run and leave no exceptions.
       300-JUDGE-STEP.
           IF  STEP-EXIT-STATUS NOT = 0
               MOVE STEP-EXIT-STATUS TO EXIT-STATUS-DISPLAY
               STRING "ENDED ABNORMALLY - EXIT STATUS "
                                         DELIMITED BY SIZE
                      EXIT-STATUS-DISPLAY DELIMITED BY SIZE
                   INTO STEP-REASON
               MOVE "N" TO STEP-OK-SWITCH.
           IF  STEP-OK
               PERFORM 400-CHECK-RUN-CONTROL.
           IF  STEP-OK
               PERFORM 400-COUNT-STEP-EXCEPTIONS.

       300-WRITE-STEP-LOG.
           MOVE SPACES                     TO STEP-LOG-RECORD.
           MOVE STREAM-ID                  TO SL-STREAM-ID.
           MOVE STREAM-TYPE                TO SL-STREAM-TYPE.
           MOVE STEP-SUB                   TO SL-STEP-NUMBER.
           MOVE ST-PROGRAM-NAME (STEP-SUB) TO SL-PROGRAM-NAME.
           MOVE STEP-START-DATE            TO SL-START-DATE.
           MOVE STEP-START-TIME            TO SL-START-TIME.
           MOVE STEP-END-DATE              TO SL-END-DATE.
           MOVE STEP-END-TIME              TO SL-END-TIME.
           MOVE SA-OPERATOR-ID             TO SL-OPERATOR-ID.
           MOVE STEP-OUTCOME               TO SL-OUTCOME.
           MOVE STEP-REASON                TO SL-REASON.
           WRITE STEP-LOG-RECORD.

       300-STOP-STREAM.
           MOVE "Y" TO STREAM-STOPPED-SWITCH.
           MOVE "F"      TO SC-STREAM-STATUS.
           MOVE STEP-SUB TO SC-NEXT-STEP.
           PERFORM 300-WRITE-STREAM-CONTROL.
           DISPLAY "STEP " STEP-SUB ": " ST-PROGRAM-NAME (STEP-SUB)
               " FAILED - " STEP-REASON.
           DISPLAY "JOB STREAM STOPPED - CORRECT THE PROBLEM AND RUN".
           DISPLAY "JOB-STREAM AGAIN TO RESUME FROM THIS STEP".

       300-WRITE-STREAM-CONTROL.
           MOVE STREAM-ID     TO SC-STREAM-ID.
           MOVE BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE STREAM-TYPE   TO SC-STREAM-TYPE.
           OPEN OUTPUT STREAM-CONTROL.
           WRITE STREAM-CONTROL-RECORD.
           CLOSE STREAM-CONTROL.

       400-FIND-WEEKDAY.
           DIVIDE LAST-BUSINESS-DAY-NUMBER BY 7
               GIVING WEEK-COUNT REMAINDER WEEKDAY-NUMBER.

       400-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM LAST-BUSINESS-DAY-NUMBER.
           PERFORM 400-FIND-WEEKDAY.

      *A listing left from an earlier run must not be read as this
      *one's. A step that stops before writing its listing (PRICE-
      *APPLY with nothing due) leaves it empty: no exceptions.
       400-CLEAR-EXCEPTION-FILE.
           ADD 1 TO CHECK-SUB.
           IF  XC-STEP-NUMBER (CHECK-SUB) = STEP-SUB
               PERFORM 500-BUILD-EXCEPTION-FILE-NAME
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE.

       400-READ-RUN-CONTROL.
           MOVE "N"    TO RUN-RECORD-FOUND-SWITCH.
           MOVE 0      TO FOUND-RUN-ID.
           MOVE SPACES TO FOUND-RUN-STATUS.
           OPEN INPUT RUN-CONTROL.
           IF  RUNCTL-STATUS = "00"
               MOVE ST-JOB-NAME (STEP-SUB) TO RC-JOB-NAME
               READ RUN-CONTROL KEY IS RC-JOB-NAME
                   NOT INVALID KEY
                       MOVE "Y"           TO RUN-RECORD-FOUND-SWITCH
                       MOVE RC-RUN-ID     TO FOUND-RUN-ID
                       MOVE RC-RUN-STATUS TO FOUND-RUN-STATUS
               END-READ
               CLOSE RUN-CONTROL.

      *A run that was active before the step and complete after it
      *is a restart that finished; otherwise a complete run must
      *carry a run ID other than the one on file before the step.
       400-CHECK-RUN-CONTROL.
           PERFORM 400-READ-RUN-CONTROL.
           IF  NOT RUN-RECORD-FOUND
               MOVE "NO RUNCTL RECORD - RUN NEVER STARTED"
                   TO STEP-REASON
               MOVE "N" TO STEP-OK-SWITCH
           ELSE
               IF  FOUND-RUN-STATUS NOT = "C"
                   MOVE "RUNCTL SHOWS THE RUN DID NOT FINISH"
                       TO STEP-REASON
                   MOVE "N" TO STEP-OK-SWITCH
               ELSE
                   IF  FOUND-RUN-ID = PRIOR-RUN-ID
                       AND PRIOR-RUN-STATUS = "C"
                       MOVE "RUN CANCELLED - RUNCTL NOT STAMPED"
                           TO STEP-REASON
                       MOVE "N" TO STEP-OK-SWITCH.

       400-COUNT-STEP-EXCEPTIONS.
           MOVE 0 TO STEP-EXCEPTION-COUNT.
           MOVE 0 TO CHECK-SUB.
           PERFORM 500-SCAN-EXCEPTION-FILE
               UNTIL CHECK-SUB NOT < 5.
           IF  STEP-EXCEPTION-COUNT > 0
               MOVE STEP-EXCEPTION-COUNT TO STEP-EXCEPTION-DISPLAY
               STRING STEP-EXCEPTION-DISPLAY DELIMITED BY SIZE
                      " EXCEPTION(S) ON "    DELIMITED BY SIZE
                      STEP-EXCEPTION-FILE    DELIMITED BY SPACE
                   INTO STEP-REASON
               MOVE "N" TO STEP-OK-SWITCH.

       500-BUILD-EXCEPTION-FILE-NAME.
           MOVE SPACES TO EXCEPTION-FILE-NAME.
           STRING PROGRAM-DIRECTORY         DELIMITED BY SPACE
                  XC-FILE-NAME (CHECK-SUB)  DELIMITED BY SPACE
               INTO EXCEPTION-FILE-NAME.

       500-SCAN-EXCEPTION-FILE.
           ADD 1 TO CHECK-SUB.
           IF  XC-STEP-NUMBER (CHECK-SUB) = STEP-SUB
               MOVE XC-FILE-NAME (CHECK-SUB) TO STEP-EXCEPTION-FILE
               MOVE XC-TAG-LENGTH (CHECK-SUB) TO TAG-LENGTH
               PERFORM 500-BUILD-EXCEPTION-FILE-NAME
               OPEN INPUT EXCEPTION-FILE
               IF  EXCEPTION-FILE-STATUS = "00"
                   MOVE "N" TO END-OF-EXCEPTIONS-SWITCH
                   PERFORM 600-READ-EXCEPTION-LINE
                   PERFORM 600-TALLY-EXCEPTION-LINE
                       UNTIL END-OF-EXCEPTIONS
                   CLOSE EXCEPTION-FILE.

       600-READ-EXCEPTION-LINE.
           READ EXCEPTION-FILE
               AT END MOVE "Y" TO END-OF-EXCEPTIONS-SWITCH.

       600-TALLY-EXCEPTION-LINE.
           IF  EXCEPTION-LINE(1:TAG-LENGTH) =
               XC-TAG (CHECK-SUB)(1:TAG-LENGTH)
               MOVE EXCEPTION-LINE(TAG-LENGTH + 1:4) TO COUNT-TEXT
               MOVE COUNT-EDITED TO COUNT-FOUND
               ADD COUNT-FOUND TO STEP-EXCEPTION-COUNT.
           PERFORM 600-READ-EXCEPTION-LINE.
