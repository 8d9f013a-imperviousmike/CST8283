       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-STAMP INITIAL.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RUN-CONTROL
           ASSIGN TO "/home/mike/project4/RUNCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RC-JOB-NAME OF RUN-CONTROL-RECORD
           FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RUN-RECORD-FOUND-SWITCH PIC X(1) VALUE "N".
               88  RUN-RECORD-FOUND    VALUE "Y".

       01  OTHER-FIELDS.
           05  RUNCTL-STATUS           PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).

       LINKAGE SECTION.
       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

      *Stamps a job's RUNCTL record for jobs that have no checkpoint
      *of their own, so the nightly job stream can tell a finished
      *run from one that stopped part way. The caller names the job
      *and passes status A at the start of its run and C at the end;
      *a start takes a fresh run ID, an end keeps the one on file.
      *The record as stamped is handed back.
       PROCEDURE DIVISION USING RUN-STAMP-AREA.
       100-STAMP-RUN-CONTROL.
           PERFORM 200-OPEN-RUN-CONTROL.
           PERFORM 200-READ-RUN-RECORD.
           PERFORM 200-STAMP-RUN-RECORD.
           CLOSE RUN-CONTROL.
           MOVE RUN-CONTROL-RECORD TO RUN-STAMP-AREA.
           GOBACK.

       200-OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL.
           IF  RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL.
           IF  RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNCTL FILE ERROR - STATUS " RUNCTL-STATUS
               STOP RUN.

       200-READ-RUN-RECORD.
           MOVE RC-JOB-NAME OF RUN-STAMP-AREA
               TO RC-JOB-NAME OF RUN-CONTROL-RECORD.
           READ RUN-CONTROL KEY IS RC-JOB-NAME OF RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE "N" TO RUN-RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO RUN-RECORD-FOUND-SWITCH
           END-READ.

       200-STAMP-RUN-RECORD.
           IF  NOT RUN-RECORD-FOUND
               MOVE RC-JOB-NAME OF RUN-STAMP-AREA
                   TO RC-JOB-NAME OF RUN-CONTROL-RECORD
               MOVE 0 TO RC-RUN-ID OF RUN-CONTROL-RECORD.
           IF  RC-RUN-ACTIVE OF RUN-STAMP-AREA
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:14)
                   TO RC-RUN-ID OF RUN-CONTROL-RECORD.
           MOVE RC-RUN-STATUS OF RUN-STAMP-AREA
               TO RC-RUN-STATUS OF RUN-CONTROL-RECORD.
           MOVE 0 TO RC-CHECKPOINT-COUNT OF RUN-CONTROL-RECORD.
           MOVE RC-INPUT-COUNT OF RUN-STAMP-AREA
               TO RC-INPUT-COUNT OF RUN-CONTROL-RECORD.
           IF  RUN-RECORD-FOUND
               PERFORM 300-REWRITE-RUN-RECORD
           ELSE
               PERFORM 300-WRITE-RUN-RECORD.

       300-REWRITE-RUN-RECORD.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "RUNCTL REWRITE FAILED"
                   STOP RUN
           END-REWRITE.

       300-WRITE-RUN-RECORD.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "RUNCTL WRITE FAILED"
                   STOP RUN
           END-WRITE.
