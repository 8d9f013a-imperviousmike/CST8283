           05  RUN-DATE                PIC 9(8).
           05  BACKUP-FILE-NAME        PIC X(40).

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-UNLOAD-INVENTORY.
           PERFORM 200-MARK-RUN-ACTIVE.
           PERFORM 200-INITIATE-UNLOAD.
           PERFORM 200-COPY-INVENT-RECORD UNTIL END-OF-FILE.
           PERFORM 200-TERMINATE-UNLOAD.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

       200-INITIATE-UNLOAD.
           CLOSE INVENT-IN.
           CLOSE BACKUP-OUT.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "INVENT-UNLD" TO RC-JOB-NAME.
           MOVE "A"           TO RC-RUN-STATUS.
           MOVE 0             TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "INVENT-UNLD" TO RC-JOB-NAME.
           MOVE "C"           TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       300-READ-INVENT-RECORD.
           READ INVENT-IN
               AT END MOVE "Y" TO END-OF-FILE-SWITCH.
