           05  RESTORE-DATE            PIC 9(8).
           05  BACKUP-FILE-NAME        PIC X(40).

       01  INVENT-LOCK-AREA.
           COPY LOCKAREA.

       PROCEDURE DIVISION.
       100-RESTORE-INVENTORY.
           PERFORM 200-INITIATE-RESTORE.
               INTO BACKUP-FILE-NAME.
           OPEN INPUT BACKUP-IN.
           PERFORM 300-CHECK-BACKUP-STATUS.
           PERFORM 300-TAKE-BATCH-WINDOW.
           OPEN OUTPUT INVENT-OUT.
           PERFORM 300-CHECK-INVENT-STATUS.
           PERFORM 300-READ-BACKUP-RECORD.
                   DISPLAY "DO NOT USE INVENT6 UNTIL RESOLVED".
           CLOSE BACKUP-IN.
           CLOSE INVENT-OUT.
           PERFORM 300-RELEASE-BATCH-WINDOW.

       300-READ-BACKUP-RECORD.
           READ BACKUP-IN
                   ADD 1 TO RESTORED-COUNT
           END-WRITE.

      *A restore replaces INVENT6 outright, so no clerk may be in an
      *online function that updates it; the batch window shuts them
      *out until the restore ends.
       300-TAKE-BATCH-WINDOW.
           MOVE "B"              TO LA-REQUEST.
           MOVE "INVENT-RESTORE" TO LA-PROGRAM-NAME.
           MOVE SPACES           TO LA-OPERATOR-ID.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.
           IF  LA-REFUSED
               DISPLAY LA-MESSAGE
               DISPLAY "RUN CANCELLED - RUN LOCK-RESET ONLY IF STALE"
               STOP RUN.
           IF  LA-MESSAGE NOT = SPACES
               DISPLAY LA-MESSAGE.

       300-RELEASE-BATCH-WINDOW.
           MOVE "E"              TO LA-REQUEST.
           MOVE "INVENT-RESTORE" TO LA-PROGRAM-NAME.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.

      *Status 10 is a normal end-of-file; anything else that is not
      *a clean 00 means the run cannot be trusted, so stop here.
       300-CHECK-BACKUP-STATUS.
