                   VALUE "TOTAL VALUATION IMPACT: ".
               10  TL-VALUE-IMPACT     PIC +Z,ZZZ,ZZZ,ZZ9.99.

       01  INVENT-LOCK-AREA.
           COPY LOCKAREA.

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-APPLY-DUE-PRICES.
           PERFORM 200-MARK-RUN-ACTIVE.
           PERFORM 200-INITIATE-APPLY.
           PERFORM 200-PROCESS-PENDING-RECORD UNTIL END-OF-FILE.
           PERFORM 200-TERMINATE-APPLY.
           PERFORM 200-REWRITE-PENDING-QUEUE.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

       200-INITIATE-APPLY.
           OPEN INPUT PRICE-PENDING.
           IF  PENDING-STATUS = "35"
               DISPLAY "NO PENDING PRICE CHANGES - NOTHING TO APPLY"
               PERFORM 200-MARK-RUN-COMPLETE
               STOP RUN.
           PERFORM 300-TAKE-BATCH-WINDOW.
           OPEN OUTPUT PENDING-WORK.
           OPEN I-O INVENT-OUT.
           PERFORM 300-CHECK-INVENT-STATUS.
           CLOSE INVENT-OUT.
           CLOSE PRICE-HISTORY.
           CLOSE IMPACT-LISTING.
           PERFORM 300-RELEASE-BATCH-WINDOW.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "PRICE-APPLY" TO RC-JOB-NAME.
           MOVE "A"           TO RC-RUN-STATUS.
           MOVE 0             TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "PRICE-APPLY" TO RC-JOB-NAME.
           MOVE "C"           TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

      *The queue restarts holding only the changes still waiting.
       200-REWRITE-PENDING-QUEUE.
           WRITE PENDING-RECORD FROM WORK-RECORD.
           PERFORM 300-READ-WORK-RECORD.

      *No clerk may be in an online function that updates INVENT6
      *while this run does; the batch window shuts them out until
      *the run ends. A run that dies holding it can take it back on
      *restart.
       300-TAKE-BATCH-WINDOW.
           MOVE "B"           TO LA-REQUEST.
           MOVE "PRICE-APPLY" TO LA-PROGRAM-NAME.
           MOVE SPACES        TO LA-OPERATOR-ID.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.
           IF  LA-REFUSED
               DISPLAY LA-MESSAGE
               DISPLAY "RUN CANCELLED - RUN LOCK-RESET ONLY IF STALE"
               STOP RUN.
           IF  LA-MESSAGE NOT = SPACES
               DISPLAY LA-MESSAGE.

       300-RELEASE-BATCH-WINDOW.
           MOVE "E"           TO LA-REQUEST.
           MOVE "PRICE-APPLY" TO LA-PROGRAM-NAME.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.

       300-CHECK-INVENT-STATUS.
           IF  INVENT-STATUS NOT = "00"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
