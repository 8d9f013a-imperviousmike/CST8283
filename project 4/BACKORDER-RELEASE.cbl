                   VALUE "PARTS NOT ON INVENT6:   ".
               10  TL-MISSING          PIC ZZZ9.

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-RELEASE-BACKORDERS.
           PERFORM 200-MARK-RUN-ACTIVE.
           PERFORM 200-INITIATE-RELEASE.
           PERFORM 200-PROCESS-BACKORDER UNTIL END-OF-FILE.
           PERFORM 200-TERMINATE-RELEASE.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

       200-INITIATE-RELEASE.
           CLOSE INVENT-IN.
           CLOSE RELEASE-LISTING.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "BO-RELEASE" TO RC-JOB-NAME.
           MOVE "A"          TO RC-RUN-STATUS.
           MOVE 0            TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "BO-RELEASE" TO RC-JOB-NAME.
           MOVE "C"          TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       300-WRITE-HEADINGS.
           WRITE RELEASE-LINE FROM HEADING-LINE-1.
           WRITE RELEASE-LINE FROM HEADING-LINE-2.
