               VALUE "PARTS AT OR BELOW REORDER POINT: ".
           05  TL-EXCEPTION-COUNT      PIC ZZ9.

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-PRODUCE-REORDER-REPORT.
           PERFORM 200-MARK-RUN-ACTIVE.
           PERFORM 200-INITIATE-REPORT.
           PERFORM 200-PROCESS-INVENTORY UNTIL END-OF-FILE.
           PERFORM 200-TERMINATE-REPORT.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

       200-INITIATE-REPORT.
           CLOSE INVENT-IN.
           CLOSE REORDER-LISTING.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "REORDER-RPT" TO RC-JOB-NAME.
           MOVE "A"           TO RC-RUN-STATUS.
           MOVE 0             TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "REORDER-RPT" TO RC-JOB-NAME.
           MOVE "C"           TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       300-WRITE-HEADINGS.
           WRITE REORDER-LINE FROM HEADING-LINE-1.
           WRITE REORDER-LINE FROM HEADING-LINE-2.
