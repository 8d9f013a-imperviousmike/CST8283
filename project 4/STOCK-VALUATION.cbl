           05  FILLER                  PIC X(8)  VALUE "  VALUE:".
           05  GT-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-PRODUCE-VALUATION-REPORT.
           PERFORM 200-MARK-RUN-ACTIVE.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SUPPLIER-CODE
                                SR-PART-NUMBER
               INPUT PROCEDURE IS 200-SELECT-INVENT-RECORDS
               OUTPUT PROCEDURE IS 200-PRINT-VALUATION.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

       200-SELECT-INVENT-RECORDS.
           MOVE GRAND-VALUE TO GT-VALUE.
           WRITE VALUATION-LINE FROM GRAND-TOTAL-LINE.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "STOCK-VALUE" TO RC-JOB-NAME.
           MOVE "A"           TO RC-RUN-STATUS.
           MOVE 0             TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "STOCK-VALUE" TO RC-JOB-NAME.
           MOVE "C"           TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

      *Status 10 is a normal end-of-file; anything else that is not
      *a clean 00 means the run cannot be trusted, so stop here.
       300-CHECK-INVENT-STATUS.
