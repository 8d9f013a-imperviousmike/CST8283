               VALUE "SUGGESTED ORDERS WRITTEN:  ".
           05  TL-ORDER-COUNT          PIC ZZZ9.

       01  EXCEPTION-TRAILER-LINE.
           05  FILLER                  PIC X(24)
               VALUE "SUPPLIER EXCEPTIONS:    ".
           05  XT-EXCEPTION-COUNT      PIC ZZZ9.

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-SUGGEST-PURCHASE-ORDERS.
           PERFORM 200-MARK-RUN-ACTIVE.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SUPPLIER-CODE
                                SR-PART-NUMBER
               INPUT PROCEDURE IS 200-SELECT-REORDER-PARTS
               OUTPUT PROCEDURE IS 200-WRITE-PURCHASE-ORDERS.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

      *Same at-or-below-reorder test REORDER-REPORT applies.
           IF  SUPPLIER-OK
               PERFORM 400-WRITE-ORDER-TOTAL.
           PERFORM 300-WRITE-TRAILER.
           PERFORM 300-WRITE-EXCEPTION-TRAILER.
           CLOSE SUPPLIER-MASTER.
           CLOSE ORDER-LISTING.
           CLOSE ORDER-EXCEPTIONS.
           MOVE ORDER-COUNT TO TL-ORDER-COUNT.
           WRITE ORDER-LINE FROM TRAILER-LINE.

       300-WRITE-EXCEPTION-TRAILER.
           MOVE EXCEPTION-COUNT TO XT-EXCEPTION-COUNT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-TRAILER-LINE.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "PO-SUGGEST" TO RC-JOB-NAME.
           MOVE "A"          TO RC-RUN-STATUS.
           MOVE 0            TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "PO-SUGGEST" TO RC-JOB-NAME.
           MOVE "C"          TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

      *Status 10 is a normal end-of-file; anything else that is not
      *a clean 00 means the run cannot be trusted, so stop here.
       300-CHECK-INVENT-STATUS.
