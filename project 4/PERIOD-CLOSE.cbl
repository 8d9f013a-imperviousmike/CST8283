           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-REFERENCE        PIC X(8).

      *Dated cut of the live log, one file per closed period. The
      *last record is a control record carrying the period and the
      *line count, the way INVENT-UNLOAD's backups prove a copy is
      *complete.
       FD  AUDIT-ARCHIVE.
       01  ARCHIVE-RECORD          PIC X(60).
       01  ARCHIVE-CONTROL-RECORD.
           05  CA-CONTROL-TAG      PIC X(5).
           05  CA-PERIOD           PIC 9(6).
           05  CA-LINE-COUNT       PIC 9(8).
           05  FILLER              PIC X(41).

      *Lines dated after the period being closed are parked here and
      *written back so a late-run close does not archive them early.
       FD  AUDIT-WORK.
       01  WORK-RECORD             PIC X(60).

       FD  SUMMARY-LISTING.
       01  SUMMARY-LINE            PIC X(80).
           05  SALE-UNITS              PIC 9(8) VALUE 0.
           05  RECEIPT-COUNT           PIC 9(6) VALUE 0.
           05  RECEIPT-UNITS           PIC 9(8) VALUE 0.
           05  CUST-RETURN-COUNT       PIC 9(6) VALUE 0.
           05  CUST-RETURN-UNITS       PIC 9(8) VALUE 0.
           05  VENDOR-RETURN-COUNT     PIC 9(6) VALUE 0.
           05  VENDOR-RETURN-UNITS     PIC 9(8) VALUE 0.
           05  TRANSFER-COUNT          PIC 9(6) VALUE 0.
           05  BUILD-COUNT             PIC 9(6) VALUE 0.
           05  BUILD-UNITS             PIC 9(8) VALUE 0.
           05  CONSUME-COUNT           PIC 9(6) VALUE 0.
           05  CONSUME-UNITS           PIC 9(8) VALUE 0.
           05  ADJUST-COUNT            PIC 9(6) VALUE 0.
           05  ADJUST-UNITS            PIC S9(8) VALUE 0.
           05  ADJUST-CHANGE           PIC S9(6).
                   VALUE "  UNITS:".
               10  SD-RECEIPT-UNITS    PIC ZZ,ZZZ,ZZ9.
           05  SUMMARY-LINE-3.
               10  FILLER              PIC X(24)
                   VALUE "CUSTOMER RETURNS:       ".
               10  SD-CUST-RETURN-COUNT PIC ZZZ,ZZ9.
               10  FILLER              PIC X(8)
                   VALUE "  UNITS:".
               10  SD-CUST-RETURN-UNITS PIC ZZ,ZZZ,ZZ9.
           05  SUMMARY-LINE-4.
               10  FILLER              PIC X(24)
                   VALUE "RETURNS TO SUPPLIER:    ".
               10  SD-VENDOR-RETURN-COUNT PIC ZZZ,ZZ9.
               10  FILLER              PIC X(8)
                   VALUE "  UNITS:".
               10  SD-VENDOR-RETURN-UNITS PIC ZZ,ZZZ,ZZ9.
           05  SUMMARY-LINE-5.
               10  FILLER              PIC X(24)
                   VALUE "COUNT ADJUSTMENTS:      ".
               10  SD-ADJUST-COUNT     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(8)
                   VALUE "  UNITS:".
               10  SD-ADJUST-UNITS     PIC +Z,ZZZ,ZZ9.
           05  SUMMARY-LINE-6.
               10  FILLER              PIC X(24)
                   VALUE "TRANSFERS:              ".
               10  SD-TRANSFER-COUNT   PIC ZZZ,ZZ9.
           05  SUMMARY-LINE-7.
               10  FILLER              PIC X(24)
                   VALUE "KIT BUILDS:             ".
               10  SD-BUILD-COUNT      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(8)
                   VALUE "  UNITS:".
               10  SD-BUILD-UNITS      PIC ZZ,ZZZ,ZZ9.
           05  SUMMARY-LINE-8.
               10  FILLER              PIC X(24)
                   VALUE "COMPONENTS CONSUMED:    ".
               10  SD-CONSUME-COUNT    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(8)
                   VALUE "  UNITS:".
               10  SD-CONSUME-UNITS    PIC ZZ,ZZZ,ZZ9.
           05  SUMMARY-LINE-9.
               10  FILLER              PIC X(24)
                   VALUE "LINES ARCHIVED:         ".
               10  SD-ARCHIVED-COUNT   PIC ZZZ,ZZ9.
           05  SUMMARY-LINE-10.
               10  FILLER              PIC X(24)
                   VALUE "LINES CARRIED FORWARD:  ".
               10  SD-CARRIED-COUNT    PIC ZZZ,ZZ9.

       01  INVENT-LOCK-AREA.
           COPY LOCKAREA.

       01  RUN-STAMP-AREA.
           COPY RUNCTLREC.

       PROCEDURE DIVISION.
       100-CLOSE-PERIOD.
           PERFORM 200-MARK-RUN-ACTIVE.
           PERFORM 200-INITIATE-CLOSE.
           PERFORM 200-CUT-AUDIT-LINE UNTIL END-OF-FILE.
           PERFORM 200-FINISH-ARCHIVE.
           PERFORM 200-RESTART-LIVE-LOG.
           PERFORM 200-WRITE-PERIOD-SUMMARY.
           PERFORM 200-MARK-RUN-COMPLETE.
           STOP RUN.

       200-INITIATE-CLOSE.
                  CLOSE-PERIOD        DELIMITED BY SIZE
               INTO ARCHIVE-FILE-NAME.
           PERFORM 300-GUARD-EXISTING-ARCHIVE.
           PERFORM 300-TAKE-BATCH-WINDOW.
           OPEN INPUT AUDIT-LOG.
           IF  AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG FILE ERROR - STATUS " AUDIT-STATUS
           IF  AL-TRANS-CODE = "R"
               ADD 1 TO RECEIPT-COUNT
               ADD AL-TRANS-AMOUNT TO RECEIPT-UNITS.
           IF  AL-TRANS-CODE = "C"
               ADD 1 TO CUST-RETURN-COUNT
               ADD AL-TRANS-AMOUNT TO CUST-RETURN-UNITS.
           IF  AL-TRANS-CODE = "V"
               ADD 1 TO VENDOR-RETURN-COUNT
               ADD AL-TRANS-AMOUNT TO VENDOR-RETURN-UNITS.
           IF  AL-TRANS-CODE = "T"
               ADD 1 TO TRANSFER-COUNT.
           IF  AL-TRANS-CODE = "B"
               ADD 1 TO BUILD-COUNT
               ADD AL-TRANS-AMOUNT TO BUILD-UNITS.
           IF  AL-TRANS-CODE = "U"
               ADD 1 TO CONSUME-COUNT
               ADD AL-TRANS-AMOUNT TO CONSUME-UNITS.
           IF  AL-TRANS-CODE = "A"
               ADD 1 TO ADJUST-COUNT
               COMPUTE ADJUST-CHANGE = AL-AFTER-QTY - AL-BEFORE-QTY
           PERFORM 300-COPY-WORK-RECORD UNTIL END-OF-WORK.
           CLOSE AUDIT-WORK.
           CLOSE AUDIT-LOG.
           PERFORM 300-RELEASE-BATCH-WINDOW.
           DISPLAY "LINES CARRIED FORWARD: " CARRIED-COUNT.

       300-READ-WORK-RECORD.
           MOVE RECEIPT-COUNT   TO SD-RECEIPT-COUNT.
           MOVE RECEIPT-UNITS   TO SD-RECEIPT-UNITS.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-2.
           MOVE CUST-RETURN-COUNT   TO SD-CUST-RETURN-COUNT.
           MOVE CUST-RETURN-UNITS   TO SD-CUST-RETURN-UNITS.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-3.
           MOVE VENDOR-RETURN-COUNT TO SD-VENDOR-RETURN-COUNT.
           MOVE VENDOR-RETURN-UNITS TO SD-VENDOR-RETURN-UNITS.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-4.
           MOVE ADJUST-COUNT    TO SD-ADJUST-COUNT.
           MOVE ADJUST-UNITS    TO SD-ADJUST-UNITS.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-5.
           MOVE TRANSFER-COUNT  TO SD-TRANSFER-COUNT.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-6.
           MOVE BUILD-COUNT     TO SD-BUILD-COUNT.
           MOVE BUILD-UNITS     TO SD-BUILD-UNITS.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-7.
           MOVE CONSUME-COUNT   TO SD-CONSUME-COUNT.
           MOVE CONSUME-UNITS   TO SD-CONSUME-UNITS.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-8.
           MOVE ARCHIVED-COUNT  TO SD-ARCHIVED-COUNT.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-9.
           MOVE CARRIED-COUNT   TO SD-CARRIED-COUNT.
           WRITE SUMMARY-LINE FROM SUMMARY-LINE-10.
           CLOSE SUMMARY-LISTING.

      *RUNCTL is stamped active at the start and complete at the
      *end so the nightly job stream can tell a run that finished
      *from one that stopped part way.
       200-MARK-RUN-ACTIVE.
           MOVE "PERIOD-CLOSE" TO RC-JOB-NAME.
           MOVE "A"            TO RC-RUN-STATUS.
           MOVE 0              TO RC-INPUT-COUNT.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

       200-MARK-RUN-COMPLETE.
           MOVE "PERIOD-CLOSE" TO RC-JOB-NAME.
           MOVE "C"            TO RC-RUN-STATUS.
           CALL "RUN-STAMP" USING RUN-STAMP-AREA.

      *The close rebuilds AUDITLOG.TXT under the online functions
      *that append to it as they update INVENT6, so it runs inside
      *the same batch window the INVENT6 jobs take.
       300-TAKE-BATCH-WINDOW.
           MOVE "B"            TO LA-REQUEST.
           MOVE "PERIOD-CLOSE" TO LA-PROGRAM-NAME.
           MOVE SPACES         TO LA-OPERATOR-ID.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.
           IF  LA-REFUSED
               DISPLAY LA-MESSAGE
               DISPLAY "RUN CANCELLED - RUN LOCK-RESET ONLY IF STALE"
               STOP RUN.
           IF  LA-MESSAGE NOT = SPACES
               DISPLAY LA-MESSAGE.

       300-RELEASE-BATCH-WINDOW.
           MOVE "E"            TO LA-REQUEST.
           MOVE "PERIOD-CLOSE" TO LA-PROGRAM-NAME.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.

       300-CHECK-ARCHIVE-STATUS.
           IF  ARCHIVE-STATUS NOT = "00"
               DISPLAY "ARCHIVE FILE ERROR - STATUS " ARCHIVE-STATUS
