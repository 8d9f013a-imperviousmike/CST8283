           ASSIGN TO "/home/mike/project4/AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECEIPT-HISTORY
           ASSIGN TO "/home/mike/project4/RCPTHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCPTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE

      *Same one-line-per-transaction layout RECORD-UPDATE writes.
      *Receipts posted against a PO line carry code R like the
      *receipts keyed through the online update program, with the PO
      *number as the reference.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AL-PART-NUMBER      PIC 9(5).
           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REFERENCE        PIC X(8).

       FD  RECEIPT-HISTORY.
       01  RECEIPT-HISTORY-RECORD.
           COPY RCPTHISTREC.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
       01  OTHER-FIELDS.
           05  OPENPO-STATUS             PIC X(2).
           05  INVENT-STATUS             PIC X(2).
           05  RCPTHIST-STATUS           PIC X(2).
           05  LOCATION-CODE             PIC X(1).
                88  LOCATION-MAIN        VALUE "M".
                88  LOCATION-OVERFLOW    VALUE "O".
           OPEN I-O INVENT-IN.
           PERFORM 300-CHECK-INVENT-STATUS.
           OPEN EXTEND AUDIT-LOG.
           PERFORM 300-OPEN-RECEIPT-HISTORY.
           PERFORM 300-PROMPT-RECEIVING.

       200-RECEIVE-ONE-LINE.
           CLOSE OPEN-PO-FILE.
           CLOSE INVENT-IN.
           CLOSE AUDIT-LOG.
           CLOSE RECEIPT-HISTORY.

      *The history file does not exist until the first receipt is
      *posted, so a missing file is created rather than treated as
      *an error.
       300-OPEN-RECEIPT-HISTORY.
           OPEN EXTEND RECEIPT-HISTORY.
           IF  RCPTHIST-STATUS = "35"
               OPEN OUTPUT RECEIPT-HISTORY.
           IF  RCPTHIST-STATUS NOT = "00"
               DISPLAY "RCPTHIST FILE ERROR - STATUS " RCPTHIST-STATUS
               GOBACK.

       300-PROMPT-RECEIVING.
           DISPLAY CONFIRM-SCREEN.
           PERFORM 400-REWRITE-PART-RECORD.
           IF  REWRITE-OK
               PERFORM 400-REWRITE-PO-LINE
               PERFORM 400-WRITE-AUDIT-RECORD
               PERFORM 400-WRITE-RECEIPT-HISTORY.

      *A receipt can never post more than the line still expects;
      *a short delivery leaves the line open for the balance.
           MOVE WS-CURRENT-DATE(9:6)   TO AL-TRANS-TIME.
           MOVE LOCATION-CODE          TO AL-LOCATION.
           MOVE SA-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE SPACES                 TO AL-REASON-CODE.
           MOVE PO-NUMBER              TO AL-REFERENCE.
           WRITE AUDIT-RECORD.

      *Written after the PO line has been updated, so the status kept
      *is the one this delivery left the line in.
       400-WRITE-RECEIPT-HISTORY.
           MOVE PO-NUMBER              TO RH-PO-NUMBER.
           MOVE PO-LINE-NUMBER         TO RH-PO-LINE-NUMBER.
           MOVE PO-SUPPLIER-CODE       TO RH-SUPPLIER-CODE.
           MOVE PO-PART-NUMBER         TO RH-PART-NUMBER.
           MOVE PO-ORDER-DATE          TO RH-ORDER-DATE.
           MOVE PO-ORDER-QTY           TO RH-ORDER-QTY.
           MOVE WS-CURRENT-DATE(1:8)   TO RH-RECEIPT-DATE.
           MOVE WS-CURRENT-DATE(9:6)   TO RH-RECEIPT-TIME.
           MOVE INPUT-VALUE            TO RH-RECEIVED-QTY.
           MOVE LOCATION-CODE          TO RH-LOCATION.
           MOVE SA-OPERATOR-ID         TO RH-OPERATOR-ID.
           MOVE PO-LINE-STATUS         TO RH-LINE-STATUS.
           WRITE RECEIPT-HISTORY-RECORD.

       300-CHECK-OPENPO-STATUS.
           IF  OPENPO-STATUS NOT = "00"
               DISPLAY "OPENPO FILE ERROR - STATUS " OPENPO-STATUS
