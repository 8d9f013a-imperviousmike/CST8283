           RECORD KEY IS PO-KEY
           FILE STATUS IS OPENPO-STATUS.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       SELECT PO-NUMBER-CONTROL
           ASSIGN TO "/home/mike/project4/PONUMCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       01  OPEN-PO-RECORD.
           COPY OPENPOREC.

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

      *Single record carrying the last purchase-order number handed
      *out, so numbering continues across commit runs.
       FD  PO-NUMBER-CONTROL.
       01  OTHER-FIELDS.
           05  OPENPO-STATUS           PIC X(2).
           05  CONTROL-STATUS          PIC X(2).
           05  INVENT-STATUS           PIC X(2).
           05  NEXT-PO-NUMBER          PIC 9(6) VALUE 0.
           05  NEXT-LINE-NUMBER        PIC 9(3) VALUE 0.
           05  CURRENT-SUPPLIER        PIC X(5) VALUE SPACES.
           05  PO-COUNT                PIC 9(4) VALUE 0.
           05  PO-LINE-COUNT           PIC 9(4) VALUE 0.
           05  NO-COST-COUNT           PIC 9(4) VALUE 0.
           05  WS-CURRENT-DATE         PIC X(21).
           05  RUN-DATE                PIC 9(8).
           05  ORDER-QTY-X             PIC X(6).
           OPEN INPUT ORDER-LISTING-IN.
           PERFORM 300-READ-LAST-PO-NUMBER.
           PERFORM 300-OPEN-OPEN-PO-FILE.
           OPEN INPUT INVENT-IN.
           PERFORM 300-CHECK-INVENT-STATUS.
           PERFORM 300-READ-LISTING-LINE.

      *The control file is not there until the first commit run has
           PERFORM 300-WRITE-LAST-PO-NUMBER.
           DISPLAY "PURCHASE ORDERS COMMITTED: " PO-COUNT.
           DISPLAY "PO LINES WRITTEN: " PO-LINE-COUNT.
           IF  NO-COST-COUNT > 0
               DISPLAY "PO LINES WITH NO UNIT COST: " NO-COST-COUNT.
           CLOSE ORDER-LISTING-IN.
           CLOSE OPEN-PO-FILE.
           CLOSE INVENT-IN.

       300-READ-LISTING-LINE.
           READ ORDER-LISTING-IN INTO LW-LINE
           MOVE 0                TO PO-RECEIVED-QTY.
           MOVE RUN-DATE         TO PO-ORDER-DATE.
           MOVE "O"              TO PO-LINE-STATUS.
           PERFORM 500-SET-AGREED-UNIT-COST.
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE PO KEY " PO-KEY
                   ADD 1 TO PO-LINE-COUNT
           END-WRITE.

      *The agreed cost is the INVENT6 price on the day the order is
      *committed; invoices are matched against it, not against
      *whatever the price has become by the time they arrive.
       500-SET-AGREED-UNIT-COST.
           MOVE PO-PART-NUMBER TO PART-NUMBER.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY
                   MOVE 0 TO PO-UNIT-COST
                   DISPLAY "PART " PO-PART-NUMBER
                       " NOT ON INVENT6 - UNIT COST LEFT AT ZERO"
                   ADD 1 TO NO-COST-COUNT
               NOT INVALID KEY
                   MOVE UNIT-PRICE TO PO-UNIT-COST
           END-READ.

       300-WRITE-LAST-PO-NUMBER.
           OPEN OUTPUT PO-NUMBER-CONTROL.
           MOVE NEXT-PO-NUMBER TO PC-LAST-PO-NUMBER.
           IF  OPENPO-STATUS NOT = "00"
               DISPLAY "OPENPO FILE ERROR - STATUS " OPENPO-STATUS
               STOP RUN.

       300-CHECK-INVENT-STATUS.
           IF  INVENT-STATUS NOT = "00"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
               STOP RUN.
