       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INVOICE-LINES-IN
           ASSIGN TO "/home/mike/project4/INVLINES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.

       SELECT OPEN-PO-FILE
           ASSIGN TO "/home/mike/project4/OPENPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PO-KEY
           FILE STATUS IS OPENPO-STATUS.

       SELECT INVOICE-HISTORY
           ASSIGN TO "/home/mike/project4/INVHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IH-KEY
           FILE STATUS IS HISTORY-STATUS.

       SELECT SUPPLIER-MASTER
           ASSIGN TO "/home/mike/project4/SUPPMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-STATUS.

       SELECT SORT-WORK
           ASSIGN TO "/home/mike/project4/SORTWORK".

       SELECT APPROVED-LISTING
           ASSIGN TO "/home/mike/project4/INVAPPR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HOLD-LISTING
           ASSIGN TO "/home/mike/project4/INVHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Supplier invoice lines keyed by accounts payable, one line for
      *each purchase-order line the invoice bills.
       FD  INVOICE-LINES-IN.
       01  INVOICE-LINE-RECORD.
           05  IL-SUPPLIER-CODE    PIC X(5).
           05  IL-INVOICE-NUMBER   PIC X(10).
           05  IL-PO-NUMBER        PIC 9(6).
           05  IL-PO-LINE-NUMBER   PIC 9(3).
           05  IL-INVOICE-QTY      PIC 9(6).
           05  IL-UNIT-COST        PIC 9(4)V99.

       FD  OPEN-PO-FILE
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           COPY OPENPOREC.

      *One record for every invoice line approved to pay. Keyed on
      *the PO line first, so the lines already billed against a PO
      *line sit together and can be totalled; the supplier and
      *invoice number complete the key, so the same invoice billing
      *the same line twice is caught as a duplicate.
       FD  INVOICE-HISTORY
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD.
           05  IH-KEY.
               10  IH-PO-NUMBER        PIC 9(6).
               10  IH-PO-LINE-NUMBER   PIC 9(3).
               10  IH-SUPPLIER-CODE    PIC X(5).
               10  IH-INVOICE-NUMBER   PIC X(10).
           05  IH-INVOICE-QTY      PIC 9(6).
           05  IH-UNIT-COST        PIC 9(4)V99.
           05  IH-APPROVED-DATE    PIC 9(8).

       FD  SUPPLIER-MASTER
           DATA RECORD IS SUPPLIER-RECORD.
       01  SUPPLIER-RECORD.
           05  SM-SUPPLIER-CODE    PIC X(5).
           05  SUPPLIER-NAME       PIC X(20).
           05  SUPPLIER-CONTACT    PIC X(20).
           05  SUPPLIER-ACTIVE-FLAG PIC X(1).
               88  SUPPLIER-ACTIVE     VALUE "Y".
               88  SUPPLIER-INACTIVE   VALUE "N".

      *Approved lines are sorted on supplier and invoice so the pay
      *listing comes out one supplier at a time.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-SUPPLIER-CODE    PIC X(5).
           05  SR-INVOICE-NUMBER   PIC X(10).
           05  SR-PO-NUMBER        PIC 9(6).
           05  SR-PO-LINE-NUMBER   PIC 9(3).
           05  SR-PART-NUMBER      PIC 9(5).
           05  SR-INVOICE-QTY      PIC 9(6).
           05  SR-UNIT-COST        PIC 9(4)V99.
           05  SR-EXTENDED-COST    PIC 9(8)V99.

       FD  APPROVED-LISTING.
       01  APPROVED-LINE           PIC X(80).

       FD  HOLD-LISTING.
       01  HOLD-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  END-OF-SORT-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-SORT         VALUE "Y".
           05  END-OF-HISTORY-SWITCH   PIC X(1) VALUE "N".
               88  END-OF-HISTORY      VALUE "Y".
           05  LINE-READABLE-SWITCH    PIC X(1) VALUE "Y".
               88  LINE-READABLE       VALUE "Y".

       01  OTHER-FIELDS.
           05  INVOICE-STATUS          PIC X(2).
           05  OPENPO-STATUS           PIC X(2).
           05  HISTORY-STATUS          PIC X(2).
           05  SUPPLIER-STATUS         PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).
           05  RUN-DATE                PIC 9(8).
           05  TOLERANCE-PERCENT       PIC 9(2) VALUE 0.
           05  TOLERANCE-AMOUNT        PIC 9(4)V9(4).
           05  PRICE-VARIANCE          PIC 9(4)V99.
           05  PRIOR-INVOICED-QTY      PIC 9(7).
           05  HOLD-REASON             PIC X(34).
           05  PRIOR-SUPPLIER-CODE     PIC X(5) VALUE SPACES.
           05  SUPPLIER-AMOUNT         PIC 9(8)V99 VALUE 0.
           05  APPROVED-AMOUNT         PIC 9(9)V99 VALUE 0.
           05  APPROVED-COUNT          PIC 9(4) VALUE 0.
           05  HELD-COUNT              PIC 9(4) VALUE 0.
           05  PO-HOLD-COUNT           PIC 9(4) VALUE 0.
           05  DUPLICATE-COUNT         PIC 9(4) VALUE 0.
           05  QTY-HOLD-COUNT          PIC 9(4) VALUE 0.
           05  PRICE-HOLD-COUNT        PIC 9(4) VALUE 0.
           05  UNREADABLE-COUNT        PIC 9(4) VALUE 0.

       01  APPROVED-HEADINGS.
           05  APPROVED-HEADING-1.
               10  FILLER              PIC X(30)
                   VALUE "INVOICE LINES APPROVED TO PAY".
               10  FILLER              PIC X(10) VALUE "RUN DATE: ".
               10  AH-RUN-DATE         PIC 9(8).
           05  SUPPLIER-HEADING.
               10  FILLER              PIC X(10) VALUE "SUPPLIER: ".
               10  SH-SUPPLIER-CODE    PIC X(5).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SH-SUPPLIER-NAME    PIC X(20).
           05  APPROVED-COLUMNS.
               10  FILLER              PIC X(12) VALUE "INVOICE".
               10  FILLER              PIC X(7)  VALUE "PO NUM".
               10  FILLER              PIC X(5)  VALUE "LINE".
               10  FILLER              PIC X(7)  VALUE "PART".
               10  FILLER              PIC X(8)  VALUE "   QTY".
               10  FILLER              PIC X(10) VALUE "UNIT COST".
               10  FILLER              PIC X(13) VALUE "     EXTENDED".

       01  APPROVED-DETAIL-LINE.
           05  AD-INVOICE-NUMBER       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AD-PO-NUMBER            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  AD-PO-LINE-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AD-PART-NUMBER          PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AD-INVOICE-QTY          PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AD-UNIT-COST            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  AD-EXTENDED-COST        PIC ZZ,ZZZ,ZZ9.99.

       01  SUPPLIER-TOTAL-LINE.
           05  FILLER                  PIC X(34) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "SUPPLIER TOTAL:".
           05  ST-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.

       01  APPROVED-TRAILER-LINES.
           05  APPROVED-TRAILER-1.
               10  FILLER              PIC X(24)
                   VALUE "LINES APPROVED:         ".
               10  AT-APPROVED-COUNT   PIC ZZZ9.
           05  APPROVED-TRAILER-2.
               10  FILLER              PIC X(24)
                   VALUE "TOTAL APPROVED TO PAY:  ".
               10  AT-APPROVED-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       01  HOLD-HEADINGS.
           05  HOLD-HEADING-1.
               10  FILLER              PIC X(30)
                   VALUE "INVOICE LINES HELD".
               10  FILLER              PIC X(10) VALUE "RUN DATE: ".
               10  HH-RUN-DATE         PIC 9(8).
           05  HOLD-HEADING-2.
               10  FILLER              PIC X(17)
                   VALUE "PRICE TOLERANCE: ".
               10  HH-TOLERANCE        PIC Z9.
               10  FILLER              PIC X(1)  VALUE "%".
           05  HOLD-COLUMNS.
               10  FILLER              PIC X(7)  VALUE "SUPPL".
               10  FILLER              PIC X(12) VALUE "INVOICE".
               10  FILLER              PIC X(7)  VALUE "PO NUM".
               10  FILLER              PIC X(4)  VALUE "LN".
               10  FILLER              PIC X(7)  VALUE "   QTY".
               10  FILLER              PIC X(9)  VALUE "UNIT COST".
               10  FILLER              PIC X(6)  VALUE "REASON".

       01  HOLD-DETAIL-LINE.
           05  HD-SUPPLIER-CODE        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-INVOICE-NUMBER       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-PO-NUMBER            PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  HD-PO-LINE-NUMBER       PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  HD-INVOICE-QTY          PIC ZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  HD-UNIT-COST            PIC ZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-REASON               PIC X(34).

       01  HOLD-TRAILER-LINES.
           05  HOLD-TRAILER-1.
               10  FILLER              PIC X(24)
                   VALUE "LINES HELD:             ".
               10  HT-HELD-COUNT       PIC ZZZ9.
           05  HOLD-TRAILER-2.
               10  FILLER              PIC X(24)
                   VALUE "UNKNOWN OR CLOSED PO:   ".
               10  HT-PO-HOLD-COUNT    PIC ZZZ9.
           05  HOLD-TRAILER-3.
               10  FILLER              PIC X(24)
                   VALUE "DUPLICATE INVOICES:     ".
               10  HT-DUPLICATE-COUNT  PIC ZZZ9.
           05  HOLD-TRAILER-4.
               10  FILLER              PIC X(24)
                   VALUE "QTY BEYOND RECEIVED:    ".
               10  HT-QTY-HOLD-COUNT   PIC ZZZ9.
           05  HOLD-TRAILER-5.
               10  FILLER              PIC X(24)
                   VALUE "PRICE OVER TOLERANCE:   ".
               10  HT-PRICE-HOLD-COUNT PIC ZZZ9.
           05  HOLD-TRAILER-6.
               10  FILLER              PIC X(24)
                   VALUE "UNREADABLE LINES:       ".
               10  HT-UNREADABLE-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MATCH-SUPPLIER-INVOICES.
           PERFORM 200-INITIATE-MATCH.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SUPPLIER-CODE
                                SR-INVOICE-NUMBER
                                SR-PO-NUMBER
                                SR-PO-LINE-NUMBER
               INPUT PROCEDURE IS 200-MATCH-INVOICE-LINES
               OUTPUT PROCEDURE IS 200-PRINT-APPROVED-LINES.
           PERFORM 200-TERMINATE-MATCH.
           STOP RUN.

       200-INITIATE-MATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8)  TO RUN-DATE.
           OPEN INPUT INVOICE-LINES-IN.
           IF  INVOICE-STATUS = "35"
               DISPLAY "NO INVOICE LINES - INVLINES.TXT NOT FOUND"
               STOP RUN.
           OPEN INPUT OPEN-PO-FILE.
           IF  OPENPO-STATUS = "35"
               DISPLAY "OPENPO NOT FOUND - NO PURCHASE ORDERS TO MATCH"
               STOP RUN.
           PERFORM 300-CHECK-OPENPO-STATUS.
           PERFORM 300-OPEN-INVOICE-HISTORY.
           DISPLAY "ENTER PRICE TOLERANCE (WHOLE PERCENT):".
           ACCEPT TOLERANCE-PERCENT.
           OPEN OUTPUT HOLD-LISTING.
           PERFORM 300-WRITE-HOLD-HEADINGS.

      *The history does not exist until the first match run; it is
      *created then, the same way RUNCTL is.
       300-OPEN-INVOICE-HISTORY.
           OPEN I-O INVOICE-HISTORY.
           IF  HISTORY-STATUS = "35"
               OPEN OUTPUT INVOICE-HISTORY
               CLOSE INVOICE-HISTORY
               OPEN I-O INVOICE-HISTORY.
           IF  HISTORY-STATUS NOT = "00"
               DISPLAY "INVHIST FILE ERROR - STATUS " HISTORY-STATUS
               STOP RUN.

       300-WRITE-HOLD-HEADINGS.
           MOVE RUN-DATE          TO HH-RUN-DATE.
           MOVE TOLERANCE-PERCENT TO HH-TOLERANCE.
           WRITE HOLD-LINE FROM HOLD-HEADING-1.
           WRITE HOLD-LINE FROM HOLD-HEADING-2.
           MOVE SPACES TO HOLD-LINE.
           WRITE HOLD-LINE.
           WRITE HOLD-LINE FROM HOLD-COLUMNS.

       200-MATCH-INVOICE-LINES.
           PERFORM 300-READ-INVOICE-LINE.
           PERFORM 300-MATCH-INVOICE-LINE UNTIL END-OF-FILE.

       300-READ-INVOICE-LINE.
           READ INVOICE-LINES-IN
               AT END MOVE "Y" TO END-OF-FILE-SWITCH.

      *A line is held for the first fault found; the tests run from
      *the most basic (can the line be read, does its PO exist) to
      *the finest (is the price close enough).
       300-MATCH-INVOICE-LINE.
           MOVE SPACES TO HOLD-REASON.
           PERFORM 400-CHECK-LINE-READABLE.
           IF  HOLD-REASON = SPACES
               PERFORM 400-FIND-PO-LINE.
           IF  HOLD-REASON = SPACES
               PERFORM 400-CHECK-DUPLICATE-INVOICE.
           IF  HOLD-REASON = SPACES
               PERFORM 400-CHECK-QUANTITY-BILLED.
           IF  HOLD-REASON = SPACES
               PERFORM 400-CHECK-PRICE-VARIANCE.
           IF  HOLD-REASON = SPACES
               PERFORM 400-APPROVE-INVOICE-LINE
           ELSE
               PERFORM 400-HOLD-INVOICE-LINE.
           PERFORM 300-READ-INVOICE-LINE.

       400-CHECK-LINE-READABLE.
           MOVE "Y" TO LINE-READABLE-SWITCH.
           IF  IL-SUPPLIER-CODE = SPACES
               OR IL-INVOICE-NUMBER = SPACES
               OR IL-PO-NUMBER NOT NUMERIC
               OR IL-PO-LINE-NUMBER NOT NUMERIC
               OR IL-INVOICE-QTY NOT NUMERIC
               OR IL-UNIT-COST NOT NUMERIC
               MOVE "N" TO LINE-READABLE-SWITCH
               MOVE "INVOICE LINE NOT READABLE" TO HOLD-REASON
               ADD 1 TO UNREADABLE-COUNT.

       400-FIND-PO-LINE.
           MOVE IL-PO-NUMBER      TO PO-NUMBER.
           MOVE IL-PO-LINE-NUMBER TO PO-LINE-NUMBER.
           READ OPEN-PO-FILE KEY IS PO-KEY
               INVALID KEY
                   MOVE "UNKNOWN PO LINE" TO HOLD-REASON
                   ADD 1 TO PO-HOLD-COUNT
           END-READ.
           IF  HOLD-REASON = SPACES
               AND PO-SUPPLIER-CODE NOT = IL-SUPPLIER-CODE
               MOVE "PO LINE IS FOR ANOTHER SUPPLIER" TO HOLD-REASON
               ADD 1 TO PO-HOLD-COUNT.

       400-CHECK-DUPLICATE-INVOICE.
           MOVE IL-PO-NUMBER      TO IH-PO-NUMBER.
           MOVE IL-PO-LINE-NUMBER TO IH-PO-LINE-NUMBER.
           MOVE IL-SUPPLIER-CODE  TO IH-SUPPLIER-CODE.
           MOVE IL-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           READ INVOICE-HISTORY KEY IS IH-KEY
               NOT INVALID KEY
                   MOVE "DUPLICATE INVOICE - ALREADY PASSED"
                       TO HOLD-REASON
                   ADD 1 TO DUPLICATE-COUNT
           END-READ.

      *A PO line closes once its goods are in, which is when most
      *invoices arrive, so a closed line is only refused once every
      *unit received has already been billed. Otherwise the bill,
      *with what was approved before it, may not pass the quantity
      *PO-RECEIVE has posted.
       400-CHECK-QUANTITY-BILLED.
           PERFORM 500-TOTAL-PRIOR-INVOICED.
           IF  PO-LINE-CLOSED
               AND PRIOR-INVOICED-QTY NOT < PO-RECEIVED-QTY
               MOVE "PO LINE CLOSED AND FULLY INVOICED" TO HOLD-REASON
               ADD 1 TO PO-HOLD-COUNT
           ELSE
               IF  PRIOR-INVOICED-QTY + IL-INVOICE-QTY
                       > PO-RECEIVED-QTY
                   MOVE "QTY BILLED BEYOND QTY RECEIVED"
                       TO HOLD-REASON
                   ADD 1 TO QTY-HOLD-COUNT.

      *Tolerance is a whole percentage of the agreed cost, either
      *way; a line with no agreed cost passes only at no charge.
       400-CHECK-PRICE-VARIANCE.
           IF  IL-UNIT-COST > PO-UNIT-COST
               COMPUTE PRICE-VARIANCE = IL-UNIT-COST - PO-UNIT-COST
           ELSE
               COMPUTE PRICE-VARIANCE = PO-UNIT-COST - IL-UNIT-COST.
           COMPUTE TOLERANCE-AMOUNT =
               PO-UNIT-COST * TOLERANCE-PERCENT / 100.
           IF  PRICE-VARIANCE > TOLERANCE-AMOUNT
               MOVE "PRICE VARIANCE OVER TOLERANCE" TO HOLD-REASON
               ADD 1 TO PRICE-HOLD-COUNT.

      *The history is written as each line passes, so a line keyed
      *twice in the same batch is caught as a duplicate too.
       400-APPROVE-INVOICE-LINE.
           MOVE IL-PO-NUMBER      TO IH-PO-NUMBER.
           MOVE IL-PO-LINE-NUMBER TO IH-PO-LINE-NUMBER.
           MOVE IL-SUPPLIER-CODE  TO IH-SUPPLIER-CODE.
           MOVE IL-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           MOVE IL-INVOICE-QTY    TO IH-INVOICE-QTY.
           MOVE IL-UNIT-COST      TO IH-UNIT-COST.
           MOVE RUN-DATE          TO IH-APPROVED-DATE.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "INVHIST WRITE FAILED FOR INVOICE "
                       IL-INVOICE-NUMBER
                   STOP RUN
           END-WRITE.
           MOVE IL-SUPPLIER-CODE  TO SR-SUPPLIER-CODE.
           MOVE IL-INVOICE-NUMBER TO SR-INVOICE-NUMBER.
           MOVE IL-PO-NUMBER      TO SR-PO-NUMBER.
           MOVE IL-PO-LINE-NUMBER TO SR-PO-LINE-NUMBER.
           MOVE PO-PART-NUMBER    TO SR-PART-NUMBER.
           MOVE IL-INVOICE-QTY    TO SR-INVOICE-QTY.
           MOVE IL-UNIT-COST      TO SR-UNIT-COST.
           MULTIPLY IL-INVOICE-QTY BY IL-UNIT-COST
               GIVING SR-EXTENDED-COST.
           RELEASE SORT-RECORD.
           ADD 1 TO APPROVED-COUNT.

       400-HOLD-INVOICE-LINE.
           MOVE IL-SUPPLIER-CODE  TO HD-SUPPLIER-CODE.
           MOVE IL-INVOICE-NUMBER TO HD-INVOICE-NUMBER.
           MOVE IL-PO-NUMBER      TO HD-PO-NUMBER.
           MOVE IL-PO-LINE-NUMBER TO HD-PO-LINE-NUMBER.
           IF  LINE-READABLE
               MOVE IL-INVOICE-QTY TO HD-INVOICE-QTY
               MOVE IL-UNIT-COST   TO HD-UNIT-COST
           ELSE
               MOVE 0 TO HD-INVOICE-QTY
               MOVE 0 TO HD-UNIT-COST.
           MOVE HOLD-REASON       TO HD-REASON.
           WRITE HOLD-LINE FROM HOLD-DETAIL-LINE.
           ADD 1 TO HELD-COUNT.

       500-TOTAL-PRIOR-INVOICED.
           MOVE 0 TO PRIOR-INVOICED-QTY.
           MOVE "N" TO END-OF-HISTORY-SWITCH.
           MOVE IL-PO-NUMBER      TO IH-PO-NUMBER.
           MOVE IL-PO-LINE-NUMBER TO IH-PO-LINE-NUMBER.
           MOVE LOW-VALUES        TO IH-SUPPLIER-CODE.
           MOVE LOW-VALUES        TO IH-INVOICE-NUMBER.
           START INVOICE-HISTORY KEY IS NOT LESS THAN IH-KEY
               INVALID KEY MOVE "Y" TO END-OF-HISTORY-SWITCH.
           PERFORM 600-READ-NEXT-HISTORY.
           PERFORM 600-ADD-PRIOR-INVOICED UNTIL END-OF-HISTORY.

       600-READ-NEXT-HISTORY.
           IF  NOT END-OF-HISTORY
               READ INVOICE-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO END-OF-HISTORY-SWITCH
               END-READ
               IF  IH-PO-NUMBER NOT = IL-PO-NUMBER
                   OR IH-PO-LINE-NUMBER NOT = IL-PO-LINE-NUMBER
                   MOVE "Y" TO END-OF-HISTORY-SWITCH.

       600-ADD-PRIOR-INVOICED.
           ADD IH-INVOICE-QTY TO PRIOR-INVOICED-QTY.
           PERFORM 600-READ-NEXT-HISTORY.

       200-PRINT-APPROVED-LINES.
           OPEN INPUT SUPPLIER-MASTER.
           PERFORM 300-CHECK-SUPPLIER-STATUS.
           OPEN OUTPUT APPROVED-LISTING.
           MOVE RUN-DATE TO AH-RUN-DATE.
           WRITE APPROVED-LINE FROM APPROVED-HEADING-1.
           PERFORM 300-RETURN-APPROVED-LINE.
           IF  NOT END-OF-SORT
               MOVE SR-SUPPLIER-CODE TO PRIOR-SUPPLIER-CODE
               PERFORM 400-START-SUPPLIER-GROUP.
           PERFORM 300-PRINT-APPROVED-LINE UNTIL END-OF-SORT.
           IF  APPROVED-COUNT > 0
               PERFORM 400-WRITE-SUPPLIER-TOTAL.
           PERFORM 300-WRITE-APPROVED-TRAILER.
           CLOSE SUPPLIER-MASTER.
           CLOSE APPROVED-LISTING.

       300-RETURN-APPROVED-LINE.
           RETURN SORT-WORK
               AT END MOVE "Y" TO END-OF-SORT-SWITCH.

       300-PRINT-APPROVED-LINE.
           IF  SR-SUPPLIER-CODE NOT = PRIOR-SUPPLIER-CODE
               PERFORM 400-WRITE-SUPPLIER-TOTAL
               MOVE SR-SUPPLIER-CODE TO PRIOR-SUPPLIER-CODE
               PERFORM 400-START-SUPPLIER-GROUP.
           MOVE SR-INVOICE-NUMBER TO AD-INVOICE-NUMBER.
           MOVE SR-PO-NUMBER      TO AD-PO-NUMBER.
           MOVE SR-PO-LINE-NUMBER TO AD-PO-LINE-NUMBER.
           MOVE SR-PART-NUMBER    TO AD-PART-NUMBER.
           MOVE SR-INVOICE-QTY    TO AD-INVOICE-QTY.
           MOVE SR-UNIT-COST      TO AD-UNIT-COST.
           MOVE SR-EXTENDED-COST  TO AD-EXTENDED-COST.
           WRITE APPROVED-LINE FROM APPROVED-DETAIL-LINE.
           ADD SR-EXTENDED-COST TO SUPPLIER-AMOUNT.
           ADD SR-EXTENDED-COST TO APPROVED-AMOUNT.
           PERFORM 300-RETURN-APPROVED-LINE.

       300-WRITE-APPROVED-TRAILER.
           MOVE APPROVED-COUNT  TO AT-APPROVED-COUNT.
           MOVE APPROVED-AMOUNT TO AT-APPROVED-AMOUNT.
           WRITE APPROVED-LINE FROM APPROVED-TRAILER-1.
           WRITE APPROVED-LINE FROM APPROVED-TRAILER-2.

       400-START-SUPPLIER-GROUP.
           MOVE SR-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER KEY IS SM-SUPPLIER-CODE
               INVALID KEY
                   MOVE "** NOT ON SUPPMAST **" TO SUPPLIER-NAME
           END-READ.
           MOVE SR-SUPPLIER-CODE TO SH-SUPPLIER-CODE.
           MOVE SUPPLIER-NAME    TO SH-SUPPLIER-NAME.
           MOVE SPACES TO APPROVED-LINE.
           WRITE APPROVED-LINE.
           WRITE APPROVED-LINE FROM SUPPLIER-HEADING.
           WRITE APPROVED-LINE FROM APPROVED-COLUMNS.
           MOVE 0 TO SUPPLIER-AMOUNT.

       400-WRITE-SUPPLIER-TOTAL.
           MOVE SUPPLIER-AMOUNT TO ST-AMOUNT.
           WRITE APPROVED-LINE FROM SUPPLIER-TOTAL-LINE.

       200-TERMINATE-MATCH.
           PERFORM 300-WRITE-HOLD-TRAILER.
           CLOSE INVOICE-LINES-IN.
           CLOSE OPEN-PO-FILE.
           CLOSE INVOICE-HISTORY.
           CLOSE HOLD-LISTING.
           DISPLAY "INVOICE LINES APPROVED: " APPROVED-COUNT.
           DISPLAY "INVOICE LINES HELD: " HELD-COUNT.

       300-WRITE-HOLD-TRAILER.
           MOVE SPACES TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE HELD-COUNT       TO HT-HELD-COUNT.
           MOVE PO-HOLD-COUNT    TO HT-PO-HOLD-COUNT.
           MOVE DUPLICATE-COUNT  TO HT-DUPLICATE-COUNT.
           MOVE QTY-HOLD-COUNT   TO HT-QTY-HOLD-COUNT.
           MOVE PRICE-HOLD-COUNT TO HT-PRICE-HOLD-COUNT.
           MOVE UNREADABLE-COUNT TO HT-UNREADABLE-COUNT.
           WRITE HOLD-LINE FROM HOLD-TRAILER-1.
           WRITE HOLD-LINE FROM HOLD-TRAILER-2.
           WRITE HOLD-LINE FROM HOLD-TRAILER-3.
           WRITE HOLD-LINE FROM HOLD-TRAILER-4.
           WRITE HOLD-LINE FROM HOLD-TRAILER-5.
           WRITE HOLD-LINE FROM HOLD-TRAILER-6.

       300-CHECK-OPENPO-STATUS.
           IF  OPENPO-STATUS NOT = "00"
               DISPLAY "OPENPO FILE ERROR - STATUS " OPENPO-STATUS
               STOP RUN.

       300-CHECK-SUPPLIER-STATUS.
           IF  SUPPLIER-STATUS NOT = "00"
               DISPLAY "SUPPMAST FILE ERROR - STATUS " SUPPLIER-STATUS
               STOP RUN.
