
      *One line per sale/receipt transaction so a day's or month's
      *worth of quantity changes on a part can be reconstructed.
      *Returns carry their reason code and the original ticket or PO
      *number in the trailing reason and reference fields.
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

       FD  BACKORDER-FILE
           DATA RECORD IS BACKORDER-RECORD.
           05  SALE-COUNT              PIC 9(3) VALUE 0.
           05  RECEIPT-COUNT           PIC 9(3) VALUE 0.
           05  TRANSFER-COUNT          PIC 9(3) VALUE 0.
           05  CUST-RETURN-COUNT       PIC 9(3) VALUE 0.
           05  VENDOR-RETURN-COUNT     PIC 9(3) VALUE 0.
           05  BACKORDER-COUNT         PIC 9(3) VALUE 0.
           05  ERROR-COUNT             PIC 9(3) VALUE 0.
           05  CONFIRM-SWITCH          PIC X(1) VALUE SPACES.
                88  SALE-CODE            VALUE "S".
                88  RECEIPT-CODE         VALUE "R".
                88  TRANSFER-CODE        VALUE "T".
      *A customer return (C) puts stock back into the keyed location;
      *a return to the supplier (V) takes it out, like a sale.
                88  CUST-RETURN-CODE     VALUE "C".
                88  VENDOR-RETURN-CODE   VALUE "V".
      *For a transfer the keyed location is the FROM building; the
      *stock moves to the other one.
           05  LOCATION-CODE             PIC X(1).
           05  WS-CURRENT-DATE           PIC X(21).
           05  SHORTFALL-QTY             PIC 9(5).
           05  INPUT-TICKET-REF          PIC X(8).
           05  RETURN-REASON             PIC X(1).
                88  REASON-DEFECTIVE     VALUE "D".
                88  REASON-WRONG-PART    VALUE "W".
                88  REASON-OVERSTOCK     VALUE "O".
           05  RETURN-REFERENCE          PIC X(8).

      *Kept apart from OTHER-FIELDS, which is INITIALIZEd for every
      *transaction: the next backorder number is loaded once per
           05  LINE  6 COLUMN 10   VALUE "TRANSFERS:".
           05  SS-TRANSFERS         PIC ZZ9 FROM TRANSFER-COUNT
               LINE  6 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  7 COLUMN 10   VALUE "CUSTOMER RETURNS:".
           05  SS-CUST-RETURNS      PIC ZZ9 FROM CUST-RETURN-COUNT
               LINE  7 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  8 COLUMN 10   VALUE "RETURNS TO SUPPLIER:".
           05  SS-VENDOR-RETURNS    PIC ZZ9 FROM VENDOR-RETURN-COUNT
               LINE  8 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  9 COLUMN 10   VALUE "BACKORDERS CAPTURED:".
           05  SS-BACKORDERS        PIC ZZ9 FROM BACKORDER-COUNT
               LINE  9 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE 10 COLUMN 10   VALUE "INVALID PART NUMBERS:".
           05  SS-ERRORS            PIC ZZ9 FROM ERROR-COUNT
               LINE 10 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE 11 COLUMN 10   VALUE "OPERATOR:".
           05  SS-OPERATOR          PIC X(5) FROM SA-OPERATOR-ID
               LINE 11 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE 13 COLUMN 10   VALUE "PRESS ENTER TO CONTINUE".

       01  OPENING-SCREEN.
           05  SCREEN-BASICS.
               10  LINE  5 COLUMN  13
                           VALUE
                   "TRANSACTION CODE:     (S)ale (R)eceipt (T)ransfer".
               10  LINE  6 COLUMN  35
                           VALUE "(C)ust return (V)endor return".
               10  LINE  7 COLUMN  17
                           VALUE
                       "LOCATION (FROM):      (M)ain (O)verflow".
               LINE 17 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

      *Shown only for returns, on the lines the opening screen clears
      *for the next transaction.
       01  RETURN-DETAIL-SCREEN.
           05  LINE 12 COLUMN 10   VALUE "RETURN REASON:".
           05  LINE 12 COLUMN 28
                       VALUE "(D)efective (W)rong part (O)verstock".
           05  RD-REASON           PIC X(1) TO RETURN-REASON
               LINE 12 COLUMN 25   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.
           05  LINE 13 COLUMN 10   VALUE "ORIGINAL TICKET/PO REF:".
           05  RD-REFERENCE        PIC X(8) TO RETURN-REFERENCE
               LINE 13 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  BACKORDER-ERROR-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN 10
           PERFORM 400-INITIALIZE-INVALID-SWITCH.
           PERFORM 400-ACCEPT-PART-NUMBER UNTIL INVAL-NO.
           PERFORM 400-ACCEPT-TRANSACTION-TYPE
               UNTIL SALE-CODE OR RECEIPT-CODE OR TRANSFER-CODE
                  OR CUST-RETURN-CODE OR VENDOR-RETURN-CODE.
           PERFORM 400-ACCEPT-LOCATION
               UNTIL LOCATION-MAIN OR LOCATION-OVERFLOW.
           MOVE SPACES TO AMOUNT-SWITCH.
           PERFORM 400-ACCEPT-AMOUNT UNTIL AMOUNT-OK.
           IF  CUST-RETURN-CODE OR VENDOR-RETURN-CODE
               PERFORM 400-ACCEPT-RETURN-DETAIL
                   UNTIL (REASON-DEFECTIVE OR REASON-WRONG-PART
                              OR REASON-OVERSTOCK)
                     AND RETURN-REFERENCE NOT = SPACES.

      *A transfer moves stock between the buildings, so the combined
      *QUANTITY is left alone; sales and receipts touch both the
      *keyed location and the combined total, and the two returns
      *move stock the same way a receipt and a sale do.
       300-UPDATE-AMOUNT.
           IF  SALE-CODE OR VENDOR-RETURN-CODE
               SUBTRACT INPUT-VALUE FROM QUANTITY
               PERFORM 400-TAKE-FROM-LOCATION.
           IF  RECEIPT-CODE OR CUST-RETURN-CODE
               ADD INPUT-VALUE TO QUANTITY
               PERFORM 400-ADD-TO-LOCATION.
           IF  TRANSFER-CODE
           MOVE WS-CURRENT-DATE(9:6)   TO AL-TRANS-TIME.
           MOVE LOCATION-CODE          TO AL-LOCATION.
           MOVE SA-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE RETURN-REASON          TO AL-REASON-CODE.
           MOVE RETURN-REFERENCE       TO AL-REFERENCE.
           WRITE AUDIT-RECORD.
           ADD 1 TO TOTAL-TRANSACTIONS.
           IF  SALE-CODE
               ADD 1 TO RECEIPT-COUNT.
           IF  TRANSFER-CODE
               ADD 1 TO TRANSFER-COUNT.
           IF  CUST-RETURN-CODE
               ADD 1 TO CUST-RETURN-COUNT.
           IF  VENDOR-RETURN-CODE
               ADD 1 TO VENDOR-RETURN-COUNT.

       300-DISPLAY-SESSION-SUMMARY.
           DISPLAY SUMMARY-SCREEN.
       400-ACCEPT-LOCATION.
           ACCEPT  LOCATION-INPUT.

      *Sales, transfers and returns to the supplier can only take
      *what the keyed location actually holds, not the combined total.
       400-ACCEPT-AMOUNT.
           ACCEPT  AMOUNT.
           IF  LOCATION-MAIN
               MOVE QTY-MAIN TO LOCATION-QUANTITY
           ELSE
               MOVE QTY-OVERFLOW TO LOCATION-QUANTITY.
           IF  (SALE-CODE OR TRANSFER-CODE OR VENDOR-RETURN-CODE)
                   AND INPUT-VALUE > LOCATION-QUANTITY
               MOVE SPACES TO AMOUNT-SWITCH
               DISPLAY INSUFFICIENT-QTY-SCREEN
               MOVE "Y" TO AMOUNT-SWITCH
               DISPLAY CLEAR-ERROR-SCREEN.

      *Every return carries why it came back and the ticket (customer
      *return) or PO number (return to supplier) it was first booked
      *against, so it can be traced back to the original paper.
       400-ACCEPT-RETURN-DETAIL.
           DISPLAY RETURN-DETAIL-SCREEN.
           ACCEPT RETURN-DETAIL-SCREEN.

      *Only the shortfall is captured: the sale can still be keyed
      *again for what the location holds, and the backorder remembers
      *the balance the customer walked away without.
