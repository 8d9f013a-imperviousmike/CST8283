      *Shared PO receipt history layout - one line per delivery
      *PO-RECEIVE posts against an open PO line, carrying the order
      *facts alongside the receipt so SUPPLIER-SCORECARD can judge
      *lead time and short deliveries without going back to OPENPO.
      *RH-LINE-STATUS is the state the line was left in: a receipt
      *that leaves it open was a partial delivery.
           05  RH-PO-NUMBER        PIC 9(6).
           05  RH-PO-LINE-NUMBER   PIC 9(3).
           05  RH-SUPPLIER-CODE    PIC X(5).
           05  RH-PART-NUMBER      PIC 9(5).
           05  RH-ORDER-DATE       PIC 9(8).
           05  RH-ORDER-QTY        PIC 9(6).
           05  RH-RECEIPT-DATE     PIC 9(8).
           05  RH-RECEIPT-TIME     PIC 9(6).
           05  RH-RECEIVED-QTY     PIC 9(5).
           05  RH-LOCATION         PIC X(1).
           05  RH-OPERATOR-ID      PIC X(5).
           05  RH-LINE-STATUS      PIC X(1).
               88  RH-LINE-FILLED      VALUE "C".
               88  RH-PARTIAL-RECEIPT  VALUE "O".
