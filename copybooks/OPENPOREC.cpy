      *line number. PO-COMMIT builds these from an approved
      *PORDERS.TXT run; PO-RECEIVE posts arrivals against them and
      *closes a line once the received quantity covers the order.
      *PO-UNIT-COST is the price agreed at commit, which supplier
      *invoices are matched against.
           05  PO-KEY.
               10  PO-NUMBER       PIC 9(6).
               10  PO-LINE-NUMBER  PIC 9(3).
           05  PO-LINE-STATUS      PIC X(1).
               88  PO-LINE-OPEN        VALUE "O".
               88  PO-LINE-CLOSED      VALUE "C".
           05  PO-UNIT-COST        PIC 9(4)V99.
