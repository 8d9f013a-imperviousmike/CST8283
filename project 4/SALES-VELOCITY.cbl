           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-REFERENCE        PIC X(8).

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
               AT END MOVE "Y" TO END-OF-AUDIT-SWITCH.

      *Only code S lines inside the window carry demand; control
      *records and other codes fall through.  Customer returns (C)
      *and returns to the supplier (V) move stock but are not demand,
      *so they are left out along with receipts and adjustments.
       400-TALLY-AUDIT-LINE.
           IF  AUDIT-RECORD(1:5) NOT = "*CTL*"
               AND AL-TRANS-CODE = "S"
