           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-REFERENCE        PIC X(8).

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
           MOVE AL-PART-NUMBER TO DL-PART-NUMBER.
           PERFORM 400-FIND-SNAPSHOT-ENTRY.
           IF  PART-FOUND
      *A return to the supplier (V) takes stock out like a sale and
      *a customer return (C) puts it back like a receipt. A kit build
      *consumes its components (U) and adds the kits (B) the same way.
               IF  AL-TRANS-CODE = "S" OR AL-TRANS-CODE = "V"
                                       OR AL-TRANS-CODE = "U"
                   SUBTRACT AL-TRANS-AMOUNT
                       FROM SNAP-COMPUTED-QTY (FOUND-SUB)
               END-IF
               IF  AL-TRANS-CODE = "R" OR AL-TRANS-CODE = "C"
                                       OR AL-TRANS-CODE = "B"
                   ADD AL-TRANS-AMOUNT
                       TO SNAP-COMPUTED-QTY (FOUND-SUB)
               END-IF
