           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-REFERENCE        PIC X(8).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-TRANS-TIME       PIC 9(6).
           05  SR-LOCATION         PIC X(1).
           05  SR-OPERATOR-ID      PIC X(5).
           05  SR-REASON-CODE      PIC X(1).
           05  SR-REFERENCE        PIC X(8).

       FD  REGISTER-LISTING.
       01  REGISTER-LINE           PIC X(80).
           05  PART-RECEIVED-UNITS     PIC 9(7)  VALUE 0.
           05  PART-ADJUST-UNITS       PIC S9(7) VALUE 0.
           05  PART-NET-CHANGE         PIC S9(7) VALUE 0.
           05  PART-CUST-RETURN-UNITS  PIC 9(7)  VALUE 0.
           05  PART-VENDOR-RETURN-UNITS PIC 9(7) VALUE 0.
           05  PART-BUILT-UNITS        PIC 9(7)  VALUE 0.
           05  PART-CONSUMED-UNITS     PIC 9(7)  VALUE 0.

       01  GRAND-TOTALS.
           05  GRAND-SOLD-UNITS        PIC 9(7)  VALUE 0.
           05  GRAND-RECEIVED-UNITS    PIC 9(7)  VALUE 0.
           05  GRAND-ADJUST-UNITS      PIC S9(7) VALUE 0.
           05  GRAND-NET-CHANGE        PIC S9(7) VALUE 0.
           05  GRAND-CUST-RETURN-UNITS PIC 9(7)  VALUE 0.
           05  GRAND-VENDOR-RETURN-UNITS PIC 9(7) VALUE 0.
           05  GRAND-BUILT-UNITS       PIC 9(7)  VALUE 0.
           05  GRAND-CONSUMED-UNITS    PIC 9(7)  VALUE 0.

       01  REPORT-HEADINGS.
           05  HEADING-LINE-1.
               10  FILLER              PIC X(10) VALUE "DATE      ".
               10  FILLER              PIC X(8)  VALUE "TIME    ".
               10  FILLER              PIC X(5)  VALUE "LOC  ".
               10  FILLER              PIC X(7)  VALUE "OPER   ".
               10  FILLER              PIC X(3)  VALUE "RSN".
               10  FILLER              PIC X(3)  VALUE "REF".

       01  DETAIL-LINE.
           05  DL-PART-NUMBER          PIC 9(5).
           05  DL-LOCATION             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-OPERATOR-ID          PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON-CODE          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REFERENCE            PIC X(8).

       01  PART-TOTAL-LINE.
           05  FILLER                  PIC X(16)
           05  FILLER                  PIC X(6)  VALUE "  NET:".
           05  PT-NET-CHANGE           PIC +++++++9.

      *Customer returns and returns to the supplier are shown apart
      *from sales and receipts, as are kits built (B) and components
      *consumed by builds (U); all are already in the NET figure.
       01  PART-RETURN-LINE.
           05  FILLER                  PIC X(16)
               VALUE " RETURNS - CUST:".
           05  PR-CUST-RETURN-UNITS    PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE "  SUPPLIER:".
           05  PR-VENDOR-RETURN-UNITS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  BUILT:".
           05  PR-BUILT-UNITS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE "  CONSUMED:".
           05  PR-CONSUMED-UNITS       PIC ZZZZZZ9.

       01  GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE "GRAND TOT- SOLD:".
           05  FILLER                  PIC X(6)  VALUE "  NET:".
           05  GT-NET-CHANGE           PIC +++++++9.

       01  GRAND-RETURN-LINE.
           05  FILLER                  PIC X(16)
               VALUE "GRAND RET- CUST:".
           05  GR-CUST-RETURN-UNITS    PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE "  SUPPLIER:".
           05  GR-VENDOR-RETURN-UNITS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  BUILT:".
           05  GR-BUILT-UNITS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE "  CONSUMED:".
           05  GR-CONSUMED-UNITS       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-MOVEMENT-REGISTER.
           PERFORM 200-SELECT-AUDIT-SOURCE.
               MOVE AL-TRANS-TIME   TO SR-TRANS-TIME
               MOVE AL-LOCATION     TO SR-LOCATION
               MOVE AL-OPERATOR-ID  TO SR-OPERATOR-ID
               MOVE AL-REASON-CODE  TO SR-REASON-CODE
               MOVE AL-REFERENCE    TO SR-REFERENCE
               RELEASE SORT-RECORD
               ADD 1 TO SELECTED-COUNT
           END-IF.
           MOVE SR-TRANS-TIME   TO DL-TRANS-TIME.
           MOVE SR-LOCATION     TO DL-LOCATION.
           MOVE SR-OPERATOR-ID  TO DL-OPERATOR-ID.
           MOVE SR-REASON-CODE  TO DL-REASON-CODE.
           MOVE SR-REFERENCE    TO DL-REFERENCE.
           WRITE REGISTER-LINE FROM DETAIL-LINE.

       400-ACCUMULATE-MOVEMENT.
               ADD SR-TRANS-AMOUNT      TO GRAND-RECEIVED-UNITS
               ADD SR-TRANS-AMOUNT      TO PART-NET-CHANGE
               ADD SR-TRANS-AMOUNT      TO GRAND-NET-CHANGE.
           IF  SR-TRANS-CODE = "C"
               ADD SR-TRANS-AMOUNT      TO PART-CUST-RETURN-UNITS
               ADD SR-TRANS-AMOUNT      TO GRAND-CUST-RETURN-UNITS
               ADD SR-TRANS-AMOUNT      TO PART-NET-CHANGE
               ADD SR-TRANS-AMOUNT      TO GRAND-NET-CHANGE.
           IF  SR-TRANS-CODE = "V"
               ADD SR-TRANS-AMOUNT      TO PART-VENDOR-RETURN-UNITS
               ADD SR-TRANS-AMOUNT      TO GRAND-VENDOR-RETURN-UNITS
               SUBTRACT SR-TRANS-AMOUNT FROM PART-NET-CHANGE
               SUBTRACT SR-TRANS-AMOUNT FROM GRAND-NET-CHANGE.
           IF  SR-TRANS-CODE = "B"
               ADD SR-TRANS-AMOUNT      TO PART-BUILT-UNITS
               ADD SR-TRANS-AMOUNT      TO GRAND-BUILT-UNITS
               ADD SR-TRANS-AMOUNT      TO PART-NET-CHANGE
               ADD SR-TRANS-AMOUNT      TO GRAND-NET-CHANGE.
           IF  SR-TRANS-CODE = "U"
               ADD SR-TRANS-AMOUNT      TO PART-CONSUMED-UNITS
               ADD SR-TRANS-AMOUNT      TO GRAND-CONSUMED-UNITS
               SUBTRACT SR-TRANS-AMOUNT FROM PART-NET-CHANGE
               SUBTRACT SR-TRANS-AMOUNT FROM GRAND-NET-CHANGE.
           IF  SR-TRANS-CODE = "A"
               COMPUTE ADJUST-CHANGE = SR-AFTER-QTY - SR-BEFORE-QTY
               ADD ADJUST-CHANGE        TO PART-ADJUST-UNITS
           MOVE PART-ADJUST-UNITS   TO PT-ADJUST-UNITS.
           MOVE PART-NET-CHANGE     TO PT-NET-CHANGE.
           WRITE REGISTER-LINE FROM PART-TOTAL-LINE.
           MOVE PART-CUST-RETURN-UNITS   TO PR-CUST-RETURN-UNITS.
           MOVE PART-VENDOR-RETURN-UNITS TO PR-VENDOR-RETURN-UNITS.
           MOVE PART-BUILT-UNITS         TO PR-BUILT-UNITS.
           MOVE PART-CONSUMED-UNITS      TO PR-CONSUMED-UNITS.
           WRITE REGISTER-LINE FROM PART-RETURN-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           INITIALIZE PART-TOTALS.
           MOVE GRAND-ADJUST-UNITS   TO GT-ADJUST-UNITS.
           MOVE GRAND-NET-CHANGE     TO GT-NET-CHANGE.
           WRITE REGISTER-LINE FROM GRAND-TOTAL-LINE.
           MOVE GRAND-CUST-RETURN-UNITS   TO GR-CUST-RETURN-UNITS.
           MOVE GRAND-VENDOR-RETURN-UNITS TO GR-VENDOR-RETURN-UNITS.
           MOVE GRAND-BUILT-UNITS         TO GR-BUILT-UNITS.
           MOVE GRAND-CONSUMED-UNITS      TO GR-CONSUMED-UNITS.
           WRITE REGISTER-LINE FROM GRAND-RETURN-LINE.
