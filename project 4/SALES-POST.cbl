       FILE SECTION.
      *One line per counter ticket exported by the till: the same
      *facts RECORD-UPDATE collects on its opening screen plus the
      *ticket reference for tracing a line back to the paper.  On a
      *customer return the reference is the original sale ticket and
      *on a return to the supplier it is the PO the stock came in on;
      *both returns also carry a reason code.
       FD  SALES-TRANS-IN.
       01  SALES-TRANS-RECORD.
           05  ST-PART-NUMBER      PIC 9(5).
           05  ST-TRANS-CODE       PIC X(1).
               88  ST-SALE-CODE        VALUE "S".
               88  ST-RECEIPT-CODE     VALUE "R".
               88  ST-CUST-RETURN-CODE VALUE "C".
               88  ST-VENDOR-RETURN-CODE VALUE "V".
           05  FILLER              PIC X(1).
           05  ST-TRANS-AMOUNT     PIC 9(5).
           05  FILLER              PIC X(1).
               88  ST-LOCATION-OVERFLOW VALUE "O".
           05  FILLER              PIC X(1).
           05  ST-TICKET-REF       PIC X(8).
           05  FILLER              PIC X(1).
           05  ST-REASON-CODE      PIC X(1).
               88  ST-VALID-REASON     VALUE "D" "W" "O".

       FD  INVENT-OUT
           DATA RECORD IS INVENT-RECORD.
           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REFERENCE        PIC X(8).

       FD  SALES-EXCEPTIONS.
       01  EXCEPTION-LINE          PIC X(80).
           05  POSTED-COUNT            PIC 9(4) VALUE 0.
           05  SALE-COUNT              PIC 9(4) VALUE 0.
           05  RECEIPT-COUNT           PIC 9(4) VALUE 0.
           05  CUST-RETURN-COUNT       PIC 9(4) VALUE 0.
           05  VENDOR-RETURN-COUNT     PIC 9(4) VALUE 0.
           05  REJECTED-COUNT          PIC 9(4) VALUE 0.

       01  EXCEPTION-DETAIL.
       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       01  INVENT-LOCK-AREA.
           COPY LOCKAREA.

       PROCEDURE DIVISION.
       100-POST-SALES-TRANS.
           PERFORM 200-SIGN-ON-OPERATOR.
       200-INITIATE-POSTING.
           OPEN INPUT SALES-TRANS-IN.
           PERFORM 300-CHECK-RUN-CONTROL.
           PERFORM 300-TAKE-BATCH-WINDOW.
           OPEN I-O INVENT-OUT.
           PERFORM 300-CHECK-INVENT-STATUS.
           OPEN EXTEND AUDIT-LOG.
           CLOSE INVENT-OUT.
           CLOSE AUDIT-LOG.
           CLOSE SALES-EXCEPTIONS.
           PERFORM 300-RELEASE-BATCH-WINDOW.

      *Guards against the two rerun disasters: a job that died mid
      *file resumes after its checkpoint instead of the top, and an

       300-APPLY-SALES-TRANS.
           IF  NOT ST-SALE-CODE AND NOT ST-RECEIPT-CODE
                   AND NOT ST-CUST-RETURN-CODE
                   AND NOT ST-VENDOR-RETURN-CODE
               MOVE "TRANSACTION CODE NOT S, R, C OR V" TO ED-REASON
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               IF  NOT ST-LOCATION-MAIN AND NOT ST-LOCATION-OVERFLOW
                   MOVE "LOCATION NOT M OR O" TO ED-REASON
                   PERFORM 400-WRITE-EXCEPTION
               ELSE
                   IF  ST-CUST-RETURN-CODE OR ST-VENDOR-RETURN-CODE
                       PERFORM 400-CHECK-RETURN-TRANS
                   ELSE
                       PERFORM 400-POST-ONE-TRANS.

      *A return that cannot say why it came back, or cannot be traced
      *to the ticket or PO it was first booked on, is not posted.
       400-CHECK-RETURN-TRANS.
           IF  NOT ST-VALID-REASON
               MOVE "RETURN REASON NOT D, W OR O" TO ED-REASON
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               IF  ST-TICKET-REF = SPACES
                   MOVE "RETURN HAS NO ORIGINAL TICKET/PO REF"
                       TO ED-REASON
                   PERFORM 400-WRITE-EXCEPTION
               ELSE
                   PERFORM 400-POST-ONE-TRANS.

                   PERFORM 500-EVALUATE-AND-APPLY
           END-READ.

      *A sale or a return to the supplier can only take what the
      *keyed location actually holds - the same check
      *400-ACCEPT-AMOUNT makes in RECORD-UPDATE - so a short location
      *kicks the ticket to the exception listing instead of driving
      *the quantity negative.
       500-EVALUATE-AND-APPLY.
           IF  ST-LOCATION-MAIN
               MOVE QTY-MAIN TO LOCATION-QUANTITY
           ELSE
               MOVE QTY-OVERFLOW TO LOCATION-QUANTITY.
           MOVE "N" TO TRANS-OK-SWITCH.
           IF  (ST-SALE-CODE OR ST-VENDOR-RETURN-CODE)
                   AND ST-TRANS-AMOUNT > LOCATION-QUANTITY
               MOVE "AMOUNT EXCEEDS LOCATION QUANTITY" TO ED-REASON
               PERFORM 400-WRITE-EXCEPTION
           ELSE

       600-UPDATE-QUANTITIES.
           MOVE QUANTITY TO BEFORE-QUANTITY.
           IF  ST-SALE-CODE OR ST-VENDOR-RETURN-CODE
               SUBTRACT ST-TRANS-AMOUNT FROM QUANTITY
               PERFORM 700-TAKE-FROM-LOCATION
           ELSE
           MOVE WS-CURRENT-DATE(9:6)   TO AL-TRANS-TIME.
           MOVE ST-LOCATION            TO AL-LOCATION.
           MOVE SA-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE ST-TICKET-REF          TO AL-REFERENCE.
           IF  ST-CUST-RETURN-CODE OR ST-VENDOR-RETURN-CODE
               MOVE ST-REASON-CODE     TO AL-REASON-CODE
           ELSE
               MOVE SPACES             TO AL-REASON-CODE.
           WRITE AUDIT-RECORD.
           ADD 1 TO POSTED-COUNT.
           IF  ST-SALE-CODE
               ADD 1 TO SALE-COUNT.
           IF  ST-RECEIPT-CODE
               ADD 1 TO RECEIPT-COUNT.
           IF  ST-CUST-RETURN-CODE
               ADD 1 TO CUST-RETURN-COUNT.
           IF  ST-VENDOR-RETURN-CODE
               ADD 1 TO VENDOR-RETURN-COUNT.

       400-WRITE-EXCEPTION.
           MOVE ST-PART-NUMBER TO ED-PART-NUM.
                  RECEIPT-COUNT         DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           STRING "CUSTOMER RETURNS: "  DELIMITED BY SIZE
                  CUST-RETURN-COUNT     DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           STRING "RETURNS TO SUPPLIER: " DELIMITED BY SIZE
                  VENDOR-RETURN-COUNT   DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                  REJECTED-COUNT        DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

      *No clerk may be in an online function that updates INVENT6
      *while this run does; the batch window shuts them out until
      *the run ends. A run that dies holding it can take it back on
      *restart.
       300-TAKE-BATCH-WINDOW.
           MOVE "B"            TO LA-REQUEST.
           MOVE "SALES-POST"   TO LA-PROGRAM-NAME.
           MOVE SA-OPERATOR-ID TO LA-OPERATOR-ID.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.
           IF  LA-REFUSED
               DISPLAY LA-MESSAGE
               DISPLAY "RUN CANCELLED - RUN LOCK-RESET ONLY IF STALE"
               STOP RUN.
           IF  LA-MESSAGE NOT = SPACES
               DISPLAY LA-MESSAGE.

       300-RELEASE-BATCH-WINDOW.
           MOVE "E"            TO LA-REQUEST.
           MOVE "SALES-POST"   TO LA-PROGRAM-NAME.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.

       300-CHECK-INVENT-STATUS.
           IF  INVENT-STATUS NOT = "00"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
