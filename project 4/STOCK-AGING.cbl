       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-AGING.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-LOG
           ASSIGN USING AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       SELECT OPEN-PO-FILE
           ASSIGN TO "/home/mike/project4/OPENPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS OPENPO-STATUS.

       SELECT SORT-WORK
           ASSIGN TO "/home/mike/project4/SORTWORK".

       SELECT AGING-LISTING
           ASSIGN TO "/home/mike/project4/AGINGRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Same one-line-per-transaction layout RECORD-UPDATE writes;
      *the file read may be the live log or a period archive cut by
      *PERIOD-CLOSE.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AL-PART-NUMBER      PIC 9(5).
           05  FILLER              PIC X(1).
           05  AL-TRANS-CODE       PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-TRANS-AMOUNT     PIC 9(5).
           05  FILLER              PIC X(1).
           05  AL-BEFORE-QTY       PIC 9(5).
           05  FILLER              PIC X(1).
           05  AL-AFTER-QTY        PIC 9(5).
           05  FILLER              PIC X(1).
           05  AL-TRANS-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  AL-TRANS-TIME       PIC 9(6).
           05  FILLER              PIC X(1).
           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1).
           05  AL-REFERENCE        PIC X(8).

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

       FD  OPEN-PO-FILE
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           COPY OPENPOREC.

      *INVENT6 is keyed by part number, so the parts being aged are
      *run through a sort on supplier code for the subtotal breaks.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-SUPPLIER-CODE    PIC X(5).
           05  SR-PART-NUMBER      PIC 9(5).
           05  SR-PART-NAME        PIC X(20).
           05  SR-QUANTITY         PIC 9(5).
           05  SR-UNIT-PRICE       PIC 9(4)V99.
           05  SR-LAST-SALE-DATE   PIC 9(8).
           05  SR-LAST-RECEIPT-DATE PIC 9(8).
           05  SR-DAYS-SINCE-SALE  PIC 9(5).
           05  SR-AGING-BUCKET     PIC 9(1).
           05  SR-OPEN-PO-QTY      PIC 9(7).

       FD  AGING-LISTING.
       01  AGING-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-AUDIT-SWITCH     PIC X(1) VALUE "N".
               88  END-OF-AUDIT        VALUE "Y".
           05  END-OF-FILE-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  END-OF-OPENPO-SWITCH    PIC X(1) VALUE "N".
               88  END-OF-OPENPO       VALUE "Y".
           05  END-OF-SORT-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-SORT         VALUE "Y".
           05  PART-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  PART-FOUND          VALUE "Y".

       01  OTHER-FIELDS.
           05  AUDIT-STATUS            PIC X(2).
           05  INVENT-STATUS           PIC X(2).
           05  OPENPO-STATUS           PIC X(2).
           05  AUDIT-FILE-NAME         PIC X(40).
           05  INCLUDE-PERIOD          PIC 9(6) VALUE 0.
           05  WS-CURRENT-DATE         PIC X(21).
           05  RUN-DATE                PIC 9(8) VALUE 0.
           05  RUN-DAY-NUMBER          PIC 9(7) VALUE 0.
           05  ACT-SUB                 PIC 9(4) VALUE 0.
           05  FOUND-SUB               PIC 9(4) VALUE 0.
           05  OPEN-SUB                PIC 9(4) VALUE 0.
           05  BUCKET-SUB              PIC 9(1) VALUE 0.
           05  OPEN-LINE-QTY           PIC 9(6).
           05  EXTENDED-VALUE          PIC 9(9)V99.
           05  PRIOR-SUPPLIER-CODE     PIC X(5) VALUE SPACES.
           05  PART-COUNT              PIC 9(5) VALUE 0.
           05  FLAGGED-COUNT           PIC 9(5) VALUE 0.
           05  NEVER-SOLD-COUNT        PIC 9(5) VALUE 0.

      *Last sale and last receipt per part across every audit source
      *read, held in storage the way SALES-VELOCITY holds its demand.
       01  ACTIVITY-TABLE.
           05  AT-ENTRY-COUNT          PIC 9(4) VALUE 0.
           05  AT-ENTRY OCCURS 1000 TIMES.
               10  AT-PART-NUMBER      PIC 9(5).
               10  AT-LAST-SALE-DATE   PIC 9(8).
               10  AT-LAST-RECEIPT-DATE PIC 9(8).

      *Quantity still to arrive per part on open PO lines.
       01  OPEN-PO-TABLE.
           05  OT-ENTRY-COUNT          PIC 9(4) VALUE 0.
           05  OT-ENTRY OCCURS 1000 TIMES.
               10  OT-PART-NUMBER      PIC 9(5).
               10  OT-OPEN-QTY         PIC 9(7).

      *Days since last sale: 1 = 0-90, 2 = 91-180, 3 = 181-365 and
      *4 = over 365. A part with no sale in anything read ages into
      *the oldest bucket.
       01  BUCKET-LABEL-VALUES.
           05  FILLER                  PIC X(8) VALUE "0-90    ".
           05  FILLER                  PIC X(8) VALUE "91-180  ".
           05  FILLER                  PIC X(8) VALUE "181-365 ".
           05  FILLER                  PIC X(8) VALUE "OVER 365".
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05  BUCKET-LABEL            PIC X(8) OCCURS 4 TIMES.

       01  SUPPLIER-TOTALS.
           05  SUPPLIER-BUCKET-VALUE   PIC 9(11)V99 OCCURS 4 TIMES.

       01  GRAND-TOTALS.
           05  GRAND-BUCKET-VALUE      PIC 9(12)V99 OCCURS 4 TIMES.

       01  REPORT-HEADINGS.
           05  HEADING-LINE-1.
               10  FILLER              PIC X(33)
                   VALUE "SLOW-MOVING STOCK AGING AS AT    ".
               10  HL-RUN-DATE         PIC 9(8).
           05  HEADING-LINE-2.
               10  FILLER              PIC X(6)  VALUE "PART  ".
               10  FILLER              PIC X(16) VALUE "PART NAME".
               10  FILLER              PIC X(6)  VALUE "ON HND".
               10  FILLER              PIC X(9)  VALUE "LST SALE ".
               10  FILLER              PIC X(9)  VALUE "LST RCPT ".
               10  FILLER              PIC X(6)  VALUE "  DAYS".
               10  FILLER              PIC X(14)
                   VALUE "         VALUE".
               10  FILLER              PIC X(14) VALUE " BUCKET   FLAG".
           05  BUCKET-CAPTION-LINE.
               10  FILLER              PIC X(17) VALUE SPACES.
               10  FILLER              PIC X(14)
                   VALUE "     0-90 DAYS".
               10  FILLER              PIC X(14)
                   VALUE "   91-180 DAYS".
               10  FILLER              PIC X(14)
                   VALUE "  181-365 DAYS".
               10  FILLER              PIC X(14)
                   VALUE " OVER 365 DAYS".

       01  DETAIL-LINE.
           05  DL-PART-NUMBER          PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-PART-NAME            PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-LAST-SALE-DATE       PIC 9(8).
           05  DL-LAST-SALE-X REDEFINES DL-LAST-SALE-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-LAST-RECEIPT-DATE    PIC 9(8).
           05  DL-LAST-RECEIPT-X REDEFINES DL-LAST-RECEIPT-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-DAYS                 PIC ZZZZ9.
           05  DL-DAYS-X REDEFINES DL-DAYS
                                       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-VALUE                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-BUCKET               PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-FLAG                 PIC X(5).

       01  BUCKET-TOTAL-LINE.
           05  BT-LABEL                PIC X(17).
           05  BT-BUCKET-VALUE         PIC ZZZ,ZZZ,ZZ9.99
                                       OCCURS 4 TIMES.

      *Open purchase-order quantity on a part that has not sold in
      *the last 90 days is stock still arriving for a shelf that is
      *not moving; the detail line is flagged for the buyer.
       01  FLAG-DETAIL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE "** OPEN PO QTY ON ORDER:     ".
           05  FD-OPEN-PO-QTY          PIC Z,ZZZ,ZZ9.

       01  TRAILER-LINES.
           05  TRAILER-LINE-1.
               10  FILLER              PIC X(34)
                   VALUE "PARTS AGED:                       ".
               10  TL-PART-COUNT       PIC ZZ,ZZ9.
           05  TRAILER-LINE-2.
               10  FILLER              PIC X(34)
                   VALUE "PARTS WITH NO SALE ON FILE:       ".
               10  TL-NEVER-SOLD       PIC ZZ,ZZ9.
           05  TRAILER-LINE-3.
               10  FILLER              PIC X(34)
                   VALUE "SLOW PARTS WITH OPEN PO LINES:    ".
               10  TL-FLAGGED          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-AGING-REPORT.
           PERFORM 200-INITIATE-AGING.
           PERFORM 200-TALLY-LIVE-LOG.
           PERFORM 200-TALLY-ARCHIVE-PERIODS.
           PERFORM 200-LOAD-OPEN-PO-LINES.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SUPPLIER-CODE
                                SR-PART-NUMBER
               INPUT PROCEDURE IS 200-SELECT-INVENT-RECORDS
               OUTPUT PROCEDURE IS 200-PRINT-AGING.
           DISPLAY "PARTS AGED: " PART-COUNT.
           STOP RUN.

       200-INITIATE-AGING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (RUN-DATE).

       200-TALLY-LIVE-LOG.
           MOVE "/home/mike/project4/AUDITLOG.TXT"
               TO AUDIT-FILE-NAME.
           PERFORM 300-TALLY-AUDIT-FILE.

      *A part's last sale may sit in a period already cut away by
      *PERIOD-CLOSE; key in at least the last twelve periods so the
      *over-365 bucket means what it says.
       200-TALLY-ARCHIVE-PERIODS.
           DISPLAY "CLOSED PERIOD TO INCLUDE (YYYYMM) OR 0 FOR NONE:".
           ACCEPT INCLUDE-PERIOD.
           PERFORM 300-TALLY-ONE-ARCHIVE UNTIL INCLUDE-PERIOD = 0.

       300-TALLY-ONE-ARCHIVE.
           STRING "/home/mike/project4/AUDARCH."
                                      DELIMITED BY SIZE
                  INCLUDE-PERIOD      DELIMITED BY SIZE
               INTO AUDIT-FILE-NAME.
           PERFORM 300-TALLY-AUDIT-FILE.
           DISPLAY "CLOSED PERIOD TO INCLUDE (YYYYMM) OR 0 FOR NONE:".
           ACCEPT INCLUDE-PERIOD.

       300-TALLY-AUDIT-FILE.
           MOVE "N" TO END-OF-AUDIT-SWITCH.
           OPEN INPUT AUDIT-LOG.
           IF  AUDIT-STATUS = "35"
               DISPLAY AUDIT-FILE-NAME " NOT FOUND - SKIPPED"
           ELSE
               PERFORM 400-READ-AUDIT-RECORD
               PERFORM 400-TALLY-AUDIT-LINE UNTIL END-OF-AUDIT
               CLOSE AUDIT-LOG.

       400-READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END MOVE "Y" TO END-OF-AUDIT-SWITCH.

      *Only sales (S) and supplier receipts (R) date a part's
      *movement here; returns, transfers and count adjustments do
      *not show the shelf is turning over.
       400-TALLY-AUDIT-LINE.
           IF  AUDIT-RECORD(1:5) NOT = "*CTL*"
               AND (AL-TRANS-CODE = "S" OR AL-TRANS-CODE = "R")
               PERFORM 500-RECORD-PART-ACTIVITY.
           PERFORM 400-READ-AUDIT-RECORD.

       500-RECORD-PART-ACTIVITY.
           PERFORM 600-FIND-ACTIVITY-ENTRY.
           IF  NOT PART-FOUND
               IF  AT-ENTRY-COUNT = 1000
                   DISPLAY "ACTIVITY TABLE FULL - INCREASE OCCURS"
                   STOP RUN
               ELSE
                   ADD 1 TO AT-ENTRY-COUNT
                   MOVE AT-ENTRY-COUNT TO FOUND-SUB
                   MOVE AL-PART-NUMBER
                       TO AT-PART-NUMBER (FOUND-SUB)
                   MOVE 0 TO AT-LAST-SALE-DATE (FOUND-SUB)
                   MOVE 0 TO AT-LAST-RECEIPT-DATE (FOUND-SUB).
           IF  AL-TRANS-CODE = "S"
               AND AL-TRANS-DATE > AT-LAST-SALE-DATE (FOUND-SUB)
               MOVE AL-TRANS-DATE TO AT-LAST-SALE-DATE (FOUND-SUB).
           IF  AL-TRANS-CODE = "R"
               AND AL-TRANS-DATE > AT-LAST-RECEIPT-DATE (FOUND-SUB)
               MOVE AL-TRANS-DATE TO AT-LAST-RECEIPT-DATE (FOUND-SUB).

      *AL-PART-NUMBER carries the part to look up; FOUND-SUB points
      *at the matching entry when PART-FOUND is set.
       600-FIND-ACTIVITY-ENTRY.
           MOVE "N" TO PART-FOUND-SWITCH.
           MOVE 0 TO ACT-SUB.
           PERFORM 700-SCAN-ACTIVITY-ENTRY
               UNTIL PART-FOUND OR ACT-SUB NOT < AT-ENTRY-COUNT.

       700-SCAN-ACTIVITY-ENTRY.
           ADD 1 TO ACT-SUB.
           IF  AT-PART-NUMBER (ACT-SUB) = AL-PART-NUMBER
               MOVE "Y" TO PART-FOUND-SWITCH
               MOVE ACT-SUB TO FOUND-SUB.

       200-LOAD-OPEN-PO-LINES.
           OPEN INPUT OPEN-PO-FILE.
           IF  OPENPO-STATUS = "35"
               DISPLAY "OPENPO NOT FOUND - NO OPEN PO LINES"
           ELSE
               PERFORM 300-READ-OPEN-PO-RECORD
               PERFORM 300-STORE-OPEN-PO-LINE UNTIL END-OF-OPENPO
               CLOSE OPEN-PO-FILE.

       300-READ-OPEN-PO-RECORD.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO END-OF-OPENPO-SWITCH.
           PERFORM 300-CHECK-OPENPO-STATUS.

       300-STORE-OPEN-PO-LINE.
           IF  PO-LINE-OPEN AND PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE OPEN-LINE-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
               MOVE PO-PART-NUMBER TO PART-NUMBER
               PERFORM 400-FIND-OPEN-PO-ENTRY
               IF  NOT PART-FOUND
                   IF  OT-ENTRY-COUNT = 1000
                       DISPLAY "OPEN PO TABLE FULL - INCREASE OCCURS"
                       STOP RUN
                   ELSE
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OT-ENTRY-COUNT TO FOUND-SUB
                       MOVE PO-PART-NUMBER
                           TO OT-PART-NUMBER (FOUND-SUB)
                       MOVE 0 TO OT-OPEN-QTY (FOUND-SUB)
                   END-IF
               END-IF
               ADD OPEN-LINE-QTY TO OT-OPEN-QTY (FOUND-SUB).
           PERFORM 300-READ-OPEN-PO-RECORD.

      *PART-NUMBER carries the part to look up; FOUND-SUB points at
      *the matching entry when PART-FOUND is set.
       400-FIND-OPEN-PO-ENTRY.
           MOVE "N" TO PART-FOUND-SWITCH.
           MOVE 0 TO OPEN-SUB.
           PERFORM 500-SCAN-OPEN-PO-ENTRY
               UNTIL PART-FOUND OR OPEN-SUB NOT < OT-ENTRY-COUNT.

       500-SCAN-OPEN-PO-ENTRY.
           ADD 1 TO OPEN-SUB.
           IF  OT-PART-NUMBER (OPEN-SUB) = PART-NUMBER
               MOVE "Y" TO PART-FOUND-SWITCH
               MOVE OPEN-SUB TO FOUND-SUB.

      *Only stock on hand has anything to age.
       200-SELECT-INVENT-RECORDS.
           OPEN INPUT INVENT-IN.
           PERFORM 300-CHECK-INVENT-STATUS.
           PERFORM 300-READ-INVENT-RECORD.
           PERFORM 300-RELEASE-INVENT-RECORD UNTIL END-OF-FILE.
           CLOSE INVENT-IN.

       300-READ-INVENT-RECORD.
           READ INVENT-IN
               AT END MOVE "Y" TO END-OF-FILE-SWITCH.
           PERFORM 300-CHECK-INVENT-STATUS.

       300-RELEASE-INVENT-RECORD.
           IF  QUANTITY > 0
               PERFORM 400-AGE-ONE-PART
               RELEASE SORT-RECORD.
           PERFORM 300-READ-INVENT-RECORD.

       400-AGE-ONE-PART.
           MOVE SUPPLIER-CODE TO SR-SUPPLIER-CODE.
           MOVE PART-NUMBER   TO SR-PART-NUMBER.
           MOVE PART-NAME     TO SR-PART-NAME.
           MOVE QUANTITY      TO SR-QUANTITY.
           MOVE UNIT-PRICE    TO SR-UNIT-PRICE.
           MOVE PART-NUMBER   TO AL-PART-NUMBER.
           PERFORM 600-FIND-ACTIVITY-ENTRY.
           IF  PART-FOUND
               MOVE AT-LAST-SALE-DATE (FOUND-SUB)
                   TO SR-LAST-SALE-DATE
               MOVE AT-LAST-RECEIPT-DATE (FOUND-SUB)
                   TO SR-LAST-RECEIPT-DATE
           ELSE
               MOVE 0 TO SR-LAST-SALE-DATE
               MOVE 0 TO SR-LAST-RECEIPT-DATE.
           IF  SR-LAST-SALE-DATE = 0
               MOVE 0 TO SR-DAYS-SINCE-SALE
               MOVE 4 TO SR-AGING-BUCKET
           ELSE
               COMPUTE SR-DAYS-SINCE-SALE = RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (SR-LAST-SALE-DATE)
               PERFORM 500-SET-AGING-BUCKET.
           PERFORM 400-FIND-OPEN-PO-ENTRY.
           IF  PART-FOUND
               MOVE OT-OPEN-QTY (FOUND-SUB) TO SR-OPEN-PO-QTY
           ELSE
               MOVE 0 TO SR-OPEN-PO-QTY.

       500-SET-AGING-BUCKET.
           IF  SR-DAYS-SINCE-SALE > 365
               MOVE 4 TO SR-AGING-BUCKET
           ELSE
               IF  SR-DAYS-SINCE-SALE > 180
                   MOVE 3 TO SR-AGING-BUCKET
               ELSE
                   IF  SR-DAYS-SINCE-SALE > 90
                       MOVE 2 TO SR-AGING-BUCKET
                   ELSE
                       MOVE 1 TO SR-AGING-BUCKET.

       200-PRINT-AGING.
           OPEN OUTPUT AGING-LISTING.
           PERFORM 300-WRITE-HEADINGS.
           INITIALIZE SUPPLIER-TOTALS.
           INITIALIZE GRAND-TOTALS.
           PERFORM 300-RETURN-SORTED-RECORD.
           IF  NOT END-OF-SORT
               MOVE SR-SUPPLIER-CODE TO PRIOR-SUPPLIER-CODE.
           PERFORM 300-AGE-SORTED-RECORD UNTIL END-OF-SORT.
           IF  PART-COUNT > 0
               PERFORM 400-WRITE-SUPPLIER-TOTALS.
           PERFORM 300-WRITE-GRAND-TOTALS.
           CLOSE AGING-LISTING.

       300-WRITE-HEADINGS.
           MOVE RUN-DATE TO HL-RUN-DATE.
           WRITE AGING-LINE FROM HEADING-LINE-1.
           WRITE AGING-LINE FROM HEADING-LINE-2.

       300-RETURN-SORTED-RECORD.
           RETURN SORT-WORK
               AT END MOVE "Y" TO END-OF-SORT-SWITCH.

       300-AGE-SORTED-RECORD.
           IF  SR-SUPPLIER-CODE NOT = PRIOR-SUPPLIER-CODE
               PERFORM 400-WRITE-SUPPLIER-TOTALS
               MOVE SR-SUPPLIER-CODE TO PRIOR-SUPPLIER-CODE.
           PERFORM 400-WRITE-DETAIL-LINE.
           PERFORM 300-RETURN-SORTED-RECORD.

       400-WRITE-DETAIL-LINE.
           MULTIPLY SR-QUANTITY BY SR-UNIT-PRICE
               GIVING EXTENDED-VALUE.
           MOVE SR-AGING-BUCKET TO BUCKET-SUB.
           MOVE SR-PART-NUMBER  TO DL-PART-NUMBER.
           MOVE SR-PART-NAME    TO DL-PART-NAME.
           MOVE SR-QUANTITY     TO DL-QUANTITY.
           IF  SR-LAST-SALE-DATE = 0
               MOVE "NONE"      TO DL-LAST-SALE-X
               MOVE SPACES      TO DL-DAYS-X
               ADD 1 TO NEVER-SOLD-COUNT
           ELSE
               MOVE SR-LAST-SALE-DATE  TO DL-LAST-SALE-DATE
               MOVE SR-DAYS-SINCE-SALE TO DL-DAYS.
           IF  SR-LAST-RECEIPT-DATE = 0
               MOVE "NONE"      TO DL-LAST-RECEIPT-X
           ELSE
               MOVE SR-LAST-RECEIPT-DATE TO DL-LAST-RECEIPT-DATE.
           MOVE EXTENDED-VALUE  TO DL-VALUE.
           MOVE BUCKET-LABEL (BUCKET-SUB) TO DL-BUCKET.
           IF  SR-AGING-BUCKET > 1 AND SR-OPEN-PO-QTY > 0
               MOVE "PO**"      TO DL-FLAG
           ELSE
               MOVE SPACES      TO DL-FLAG.
           WRITE AGING-LINE FROM DETAIL-LINE.
           IF  SR-AGING-BUCKET > 1 AND SR-OPEN-PO-QTY > 0
               MOVE SR-OPEN-PO-QTY TO FD-OPEN-PO-QTY
               WRITE AGING-LINE FROM FLAG-DETAIL-LINE
               ADD 1 TO FLAGGED-COUNT.
           ADD 1 TO PART-COUNT.
           ADD EXTENDED-VALUE TO SUPPLIER-BUCKET-VALUE (BUCKET-SUB).
           ADD EXTENDED-VALUE TO GRAND-BUCKET-VALUE (BUCKET-SUB).

       400-WRITE-SUPPLIER-TOTALS.
           WRITE AGING-LINE FROM BUCKET-CAPTION-LINE.
           MOVE SPACES TO BT-LABEL.
           STRING "  SUPPLIER " DELIMITED BY SIZE
                  PRIOR-SUPPLIER-CODE DELIMITED BY SIZE
               INTO BT-LABEL.
           MOVE 0 TO BUCKET-SUB.
           PERFORM 500-MOVE-SUPPLIER-BUCKET UNTIL BUCKET-SUB NOT < 4.
           WRITE AGING-LINE FROM BUCKET-TOTAL-LINE.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           INITIALIZE SUPPLIER-TOTALS.

       500-MOVE-SUPPLIER-BUCKET.
           ADD 1 TO BUCKET-SUB.
           MOVE SUPPLIER-BUCKET-VALUE (BUCKET-SUB)
               TO BT-BUCKET-VALUE (BUCKET-SUB).

       300-WRITE-GRAND-TOTALS.
           WRITE AGING-LINE FROM BUCKET-CAPTION-LINE.
           MOVE "TOTAL ALL SUPPL." TO BT-LABEL.
           MOVE 0 TO BUCKET-SUB.
           PERFORM 400-MOVE-GRAND-BUCKET UNTIL BUCKET-SUB NOT < 4.
           WRITE AGING-LINE FROM BUCKET-TOTAL-LINE.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE PART-COUNT       TO TL-PART-COUNT.
           MOVE NEVER-SOLD-COUNT TO TL-NEVER-SOLD.
           MOVE FLAGGED-COUNT    TO TL-FLAGGED.
           WRITE AGING-LINE FROM TRAILER-LINE-1.
           WRITE AGING-LINE FROM TRAILER-LINE-2.
           WRITE AGING-LINE FROM TRAILER-LINE-3.

       400-MOVE-GRAND-BUCKET.
           ADD 1 TO BUCKET-SUB.
           MOVE GRAND-BUCKET-VALUE (BUCKET-SUB)
               TO BT-BUCKET-VALUE (BUCKET-SUB).

      *Status 10 is a normal end-of-file; anything else that is not
      *a clean 00 means the run cannot be trusted, so stop here.
       300-CHECK-INVENT-STATUS.
           IF  INVENT-STATUS NOT = "00" AND INVENT-STATUS NOT = "10"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
               STOP RUN.

       300-CHECK-OPENPO-STATUS.
           IF  OPENPO-STATUS NOT = "00" AND OPENPO-STATUS NOT = "10"
               DISPLAY "OPENPO FILE ERROR - STATUS " OPENPO-STATUS
               STOP RUN.
