       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECEIPT-HISTORY
           ASSIGN TO "/home/mike/project4/RCPTHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCPTHIST-STATUS.

       SELECT OPEN-PO-FILE
           ASSIGN TO "/home/mike/project4/OPENPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS OPENPO-STATUS.

       SELECT SUPPLIER-MASTER
           ASSIGN TO "/home/mike/project4/SUPPMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-STATUS.

       SELECT SORT-WORK
           ASSIGN TO "/home/mike/project4/SORTWORK".

       SELECT SCORECARD-LISTING
           ASSIGN TO "/home/mike/project4/SCORECRD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One line per delivery posted by PO-RECEIVE.
       FD  RECEIPT-HISTORY.
       01  RECEIPT-HISTORY-RECORD.
           COPY RCPTHISTREC.

       FD  OPEN-PO-FILE
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           COPY OPENPOREC.

      *Same SUPPMAST layout SUPPLIER-VALIDATE reads.
       FD  SUPPLIER-MASTER
           DATA RECORD IS SUPPLIER-RECORD.
       01  SUPPLIER-RECORD.
           05  SM-SUPPLIER-CODE    PIC X(5).
           05  SUPPLIER-NAME       PIC X(20).
           05  SUPPLIER-CONTACT    PIC X(20).
           05  SUPPLIER-ACTIVE-FLAG PIC X(1).
               88  SUPPLIER-ACTIVE     VALUE "Y".
               88  SUPPLIER-INACTIVE   VALUE "N".

      *Receipts and PO lines are sorted together on supplier code so
      *each supplier's deliveries and outstanding lines score as one
      *group. A receipt entry carries its lead time; a PO line entry
      *carries the flags worked out when it was selected, and the
      *PO line itself so a past-due line can be listed.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-SUPPLIER-CODE    PIC X(5).
           05  SR-PO-NUMBER        PIC 9(6).
           05  SR-PO-LINE-NUMBER   PIC 9(3).
           05  SR-PART-NUMBER      PIC 9(5).
           05  SR-ORDER-DATE       PIC 9(8).
           05  SR-ENTRY-TYPE       PIC X(1).
               88  SR-RECEIPT-ENTRY    VALUE "R".
               88  SR-PO-LINE-ENTRY    VALUE "P".
           05  SR-LEAD-DAYS        PIC 9(5).
           05  SR-LINE-STATUS      PIC X(1).
               88  SR-PARTIAL-RECEIPT  VALUE "O".
           05  SR-ORDER-QTY        PIC 9(6).
           05  SR-RECEIVED-QTY     PIC 9(6).
           05  SR-FILL-FLAG        PIC X(1).
               88  SR-COUNTS-TO-FILL   VALUE "Y".
           05  SR-PAST-DUE-FLAG    PIC X(1).
               88  SR-PAST-DUE         VALUE "Y".

       FD  SCORECARD-LISTING.
       01  SCORECARD-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  END-OF-HISTORY-SWITCH   PIC X(1) VALUE "N".
               88  END-OF-HISTORY      VALUE "Y".
           05  END-OF-SORT-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-SORT         VALUE "Y".

       01  OTHER-FIELDS.
           05  RCPTHIST-STATUS         PIC X(2).
           05  OPENPO-STATUS           PIC X(2).
           05  SUPPLIER-STATUS         PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).
           05  RUN-DATE                PIC 9(8) VALUE 0.
           05  FROM-DATE               PIC 9(8) VALUE 0.
           05  TO-DATE                 PIC 9(8) VALUE 0.
           05  WINDOW-DAYS             PIC S9(6) VALUE 0.
           05  ALLOWED-DAYS            PIC 9(3) VALUE 0.
           05  RUN-DAY-NUMBER          PIC 9(7) VALUE 0.
           05  DUE-DAY-NUMBER          PIC 9(7) VALUE 0.
           05  PRIOR-SUPPLIER-CODE     PIC X(5) VALUE SPACES.
           05  SELECTED-COUNT          PIC 9(6) VALUE 0.
           05  AVERAGE-LEAD-DAYS       PIC 9(3)V9.
           05  FILL-RATE-PERCENT       PIC 9(3)V9.
           05  PAST-DUE-SUB            PIC 9(5) VALUE 0.

       01  SUPPLIER-TOTALS.
           05  SUPPLIER-RECEIPTS       PIC 9(5)  VALUE 0.
           05  SUPPLIER-LEAD-DAYS      PIC 9(8)  VALUE 0.
           05  SUPPLIER-WORST-LEAD     PIC 9(5)  VALUE 0.
           05  SUPPLIER-PARTIALS       PIC 9(5)  VALUE 0.
           05  SUPPLIER-ORDERED-UNITS  PIC 9(8)  VALUE 0.
           05  SUPPLIER-FILLED-UNITS   PIC 9(8)  VALUE 0.
           05  SUPPLIER-PAST-DUE       PIC 9(5)  VALUE 0.

      *A supplier's past-due lines, held until its score line has
      *been written so they can be listed under it.
       01  PAST-DUE-TABLE.
           05  PD-ENTRY OCCURS 500 TIMES.
               10  PD-PO-NUMBER        PIC 9(6).
               10  PD-PO-LINE-NUMBER   PIC 9(3).
               10  PD-PART-NUMBER      PIC 9(5).
               10  PD-ORDER-DATE       PIC 9(8).
               10  PD-DAYS-OVERDUE     PIC 9(5).
               10  PD-OUTSTANDING-QTY  PIC 9(6).

       01  RUN-TOTALS.
           05  SCORED-SUPPLIER-COUNT   PIC 9(4)  VALUE 0.
           05  TOTAL-RECEIPTS          PIC 9(6)  VALUE 0.
           05  TOTAL-PARTIALS          PIC 9(6)  VALUE 0.
           05  TOTAL-PAST-DUE          PIC 9(6)  VALUE 0.

       01  REPORT-HEADINGS.
           05  HEADING-LINE-1.
               10  FILLER              PIC X(30)
                   VALUE "SUPPLIER DELIVERY SCORECARD   ".
               10  HL-FROM-DATE        PIC 9(8).
               10  FILLER              PIC X(4)  VALUE " TO ".
               10  HL-TO-DATE          PIC 9(8).
           05  HEADING-LINE-2.
               10  FILLER              PIC X(30)
                   VALUE "DAYS ALLOWED FOR DELIVERY:    ".
               10  HL-ALLOWED-DAYS     PIC ZZ9.
               10  FILLER              PIC X(15)
                   VALUE "    AS OF:     ".
               10  HL-RUN-DATE         PIC 9(8).
           05  HEADING-LINE-3.
               10  FILLER              PIC X(28) VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE "RCPTS  ".
               10  FILLER              PIC X(8)  VALUE " AVG    ".
               10  FILLER              PIC X(7)  VALUE "WORST  ".
               10  FILLER              PIC X(8)  VALUE " FILL   ".
               10  FILLER              PIC X(7)  VALUE "PART-  ".
               10  FILLER              PIC X(4)  VALUE "PAST".
           05  HEADING-LINE-4.
               10  FILLER              PIC X(6)  VALUE "SUPPL ".
               10  FILLER              PIC X(22) VALUE "SUPPLIER NAME".
               10  FILLER              PIC X(7)  VALUE "POSTED ".
               10  FILLER              PIC X(8)  VALUE " LEAD   ".
               10  FILLER              PIC X(7)  VALUE " LEAD  ".
               10  FILLER              PIC X(8)  VALUE "RATE %  ".
               10  FILLER              PIC X(7)  VALUE "IALS   ".
               10  FILLER              PIC X(4)  VALUE "DUE ".

      *Average lead and fill rate print N/A when the supplier had
      *nothing to measure them on, rather than a misleading zero.
       01  DETAIL-LINE.
           05  DL-SUPPLIER-CODE        PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-SUPPLIER-NAME        PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RECEIPTS             PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-AVERAGE-LEAD         PIC ZZ9.9.
           05  DL-AVERAGE-LEAD-X REDEFINES DL-AVERAGE-LEAD
                                       PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-WORST-LEAD           PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-FILL-RATE            PIC ZZ9.9.
           05  DL-FILL-RATE-X REDEFINES DL-FILL-RATE
                                       PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-PARTIALS             PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-PAST-DUE             PIC ZZZ9.

       01  PAST-DUE-HEADING.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "PO NUM".
           05  FILLER                  PIC X(6)  VALUE "LINE".
           05  FILLER                  PIC X(7)  VALUE "PART".
           05  FILLER                  PIC X(8)  VALUE "ORDERED".
           05  FILLER                  PIC X(12) VALUE "DAYS LATE".
           05  FILLER                  PIC X(11) VALUE "OUTSTANDING".

       01  PAST-DUE-CAPTION.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "OPEN LINES PAST DUE:".

       01  PAST-DUE-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  PL-PO-NUMBER            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-PO-LINE-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PL-PART-NUMBER          PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-ORDER-DATE           PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PL-DAYS-OVERDUE         PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  PL-OUTSTANDING-QTY      PIC ZZZZZ9.

       01  TRAILER-LINES.
           05  TRAILER-LINE-1.
               10  FILLER              PIC X(26)
                   VALUE "SUPPLIERS SCORED:         ".
               10  TL-SUPPLIER-COUNT   PIC ZZZ9.
           05  TRAILER-LINE-2.
               10  FILLER              PIC X(26)
                   VALUE "RECEIPTS IN PERIOD:       ".
               10  TL-RECEIPTS         PIC ZZZ,ZZ9.
           05  TRAILER-LINE-3.
               10  FILLER              PIC X(26)
                   VALUE "PARTIAL RECEIPTS:         ".
               10  TL-PARTIALS         PIC ZZZ,ZZ9.
           05  TRAILER-LINE-4.
               10  FILLER              PIC X(26)
                   VALUE "OPEN LINES PAST DUE:      ".
               10  TL-PAST-DUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-SCORE-SUPPLIERS.
           PERFORM 200-GET-SCORECARD-WINDOW.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SUPPLIER-CODE
                                SR-PO-NUMBER
                                SR-PO-LINE-NUMBER
               INPUT PROCEDURE IS 200-SELECT-DELIVERY-DATA
               OUTPUT PROCEDURE IS 200-PRINT-SCORECARD.
           STOP RUN.

      *Receipts are scored on the date they arrived; open lines are
      *judged past due against today, whatever the window.
       200-GET-SCORECARD-WINDOW.
           DISPLAY "ENTER SCORECARD START DATE (YYYYMMDD):".
           ACCEPT FROM-DATE.
           DISPLAY "ENTER SCORECARD END DATE (YYYYMMDD):".
           ACCEPT TO-DATE.
           DISPLAY "ENTER DAYS ALLOWED FROM ORDER TO DELIVERY:".
           ACCEPT ALLOWED-DAYS.
           COMPUTE WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE (TO-DATE)
               - FUNCTION INTEGER-OF-DATE (FROM-DATE) + 1.
           IF  WINDOW-DAYS < 1 OR ALLOWED-DAYS < 1
               DISPLAY "WINDOW OR DAYS ALLOWED INVALID - RUN CANCELLED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (RUN-DATE).

       200-SELECT-DELIVERY-DATA.
           PERFORM 300-SELECT-RECEIPTS.
           PERFORM 300-SELECT-PO-LINES.

      *No history file just means nothing has been received since
      *receipt history began; the PO lines still score.
       300-SELECT-RECEIPTS.
           OPEN INPUT RECEIPT-HISTORY.
           IF  RCPTHIST-STATUS = "35"
               DISPLAY "RCPTHIST.TXT NOT FOUND - NO RECEIPTS SCORED"
           ELSE
               PERFORM 400-READ-RECEIPT-HISTORY
               PERFORM 400-RELEASE-RECEIPT UNTIL END-OF-HISTORY
               CLOSE RECEIPT-HISTORY.

       400-READ-RECEIPT-HISTORY.
           READ RECEIPT-HISTORY
               AT END MOVE "Y" TO END-OF-HISTORY-SWITCH.

      *Lead time is counted in calendar days from the PO order date
      *to the day the delivery was posted.
       400-RELEASE-RECEIPT.
           IF  RH-RECEIPT-DATE NOT < FROM-DATE
               AND RH-RECEIPT-DATE NOT > TO-DATE
               MOVE RH-SUPPLIER-CODE TO SR-SUPPLIER-CODE
               MOVE 0                TO SR-PO-NUMBER
               MOVE 0                TO SR-PO-LINE-NUMBER
               MOVE 0                TO SR-PART-NUMBER
               MOVE RH-ORDER-DATE    TO SR-ORDER-DATE
               MOVE "R"              TO SR-ENTRY-TYPE
               COMPUTE SR-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE (RH-RECEIPT-DATE)
                   - FUNCTION INTEGER-OF-DATE (RH-ORDER-DATE)
               MOVE RH-LINE-STATUS   TO SR-LINE-STATUS
               MOVE 0                TO SR-ORDER-QTY
               MOVE 0                TO SR-RECEIVED-QTY
               MOVE "N"              TO SR-FILL-FLAG
               MOVE "N"              TO SR-PAST-DUE-FLAG
               RELEASE SORT-RECORD
               ADD 1 TO SELECTED-COUNT
           END-IF.
           PERFORM 400-READ-RECEIPT-HISTORY.

       300-SELECT-PO-LINES.
           OPEN INPUT OPEN-PO-FILE.
           PERFORM 300-CHECK-OPENPO-STATUS.
           PERFORM 400-READ-PO-RECORD.
           PERFORM 400-RELEASE-PO-LINE UNTIL END-OF-FILE.
           CLOSE OPEN-PO-FILE.

       400-READ-PO-RECORD.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO END-OF-FILE-SWITCH.
           PERFORM 300-CHECK-OPENPO-STATUS.

      *A line is due once the allowed days have run out from its
      *order date. Fill rate is judged only on lines ordered in the
      *window that are already due or closed, so a supplier is not
      *marked down for orders it still has time to deliver.
       400-RELEASE-PO-LINE.
           MOVE "N" TO SR-FILL-FLAG.
           MOVE "N" TO SR-PAST-DUE-FLAG.
           COMPUTE DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE) + ALLOWED-DAYS.
           IF  PO-LINE-OPEN AND DUE-DAY-NUMBER < RUN-DAY-NUMBER
               MOVE "Y" TO SR-PAST-DUE-FLAG.
           IF  PO-ORDER-DATE NOT < FROM-DATE
               AND PO-ORDER-DATE NOT > TO-DATE
               AND (PO-LINE-CLOSED OR DUE-DAY-NUMBER < RUN-DAY-NUMBER)
               MOVE "Y" TO SR-FILL-FLAG.
           IF  SR-COUNTS-TO-FILL OR SR-PAST-DUE
               MOVE PO-SUPPLIER-CODE TO SR-SUPPLIER-CODE
               MOVE PO-NUMBER        TO SR-PO-NUMBER
               MOVE PO-LINE-NUMBER   TO SR-PO-LINE-NUMBER
               MOVE PO-PART-NUMBER   TO SR-PART-NUMBER
               MOVE PO-ORDER-DATE    TO SR-ORDER-DATE
               MOVE "P"              TO SR-ENTRY-TYPE
               MOVE 0                TO SR-LEAD-DAYS
               MOVE PO-LINE-STATUS   TO SR-LINE-STATUS
               MOVE PO-ORDER-QTY     TO SR-ORDER-QTY
               MOVE PO-RECEIVED-QTY  TO SR-RECEIVED-QTY
               RELEASE SORT-RECORD
               ADD 1 TO SELECTED-COUNT.
           PERFORM 400-READ-PO-RECORD.

       200-PRINT-SCORECARD.
           OPEN INPUT SUPPLIER-MASTER.
           PERFORM 300-CHECK-SUPPLIER-STATUS.
           OPEN OUTPUT SCORECARD-LISTING.
           PERFORM 300-WRITE-HEADINGS.
           PERFORM 300-RETURN-SORTED-ENTRY.
           IF  NOT END-OF-SORT
               MOVE SR-SUPPLIER-CODE TO PRIOR-SUPPLIER-CODE.
           PERFORM 300-SCORE-SORTED-ENTRY UNTIL END-OF-SORT.
           IF  SELECTED-COUNT > 0
               PERFORM 400-WRITE-SUPPLIER-SCORE.
           PERFORM 300-WRITE-TRAILER.
           CLOSE SUPPLIER-MASTER.
           CLOSE SCORECARD-LISTING.

       300-WRITE-HEADINGS.
           MOVE FROM-DATE    TO HL-FROM-DATE.
           MOVE TO-DATE      TO HL-TO-DATE.
           MOVE ALLOWED-DAYS TO HL-ALLOWED-DAYS.
           MOVE RUN-DATE     TO HL-RUN-DATE.
           WRITE SCORECARD-LINE FROM HEADING-LINE-1.
           WRITE SCORECARD-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           WRITE SCORECARD-LINE FROM HEADING-LINE-3.
           WRITE SCORECARD-LINE FROM HEADING-LINE-4.

       300-RETURN-SORTED-ENTRY.
           RETURN SORT-WORK
               AT END MOVE "Y" TO END-OF-SORT-SWITCH.

       300-SCORE-SORTED-ENTRY.
           IF  SR-SUPPLIER-CODE NOT = PRIOR-SUPPLIER-CODE
               PERFORM 400-WRITE-SUPPLIER-SCORE
               MOVE SR-SUPPLIER-CODE TO PRIOR-SUPPLIER-CODE.
           IF  SR-RECEIPT-ENTRY
               PERFORM 400-ACCUMULATE-RECEIPT
           ELSE
               PERFORM 400-ACCUMULATE-PO-LINE.
           PERFORM 300-RETURN-SORTED-ENTRY.

       400-ACCUMULATE-RECEIPT.
           ADD 1 TO SUPPLIER-RECEIPTS.
           ADD SR-LEAD-DAYS TO SUPPLIER-LEAD-DAYS.
           IF  SR-LEAD-DAYS > SUPPLIER-WORST-LEAD
               MOVE SR-LEAD-DAYS TO SUPPLIER-WORST-LEAD.
           IF  SR-PARTIAL-RECEIPT
               ADD 1 TO SUPPLIER-PARTIALS.

       400-ACCUMULATE-PO-LINE.
           IF  SR-COUNTS-TO-FILL
               ADD SR-ORDER-QTY    TO SUPPLIER-ORDERED-UNITS
               ADD SR-RECEIVED-QTY TO SUPPLIER-FILLED-UNITS.
           IF  SR-PAST-DUE
               PERFORM 500-HOLD-PAST-DUE-LINE.

       500-HOLD-PAST-DUE-LINE.
           IF  SUPPLIER-PAST-DUE = 500
               DISPLAY "PAST DUE TABLE FULL - INCREASE OCCURS"
               STOP RUN.
           ADD 1 TO SUPPLIER-PAST-DUE.
           MOVE SUPPLIER-PAST-DUE TO PAST-DUE-SUB.
           MOVE SR-PO-NUMBER      TO PD-PO-NUMBER (PAST-DUE-SUB).
           MOVE SR-PO-LINE-NUMBER TO PD-PO-LINE-NUMBER (PAST-DUE-SUB).
           MOVE SR-PART-NUMBER    TO PD-PART-NUMBER (PAST-DUE-SUB).
           MOVE SR-ORDER-DATE     TO PD-ORDER-DATE (PAST-DUE-SUB).
           COMPUTE DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (SR-ORDER-DATE) + ALLOWED-DAYS.
           COMPUTE PD-DAYS-OVERDUE (PAST-DUE-SUB) =
               RUN-DAY-NUMBER - DUE-DAY-NUMBER.
           IF  SR-RECEIVED-QTY < SR-ORDER-QTY
               COMPUTE PD-OUTSTANDING-QTY (PAST-DUE-SUB) =
                   SR-ORDER-QTY - SR-RECEIVED-QTY
           ELSE
               MOVE 0 TO PD-OUTSTANDING-QTY (PAST-DUE-SUB).

      *A receipt or PO line can outlive its supplier record, so a
      *missing code still prints rather than hiding the history.
       400-WRITE-SUPPLIER-SCORE.
           MOVE PRIOR-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER KEY IS SM-SUPPLIER-CODE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO SUPPLIER-NAME
           END-READ.
           MOVE PRIOR-SUPPLIER-CODE TO DL-SUPPLIER-CODE.
           MOVE SUPPLIER-NAME       TO DL-SUPPLIER-NAME.
           MOVE SUPPLIER-RECEIPTS   TO DL-RECEIPTS.
           MOVE SUPPLIER-WORST-LEAD TO DL-WORST-LEAD.
           MOVE SUPPLIER-PARTIALS   TO DL-PARTIALS.
           MOVE SUPPLIER-PAST-DUE   TO DL-PAST-DUE.
           IF  SUPPLIER-RECEIPTS = 0
               MOVE "  N/A" TO DL-AVERAGE-LEAD-X
           ELSE
               COMPUTE AVERAGE-LEAD-DAYS ROUNDED =
                   SUPPLIER-LEAD-DAYS / SUPPLIER-RECEIPTS
               MOVE AVERAGE-LEAD-DAYS TO DL-AVERAGE-LEAD.
           IF  SUPPLIER-ORDERED-UNITS = 0
               MOVE "  N/A" TO DL-FILL-RATE-X
           ELSE
               COMPUTE FILL-RATE-PERCENT ROUNDED =
                   SUPPLIER-FILLED-UNITS * 100 / SUPPLIER-ORDERED-UNITS
               MOVE FILL-RATE-PERCENT TO DL-FILL-RATE.
           WRITE SCORECARD-LINE FROM DETAIL-LINE.
           IF  SUPPLIER-PAST-DUE > 0
               PERFORM 500-LIST-PAST-DUE-LINES.
           ADD 1 TO SCORED-SUPPLIER-COUNT.
           ADD SUPPLIER-RECEIPTS TO TOTAL-RECEIPTS.
           ADD SUPPLIER-PARTIALS TO TOTAL-PARTIALS.
           ADD SUPPLIER-PAST-DUE TO TOTAL-PAST-DUE.
           INITIALIZE SUPPLIER-TOTALS.

       500-LIST-PAST-DUE-LINES.
           WRITE SCORECARD-LINE FROM PAST-DUE-CAPTION.
           WRITE SCORECARD-LINE FROM PAST-DUE-HEADING.
           MOVE 0 TO PAST-DUE-SUB.
           PERFORM 600-WRITE-PAST-DUE-LINE
               UNTIL PAST-DUE-SUB NOT < SUPPLIER-PAST-DUE.
           MOVE SPACES TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.

       600-WRITE-PAST-DUE-LINE.
           ADD 1 TO PAST-DUE-SUB.
           MOVE PD-PO-NUMBER (PAST-DUE-SUB)      TO PL-PO-NUMBER.
           MOVE PD-PO-LINE-NUMBER (PAST-DUE-SUB) TO PL-PO-LINE-NUMBER.
           MOVE PD-PART-NUMBER (PAST-DUE-SUB)    TO PL-PART-NUMBER.
           MOVE PD-ORDER-DATE (PAST-DUE-SUB)     TO PL-ORDER-DATE.
           MOVE PD-DAYS-OVERDUE (PAST-DUE-SUB)   TO PL-DAYS-OVERDUE.
           MOVE PD-OUTSTANDING-QTY (PAST-DUE-SUB)
               TO PL-OUTSTANDING-QTY.
           WRITE SCORECARD-LINE FROM PAST-DUE-LINE.

       300-WRITE-TRAILER.
           MOVE SPACES TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           MOVE SCORED-SUPPLIER-COUNT TO TL-SUPPLIER-COUNT.
           MOVE TOTAL-RECEIPTS        TO TL-RECEIPTS.
           MOVE TOTAL-PARTIALS        TO TL-PARTIALS.
           MOVE TOTAL-PAST-DUE        TO TL-PAST-DUE.
           WRITE SCORECARD-LINE FROM TRAILER-LINE-1.
           WRITE SCORECARD-LINE FROM TRAILER-LINE-2.
           WRITE SCORECARD-LINE FROM TRAILER-LINE-3.
           WRITE SCORECARD-LINE FROM TRAILER-LINE-4.

      *Status 10 is a normal end-of-file; anything else that is not
      *a clean 00 means the run cannot be trusted, so stop here.
       300-CHECK-OPENPO-STATUS.
           IF  OPENPO-STATUS NOT = "00" AND OPENPO-STATUS NOT = "10"
               DISPLAY "OPENPO FILE ERROR - STATUS " OPENPO-STATUS
               STOP RUN.

       300-CHECK-SUPPLIER-STATUS.
           IF  SUPPLIER-STATUS NOT = "00"
               DISPLAY "SUPPMAST FILE ERROR - STATUS " SUPPLIER-STATUS
               STOP RUN.
