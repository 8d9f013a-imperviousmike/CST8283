       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       SELECT OPEN-PO-FILE
           ASSIGN TO "/home/mike/project4/OPENPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS OPENPO-STATUS.

       SELECT BACKORDER-FILE
           ASSIGN TO "/home/mike/project4/BACKORD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BO-NUMBER
           FILE STATUS IS BACKORD-STATUS.

       SELECT SUPPLIER-MASTER
           ASSIGN TO "/home/mike/project4/SUPPMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-STATUS.

       SELECT OPERATOR-MASTER
           ASSIGN TO "/home/mike/project4/OPERMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS OPERATOR-STATUS.

       SELECT AUDIT-LOG
           ASSIGN TO "/home/mike/project4/AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       SELECT INTEGRITY-LISTING
           ASSIGN TO "/home/mike/project4/INTEGRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INTEGRITY-CONTROL
           ASSIGN TO "/home/mike/project4/INTEGCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

       FD  OPEN-PO-FILE
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           COPY OPENPOREC.

       FD  BACKORDER-FILE
           DATA RECORD IS BACKORDER-RECORD.
       01  BACKORDER-RECORD.
           COPY BACKORDREC.

       FD  SUPPLIER-MASTER
           DATA RECORD IS SUPPLIER-RECORD.
       01  SUPPLIER-RECORD.
           05  SM-SUPPLIER-CODE    PIC X(5).
           05  SUPPLIER-NAME       PIC X(20).
           05  SUPPLIER-CONTACT    PIC X(20).
           05  SUPPLIER-ACTIVE-FLAG PIC X(1).
               88  SUPPLIER-ACTIVE     VALUE "Y".
               88  SUPPLIER-INACTIVE   VALUE "N".

       FD  OPERATOR-MASTER
           DATA RECORD IS OPERATOR-RECORD.
       01  OPERATOR-RECORD.
           COPY OPERREC.

      *Same one-line-per-transaction layout RECORD-UPDATE writes.
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

       FD  INTEGRITY-LISTING.
       01  INTEGRITY-LINE          PIC X(80).

      *Rewritten whole on every run; see INTEGCTLREC.
       FD  INTEGRITY-CONTROL.
       01  INTEGRITY-CONTROL-RECORD.
           COPY INTEGCTLREC.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  END-OF-OPENPO-SWITCH    PIC X(1) VALUE "N".
               88  END-OF-OPENPO       VALUE "Y".
           05  END-OF-BACKORD-SWITCH   PIC X(1) VALUE "N".
               88  END-OF-BACKORD      VALUE "Y".
           05  END-OF-AUDIT-SWITCH     PIC X(1) VALUE "N".
               88  END-OF-AUDIT        VALUE "Y".
           05  PART-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  PART-FOUND          VALUE "Y".

       01  OTHER-FIELDS.
           05  INVENT-STATUS           PIC X(2).
           05  OPENPO-STATUS           PIC X(2).
           05  BACKORD-STATUS          PIC X(2).
           05  SUPPLIER-STATUS         PIC X(2).
           05  OPERATOR-STATUS         PIC X(2).
           05  AUDIT-STATUS            PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).
           05  RUN-DATE                PIC 9(8) VALUE 0.
           05  RUN-TIME                PIC 9(6) VALUE 0.
           05  COMBINED-QTY            PIC 9(6) VALUE 0.
           05  EXCEPTION-FILE-NAME     PIC X(8).
           05  EXCEPTION-KEY           PIC X(10).
           05  EXCEPTION-PART-NUMBER   PIC 9(5).
           05  EXCEPTION-REASON        PIC X(45).

      *Records read from each file, so the listing shows the sweep
      *covered the whole data set and not just the first file.
       01  READ-COUNTS.
           05  PARTS-READ              PIC 9(6) VALUE 0.
           05  PO-LINES-READ           PIC 9(6) VALUE 0.
           05  BACKORDERS-READ         PIC 9(6) VALUE 0.
           05  AUDIT-LINES-READ        PIC 9(6) VALUE 0.

       01  EXCEPTION-COUNTS.
           05  QUANTITY-SPLIT-COUNT    PIC 9(6) VALUE 0.
           05  REORDER-COUNT           PIC 9(6) VALUE 0.
           05  PO-PART-MISSING-COUNT   PIC 9(6) VALUE 0.
           05  PO-SUPPLIER-DIFF-COUNT  PIC 9(6) VALUE 0.
           05  PO-SUPPLIER-MISSING-COUNT PIC 9(6) VALUE 0.
           05  INACTIVE-SUPPLIER-COUNT PIC 9(6) VALUE 0.
           05  BO-PART-MISSING-COUNT   PIC 9(6) VALUE 0.
           05  OPERATOR-MISSING-COUNT  PIC 9(6) VALUE 0.
           05  EXCEPTION-COUNT         PIC 9(6) VALUE 0.

       01  REPORT-HEADINGS.
           05  HEADING-LINE-1.
               10  FILLER              PIC X(36)
                   VALUE "INVENTORY DATA SET INTEGRITY REPORT ".
               10  HL-RUN-DATE         PIC 9(8).
           05  HEADING-LINE-2.
               10  FILLER              PIC X(9)  VALUE "FILE     ".
               10  FILLER              PIC X(12) VALUE "RECORD KEY  ".
               10  FILLER              PIC X(7)  VALUE "PART   ".
               10  FILLER              PIC X(30) VALUE "REASON".

       01  DETAIL-LINE.
           05  DL-FILE-NAME            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-RECORD-KEY           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PART-NUMBER          PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON               PIC X(45).

       01  TRAILER-LINES.
           05  TRAILER-LINE-1.
               10  FILLER              PIC X(40)
                   VALUE "RECORDS READ - INVENT6/OPENPO/BACKORD:  ".
               10  TL-PARTS-READ       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(1)  VALUE "/".
               10  TL-PO-LINES-READ    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(1)  VALUE "/".
               10  TL-BACKORDERS-READ  PIC ZZZ,ZZ9.
           05  TRAILER-LINE-2.
               10  FILLER              PIC X(40)
                   VALUE "AUDIT LINES READ:                       ".
               10  TL-AUDIT-LINES-READ PIC ZZZ,ZZ9.
           05  TRAILER-LINE-3.
               10  FILLER              PIC X(40)
                   VALUE "QUANTITY NOT MAIN PLUS OVERFLOW:        ".
               10  TL-QUANTITY-SPLIT   PIC ZZZ,ZZ9.
           05  TRAILER-LINE-4.
               10  FILLER              PIC X(40)
                   VALUE "REORDER NOT NUMERIC:                    ".
               10  TL-REORDER          PIC ZZZ,ZZ9.
           05  TRAILER-LINE-5.
               10  FILLER              PIC X(40)
                   VALUE "OPEN PO LINES - PART NOT ON INVENT6:    ".
               10  TL-PO-PART-MISSING  PIC ZZZ,ZZ9.
           05  TRAILER-LINE-6.
               10  FILLER              PIC X(40)
                   VALUE "OPEN PO LINES - SUPPLIER NOT PART'S:    ".
               10  TL-PO-SUPPLIER-DIFF PIC ZZZ,ZZ9.
           05  TRAILER-LINE-7.
               10  FILLER              PIC X(40)
                   VALUE "OPEN PO LINES - SUPPLIER NOT ON FILE:   ".
               10  TL-PO-SUPPLIER-MISSING PIC ZZZ,ZZ9.
           05  TRAILER-LINE-8.
               10  FILLER              PIC X(40)
                   VALUE "OPEN PO LINES - SUPPLIER INACTIVE:      ".
               10  TL-INACTIVE-SUPPLIER PIC ZZZ,ZZ9.
           05  TRAILER-LINE-9.
               10  FILLER              PIC X(40)
                   VALUE "BACKORDERS - PART NOT ON INVENT6:       ".
               10  TL-BO-PART-MISSING  PIC ZZZ,ZZ9.
           05  TRAILER-LINE-10.
               10  FILLER              PIC X(40)
                   VALUE "AUDIT LINES - OPERATOR NOT ON OPERMAST: ".
               10  TL-OPERATOR-MISSING PIC ZZZ,ZZ9.
           05  TRAILER-LINE-11.
               10  FILLER              PIC X(40)
                   VALUE "TOTAL EXCEPTIONS:                       ".
               10  TL-EXCEPTION-COUNT  PIC ZZZ,ZZ9.
           05  TRAILER-LINE-12.
               10  FILLER              PIC X(18)
                   VALUE "INTEGRITY RESULT: ".
               10  TL-RESULT           PIC X(9).

       PROCEDURE DIVISION.
       100-CHECK-DATA-SET.
           PERFORM 200-INITIATE-CHECK.
           PERFORM 200-CHECK-INVENT-RECORDS.
           PERFORM 200-CHECK-OPEN-PO-LINES.
           PERFORM 200-CHECK-BACKORDERS.
           PERFORM 200-CHECK-AUDIT-LOG.
           PERFORM 200-TERMINATE-CHECK.
           STOP RUN.

       200-INITIATE-CHECK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
           OPEN INPUT INVENT-IN.
           PERFORM 300-CHECK-INVENT-STATUS.
           OPEN INPUT SUPPLIER-MASTER.
           PERFORM 300-CHECK-SUPPLIER-STATUS.
           OPEN INPUT OPERATOR-MASTER.
           PERFORM 300-CHECK-OPERATOR-STATUS.
           OPEN OUTPUT INTEGRITY-LISTING.
           PERFORM 300-WRITE-HEADINGS.

      *INVENT6 is read end to end first; the later passes look parts
      *up on it by key.
       200-CHECK-INVENT-RECORDS.
           MOVE ZEROS TO PART-NUMBER.
           START INVENT-IN KEY IS NOT LESS THAN PART-NUMBER
               INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH.
           PERFORM 300-READ-NEXT-INVENT-RECORD.
           PERFORM 300-CHECK-PART-RECORD UNTIL END-OF-FILE.

      *Only open lines are held to the part and supplier masters; a
      *closed line is history and may rightly name a part since
      *archived or a supplier since changed.
       200-CHECK-OPEN-PO-LINES.
           OPEN INPUT OPEN-PO-FILE.
           IF  OPENPO-STATUS = "35"
               DISPLAY "OPENPO NOT FOUND - NO PO LINES CHECKED"
           ELSE
               PERFORM 300-CHECK-OPENPO-STATUS
               PERFORM 300-READ-OPEN-PO-RECORD
               PERFORM 300-CHECK-OPEN-PO-LINE UNTIL END-OF-OPENPO
               CLOSE OPEN-PO-FILE.

      *Open and fillable backorders are both still owed to a
      *customer, so every record on the file must name a live part.
       200-CHECK-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF  BACKORD-STATUS = "35"
               DISPLAY "BACKORD NOT FOUND - NO BACKORDERS CHECKED"
           ELSE
               PERFORM 300-CHECK-BACKORD-STATUS
               PERFORM 300-READ-BACKORDER-RECORD
               PERFORM 300-CHECK-BACKORDER UNTIL END-OF-BACKORD
               CLOSE BACKORDER-FILE.

       200-CHECK-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF  AUDIT-STATUS = "35"
               DISPLAY "AUDITLOG.TXT NOT FOUND - NO AUDIT LINES CHECKED"
           ELSE
               PERFORM 300-READ-AUDIT-RECORD
               PERFORM 300-CHECK-AUDIT-LINE UNTIL END-OF-AUDIT
               CLOSE AUDIT-LOG.

       200-TERMINATE-CHECK.
           PERFORM 300-WRITE-TRAILER.
           PERFORM 300-WRITE-INTEGRITY-CONTROL.
           CLOSE INVENT-IN.
           CLOSE SUPPLIER-MASTER.
           CLOSE OPERATOR-MASTER.
           CLOSE INTEGRITY-LISTING.
           IF  EXCEPTION-COUNT = 0
               DISPLAY "INTEGRITY CHECK COMPLETE - DATA SET CLEAN"
           ELSE
               DISPLAY "INTEGRITY CHECK COMPLETE - DATA SET NOT CLEAN"
               DISPLAY EXCEPTION-COUNT
                   " EXCEPTIONS - SEE INTEGRPT.TXT BEFORE POSTING".

       300-WRITE-HEADINGS.
           MOVE RUN-DATE TO HL-RUN-DATE.
           WRITE INTEGRITY-LINE FROM HEADING-LINE-1.
           WRITE INTEGRITY-LINE FROM HEADING-LINE-2.

       300-READ-NEXT-INVENT-RECORD.
           IF  NOT END-OF-FILE
               READ INVENT-IN NEXT RECORD
                   AT END MOVE "Y" TO END-OF-FILE-SWITCH
               END-READ
               PERFORM 300-CHECK-INVENT-STATUS.

      *QUANTITY is the combined figure reorder and valuation trust,
      *so it must always be the two buildings added together.
       300-CHECK-PART-RECORD.
           ADD 1 TO PARTS-READ.
           MOVE "INVENT6"   TO EXCEPTION-FILE-NAME.
           MOVE PART-NUMBER TO EXCEPTION-KEY.
           MOVE PART-NUMBER TO EXCEPTION-PART-NUMBER.
           COMPUTE COMBINED-QTY = QTY-MAIN + QTY-OVERFLOW.
           IF  QUANTITY NOT = COMBINED-QTY
               MOVE SPACES TO EXCEPTION-REASON
               STRING "QUANTITY "           DELIMITED BY SIZE
                      QUANTITY              DELIMITED BY SIZE
                      " NOT MAIN+OVERFLOW " DELIMITED BY SIZE
                      COMBINED-QTY          DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               ADD 1 TO QUANTITY-SPLIT-COUNT
               PERFORM 400-WRITE-EXCEPTION.
           IF  REORDER NOT NUMERIC
               MOVE SPACES TO EXCEPTION-REASON
               STRING "REORDER NOT NUMERIC: " DELIMITED BY SIZE
                      REORDER               DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               ADD 1 TO REORDER-COUNT
               PERFORM 400-WRITE-EXCEPTION.
           PERFORM 300-READ-NEXT-INVENT-RECORD.

       300-READ-OPEN-PO-RECORD.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO END-OF-OPENPO-SWITCH.
           PERFORM 300-CHECK-OPENPO-STATUS.

       300-CHECK-OPEN-PO-LINE.
           ADD 1 TO PO-LINES-READ.
           IF  PO-LINE-OPEN
               MOVE "OPENPO"       TO EXCEPTION-FILE-NAME
               MOVE SPACES         TO EXCEPTION-KEY
               STRING PO-NUMBER      DELIMITED BY SIZE
                      "-"            DELIMITED BY SIZE
                      PO-LINE-NUMBER DELIMITED BY SIZE
                   INTO EXCEPTION-KEY
               MOVE PO-PART-NUMBER TO EXCEPTION-PART-NUMBER
               PERFORM 400-CHECK-PO-PART
               PERFORM 400-CHECK-PO-SUPPLIER.
           PERFORM 300-READ-OPEN-PO-RECORD.

       300-READ-BACKORDER-RECORD.
           READ BACKORDER-FILE
               AT END MOVE "Y" TO END-OF-BACKORD-SWITCH.
           PERFORM 300-CHECK-BACKORD-STATUS.

       300-CHECK-BACKORDER.
           ADD 1 TO BACKORDERS-READ.
           MOVE BO-PART-NUMBER TO PART-NUMBER.
           PERFORM 400-LOOK-UP-PART.
           IF  NOT PART-FOUND
               MOVE "BACKORD"       TO EXCEPTION-FILE-NAME
               MOVE BO-NUMBER       TO EXCEPTION-KEY
               MOVE BO-PART-NUMBER  TO EXCEPTION-PART-NUMBER
               MOVE "PART NOT ON INVENT6" TO EXCEPTION-REASON
               ADD 1 TO BO-PART-MISSING-COUNT
               PERFORM 400-WRITE-EXCEPTION.
           PERFORM 300-READ-BACKORDER-RECORD.

       300-READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END MOVE "Y" TO END-OF-AUDIT-SWITCH.

      *Every line must trace back to a person on OPERMAST. Operators
      *are deactivated, never deleted, so an inactive one still
      *counts as on file. The record key shown is the line number.
       300-CHECK-AUDIT-LINE.
           ADD 1 TO AUDIT-LINES-READ.
           MOVE AL-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER KEY IS OP-OPERATOR-ID
               INVALID KEY
                   MOVE "AUDITLOG"       TO EXCEPTION-FILE-NAME
                   MOVE AUDIT-LINES-READ TO EXCEPTION-KEY
                   MOVE AL-PART-NUMBER   TO EXCEPTION-PART-NUMBER
                   MOVE SPACES           TO EXCEPTION-REASON
                   STRING "OPERATOR "    DELIMITED BY SIZE
                          AL-OPERATOR-ID DELIMITED BY SIZE
                          " NOT ON OPERMAST" DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
                   ADD 1 TO OPERATOR-MISSING-COUNT
                   PERFORM 400-WRITE-EXCEPTION
           END-READ.
           PERFORM 300-READ-AUDIT-RECORD.

       300-WRITE-TRAILER.
           MOVE PARTS-READ              TO TL-PARTS-READ.
           MOVE PO-LINES-READ           TO TL-PO-LINES-READ.
           MOVE BACKORDERS-READ         TO TL-BACKORDERS-READ.
           MOVE AUDIT-LINES-READ        TO TL-AUDIT-LINES-READ.
           MOVE QUANTITY-SPLIT-COUNT    TO TL-QUANTITY-SPLIT.
           MOVE REORDER-COUNT           TO TL-REORDER.
           MOVE PO-PART-MISSING-COUNT   TO TL-PO-PART-MISSING.
           MOVE PO-SUPPLIER-DIFF-COUNT  TO TL-PO-SUPPLIER-DIFF.
           MOVE PO-SUPPLIER-MISSING-COUNT TO TL-PO-SUPPLIER-MISSING.
           MOVE INACTIVE-SUPPLIER-COUNT TO TL-INACTIVE-SUPPLIER.
           MOVE BO-PART-MISSING-COUNT   TO TL-BO-PART-MISSING.
           MOVE OPERATOR-MISSING-COUNT  TO TL-OPERATOR-MISSING.
           MOVE EXCEPTION-COUNT         TO TL-EXCEPTION-COUNT.
           IF  EXCEPTION-COUNT = 0
               MOVE "CLEAN"     TO TL-RESULT
           ELSE
               MOVE "NOT CLEAN" TO TL-RESULT.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-1.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-2.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-3.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-4.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-5.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-6.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-7.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-8.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-9.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-10.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-11.
           WRITE INTEGRITY-LINE FROM TRAILER-LINE-12.

      *The night shift reads this one record before posting; any
      *exception at all marks the data set not clean.
       300-WRITE-INTEGRITY-CONTROL.
           MOVE RUN-DATE        TO IC-RUN-DATE.
           MOVE RUN-TIME        TO IC-RUN-TIME.
           MOVE EXCEPTION-COUNT TO IC-EXCEPTION-COUNT.
           IF  EXCEPTION-COUNT = 0
               MOVE "C" TO IC-RESULT
           ELSE
               MOVE "N" TO IC-RESULT.
           OPEN OUTPUT INTEGRITY-CONTROL.
           WRITE INTEGRITY-CONTROL-RECORD.
           CLOSE INTEGRITY-CONTROL.

       400-CHECK-PO-PART.
           MOVE PO-PART-NUMBER TO PART-NUMBER.
           PERFORM 400-LOOK-UP-PART.
           IF  NOT PART-FOUND
               MOVE "PART NOT ON INVENT6" TO EXCEPTION-REASON
               ADD 1 TO PO-PART-MISSING-COUNT
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               IF  PO-SUPPLIER-CODE NOT = SUPPLIER-CODE
                   MOVE SPACES TO EXCEPTION-REASON
                   STRING "PO SUPPLIER "    DELIMITED BY SIZE
                          PO-SUPPLIER-CODE  DELIMITED BY SIZE
                          " BUT PART SUPPLIER " DELIMITED BY SIZE
                          SUPPLIER-CODE     DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
                   ADD 1 TO PO-SUPPLIER-DIFF-COUNT
                   PERFORM 400-WRITE-EXCEPTION.

       400-CHECK-PO-SUPPLIER.
           MOVE PO-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER KEY IS SM-SUPPLIER-CODE
               INVALID KEY
                   MOVE SPACES TO EXCEPTION-REASON
                   STRING "SUPPLIER "       DELIMITED BY SIZE
                          PO-SUPPLIER-CODE  DELIMITED BY SIZE
                          " NOT ON SUPPMAST" DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
                   ADD 1 TO PO-SUPPLIER-MISSING-COUNT
                   PERFORM 400-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF  SUPPLIER-INACTIVE
                       MOVE SPACES TO EXCEPTION-REASON
                       STRING "SUPPLIER "      DELIMITED BY SIZE
                              PO-SUPPLIER-CODE DELIMITED BY SIZE
                              " INACTIVE - LINE STILL OPEN"
                                               DELIMITED BY SIZE
                           INTO EXCEPTION-REASON
                       ADD 1 TO INACTIVE-SUPPLIER-COUNT
                       PERFORM 400-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *PART-NUMBER carries the part to look up; PART-FOUND is set
      *and the part's record is in INVENT-RECORD when it is on file.
       400-LOOK-UP-PART.
           MOVE "Y" TO PART-FOUND-SWITCH.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY MOVE "N" TO PART-FOUND-SWITCH.

       400-WRITE-EXCEPTION.
           MOVE EXCEPTION-FILE-NAME   TO DL-FILE-NAME.
           MOVE EXCEPTION-KEY         TO DL-RECORD-KEY.
           MOVE EXCEPTION-PART-NUMBER TO DL-PART-NUMBER.
           MOVE EXCEPTION-REASON      TO DL-REASON.
           WRITE INTEGRITY-LINE FROM DETAIL-LINE.
           ADD 1 TO EXCEPTION-COUNT.

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

       300-CHECK-BACKORD-STATUS.
           IF  BACKORD-STATUS NOT = "00" AND BACKORD-STATUS NOT = "10"
               DISPLAY "BACKORD FILE ERROR - STATUS " BACKORD-STATUS
               STOP RUN.

       300-CHECK-SUPPLIER-STATUS.
           IF  SUPPLIER-STATUS NOT = "00"
               DISPLAY "SUPPMAST FILE ERROR - STATUS " SUPPLIER-STATUS
               STOP RUN.

       300-CHECK-OPERATOR-STATUS.
           IF  OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERMAST FILE ERROR - STATUS " OPERATOR-STATUS
               STOP RUN.
