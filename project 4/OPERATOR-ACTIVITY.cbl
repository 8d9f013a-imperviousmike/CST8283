       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ACTIVITY.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-LOG
           ASSIGN USING AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       SELECT SESSION-LOG
           ASSIGN TO "/home/mike/project4/CONSLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONSOLE-STATUS.

       SELECT OPERATOR-MASTER
           ASSIGN TO "/home/mike/project4/OPERMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS OPERATOR-STATUS.

       SELECT SORT-WORK
           ASSIGN TO "/home/mike/project4/SORTWORK".

       SELECT REVIEW-LISTING
           ASSIGN TO "/home/mike/project4/OPERRPT.TXT"
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

      *Same one-line-per-function layout INVENT-CONSOLE writes.
       FD  SESSION-LOG.
       01  SESSION-LOG-RECORD.
           05  CL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1).
           05  CL-FUNCTION-NAME    PIC X(16).
           05  FILLER              PIC X(1).
           05  CL-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(1).
           05  CL-RUN-TIME         PIC 9(6).

       FD  OPERATOR-MASTER
           DATA RECORD IS OPERATOR-RECORD.
       01  OPERATOR-RECORD.
           COPY OPERREC.

      *Stock transactions and console functions are brought together
      *here and sorted into each operator's day in time order.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-OPERATOR-ID      PIC X(5).
           05  SR-EVENT-DATE       PIC 9(8).
           05  SR-EVENT-TIME       PIC 9(6).
           05  SR-EVENT-SOURCE     PIC X(1).
               88  SR-AUDIT-EVENT      VALUE "A".
               88  SR-CONSOLE-EVENT    VALUE "C".
           05  SR-TRANS-CODE       PIC X(1).
           05  SR-FUNCTION-NAME    PIC X(16).
           05  SR-PART-NUMBER      PIC 9(5).
           05  SR-TRANS-AMOUNT     PIC 9(5).

       FD  REVIEW-LISTING.
       01  REVIEW-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-AUDIT-SWITCH     PIC X(1) VALUE "N".
               88  END-OF-AUDIT        VALUE "Y".
           05  END-OF-CONSOLE-SWITCH   PIC X(1) VALUE "N".
               88  END-OF-CONSOLE      VALUE "Y".
           05  END-OF-SORT-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-SORT         VALUE "Y".
           05  OPERATOR-FOUND-SWITCH   PIC X(1) VALUE "N".
               88  OPERATOR-FOUND      VALUE "Y".
           05  CODE-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  CODE-FOUND          VALUE "Y".
           05  FUNCTION-FOUND-SWITCH   PIC X(1) VALUE "N".
               88  FUNCTION-FOUND      VALUE "Y".
           05  EVENT-FLAGGED-SWITCH    PIC X(1) VALUE "N".
               88  EVENT-FLAGGED       VALUE "Y".

       01  OTHER-FIELDS.
           05  AUDIT-STATUS            PIC X(2).
           05  CONSOLE-STATUS          PIC X(2).
           05  OPERATOR-STATUS         PIC X(2).
           05  AUDIT-FILE-NAME         PIC X(40).
           05  WS-CURRENT-DATE         PIC X(21).
           05  RUN-DATE                PIC 9(8) VALUE 0.
           05  FROM-DATE               PIC 9(8) VALUE 0.
           05  TO-DATE                 PIC 9(8) VALUE 0.
           05  ARCHIVE-PERIOD          PIC 9(6) VALUE 0.
           05  ARCHIVE-PERIOD-PARTS REDEFINES ARCHIVE-PERIOD.
               10  ARCHIVE-YEAR        PIC 9(4).
               10  ARCHIVE-MONTH       PIC 9(2).
           05  LAST-PERIOD             PIC 9(6) VALUE 0.
           05  DAY-START-HOUR          PIC 9(2) VALUE 0.
           05  DAY-END-HOUR            PIC 9(2) VALUE 0.
           05  DAY-START-TIME          PIC 9(6) VALUE 0.
           05  DAY-END-TIME            PIC 9(6) VALUE 0.
           05  LARGE-THRESHOLD         PIC 9(5) VALUE 0.
           05  DAY-NUMBER              PIC 9(7).
           05  WEEK-COUNT              PIC 9(7).
           05  WEEKDAY-NUMBER          PIC 9(1).
           05  PRIOR-OPERATOR-ID       PIC X(5) VALUE SPACES.
           05  CODE-SUB                PIC 9(2) VALUE 0.
           05  FOUND-CODE-SUB          PIC 9(2) VALUE 0.
           05  FUNC-SUB                PIC 9(2) VALUE 0.
           05  FOUND-FUNC-SUB          PIC 9(2) VALUE 0.
           05  ARCHIVE-COUNT           PIC 9(3) VALUE 0.
           05  EVENT-COUNT             PIC 9(7) VALUE 0.
           05  OPERATOR-COUNT          PIC 9(4) VALUE 0.
           05  FLAGGED-COUNT           PIC 9(5) VALUE 0.
           05  AFTER-HOURS-COUNT       PIC 9(5) VALUE 0.
           05  LARGE-COUNT             PIC 9(5) VALUE 0.
           05  SUPERVISOR-COUNT        PIC 9(5) VALUE 0.
           05  INACTIVE-COUNT          PIC 9(4) VALUE 0.
           05  UNKNOWN-COUNT           PIC 9(4) VALUE 0.

      *Audit transaction codes in the order they are listed. Any
      *code not in the list is counted against the last entry.
       01  TRANS-CODE-VALUES.
           05  FILLER                  PIC X(1)  VALUE "S".
           05  FILLER                  PIC X(16) VALUE "SALES".
           05  FILLER                  PIC X(1)  VALUE "R".
           05  FILLER                  PIC X(16) VALUE "RECEIPTS".
           05  FILLER                  PIC X(1)  VALUE "T".
           05  FILLER                  PIC X(16) VALUE "TRANSFERS".
           05  FILLER                  PIC X(1)  VALUE "C".
           05  FILLER                  PIC X(16)
               VALUE "CUSTOMER RETURNS".
           05  FILLER                  PIC X(1)  VALUE "V".
           05  FILLER                  PIC X(16)
               VALUE "SUPPLIER RETURNS".
           05  FILLER                  PIC X(1)  VALUE "A".
           05  FILLER                  PIC X(16)
               VALUE "COUNT ADJUSTMENT".
           05  FILLER                  PIC X(1)  VALUE "B".
           05  FILLER                  PIC X(16) VALUE "KITS BUILT".
           05  FILLER                  PIC X(1)  VALUE "U".
           05  FILLER                  PIC X(16) VALUE "KIT COMPONENTS".
           05  FILLER                  PIC X(1)  VALUE "*".
           05  FILLER                  PIC X(16) VALUE "OTHER CODES".
       01  TRANS-CODE-TABLE REDEFINES TRANS-CODE-VALUES.
           05  TRANS-CODE-ENTRY OCCURS 9 TIMES.
               10  TC-TRANS-CODE       PIC X(1).
               10  TC-DESCRIPTION      PIC X(16).

      *What one operator did in the range, cleared at each break.
       01  OPERATOR-TOTALS.
           05  OPER-AUDIT-COUNT        PIC 9(5).
           05  OPER-FLAGGED-COUNT      PIC 9(5).
           05  OPER-CODE-TOTALS OCCURS 9 TIMES.
               10  OPER-CODE-COUNT     PIC 9(5).
               10  OPER-CODE-QUANTITY  PIC 9(7).
           05  OF-ENTRY-COUNT          PIC 9(2).
           05  OF-ENTRY OCCURS 20 TIMES.
               10  OF-FUNCTION-NAME    PIC X(16).
               10  OF-RUN-COUNT        PIC 9(5).

       01  REPORT-HEADINGS.
           05  HEADING-LINE-1.
               10  FILLER              PIC X(29)
                   VALUE "OPERATOR ACTIVITY REVIEW FOR ".
               10  HL-FROM-DATE        PIC 9(8).
               10  FILLER              PIC X(4)  VALUE " TO ".
               10  HL-TO-DATE          PIC 9(8).
               10  FILLER              PIC X(11) VALUE "  RUN DATE ".
               10  HL-RUN-DATE         PIC 9(8).
           05  HEADING-LINE-2.
               10  FILLER              PIC X(16)
                   VALUE "BUSINESS HOURS: ".
               10  HL-START-HOUR       PIC 99.
               10  FILLER              PIC X(3)  VALUE "00-".
               10  HL-END-HOUR         PIC 99.
               10  FILLER              PIC X(10) VALUE "00 MON-FRI".
               10  FILLER              PIC X(23)
                   VALUE "   LARGE QUANTITY OVER ".
               10  HL-LARGE-THRESHOLD  PIC ZZZZ9.
           05  HEADING-LINE-3.
               10  FILLER              PIC X(40)
                   VALUE "FLAGS: HOURS = OUTSIDE BUSINESS HOURS   ".
               10  FILLER              PIC X(40)
                   VALUE "LARGE = SALE OR ADJUSTMENT OVER LIMIT".
           05  HEADING-LINE-4.
               10  FILLER              PIC X(40)
                   VALUE "       SUPV  = SUPERVISOR-ONLY FUNCTION ".
               10  FILLER              PIC X(40)
                   VALUE "INACT = OPERATOR NOW INACTIVE".
           05  HEADING-LINE-5.
               10  FILLER              PIC X(40)
                   VALUE "       NOOP  = OPERATOR NOT ON OPERMAST".

       01  OPERATOR-HEADING.
           05  FILLER                  PIC X(10) VALUE "OPERATOR: ".
           05  OH-OPERATOR-ID          PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OH-OPERATOR-NAME        PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OH-AUTH-LEVEL           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OH-OPERATOR-STATUS      PIC X(17).

       01  FLAGGED-COLUMNS.
           05  FILLER                  PIC X(19)
               VALUE "  DATE     TIME    ".
           05  FILLER                  PIC X(17) VALUE "ACTIVITY".
           05  FILLER                  PIC X(13) VALUE "PART    QTY".
           05  FILLER                  PIC X(5)  VALUE "FLAGS".

       01  FLAGGED-EVENT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FE-EVENT-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FE-EVENT-TIME           PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FE-ACTIVITY             PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FE-PART-NUMBER          PIC 9(5).
           05  FE-PART-X REDEFINES FE-PART-NUMBER
                                       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FE-TRANS-AMOUNT         PIC ZZZZ9.
           05  FE-AMOUNT-X REDEFINES FE-TRANS-AMOUNT
                                       PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FE-HOURS-FLAG           PIC X(6).
           05  FE-LARGE-FLAG           PIC X(6).
           05  FE-SUPERVISOR-FLAG      PIC X(5).
           05  FE-OPERATOR-FLAG        PIC X(5).

       01  NO-FLAGS-LINE.
           05  FILLER                  PIC X(20)
               VALUE "  NO EVENTS FLAGGED".

       01  CODE-COLUMNS.
           05  FILLER                  PIC X(8)  VALUE "  CODE  ".
           05  FILLER                  PIC X(17) VALUE "TRANSACTION".
           05  FILLER                  PIC X(16)
               VALUE "COUNT  QUANTITY".

       01  CODE-SUMMARY-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CS-TRANS-CODE           PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CS-DESCRIPTION          PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CS-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CS-QUANTITY             PIC ZZZZZZ9.

       01  NO-TRANS-LINE.
           05  FILLER                  PIC X(30)
               VALUE "  NO STOCK TRANSACTIONS".

       01  FUNCTION-COLUMNS.
           05  FILLER                  PIC X(24)
               VALUE "  CONSOLE FUNCTION".
           05  FILLER                  PIC X(6)  VALUE "  RUNS".

       01  FUNCTION-SUMMARY-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FS-FUNCTION-NAME        PIC X(16).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FS-RUN-COUNT            PIC ZZZZ9.

       01  NO-FUNCTION-LINE.
           05  FILLER                  PIC X(30)
               VALUE "  NO CONSOLE FUNCTIONS RUN".

       01  OPERATOR-TOTAL-LINE.
           05  FILLER                  PIC X(26)
               VALUE "  EVENTS FLAGGED:         ".
           05  OT-FLAGGED-COUNT        PIC ZZZZ9.

       01  TRAILER-LINES.
           05  TRAILER-LINE-1.
               10  FILLER              PIC X(34)
                   VALUE "OPERATORS WITH ACTIVITY:          ".
               10  TL-OPERATOR-COUNT   PIC ZZ,ZZ9.
           05  TRAILER-LINE-2.
               10  FILLER              PIC X(34)
                   VALUE "EVENTS REVIEWED:                  ".
               10  TL-EVENT-COUNT      PIC Z,ZZZ,ZZ9.
           05  TRAILER-LINE-3.
               10  FILLER              PIC X(34)
                   VALUE "EVENTS FLAGGED:                   ".
               10  TL-FLAGGED-COUNT    PIC ZZ,ZZ9.
           05  TRAILER-LINE-4.
               10  FILLER              PIC X(34)
                   VALUE "  OUTSIDE BUSINESS HOURS:         ".
               10  TL-AFTER-HOURS      PIC ZZ,ZZ9.
           05  TRAILER-LINE-5.
               10  FILLER              PIC X(34)
                   VALUE "  LARGE SALES OR ADJUSTMENTS:     ".
               10  TL-LARGE            PIC ZZ,ZZ9.
           05  TRAILER-LINE-6.
               10  FILLER              PIC X(34)
                   VALUE "  SUPERVISOR-ONLY FUNCTIONS:      ".
               10  TL-SUPERVISOR       PIC ZZ,ZZ9.
           05  TRAILER-LINE-7.
               10  FILLER              PIC X(34)
                   VALUE "INACTIVE OPERATORS WITH ACTIVITY: ".
               10  TL-INACTIVE         PIC ZZ,ZZ9.
           05  TRAILER-LINE-8.
               10  FILLER              PIC X(34)
                   VALUE "OPERATORS NOT ON OPERMAST:        ".
               10  TL-UNKNOWN          PIC ZZ,ZZ9.
           05  TRAILER-LINE-9.
               10  FILLER              PIC X(34)
                   VALUE "ARCHIVE PERIODS READ:             ".
               10  TL-ARCHIVE-COUNT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-OPERATOR-REVIEW.
           PERFORM 200-INITIATE-REVIEW.
           SORT SORT-WORK
               ON ASCENDING KEY SR-OPERATOR-ID
                                SR-EVENT-DATE
                                SR-EVENT-TIME
               INPUT PROCEDURE IS 200-SELECT-ACTIVITY
               OUTPUT PROCEDURE IS 200-PRINT-REVIEW.
           PERFORM 200-TERMINATE-REVIEW.
           STOP RUN.

       200-INITIATE-REVIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
           PERFORM 300-GET-REPORT-DATES.
           PERFORM 300-GET-REVIEW-LIMITS.
           OPEN INPUT OPERATOR-MASTER.
           IF  OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERMAST FILE ERROR - STATUS " OPERATOR-STATUS
               STOP RUN.

      *A single date is reported by entering zero for the end date.
       300-GET-REPORT-DATES.
           DISPLAY "ENTER START DATE (YYYYMMDD):".
           ACCEPT FROM-DATE.
           DISPLAY "ENTER END DATE (YYYYMMDD) OR 0 FOR ONE DAY:".
           ACCEPT TO-DATE.
           IF  TO-DATE = 0
               MOVE FROM-DATE TO TO-DATE.
           IF  FUNCTION INTEGER-OF-DATE (FROM-DATE) = 0
               OR FUNCTION INTEGER-OF-DATE (TO-DATE) = 0
               OR FROM-DATE > TO-DATE
               DISPLAY "INVALID DATE RANGE - REVIEW NOT RUN"
               STOP RUN.

      *Zero takes the usual working day of 08:00 to 18:00 and a
      *large-quantity limit of 100.
       300-GET-REVIEW-LIMITS.
           DISPLAY "ENTER BUSINESS DAY START HOUR (HH) OR 0 FOR 08:".
           ACCEPT DAY-START-HOUR.
           IF  DAY-START-HOUR = 0
               MOVE 8 TO DAY-START-HOUR.
           DISPLAY "ENTER BUSINESS DAY END HOUR (HH) OR 0 FOR 18:".
           ACCEPT DAY-END-HOUR.
           IF  DAY-END-HOUR = 0
               MOVE 18 TO DAY-END-HOUR.
           COMPUTE DAY-START-TIME = DAY-START-HOUR * 10000.
           COMPUTE DAY-END-TIME   = DAY-END-HOUR * 10000.
           DISPLAY "ENTER LARGE QUANTITY LIMIT OR 0 FOR 100:".
           ACCEPT LARGE-THRESHOLD.
           IF  LARGE-THRESHOLD = 0
               MOVE 100 TO LARGE-THRESHOLD.

      *Activity in the range may sit in any archive cut since it
      *began, as well as the live log; a period never closed has no
      *archive and is simply passed over.
       200-SELECT-ACTIVITY.
           DIVIDE FROM-DATE BY 100 GIVING ARCHIVE-PERIOD.
           DIVIDE RUN-DATE BY 100 GIVING LAST-PERIOD.
           PERFORM 300-SELECT-ONE-ARCHIVE
               UNTIL ARCHIVE-PERIOD > LAST-PERIOD.
           MOVE "/home/mike/project4/AUDITLOG.TXT"
               TO AUDIT-FILE-NAME.
           PERFORM 300-SELECT-AUDIT-FILE.
           IF  AUDIT-STATUS = "35"
               DISPLAY "AUDITLOG.TXT NOT FOUND - SKIPPED".
           PERFORM 300-SELECT-CONSOLE-LOG.

       300-SELECT-ONE-ARCHIVE.
           MOVE SPACES TO AUDIT-FILE-NAME.
           STRING "/home/mike/project4/AUDARCH."
                                      DELIMITED BY SIZE
                  ARCHIVE-PERIOD      DELIMITED BY SIZE
               INTO AUDIT-FILE-NAME.
           PERFORM 300-SELECT-AUDIT-FILE.
           IF  AUDIT-STATUS NOT = "35"
               ADD 1 TO ARCHIVE-COUNT.
           IF  ARCHIVE-MONTH = 12
               ADD 1 TO ARCHIVE-YEAR
               MOVE 1 TO ARCHIVE-MONTH
           ELSE
               ADD 1 TO ARCHIVE-MONTH.

       300-SELECT-AUDIT-FILE.
           MOVE "N" TO END-OF-AUDIT-SWITCH.
           OPEN INPUT AUDIT-LOG.
           IF  AUDIT-STATUS NOT = "35"
               IF  AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDIT FILE ERROR - STATUS " AUDIT-STATUS
                   DISPLAY "AUDIT FILE: " AUDIT-FILE-NAME
                   STOP RUN
               ELSE
                   PERFORM 400-READ-AUDIT-RECORD
                   PERFORM 400-SELECT-AUDIT-LINE UNTIL END-OF-AUDIT
                   CLOSE AUDIT-LOG.

       400-READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END MOVE "Y" TO END-OF-AUDIT-SWITCH.

      *An archive file ends with a *CTL* control record, which is
      *not a transaction and is passed over.
       400-SELECT-AUDIT-LINE.
           IF  AUDIT-RECORD(1:5) NOT = "*CTL*"
               AND AL-TRANS-DATE NOT < FROM-DATE
               AND AL-TRANS-DATE NOT > TO-DATE
               MOVE AL-OPERATOR-ID  TO SR-OPERATOR-ID
               MOVE AL-TRANS-DATE   TO SR-EVENT-DATE
               MOVE AL-TRANS-TIME   TO SR-EVENT-TIME
               MOVE "A"             TO SR-EVENT-SOURCE
               MOVE AL-TRANS-CODE   TO SR-TRANS-CODE
               MOVE SPACES          TO SR-FUNCTION-NAME
               MOVE AL-PART-NUMBER  TO SR-PART-NUMBER
               MOVE AL-TRANS-AMOUNT TO SR-TRANS-AMOUNT
               RELEASE SORT-RECORD
               ADD 1 TO EVENT-COUNT.
           PERFORM 400-READ-AUDIT-RECORD.

       300-SELECT-CONSOLE-LOG.
           OPEN INPUT SESSION-LOG.
           IF  CONSOLE-STATUS = "35"
               DISPLAY "CONSLOG.TXT NOT FOUND - NO CONSOLE ACTIVITY"
           ELSE
               PERFORM 400-READ-CONSOLE-RECORD
               PERFORM 400-SELECT-CONSOLE-LINE UNTIL END-OF-CONSOLE
               CLOSE SESSION-LOG.

       400-READ-CONSOLE-RECORD.
           READ SESSION-LOG
               AT END MOVE "Y" TO END-OF-CONSOLE-SWITCH.

      *Leaving the console is logged too, but it is not a function
      *the operator ran.
       400-SELECT-CONSOLE-LINE.
           IF  CL-RUN-DATE NOT < FROM-DATE
               AND CL-RUN-DATE NOT > TO-DATE
               AND CL-FUNCTION-NAME NOT = "CONSOLE EXIT"
               MOVE CL-OPERATOR-ID   TO SR-OPERATOR-ID
               MOVE CL-RUN-DATE      TO SR-EVENT-DATE
               MOVE CL-RUN-TIME      TO SR-EVENT-TIME
               MOVE "C"              TO SR-EVENT-SOURCE
               MOVE SPACES           TO SR-TRANS-CODE
               MOVE CL-FUNCTION-NAME TO SR-FUNCTION-NAME
               MOVE 0                TO SR-PART-NUMBER
               MOVE 0                TO SR-TRANS-AMOUNT
               RELEASE SORT-RECORD
               ADD 1 TO EVENT-COUNT.
           PERFORM 400-READ-CONSOLE-RECORD.

       200-PRINT-REVIEW.
           OPEN OUTPUT REVIEW-LISTING.
           PERFORM 300-WRITE-HEADINGS.
           PERFORM 300-RETURN-SORTED-EVENT.
           IF  NOT END-OF-SORT
               MOVE SR-OPERATOR-ID TO PRIOR-OPERATOR-ID
               PERFORM 400-START-OPERATOR-GROUP.
           PERFORM 300-REVIEW-SORTED-EVENT UNTIL END-OF-SORT.
           IF  OPERATOR-COUNT > 0
               PERFORM 400-END-OPERATOR-GROUP.
           PERFORM 300-WRITE-REVIEW-TRAILER.
           CLOSE REVIEW-LISTING.

       300-WRITE-HEADINGS.
           MOVE FROM-DATE       TO HL-FROM-DATE.
           MOVE TO-DATE         TO HL-TO-DATE.
           MOVE RUN-DATE        TO HL-RUN-DATE.
           MOVE DAY-START-HOUR  TO HL-START-HOUR.
           MOVE DAY-END-HOUR    TO HL-END-HOUR.
           MOVE LARGE-THRESHOLD TO HL-LARGE-THRESHOLD.
           WRITE REVIEW-LINE FROM HEADING-LINE-1.
           WRITE REVIEW-LINE FROM HEADING-LINE-2.
           WRITE REVIEW-LINE FROM HEADING-LINE-3.
           WRITE REVIEW-LINE FROM HEADING-LINE-4.
           WRITE REVIEW-LINE FROM HEADING-LINE-5.

       300-RETURN-SORTED-EVENT.
           RETURN SORT-WORK
               AT END MOVE "Y" TO END-OF-SORT-SWITCH.

       300-REVIEW-SORTED-EVENT.
           IF  SR-OPERATOR-ID NOT = PRIOR-OPERATOR-ID
               PERFORM 400-END-OPERATOR-GROUP
               MOVE SR-OPERATOR-ID TO PRIOR-OPERATOR-ID
               PERFORM 400-START-OPERATOR-GROUP.
           IF  SR-AUDIT-EVENT
               PERFORM 400-FIND-TRANS-CODE.
           PERFORM 400-FLAG-EVENT.
           IF  SR-AUDIT-EVENT
               PERFORM 400-TALLY-TRANS-CODE
           ELSE
               PERFORM 400-TALLY-CONSOLE-FUNCTION.
           PERFORM 300-RETURN-SORTED-EVENT.

      *The operator is looked up once per group. Deactivated
      *operators stay on OPERMAST, so an ID missing from it has
      *been deleted or was never issued.
       400-START-OPERATOR-GROUP.
           ADD 1 TO OPERATOR-COUNT.
           INITIALIZE OPERATOR-TOTALS.
           MOVE SR-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER KEY IS OP-OPERATOR-ID
               INVALID KEY
                   MOVE "N" TO OPERATOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO OPERATOR-FOUND-SWITCH
           END-READ.
           MOVE SR-OPERATOR-ID TO OH-OPERATOR-ID.
           IF  NOT OPERATOR-FOUND
               MOVE "NOT ON OPERMAST"  TO OH-OPERATOR-NAME
               MOVE SPACES             TO OH-AUTH-LEVEL
               MOVE "** NOT ON FILE **" TO OH-OPERATOR-STATUS
               ADD 1 TO UNKNOWN-COUNT
           ELSE
               MOVE OP-OPERATOR-NAME   TO OH-OPERATOR-NAME
               IF  OP-SUPERVISOR
                   MOVE "SUPERVISOR"   TO OH-AUTH-LEVEL
               ELSE
                   MOVE "CLERK"        TO OH-AUTH-LEVEL
               END-IF
               IF  OP-INACTIVE
                   MOVE "** INACTIVE **" TO OH-OPERATOR-STATUS
                   ADD 1 TO INACTIVE-COUNT
               ELSE
                   MOVE "ACTIVE"       TO OH-OPERATOR-STATUS.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           WRITE REVIEW-LINE FROM OPERATOR-HEADING.
           WRITE REVIEW-LINE FROM FLAGGED-COLUMNS.

       400-END-OPERATOR-GROUP.
           IF  OPER-FLAGGED-COUNT = 0
               WRITE REVIEW-LINE FROM NO-FLAGS-LINE.
           IF  OPER-AUDIT-COUNT = 0
               WRITE REVIEW-LINE FROM NO-TRANS-LINE
           ELSE
               WRITE REVIEW-LINE FROM CODE-COLUMNS
               MOVE 0 TO CODE-SUB
               PERFORM 500-WRITE-CODE-SUMMARY UNTIL CODE-SUB NOT < 9.
           IF  OF-ENTRY-COUNT = 0
               WRITE REVIEW-LINE FROM NO-FUNCTION-LINE
           ELSE
               WRITE REVIEW-LINE FROM FUNCTION-COLUMNS
               MOVE 0 TO FUNC-SUB
               PERFORM 500-WRITE-FUNCTION-SUMMARY
                   UNTIL FUNC-SUB NOT < OF-ENTRY-COUNT.
           MOVE OPER-FLAGGED-COUNT TO OT-FLAGGED-COUNT.
           WRITE REVIEW-LINE FROM OPERATOR-TOTAL-LINE.

       500-WRITE-CODE-SUMMARY.
           ADD 1 TO CODE-SUB.
           IF  OPER-CODE-COUNT (CODE-SUB) > 0
               MOVE TC-TRANS-CODE (CODE-SUB)  TO CS-TRANS-CODE
               MOVE TC-DESCRIPTION (CODE-SUB) TO CS-DESCRIPTION
               MOVE OPER-CODE-COUNT (CODE-SUB) TO CS-COUNT
               MOVE OPER-CODE-QUANTITY (CODE-SUB) TO CS-QUANTITY
               WRITE REVIEW-LINE FROM CODE-SUMMARY-LINE.

       500-WRITE-FUNCTION-SUMMARY.
           ADD 1 TO FUNC-SUB.
           MOVE OF-FUNCTION-NAME (FUNC-SUB) TO FS-FUNCTION-NAME.
           MOVE OF-RUN-COUNT (FUNC-SUB)     TO FS-RUN-COUNT.
           WRITE REVIEW-LINE FROM FUNCTION-SUMMARY-LINE.

      *SR-TRANS-CODE carries the code to look up; FOUND-CODE-SUB
      *points at its entry, or at the last one for an unknown code.
       400-FIND-TRANS-CODE.
           MOVE "N" TO CODE-FOUND-SWITCH.
           MOVE 0 TO CODE-SUB.
           PERFORM 500-SCAN-TRANS-CODE
               UNTIL CODE-FOUND OR CODE-SUB NOT < 8.
           IF  NOT CODE-FOUND
               MOVE 9 TO FOUND-CODE-SUB.

       500-SCAN-TRANS-CODE.
           ADD 1 TO CODE-SUB.
           IF  TC-TRANS-CODE (CODE-SUB) = SR-TRANS-CODE
               MOVE "Y" TO CODE-FOUND-SWITCH
               MOVE CODE-SUB TO FOUND-CODE-SUB.

      *Weekends count as outside business hours whatever the time.
      *Count adjustments are posted by COUNT-APPLY and parts are
      *archived by PART-ARCHIVE; both are kept for supervisors.
      *Everything done under an operator who has since been made
      *inactive, or who is not on OPERMAST at all, is listed.
       400-FLAG-EVENT.
           MOVE "N"    TO EVENT-FLAGGED-SWITCH.
           MOVE SPACES TO FE-HOURS-FLAG.
           MOVE SPACES TO FE-LARGE-FLAG.
           MOVE SPACES TO FE-SUPERVISOR-FLAG.
           MOVE SPACES TO FE-OPERATOR-FLAG.
           COMPUTE DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (SR-EVENT-DATE).
           DIVIDE DAY-NUMBER BY 7
               GIVING WEEK-COUNT REMAINDER WEEKDAY-NUMBER.
           IF  WEEKDAY-NUMBER = 0 OR WEEKDAY-NUMBER = 6
               OR SR-EVENT-TIME < DAY-START-TIME
               OR SR-EVENT-TIME NOT < DAY-END-TIME
               MOVE "HOURS" TO FE-HOURS-FLAG
               MOVE "Y"     TO EVENT-FLAGGED-SWITCH
               ADD 1 TO AFTER-HOURS-COUNT.
           IF  SR-AUDIT-EVENT
               AND (SR-TRANS-CODE = "S" OR SR-TRANS-CODE = "A")
               AND SR-TRANS-AMOUNT > LARGE-THRESHOLD
               MOVE "LARGE" TO FE-LARGE-FLAG
               MOVE "Y"     TO EVENT-FLAGGED-SWITCH
               ADD 1 TO LARGE-COUNT.
           IF  (SR-AUDIT-EVENT AND SR-TRANS-CODE = "A")
               OR (SR-CONSOLE-EVENT
                   AND SR-FUNCTION-NAME = "PART-ARCHIVE")
               MOVE "SUPV"  TO FE-SUPERVISOR-FLAG
               MOVE "Y"     TO EVENT-FLAGGED-SWITCH
               ADD 1 TO SUPERVISOR-COUNT.
           IF  NOT OPERATOR-FOUND
               MOVE "NOOP"  TO FE-OPERATOR-FLAG
               MOVE "Y"     TO EVENT-FLAGGED-SWITCH
           ELSE
               IF  OP-INACTIVE
                   MOVE "INACT" TO FE-OPERATOR-FLAG
                   MOVE "Y"     TO EVENT-FLAGGED-SWITCH.
           IF  EVENT-FLAGGED
               PERFORM 500-WRITE-FLAGGED-EVENT.

       500-WRITE-FLAGGED-EVENT.
           MOVE SR-EVENT-DATE TO FE-EVENT-DATE.
           MOVE SR-EVENT-TIME TO FE-EVENT-TIME.
           IF  SR-AUDIT-EVENT
               MOVE TC-DESCRIPTION (FOUND-CODE-SUB) TO FE-ACTIVITY
               MOVE SR-PART-NUMBER  TO FE-PART-NUMBER
               MOVE SR-TRANS-AMOUNT TO FE-TRANS-AMOUNT
           ELSE
               MOVE SR-FUNCTION-NAME TO FE-ACTIVITY
               MOVE SPACES TO FE-PART-X
               MOVE SPACES TO FE-AMOUNT-X.
           WRITE REVIEW-LINE FROM FLAGGED-EVENT-LINE.
           ADD 1 TO OPER-FLAGGED-COUNT.
           ADD 1 TO FLAGGED-COUNT.

       400-TALLY-TRANS-CODE.
           ADD 1 TO OPER-AUDIT-COUNT.
           ADD 1 TO OPER-CODE-COUNT (FOUND-CODE-SUB).
           ADD SR-TRANS-AMOUNT TO OPER-CODE-QUANTITY (FOUND-CODE-SUB).

      *SR-FUNCTION-NAME carries the function run; a new entry is
      *added the first time the operator is seen running it.
       400-TALLY-CONSOLE-FUNCTION.
           MOVE "N" TO FUNCTION-FOUND-SWITCH.
           MOVE 0 TO FUNC-SUB.
           PERFORM 500-SCAN-CONSOLE-FUNCTION
               UNTIL FUNCTION-FOUND OR FUNC-SUB NOT < OF-ENTRY-COUNT.
           IF  NOT FUNCTION-FOUND
               IF  OF-ENTRY-COUNT = 20
                   DISPLAY "FUNCTION TABLE FULL - INCREASE OCCURS"
                   STOP RUN
               ELSE
                   ADD 1 TO OF-ENTRY-COUNT
                   MOVE OF-ENTRY-COUNT TO FOUND-FUNC-SUB
                   MOVE SR-FUNCTION-NAME
                       TO OF-FUNCTION-NAME (FOUND-FUNC-SUB)
                   MOVE 0 TO OF-RUN-COUNT (FOUND-FUNC-SUB).
           ADD 1 TO OF-RUN-COUNT (FOUND-FUNC-SUB).

       500-SCAN-CONSOLE-FUNCTION.
           ADD 1 TO FUNC-SUB.
           IF  OF-FUNCTION-NAME (FUNC-SUB) = SR-FUNCTION-NAME
               MOVE "Y" TO FUNCTION-FOUND-SWITCH
               MOVE FUNC-SUB TO FOUND-FUNC-SUB.

       300-WRITE-REVIEW-TRAILER.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE OPERATOR-COUNT    TO TL-OPERATOR-COUNT.
           MOVE EVENT-COUNT       TO TL-EVENT-COUNT.
           MOVE FLAGGED-COUNT     TO TL-FLAGGED-COUNT.
           MOVE AFTER-HOURS-COUNT TO TL-AFTER-HOURS.
           MOVE LARGE-COUNT       TO TL-LARGE.
           MOVE SUPERVISOR-COUNT  TO TL-SUPERVISOR.
           MOVE INACTIVE-COUNT    TO TL-INACTIVE.
           MOVE UNKNOWN-COUNT     TO TL-UNKNOWN.
           MOVE ARCHIVE-COUNT     TO TL-ARCHIVE-COUNT.
           WRITE REVIEW-LINE FROM TRAILER-LINE-1.
           WRITE REVIEW-LINE FROM TRAILER-LINE-2.
           WRITE REVIEW-LINE FROM TRAILER-LINE-3.
           WRITE REVIEW-LINE FROM TRAILER-LINE-4.
           WRITE REVIEW-LINE FROM TRAILER-LINE-5.
           WRITE REVIEW-LINE FROM TRAILER-LINE-6.
           WRITE REVIEW-LINE FROM TRAILER-LINE-7.
           WRITE REVIEW-LINE FROM TRAILER-LINE-8.
           WRITE REVIEW-LINE FROM TRAILER-LINE-9.

       200-TERMINATE-REVIEW.
           CLOSE OPERATOR-MASTER.
           DISPLAY "OPERATORS REVIEWED: " OPERATOR-COUNT.
           DISPLAY "EVENTS FLAGGED: " FLAGGED-COUNT.
