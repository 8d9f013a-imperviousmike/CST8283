       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-ARCHIVE
           ASSIGN USING ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS.

       SELECT PRICE-HISTORY
           ASSIGN TO "/home/mike/project4/PRICHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICHIST-STATUS.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       SELECT JOURNAL-OUT
           ASSIGN USING JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

       SELECT VALUE-CONTROL
           ASSIGN TO "/home/mike/project4/GLVALCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALUE-CONTROL-STATUS.

       SELECT CONTROL-LISTING
           ASSIGN TO "/home/mike/project4/GLCTRL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Dated cut of the audit log written by PERIOD-CLOSE, in the
      *same one-line-per-transaction layout RECORD-UPDATE writes, and
      *ending in a control record carrying the period and line count.
       FD  AUDIT-ARCHIVE.
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
       01  ARCHIVE-CONTROL-RECORD.
           05  CA-CONTROL-TAG      PIC X(5).
           05  CA-PERIOD           PIC 9(6).
           05  CA-LINE-COUNT       PIC 9(8).
           05  FILLER              PIC X(41).

      *Same PRICHIST.TXT layout PRICE-APPLY writes.
       FD  PRICE-HISTORY.
       01  HISTORY-RECORD.
           05  PH-PART-NUMBER      PIC 9(5).
           05  FILLER              PIC X(1).
           05  PH-OLD-UNIT-PRICE   PIC 9(4)V99.
           05  FILLER              PIC X(1).
           05  PH-NEW-UNIT-PRICE   PIC 9(4)V99.
           05  FILLER              PIC X(1).
           05  PH-APPLIED-DATE     PIC 9(8).

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

      *General-ledger interface file, one per period, carrying one
      *summarized debit or credit line per account. The last record
      *is a control record with the line count and both totals so
      *the ledger side can prove the file arrived whole and balanced.
       FD  JOURNAL-OUT.
       01  JOURNAL-RECORD.
           05  GJ-PERIOD           PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  GJ-ACCOUNT          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  GJ-DEBIT-CREDIT     PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  GJ-AMOUNT           PIC 9(11)V99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  GJ-DESCRIPTION      PIC X(30).
       01  JOURNAL-CONTROL-RECORD.
           05  GC-CONTROL-TAG      PIC X(5).
           05  GC-PERIOD           PIC 9(6).
           05  GC-LINE-COUNT       PIC 9(8).
           05  GC-DEBIT-TOTAL      PIC 9(11)V99.
           05  GC-CREDIT-TOTAL     PIC 9(11)V99.
           05  FILLER              PIC X(13).

      *Single record carrying the last period journaled and its stock
      *value at the start and end, so each month opens on the figure
      *the month before closed on.
       FD  VALUE-CONTROL.
       01  VALUE-CONTROL-RECORD.
           05  VC-PERIOD           PIC 9(6).
           05  VC-OPENING-VALUE    PIC 9(12)V99.
           05  VC-CLOSING-VALUE    PIC 9(12)V99.

       FD  CONTROL-LISTING.
       01  CONTROL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-ARCHIVE-SWITCH   PIC X(1) VALUE "N".
               88  END-OF-ARCHIVE      VALUE "Y".
           05  END-OF-HISTORY-SWITCH   PIC X(1) VALUE "N".
               88  END-OF-HISTORY      VALUE "Y".
           05  END-OF-FILE-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  PART-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  PART-FOUND          VALUE "Y".
           05  CODE-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  CODE-FOUND          VALUE "Y".
           05  CONTROL-FOUND-SWITCH    PIC X(1) VALUE "N".
               88  CONTROL-FOUND       VALUE "Y".
           05  OPENING-SWITCH          PIC X(1) VALUE "N".
               88  OPENING-ON-FILE     VALUE "Y".
           05  OVERRIDE-RESPONSE       PIC X(1) VALUE SPACES.
               88  OVERRIDE-YES        VALUE "Y" "y".

       01  OTHER-FIELDS.
           05  ARCHIVE-STATUS          PIC X(2).
           05  PRICHIST-STATUS         PIC X(2).
           05  INVENT-STATUS           PIC X(2).
           05  JOURNAL-STATUS          PIC X(2).
           05  VALUE-CONTROL-STATUS    PIC X(2).
           05  JOURNAL-PERIOD          PIC 9(6) VALUE 0.
           05  PERIOD-START-DATE       PIC 9(8) VALUE 0.
           05  LAST-VALUED-PERIOD      PIC 9(6) VALUE 0.
           05  ARCHIVE-FILE-NAME       PIC X(40).
           05  JOURNAL-FILE-NAME       PIC X(40).
           05  ARCHIVE-LINE-COUNT      PIC 9(8) VALUE 0.
           05  CONTROL-LINE-COUNT      PIC 9(8) VALUE 0.
           05  HIST-SUB                PIC 9(4) VALUE 0.
           05  CODE-SUB                PIC 9(2) VALUE 0.
           05  ACCT-SUB                PIC 9(2) VALUE 0.
           05  DEBIT-SUB               PIC 9(2) VALUE 0.
           05  CREDIT-SUB              PIC 9(2) VALUE 0.
           05  LOCATION-SUB            PIC 9(2) VALUE 0.
           05  OTHER-LOCATION-SUB      PIC 9(2) VALUE 0.
           05  PRICE-IN-FORCE          PIC 9(4)V99.
           05  PRICE-CHANGE-DATE       PIC 9(8).
           05  LINE-UNITS              PIC 9(5).
           05  ADJUST-CHANGE           PIC S9(6).
           05  LINE-VALUE              PIC 9(9)V99.
           05  EXTENDED-VALUE          PIC 9(9)V99.
           05  JOURNAL-LINE-COUNT      PIC 9(8) VALUE 0.
           05  LATE-LINE-COUNT         PIC 9(8) VALUE 0.
           05  UNVALUED-COUNT          PIC 9(6) VALUE 0.
           05  UNKNOWN-CODE-COUNT      PIC 9(6) VALUE 0.

      *Price changes applied since the start of the period, held in
      *storage the way AUDIT-RECONCILE holds its snapshot. Only the
      *old price of the first change after a line's date matters.
       01  PRICE-HISTORY-TABLE.
           05  PT-ENTRY-COUNT          PIC 9(4) VALUE 0.
           05  PT-ENTRY OCCURS 1000 TIMES.
               10  PT-PART-NUMBER      PIC 9(5).
               10  PT-OLD-UNIT-PRICE   PIC 9(4)V99.
               10  PT-APPLIED-DATE     PIC 9(8).

      *Ledger accounts the inventory journal posts to. Each building
      *carries its own inventory account so a transfer shows as a
      *debit and credit that net to zero. Kit builds clear through
      *their own account so the components consumed and the kits
      *made from them net off there.
       01  GL-ACCOUNT-VALUES.
           05  FILLER                  PIC X(34)
               VALUE "1410INVENTORY - MAIN WAREHOUSE    ".
           05  FILLER                  PIC X(34)
               VALUE "1420INVENTORY - OVERFLOW BUILDING ".
           05  FILLER                  PIC X(34)
               VALUE "2150RECEIVED NOT INVOICED         ".
           05  FILLER                  PIC X(34)
               VALUE "5000COST OF SALES                 ".
           05  FILLER                  PIC X(34)
               VALUE "5300INVENTORY SHRINKAGE           ".
           05  FILLER                  PIC X(34)
               VALUE "1490KIT ASSEMBLY CLEARING         ".
       01  GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-VALUES.
           05  GL-ACCOUNT-ENTRY OCCURS 6 TIMES.
               10  GA-ACCOUNT-CODE     PIC X(4).
               10  GA-ACCOUNT-NAME     PIC X(30).

       01  GL-ACCOUNT-SUBSCRIPTS.
           05  MAIN-INVENTORY-SUB      PIC 9(2) VALUE 1.
           05  OVERFLOW-INVENTORY-SUB  PIC 9(2) VALUE 2.
           05  RECEIVED-NOT-INVD-SUB   PIC 9(2) VALUE 3.
           05  COST-OF-SALES-SUB       PIC 9(2) VALUE 4.
           05  SHRINKAGE-SUB           PIC 9(2) VALUE 5.
           05  KIT-CLEARING-SUB        PIC 9(2) VALUE 6.

       01  GL-ACCOUNT-TOTALS.
           05  GL-TOTAL-ENTRY OCCURS 6 TIMES.
               10  GT-DEBIT-TOTAL      PIC 9(11)V99.
               10  GT-CREDIT-TOTAL     PIC 9(11)V99.

      *Audit transaction codes the journal understands.
       01  MOVEMENT-CODE-VALUES.
           05  FILLER                  PIC X(21)
               VALUE "SSALES               ".
           05  FILLER                  PIC X(21)
               VALUE "RRECEIPTS            ".
           05  FILLER                  PIC X(21)
               VALUE "CCUSTOMER RETURNS    ".
           05  FILLER                  PIC X(21)
               VALUE "VRETURNS TO SUPPLIER ".
           05  FILLER                  PIC X(21)
               VALUE "TTRANSFERS           ".
           05  FILLER                  PIC X(21)
               VALUE "ACOUNT ADJUSTMENTS   ".
           05  FILLER                  PIC X(21)
               VALUE "BKIT BUILDS          ".
           05  FILLER                  PIC X(21)
               VALUE "UCOMPONENTS CONSUMED ".
       01  MOVEMENT-CODE-TABLE REDEFINES MOVEMENT-CODE-VALUES.
           05  MOVEMENT-CODE-ENTRY OCCURS 8 TIMES.
               10  MC-TRANS-CODE       PIC X(1).
               10  MC-DESCRIPTION      PIC X(20).

       01  MOVEMENT-TOTALS.
           05  MOVEMENT-TOTAL-ENTRY OCCURS 8 TIMES.
               10  MT-LINE-COUNT       PIC 9(6).
               10  MT-UNITS            PIC S9(8).
               10  MT-VALUE            PIC S9(11)V99.

       01  RUN-TOTALS.
           05  TOTAL-DEBITS            PIC 9(12)V99 VALUE 0.
           05  TOTAL-CREDITS           PIC 9(12)V99 VALUE 0.
           05  NET-INVENTORY-MOVEMENT  PIC S9(12)V99 VALUE 0.
           05  OPENING-VALUE           PIC 9(12)V99 VALUE 0.
           05  CALCULATED-CLOSING      PIC S9(12)V99 VALUE 0.
           05  INVENT6-VALUE           PIC 9(12)V99 VALUE 0.
           05  LATE-ACTIVITY-VALUE     PIC S9(12)V99 VALUE 0.
           05  CLOSING-VALUE           PIC 9(12)V99 VALUE 0.
           05  VALUATION-DIFFERENCE    PIC S9(12)V99 VALUE 0.

       01  REPORT-HEADINGS.
           05  HEADING-LINE-1.
               10  FILLER              PIC X(41)
                   VALUE "INVENTORY GL JOURNAL CONTROL LISTING FOR ".
               10  HL-PERIOD           PIC 9(6).
           05  HEADING-LINE-2.
               10  FILLER              PIC X(9)  VALUE "ARCHIVE: ".
               10  HL-ARCHIVE-NAME     PIC X(40).
           05  HEADING-LINE-3.
               10  FILLER              PIC X(9)  VALUE "JOURNAL: ".
               10  HL-JOURNAL-NAME     PIC X(40).
           05  EXCEPTION-HEADING.
               10  FILLER              PIC X(9)  VALUE "PART NUM ".
               10  FILLER              PIC X(10) VALUE "DATE      ".
               10  FILLER              PIC X(6)  VALUE "CODE  ".
               10  FILLER              PIC X(40) VALUE "EXCEPTION".
           05  MOVEMENT-HEADING.
               10  FILLER              PIC X(26)
                   VALUE "CODE MOVEMENT            ".
               10  FILLER              PIC X(11) VALUE "    LINES  ".
               10  FILLER              PIC X(12) VALUE "      UNITS ".
               10  FILLER              PIC X(14) VALUE "         VALUE".
           05  JOURNAL-HEADING.
               10  FILLER              PIC X(6)  VALUE "ACCT  ".
               10  FILLER              PIC X(32) VALUE "ACCOUNT NAME".
               10  FILLER              PIC X(17)
                   VALUE "           DEBIT ".
               10  FILLER              PIC X(14) VALUE "        CREDIT".

       01  EXCEPTION-DETAIL-LINE.
           05  XD-PART-NUMBER          PIC 9(5).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  XD-TRANS-DATE           PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  XD-TRANS-CODE           PIC X(1).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  XD-REASON               PIC X(40).

       01  MOVEMENT-DETAIL-LINE.
           05  MD-TRANS-CODE           PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  MD-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  MD-LINE-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  MD-UNITS                PIC -,---,--9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  MD-VALUE                PIC ---,---,--9.99.

       01  JOURNAL-DETAIL-LINE.
           05  JD-ACCOUNT-CODE         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JD-ACCOUNT-NAME         PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JD-DEBIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  JD-CREDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  JOURNAL-TOTAL-LINE.
           05  FILLER                  PIC X(38)
               VALUE "  JOURNAL TOTALS".
           05  JT-DEBIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  JT-CREDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  BALANCE-LINE.
           05  FILLER                  PIC X(16)
               VALUE "  JOURNAL IS    ".
           05  BL-BALANCE-STATUS       PIC X(14).

      *Opening value plus what the period's movements did to the two
      *inventory accounts should arrive at stock as it stood at the
      *end of the period: the value STOCK-VALUATION prints for
      *INVENT6 today less what has been keyed since the close. What
      *is left over is price changes applied along the way.
       01  VALUATION-LINE.
           05  VL-LABEL                PIC X(40).
           05  VL-VALUE                PIC --,---,---,---,--9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  VL-NOTE                 PIC X(18).

       01  TRAILER-LINES.
           05  TRAILER-LINE-1.
               10  FILLER              PIC X(30)
                   VALUE "ARCHIVE LINES JOURNALED:      ".
               10  TL-ARCHIVE-LINES    PIC ZZ,ZZZ,ZZ9.
           05  TRAILER-LINE-2.
               10  FILLER              PIC X(30)
                   VALUE "LINES NOT VALUED:             ".
               10  TL-UNVALUED         PIC ZZ,ZZZ,ZZ9.
           05  TRAILER-LINE-3.
               10  FILLER              PIC X(30)
                   VALUE "UNKNOWN TRANSACTION CODES:    ".
               10  TL-UNKNOWN-CODES    PIC ZZ,ZZZ,ZZ9.
           05  TRAILER-LINE-4.
               10  FILLER              PIC X(30)
                   VALUE "JOURNAL LINES WRITTEN:        ".
               10  TL-JOURNAL-LINES    PIC ZZ,ZZZ,ZZ9.
           05  TRAILER-LINE-5.
               10  FILLER              PIC X(30)
                   VALUE "LINES AFTER PERIOD END:       ".
               10  TL-LATE-LINES       PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-EXPORT-INVENTORY-JOURNAL.
           PERFORM 200-INITIATE-EXPORT.
           PERFORM 200-LOAD-PRICE-HISTORY.
           PERFORM 200-JOURNAL-ARCHIVE-LINE UNTIL END-OF-ARCHIVE.
           PERFORM 200-VERIFY-ARCHIVE-CONTROL.
           PERFORM 200-VALUE-LATE-ACTIVITY.
           PERFORM 200-VALUE-CLOSING-STOCK.
           PERFORM 200-WRITE-JOURNAL-FILE.
           PERFORM 200-WRITE-CONTROL-TOTALS.
           PERFORM 200-TERMINATE-EXPORT.
           STOP RUN.

       200-INITIATE-EXPORT.
           DISPLAY "ENTER CLOSED PERIOD TO JOURNAL (YYYYMM):".
           ACCEPT JOURNAL-PERIOD.
           COMPUTE PERIOD-START-DATE = (JOURNAL-PERIOD * 100) + 1.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING "/home/mike/project4/AUDARCH."
                                      DELIMITED BY SIZE
                  JOURNAL-PERIOD      DELIMITED BY SIZE
               INTO ARCHIVE-FILE-NAME.
           MOVE SPACES TO JOURNAL-FILE-NAME.
           STRING "/home/mike/project4/GLJRNL."
                                      DELIMITED BY SIZE
                  JOURNAL-PERIOD      DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME.
           PERFORM 300-GUARD-EXISTING-JOURNAL.
           OPEN INPUT AUDIT-ARCHIVE.
           IF  ARCHIVE-STATUS NOT = "00"
               DISPLAY "ARCHIVE FILE ERROR - STATUS " ARCHIVE-STATUS
               DISPLAY "ARCHIVE FILE: " ARCHIVE-FILE-NAME
               DISPLAY "RUN PERIOD-CLOSE FOR THIS PERIOD FIRST"
               STOP RUN.
           OPEN INPUT INVENT-IN.
           PERFORM 300-CHECK-INVENT-STATUS.
           PERFORM 300-READ-VALUE-CONTROL.
           OPEN OUTPUT CONTROL-LISTING.
           PERFORM 300-WRITE-HEADINGS.
           INITIALIZE GL-ACCOUNT-TOTALS.
           INITIALIZE MOVEMENT-TOTALS.
           PERFORM 300-READ-ARCHIVE-RECORD.

      *A journal already handed to the ledger would be posted twice
      *if the period were exported again; refuse unless the operator
      *insists, the same guard PERIOD-CLOSE puts on its archive.
       300-GUARD-EXISTING-JOURNAL.
           OPEN INPUT JOURNAL-OUT.
           IF  JOURNAL-STATUS = "00"
               CLOSE JOURNAL-OUT
               DISPLAY "JOURNAL ALREADY EXISTS: " JOURNAL-FILE-NAME
               DISPLAY "EXPORTING THIS PERIOD AGAIN WOULD REPLACE IT"
               DISPLAY "OVERWRITE ANYWAY? (Y/N):"
               ACCEPT OVERRIDE-RESPONSE
               IF  NOT OVERRIDE-YES
                   DISPLAY "RUN CANCELLED"
                   STOP RUN.

      *The first period journaled has no prior close to open on; a
      *rerun of the last period keeps the opening it had the first
      *time, and any later period opens on the last closing value.
       300-READ-VALUE-CONTROL.
           MOVE "N" TO OPENING-SWITCH.
           OPEN INPUT VALUE-CONTROL.
           IF  VALUE-CONTROL-STATUS NOT = "35"
               READ VALUE-CONTROL
                   AT END MOVE 0 TO VC-PERIOD
               END-READ
               MOVE VC-PERIOD TO LAST-VALUED-PERIOD
               CLOSE VALUE-CONTROL
               IF  VC-PERIOD = JOURNAL-PERIOD
                   MOVE VC-OPENING-VALUE TO OPENING-VALUE
                   MOVE "Y" TO OPENING-SWITCH
               ELSE
                   IF  VC-PERIOD < JOURNAL-PERIOD AND VC-PERIOD > 0
                       MOVE VC-CLOSING-VALUE TO OPENING-VALUE
                       MOVE "Y" TO OPENING-SWITCH.

       300-WRITE-HEADINGS.
           MOVE JOURNAL-PERIOD    TO HL-PERIOD.
           MOVE ARCHIVE-FILE-NAME TO HL-ARCHIVE-NAME.
           MOVE JOURNAL-FILE-NAME TO HL-JOURNAL-NAME.
           WRITE CONTROL-LINE FROM HEADING-LINE-1.
           WRITE CONTROL-LINE FROM HEADING-LINE-2.
           WRITE CONTROL-LINE FROM HEADING-LINE-3.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           WRITE CONTROL-LINE FROM EXCEPTION-HEADING.

      *Only changes applied on or after the first of the period can
      *decide the price of a line in it. A line cut late from an
      *earlier month is valued on the same changes.
       200-LOAD-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY.
           IF  PRICHIST-STATUS = "35"
               DISPLAY "PRICHIST.TXT NOT FOUND - CURRENT PRICES USED"
           ELSE
               PERFORM 300-READ-PRICE-HISTORY
               PERFORM 300-STORE-PRICE-CHANGE UNTIL END-OF-HISTORY
               CLOSE PRICE-HISTORY.

       300-READ-PRICE-HISTORY.
           READ PRICE-HISTORY
               AT END MOVE "Y" TO END-OF-HISTORY-SWITCH.

       300-STORE-PRICE-CHANGE.
           IF  PH-APPLIED-DATE NOT < PERIOD-START-DATE
               IF  PT-ENTRY-COUNT = 1000
                   DISPLAY "PRICE HISTORY TABLE FULL - INCREASE OCCURS"
                   STOP RUN
               ELSE
                   ADD 1 TO PT-ENTRY-COUNT
                   MOVE PH-PART-NUMBER
                       TO PT-PART-NUMBER (PT-ENTRY-COUNT)
                   MOVE PH-OLD-UNIT-PRICE
                       TO PT-OLD-UNIT-PRICE (PT-ENTRY-COUNT)
                   MOVE PH-APPLIED-DATE
                       TO PT-APPLIED-DATE (PT-ENTRY-COUNT).
           PERFORM 300-READ-PRICE-HISTORY.

       300-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE
               AT END MOVE "Y" TO END-OF-ARCHIVE-SWITCH.

      *The control record is not a transaction; it is kept to prove
      *the archive was read whole.
       200-JOURNAL-ARCHIVE-LINE.
           IF  AUDIT-RECORD(1:5) = "*CTL*"
               MOVE "Y" TO CONTROL-FOUND-SWITCH
               MOVE CA-LINE-COUNT TO CONTROL-LINE-COUNT
           ELSE
               ADD 1 TO ARCHIVE-LINE-COUNT
               PERFORM 300-FIND-MOVEMENT-CODE
               IF  CODE-FOUND
                   PERFORM 300-JOURNAL-ONE-LINE
               ELSE
                   MOVE "UNKNOWN TRANSACTION CODE - NOT JOURNALED"
                       TO XD-REASON
                   PERFORM 400-WRITE-EXCEPTION
                   ADD 1 TO UNKNOWN-CODE-COUNT
               END-IF
           END-IF.
           PERFORM 300-READ-ARCHIVE-RECORD.

       300-FIND-MOVEMENT-CODE.
           MOVE "N" TO CODE-FOUND-SWITCH.
           MOVE 0 TO CODE-SUB.
           PERFORM 400-SCAN-MOVEMENT-CODE
               UNTIL CODE-FOUND OR CODE-SUB NOT < 8.

       400-SCAN-MOVEMENT-CODE.
           ADD 1 TO CODE-SUB.
           IF  MC-TRANS-CODE (CODE-SUB) = AL-TRANS-CODE
               MOVE "Y" TO CODE-FOUND-SWITCH.

      *Each line is valued at the price in force on its own date and
      *posted as a debit and a credit:
      *  R receipt          DR inventory        CR received not invd
      *  S sale             DR cost of sales    CR inventory
      *  C customer return  DR inventory        CR cost of sales
      *  V return supplier  DR received not invd CR inventory
      *  T transfer         DR other building   CR from building
      *  A count adjustment DR/CR inventory against shrinkage
      *  B kit built        DR inventory        CR kit clearing
      *  U component used   DR kit clearing     CR inventory
      *Counts are taken against the combined stock and land in the
      *main warehouse, the way COUNT-APPLY posts them.
       300-JOURNAL-ONE-LINE.
           PERFORM 400-VALUE-AUDIT-LINE.
           IF  AL-LOCATION = "O"
               MOVE OVERFLOW-INVENTORY-SUB TO LOCATION-SUB
               MOVE MAIN-INVENTORY-SUB     TO OTHER-LOCATION-SUB
           ELSE
               MOVE MAIN-INVENTORY-SUB     TO LOCATION-SUB
               MOVE OVERFLOW-INVENTORY-SUB TO OTHER-LOCATION-SUB.
           IF  AL-TRANS-CODE = "R"
               MOVE LOCATION-SUB          TO DEBIT-SUB
               MOVE RECEIVED-NOT-INVD-SUB TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "S"
               MOVE COST-OF-SALES-SUB     TO DEBIT-SUB
               MOVE LOCATION-SUB          TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "C"
               MOVE LOCATION-SUB          TO DEBIT-SUB
               MOVE COST-OF-SALES-SUB     TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "V"
               MOVE RECEIVED-NOT-INVD-SUB TO DEBIT-SUB
               MOVE LOCATION-SUB          TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "T"
               MOVE OTHER-LOCATION-SUB    TO DEBIT-SUB
               MOVE LOCATION-SUB          TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "B"
               MOVE LOCATION-SUB          TO DEBIT-SUB
               MOVE KIT-CLEARING-SUB      TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "U"
               MOVE KIT-CLEARING-SUB      TO DEBIT-SUB
               MOVE LOCATION-SUB          TO CREDIT-SUB.
           IF  AL-TRANS-CODE = "A"
               IF  ADJUST-CHANGE < 0
                   MOVE SHRINKAGE-SUB      TO DEBIT-SUB
                   MOVE MAIN-INVENTORY-SUB TO CREDIT-SUB
               ELSE
                   MOVE MAIN-INVENTORY-SUB TO DEBIT-SUB
                   MOVE SHRINKAGE-SUB      TO CREDIT-SUB.
           PERFORM 400-POST-TO-ACCOUNTS.
           PERFORM 400-ACCUMULATE-MOVEMENT.

      *Units and value of one audit line at the price in force on its
      *date. A count adjustment carries its direction in
      *ADJUST-CHANGE; its units are the size of the swing.
       400-VALUE-AUDIT-LINE.
           PERFORM 400-FIND-PRICE-IN-FORCE.
           IF  AL-TRANS-CODE = "A"
               COMPUTE ADJUST-CHANGE = AL-AFTER-QTY - AL-BEFORE-QTY
               IF  ADJUST-CHANGE < 0
                   COMPUTE LINE-UNITS = 0 - ADJUST-CHANGE
               ELSE
                   MOVE ADJUST-CHANGE TO LINE-UNITS
               END-IF
           ELSE
               MOVE AL-TRANS-AMOUNT TO LINE-UNITS.
           COMPUTE LINE-VALUE ROUNDED = LINE-UNITS * PRICE-IN-FORCE.

      *UNIT-PRICE is the price today; if a change has been applied
      *since the line's date, the old price on the first such change
      *is the one that was in force. Changes are applied in the
      *nightly run, so one dated the same day as the line had not
      *yet taken effect when the line was keyed.
       400-FIND-PRICE-IN-FORCE.
           MOVE AL-PART-NUMBER TO PART-NUMBER.
           MOVE "Y" TO PART-FOUND-SWITCH.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY
                   MOVE "N" TO PART-FOUND-SWITCH
                   MOVE 0 TO UNIT-PRICE
           END-READ.
           MOVE UNIT-PRICE TO PRICE-IN-FORCE.
           MOVE 99999999 TO PRICE-CHANGE-DATE.
           MOVE 0 TO HIST-SUB.
           PERFORM 500-SCAN-PRICE-CHANGE
               UNTIL HIST-SUB NOT < PT-ENTRY-COUNT.
           IF  NOT PART-FOUND AND PRICE-CHANGE-DATE = 99999999
               MOVE "PART NOT ON INVENT6 - VALUED AT ZERO"
                   TO XD-REASON
               PERFORM 400-WRITE-EXCEPTION
               ADD 1 TO UNVALUED-COUNT.

       500-SCAN-PRICE-CHANGE.
           ADD 1 TO HIST-SUB.
           IF  PT-PART-NUMBER (HIST-SUB) = AL-PART-NUMBER
               AND PT-APPLIED-DATE (HIST-SUB) NOT < AL-TRANS-DATE
               AND PT-APPLIED-DATE (HIST-SUB) < PRICE-CHANGE-DATE
               MOVE PT-OLD-UNIT-PRICE (HIST-SUB) TO PRICE-IN-FORCE
               MOVE PT-APPLIED-DATE (HIST-SUB)   TO PRICE-CHANGE-DATE.

       400-POST-TO-ACCOUNTS.
           ADD LINE-VALUE TO GT-DEBIT-TOTAL (DEBIT-SUB).
           ADD LINE-VALUE TO GT-CREDIT-TOTAL (CREDIT-SUB).
           ADD LINE-VALUE TO TOTAL-DEBITS.
           ADD LINE-VALUE TO TOTAL-CREDITS.

      *Count adjustments carry their direction in the units and value
      *so the summary shows the net swing.
       400-ACCUMULATE-MOVEMENT.
           ADD 1 TO MT-LINE-COUNT (CODE-SUB).
           IF  AL-TRANS-CODE = "A" AND ADJUST-CHANGE < 0
               SUBTRACT LINE-UNITS FROM MT-UNITS (CODE-SUB)
               SUBTRACT LINE-VALUE FROM MT-VALUE (CODE-SUB)
           ELSE
               ADD LINE-UNITS TO MT-UNITS (CODE-SUB)
               ADD LINE-VALUE TO MT-VALUE (CODE-SUB).

       400-WRITE-EXCEPTION.
           MOVE AL-PART-NUMBER TO XD-PART-NUMBER.
           MOVE AL-TRANS-DATE  TO XD-TRANS-DATE.
           MOVE AL-TRANS-CODE  TO XD-TRANS-CODE.
           WRITE CONTROL-LINE FROM EXCEPTION-DETAIL-LINE.

      *An archive that does not end in its control record, or whose
      *count disagrees with what was read, was not copied whole; no
      *journal is written from it.
       200-VERIFY-ARCHIVE-CONTROL.
           CLOSE AUDIT-ARCHIVE.
           IF  NOT CONTROL-FOUND
               DISPLAY "ARCHIVE HAS NO CONTROL RECORD - RUN CANCELLED"
               STOP RUN.
           IF  CONTROL-LINE-COUNT NOT = ARCHIVE-LINE-COUNT
               DISPLAY "ARCHIVE LINE COUNT " ARCHIVE-LINE-COUNT
                   " DOES NOT MATCH CONTROL " CONTROL-LINE-COUNT
               DISPLAY "RUN CANCELLED"
               STOP RUN.

      *PERIOD-CLOSE cut everything up to the period end into the
      *archive, so whatever is on the live AUDITLOG.TXT was keyed
      *after the period closed. It is read through the archive file
      *and valued line for line the way the archive was, but none of
      *it is journaled; only its net effect on the two inventory
      *accounts is kept, to be taken back off today's INVENT6 value.
       200-VALUE-LATE-ACTIVITY.
           MOVE "/home/mike/project4/AUDITLOG.TXT"
               TO ARCHIVE-FILE-NAME.
           MOVE "N" TO END-OF-ARCHIVE-SWITCH.
           OPEN INPUT AUDIT-ARCHIVE.
           IF  ARCHIVE-STATUS = "35"
               DISPLAY "AUDITLOG.TXT NOT FOUND - NO LATE ACTIVITY"
           ELSE
               IF  ARCHIVE-STATUS NOT = "00"
                   DISPLAY "AUDITLOG FILE ERROR - STATUS "
                       ARCHIVE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 300-READ-ARCHIVE-RECORD
                   PERFORM 300-VALUE-LATE-LINE UNTIL END-OF-ARCHIVE
                   CLOSE AUDIT-ARCHIVE.

      *A transfer moves stock between the two inventory accounts and
      *leaves their total where it was, so it is passed over.
       300-VALUE-LATE-LINE.
           IF  AUDIT-RECORD(1:5) NOT = "*CTL*"
               PERFORM 300-FIND-MOVEMENT-CODE
               IF  CODE-FOUND AND AL-TRANS-CODE NOT = "T"
                   PERFORM 400-VALUE-AUDIT-LINE
                   PERFORM 400-ACCUMULATE-LATE-ACTIVITY
               END-IF
           END-IF.
           PERFORM 300-READ-ARCHIVE-RECORD.

      *Receipts, customer returns and kits built added to stock;
      *sales, supplier returns and components consumed took from it;
      *a count adjustment went whichever way the count did.
       400-ACCUMULATE-LATE-ACTIVITY.
           ADD 1 TO LATE-LINE-COUNT.
           IF  AL-TRANS-CODE = "R" OR AL-TRANS-CODE = "C"
               OR AL-TRANS-CODE = "B"
               OR (AL-TRANS-CODE = "A" AND ADJUST-CHANGE NOT < 0)
               ADD LINE-VALUE TO LATE-ACTIVITY-VALUE
           ELSE
               SUBTRACT LINE-VALUE FROM LATE-ACTIVITY-VALUE.

      *Valued exactly the way STOCK-VALUATION values INVENT6, so the
      *figure for today is the one its report prints. Taking off the
      *activity since the close leaves stock as it stood at the end
      *of the period, which is the closing this period is tied to
      *and the next one opens on.
       200-VALUE-CLOSING-STOCK.
           MOVE ZEROS TO PART-NUMBER.
           START INVENT-IN KEY IS NOT LESS THAN PART-NUMBER
               INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH.
           PERFORM 300-READ-NEXT-INVENT-RECORD.
           PERFORM 300-VALUE-INVENT-RECORD UNTIL END-OF-FILE.
           CLOSE INVENT-IN.
           COMPUTE CLOSING-VALUE =
               INVENT6-VALUE - LATE-ACTIVITY-VALUE.

       300-READ-NEXT-INVENT-RECORD.
           IF  NOT END-OF-FILE
               READ INVENT-IN NEXT RECORD
                   AT END MOVE "Y" TO END-OF-FILE-SWITCH
               END-READ
               PERFORM 300-CHECK-INVENT-STATUS.

       300-VALUE-INVENT-RECORD.
           MULTIPLY QUANTITY BY UNIT-PRICE GIVING EXTENDED-VALUE.
           ADD EXTENDED-VALUE TO INVENT6-VALUE.
           PERFORM 300-READ-NEXT-INVENT-RECORD.

      *One summarized line per side of each account that moved.
       200-WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-OUT.
           MOVE 0 TO ACCT-SUB.
           PERFORM 300-WRITE-ACCOUNT-LINES UNTIL ACCT-SUB NOT < 6.
           MOVE SPACES          TO JOURNAL-CONTROL-RECORD.
           MOVE "*CTL*"         TO GC-CONTROL-TAG.
           MOVE JOURNAL-PERIOD  TO GC-PERIOD.
           MOVE JOURNAL-LINE-COUNT TO GC-LINE-COUNT.
           MOVE TOTAL-DEBITS    TO GC-DEBIT-TOTAL.
           MOVE TOTAL-CREDITS   TO GC-CREDIT-TOTAL.
           WRITE JOURNAL-CONTROL-RECORD.
           CLOSE JOURNAL-OUT.
           DISPLAY "JOURNAL WRITTEN TO " JOURNAL-FILE-NAME.

       300-WRITE-ACCOUNT-LINES.
           ADD 1 TO ACCT-SUB.
           IF  GT-DEBIT-TOTAL (ACCT-SUB) > 0
               MOVE "D" TO GJ-DEBIT-CREDIT
               MOVE GT-DEBIT-TOTAL (ACCT-SUB) TO GJ-AMOUNT
               PERFORM 400-WRITE-JOURNAL-LINE.
           IF  GT-CREDIT-TOTAL (ACCT-SUB) > 0
               MOVE "C" TO GJ-DEBIT-CREDIT
               MOVE GT-CREDIT-TOTAL (ACCT-SUB) TO GJ-AMOUNT
               PERFORM 400-WRITE-JOURNAL-LINE.

       400-WRITE-JOURNAL-LINE.
           MOVE JOURNAL-PERIOD              TO GJ-PERIOD.
           MOVE GA-ACCOUNT-CODE (ACCT-SUB)  TO GJ-ACCOUNT.
           MOVE GA-ACCOUNT-NAME (ACCT-SUB)  TO GJ-DESCRIPTION.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.

       200-WRITE-CONTROL-TOTALS.
           PERFORM 300-WRITE-MOVEMENT-SUMMARY.
           PERFORM 300-WRITE-JOURNAL-SUMMARY.
           PERFORM 300-WRITE-VALUATION-TIE.
           PERFORM 300-WRITE-TRAILER.

       300-WRITE-MOVEMENT-SUMMARY.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           WRITE CONTROL-LINE FROM MOVEMENT-HEADING.
           MOVE 0 TO CODE-SUB.
           PERFORM 400-WRITE-MOVEMENT-LINE UNTIL CODE-SUB NOT < 8.

       400-WRITE-MOVEMENT-LINE.
           ADD 1 TO CODE-SUB.
           MOVE MC-TRANS-CODE (CODE-SUB)  TO MD-TRANS-CODE.
           MOVE MC-DESCRIPTION (CODE-SUB) TO MD-DESCRIPTION.
           MOVE MT-LINE-COUNT (CODE-SUB)  TO MD-LINE-COUNT.
           MOVE MT-UNITS (CODE-SUB)       TO MD-UNITS.
           MOVE MT-VALUE (CODE-SUB)       TO MD-VALUE.
           WRITE CONTROL-LINE FROM MOVEMENT-DETAIL-LINE.

       300-WRITE-JOURNAL-SUMMARY.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           WRITE CONTROL-LINE FROM JOURNAL-HEADING.
           MOVE 0 TO ACCT-SUB.
           PERFORM 400-WRITE-ACCOUNT-SUMMARY UNTIL ACCT-SUB NOT < 6.
           MOVE TOTAL-DEBITS  TO JT-DEBIT.
           MOVE TOTAL-CREDITS TO JT-CREDIT.
           WRITE CONTROL-LINE FROM JOURNAL-TOTAL-LINE.
           IF  TOTAL-DEBITS = TOTAL-CREDITS
               MOVE "IN BALANCE"     TO BL-BALANCE-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO BL-BALANCE-STATUS.
           WRITE CONTROL-LINE FROM BALANCE-LINE.

       400-WRITE-ACCOUNT-SUMMARY.
           ADD 1 TO ACCT-SUB.
           MOVE GA-ACCOUNT-CODE (ACCT-SUB) TO JD-ACCOUNT-CODE.
           MOVE GA-ACCOUNT-NAME (ACCT-SUB) TO JD-ACCOUNT-NAME.
           MOVE GT-DEBIT-TOTAL (ACCT-SUB)  TO JD-DEBIT.
           MOVE GT-CREDIT-TOTAL (ACCT-SUB) TO JD-CREDIT.
           WRITE CONTROL-LINE FROM JOURNAL-DETAIL-LINE.

      *With no prior close on file the opening is worked back from
      *the closing value, so the first month ties by construction.
       300-WRITE-VALUATION-TIE.
           COMPUTE NET-INVENTORY-MOVEMENT =
               GT-DEBIT-TOTAL (MAIN-INVENTORY-SUB)
               - GT-CREDIT-TOTAL (MAIN-INVENTORY-SUB)
               + GT-DEBIT-TOTAL (OVERFLOW-INVENTORY-SUB)
               - GT-CREDIT-TOTAL (OVERFLOW-INVENTORY-SUB).
           IF  NOT OPENING-ON-FILE
               COMPUTE OPENING-VALUE =
                   CLOSING-VALUE - NET-INVENTORY-MOVEMENT.
           COMPUTE CALCULATED-CLOSING =
               OPENING-VALUE + NET-INVENTORY-MOVEMENT.
           COMPUTE VALUATION-DIFFERENCE =
               CLOSING-VALUE - CALCULATED-CLOSING.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "OPENING STOCK VALUATION" TO VL-LABEL.
           MOVE OPENING-VALUE TO VL-VALUE.
           IF  NOT OPENING-ON-FILE
               MOVE "NO PRIOR CLOSE" TO VL-NOTE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "NET INVENTORY MOVEMENT IN PERIOD" TO VL-LABEL.
           MOVE NET-INVENTORY-MOVEMENT TO VL-VALUE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "CALCULATED CLOSING VALUATION" TO VL-LABEL.
           MOVE CALCULATED-CLOSING TO VL-VALUE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "STOCK VALUATION TODAY (INVENT6)" TO VL-LABEL.
           MOVE INVENT6-VALUE TO VL-VALUE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "LESS ACTIVITY AFTER PERIOD END" TO VL-LABEL.
           MOVE LATE-ACTIVITY-VALUE TO VL-VALUE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "CLOSING STOCK VALUATION AT PERIOD END" TO VL-LABEL.
           MOVE CLOSING-VALUE TO VL-VALUE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "DIFFERENCE - PRICE REVALUATION" TO VL-LABEL.
           MOVE VALUATION-DIFFERENCE TO VL-VALUE.
           WRITE CONTROL-LINE FROM VALUATION-LINE.

       300-WRITE-TRAILER.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE ARCHIVE-LINE-COUNT TO TL-ARCHIVE-LINES.
           MOVE UNVALUED-COUNT     TO TL-UNVALUED.
           MOVE UNKNOWN-CODE-COUNT TO TL-UNKNOWN-CODES.
           MOVE JOURNAL-LINE-COUNT TO TL-JOURNAL-LINES.
           MOVE LATE-LINE-COUNT    TO TL-LATE-LINES.
           WRITE CONTROL-LINE FROM TRAILER-LINE-1.
           WRITE CONTROL-LINE FROM TRAILER-LINE-2.
           WRITE CONTROL-LINE FROM TRAILER-LINE-3.
           WRITE CONTROL-LINE FROM TRAILER-LINE-4.
           WRITE CONTROL-LINE FROM TRAILER-LINE-5.

      *The period's opening and closing are kept for the next run
      *unless an older period is being exported again.
       200-TERMINATE-EXPORT.
           CLOSE CONTROL-LISTING.
           IF  LAST-VALUED-PERIOD NOT > JOURNAL-PERIOD
               PERFORM 300-WRITE-VALUE-CONTROL.

       300-WRITE-VALUE-CONTROL.
           OPEN OUTPUT VALUE-CONTROL.
           MOVE JOURNAL-PERIOD TO VC-PERIOD.
           MOVE OPENING-VALUE  TO VC-OPENING-VALUE.
           MOVE CLOSING-VALUE  TO VC-CLOSING-VALUE.
           WRITE VALUE-CONTROL-RECORD.
           CLOSE VALUE-CONTROL.

      *Status 10 is a normal end-of-file; anything else that is not
      *a clean 00 means the run cannot be trusted, so stop here.
       300-CHECK-INVENT-STATUS.
           IF  INVENT-STATUS NOT = "00" AND INVENT-STATUS NOT = "10"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
               STOP RUN.
