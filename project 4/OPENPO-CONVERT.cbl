       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENPO-CONVERT.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-OPEN-PO
           ASSIGN TO "/home/mike/project4/OPENPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-KEY
           FILE STATUS IS OLD-OPENPO-STATUS.

       SELECT NEW-OPEN-PO
           ASSIGN TO "/home/mike/project4/OPENPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS NEW-OPENPO-STATUS.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The open-PO file still carrying the layout without the agreed
      *unit cost.
       FD  OLD-OPEN-PO
           DATA RECORD IS OLD-OPEN-PO-RECORD.
       01  OLD-OPEN-PO-RECORD.
           05  OP-KEY.
               10  OP-PO-NUMBER    PIC 9(6).
               10  OP-LINE-NUMBER  PIC 9(3).
           05  OP-SUPPLIER-CODE    PIC X(5).
           05  OP-PART-NUMBER      PIC 9(5).
           05  OP-ORDER-QTY        PIC 9(6).
           05  OP-RECEIVED-QTY     PIC 9(6).
           05  OP-ORDER-DATE       PIC 9(8).
           05  OP-LINE-STATUS      PIC X(1).

       FD  NEW-OPEN-PO
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           COPY OPENPOREC.

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE-SWITCH      PIC X(1) VALUE "N".
               88  END-OF-FILE         VALUE "Y".

       01  OTHER-FIELDS.
           05  OLD-OPENPO-STATUS       PIC X(2).
           05  NEW-OPENPO-STATUS       PIC X(2).
           05  INVENT-STATUS           PIC X(2).
           05  PO-LINE-COUNT           PIC 9(4) VALUE 0.
           05  NO-COST-COUNT           PIC 9(4) VALUE 0.
           05  CONV-SUB                PIC 9(4) VALUE 0.

      *The whole of OPENPO is held in storage between closing the
      *old file and rebuilding it in place.
       01  CONVERT-TABLE.
           05  CONV-ENTRY OCCURS 2000 TIMES
                                       PIC X(40).

       PROCEDURE DIVISION.
       100-CONVERT-OPEN-PO-FILE.
           PERFORM 200-LOAD-OLD-OPEN-PO.
           PERFORM 200-REBUILD-OPEN-PO.
           DISPLAY "OPENPO CONVERTED - LINES: " PO-LINE-COUNT.
           IF  NO-COST-COUNT > 0
               DISPLAY "LINES LEFT WITH NO UNIT COST: " NO-COST-COUNT.
           STOP RUN.

       200-LOAD-OLD-OPEN-PO.
           OPEN INPUT OLD-OPEN-PO.
           IF  OLD-OPENPO-STATUS = "35"
               DISPLAY "OPENPO NOT FOUND - NOTHING TO CONVERT"
               STOP RUN.
           PERFORM 300-READ-OLD-OPEN-PO.
           PERFORM 300-LOAD-OLD-OPEN-PO UNTIL END-OF-FILE.
           CLOSE OLD-OPEN-PO.

      *Lines committed before the agreed cost was kept have no record
      *of it; the current INVENT6 price is the nearest there is.
       200-REBUILD-OPEN-PO.
           OPEN INPUT INVENT-IN.
           IF  INVENT-STATUS NOT = "00"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
               STOP RUN.
           OPEN OUTPUT NEW-OPEN-PO.
           IF  NEW-OPENPO-STATUS NOT = "00"
               DISPLAY "OPENPO FILE ERROR - STATUS " NEW-OPENPO-STATUS
               STOP RUN.
           MOVE 0 TO CONV-SUB.
           PERFORM 300-STORE-NEW-OPEN-PO
               UNTIL CONV-SUB NOT < PO-LINE-COUNT.
           CLOSE NEW-OPEN-PO.
           CLOSE INVENT-IN.

       300-READ-OLD-OPEN-PO.
           READ OLD-OPEN-PO
               AT END MOVE "Y" TO END-OF-FILE-SWITCH.
           IF  OLD-OPENPO-STATUS NOT = "00"
                   AND OLD-OPENPO-STATUS NOT = "10"
               DISPLAY "OPENPO FILE ERROR - STATUS " OLD-OPENPO-STATUS
               STOP RUN.

       300-LOAD-OLD-OPEN-PO.
           IF  PO-LINE-COUNT = 2000
               DISPLAY "CONVERT TABLE FULL - INCREASE OCCURS"
               STOP RUN
           ELSE
               ADD 1 TO PO-LINE-COUNT
               MOVE PO-LINE-COUNT TO CONV-SUB
               MOVE OLD-OPEN-PO-RECORD TO CONV-ENTRY (CONV-SUB)
               PERFORM 300-READ-OLD-OPEN-PO.

       300-STORE-NEW-OPEN-PO.
           ADD 1 TO CONV-SUB.
           MOVE SPACES TO OPEN-PO-RECORD.
           MOVE CONV-ENTRY (CONV-SUB) TO OPEN-PO-RECORD(1:40).
           PERFORM 400-SET-UNIT-COST.
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR PO LINE " PO-KEY
                   STOP RUN
           END-WRITE.

       400-SET-UNIT-COST.
           MOVE PO-PART-NUMBER TO PART-NUMBER.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY
                   MOVE 0 TO PO-UNIT-COST
                   ADD 1 TO NO-COST-COUNT
               NOT INVALID KEY
                   MOVE UNIT-PRICE TO PO-UNIT-COST
           END-READ.
