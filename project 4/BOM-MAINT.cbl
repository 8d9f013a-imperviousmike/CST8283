       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM-MAINT INITIAL.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BOM-FILE
           ASSIGN TO "/home/mike/project4/BOMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BOM-STATUS.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY BOMREC.

       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  MENU-CHOICE             PIC X(1) VALUE SPACES.
               88  ADD-SELECTED        VALUE "A" "a".
               88  CHANGE-SELECTED     VALUE "C" "c".
               88  DELETE-SELECTED     VALUE "D" "d".
               88  LIST-SELECTED       VALUE "L" "l".
               88  WHERE-USED-SELECTED VALUE "W" "w".
               88  EXIT-SELECTED       VALUE "X" "x".
           05  RECORD-FOUND-SWITCH     PIC X(1) VALUE SPACES.
               88  RECORD-FOUND        VALUE "Y".
           05  PARTS-VALID-SWITCH      PIC X(1) VALUE SPACES.
               88  PARTS-VALID         VALUE "Y".
           05  CONFIRM-SWITCH          PIC X(1) VALUE SPACES.
               88  CONFIRM-YES         VALUE "Y" "y".
           05  REWRITE-SWITCH          PIC X(1) VALUE SPACES.
               88  REWRITE-OK          VALUE "Y".
           05  END-OF-BOM-SWITCH       PIC X(1) VALUE SPACES.
               88  END-OF-BOM          VALUE "Y".
           05  BROWSE-RESPONSE         PIC X(1) VALUE SPACES.
               88  END-BROWSE          VALUE "X" "x".

       01  SESSION-TOTALS.
           05  ADDED-COUNT             PIC 9(3) VALUE 0.
           05  CHANGED-COUNT           PIC 9(3) VALUE 0.
           05  DELETED-COUNT           PIC 9(3) VALUE 0.
           05  ERROR-COUNT             PIC 9(3) VALUE 0.
           05  MATCH-COUNT             PIC 9(3) VALUE 0.

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.

       01  OTHER-FIELDS.
           05  BOM-STATUS                PIC X(2).
           05  INVENT-STATUS             PIC X(2).
           05  INPUT-KIT-PART            PIC 9(5).
           05  INPUT-COMPONENT-PART      PIC 9(5).
           05  INPUT-QTY-PER-KIT         PIC 9(3).
           05  KIT-NAME                  PIC X(20).
           05  COMPONENT-NAME            PIC X(20).

       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  LINE  1 COLUMN 25
                       VALUE "BILL OF MATERIALS MAINTENANCE".
           05  LINE  3 COLUMN  5
               VALUE "(A)DD (C)HANGE (D)ELETE (L)IST KIT (W)HERE USED".
           05  LINE  3 COLUMN 54   VALUE "E(X)IT".
           05  MENU-INPUT          PIC X(1) TO   MENU-CHOICE
               LINE  3 COLUMN 62   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  KEY-SCREEN.
           05  LINE  5 COLUMN 10   VALUE "KIT PART NUMBER:".
           05  KS-KIT-PART         PIC 9(5) TO INPUT-KIT-PART
               LINE  5 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.
           05  LINE  6 COLUMN 10   VALUE "COMPONENT PART NUMBER:".
           05  KS-COMPONENT-PART   PIC 9(5) TO INPUT-COMPONENT-PART
               LINE  6 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  NAMES-SCREEN.
           05  NS-KIT-NAME         PIC X(20) FROM KIT-NAME
               LINE  5 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  NS-COMPONENT-NAME   PIC X(20) FROM COMPONENT-NAME
               LINE  6 COLUMN 42   FOREGROUND-COLOR GREEN.

       01  CURRENT-LINE-SCREEN.
           05  LINE  7 COLUMN 10   VALUE "ON FILE - QTY PER KIT:".
           05  CL-QTY-PER-KIT      PIC ZZ9 FROM BM-QTY-PER-KIT
               LINE  7 COLUMN 35   FOREGROUND-COLOR GREEN.

       01  QTY-SCREEN.
           05  LINE  8 COLUMN 10   VALUE "QUANTITY PER KIT:".
           05  QS-QTY-PER-KIT      PIC 9(3) USING INPUT-QTY-PER-KIT
               LINE  8 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  CONFIRM-SCREEN.
           05  LINE 10 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 10 COLUMN 10
                       VALUE "DELETE THIS COMPONENT LINE? (Y/N)"
               BACKGROUND-COLOR BLACK.
           05                          PIC X(1) TO CONFIRM-SWITCH
               LINE 10 COLUMN 45       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR GREEN.

       01  KIT-SEARCH-SCREEN.
           05  LINE  5 COLUMN 10   VALUE "KIT PART NUMBER:".
           05  KT-KIT-PART         PIC 9(5) TO INPUT-KIT-PART
               LINE  5 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  COMPONENT-SEARCH-SCREEN.
           05  LINE  5 COLUMN 10   VALUE "COMPONENT PART NUMBER:".
           05  CS-COMPONENT-PART   PIC 9(5) TO INPUT-COMPONENT-PART
               LINE  5 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  COMPONENT-LIST-SCREEN.
           05  LINE  7 COLUMN 10   VALUE "COMPONENT PART:".
           05  LS-COMPONENT-PART   PIC 9(5)
                                   FROM BM-COMPONENT-PART-NUMBER
               LINE  7 COLUMN 30   FOREGROUND-COLOR GREEN.
           05  LINE  8 COLUMN 10   VALUE "COMPONENT NAME:".
           05  LS-COMPONENT-NAME   PIC X(20) FROM COMPONENT-NAME
               LINE  8 COLUMN 30   FOREGROUND-COLOR GREEN.
           05  LINE  9 COLUMN 10   VALUE "QUANTITY PER KIT:".
           05  LS-QTY-PER-KIT      PIC ZZ9 FROM BM-QTY-PER-KIT
               LINE  9 COLUMN 30   FOREGROUND-COLOR GREEN.
           05  LINE 11 COLUMN 10
                       VALUE "PRESS ENTER FOR NEXT, X TO EXIT".
           05  LS-RESPONSE         PIC X(1) TO    BROWSE-RESPONSE
               LINE 11 COLUMN 50   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  WHERE-USED-SCREEN.
           05  LINE  7 COLUMN 10   VALUE "USED IN KIT:".
           05  WU-KIT-PART         PIC 9(5) FROM BM-KIT-PART-NUMBER
               LINE  7 COLUMN 30   FOREGROUND-COLOR GREEN.
           05  LINE  8 COLUMN 10   VALUE "KIT NAME:".
           05  WU-KIT-NAME         PIC X(20) FROM KIT-NAME
               LINE  8 COLUMN 30   FOREGROUND-COLOR GREEN.
           05  LINE  9 COLUMN 10   VALUE "QUANTITY PER KIT:".
           05  WU-QTY-PER-KIT      PIC ZZ9 FROM BM-QTY-PER-KIT
               LINE  9 COLUMN 30   FOREGROUND-COLOR GREEN.
           05  LINE 11 COLUMN 10
                       VALUE "PRESS ENTER FOR NEXT, X TO EXIT".
           05  WU-RESPONSE         PIC X(1) TO    BROWSE-RESPONSE
               LINE 11 COLUMN 50   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  END-OF-SEARCH-SCREEN.
           05  LINE 14 COLUMN 10   VALUE "END OF SEARCH - MATCHES:".
           05  ES-MATCH-COUNT      PIC ZZ9 FROM MATCH-COUNT
               LINE 14 COLUMN 36   FOREGROUND-COLOR GREEN.

       01  DUPLICATE-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                       VALUE "ERROR:COMPONENT ALREADY ON THIS KIT"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  NOT-FOUND-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                       VALUE "ERROR:COMPONENT NOT ON THIS KIT"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  PART-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                       VALUE "ERROR:PART NUMBER NOT ON INVENT6"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  SELF-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                       VALUE "ERROR:A KIT CANNOT CONTAIN ITSELF"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  QTY-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                       VALUE "ERROR:QUANTITY PER KIT MUST BE ABOVE ZERO"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  WRITE-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                       VALUE "ERROR:BOM FILE WRITE FAILED"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  AUTH-ERROR-SCREEN.
           05  LINE 12 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 12 COLUMN 10
                   VALUE "ERROR:SUPERVISOR AUTHORIZATION REQUIRED"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 12 BLANK LINE.

       01  SUMMARY-SCREEN.
           05  LINE  1 COLUMN 25   VALUE "BOM SESSION SUMMARY".
           05  LINE  3 COLUMN 10   VALUE "COMPONENT LINES ADDED:".
           05  SS-ADDED             PIC ZZ9 FROM ADDED-COUNT
               LINE  3 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  4 COLUMN 10   VALUE "COMPONENT LINES CHANGED:".
           05  SS-CHANGED           PIC ZZ9 FROM CHANGED-COUNT
               LINE  4 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  5 COLUMN 10   VALUE "COMPONENT LINES DELETED:".
           05  SS-DELETED           PIC ZZ9 FROM DELETED-COUNT
               LINE  5 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  6 COLUMN 10   VALUE "ERRORS:".
           05  SS-ERRORS            PIC ZZ9 FROM ERROR-COUNT
               LINE  6 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  7 COLUMN 10   VALUE "OPERATOR:".
           05  SS-OPERATOR          PIC X(5) FROM SA-OPERATOR-ID
               LINE  7 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  9 COLUMN 10   VALUE "PRESS ENTER TO CONTINUE".

       PROCEDURE DIVISION.
       100-MAINTAIN-BILLS-OF-MATERIAL.
           PERFORM 200-SIGN-ON-OPERATOR.
           PERFORM 200-INITIATE-MAINTENANCE.
           PERFORM 200-PROCESS-MENU-CHOICE UNTIL EXIT-SELECTED.
           PERFORM 200-TERMINATE-MAINTENANCE.
           GOBACK.

       200-SIGN-ON-OPERATOR.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.
           IF  NOT SA-SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               GOBACK.

      *The BOM file does not exist until the first kit is defined,
      *so a missing file is created rather than treated as an error.
       200-INITIATE-MAINTENANCE.
           OPEN I-O BOM-FILE.
           IF  BOM-STATUS = "35"
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN I-O BOM-FILE.
           IF  BOM-STATUS NOT = "00"
               DISPLAY "BOM FILE ERROR - STATUS " BOM-STATUS
               GOBACK.
           OPEN INPUT INVENT-IN.

       200-PROCESS-MENU-CHOICE.
           MOVE SPACES TO MENU-CHOICE.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF  ADD-SELECTED
               PERFORM 300-ADD-COMPONENT-LINE.
           IF  CHANGE-SELECTED
               PERFORM 300-CHANGE-COMPONENT-LINE.
      *Taking a component off a kit changes what every later build
      *consumes, so only a supervisor-level operator may do it.
           IF  DELETE-SELECTED
               IF  SA-SUPERVISOR
                   PERFORM 300-DELETE-COMPONENT-LINE
               ELSE
                   DISPLAY AUTH-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT.
           IF  LIST-SELECTED
               PERFORM 300-LIST-KIT-COMPONENTS.
           IF  WHERE-USED-SELECTED
               PERFORM 300-LIST-WHERE-USED.

       200-TERMINATE-MAINTENANCE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT SUMMARY-SCREEN.
           CLOSE BOM-FILE.
           CLOSE INVENT-IN.

       300-ADD-COMPONENT-LINE.
           PERFORM 400-ACCEPT-BOM-KEY.
           IF  PARTS-VALID
               IF  RECORD-FOUND
                   DISPLAY DUPLICATE-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               ELSE
                   MOVE 0 TO INPUT-QTY-PER-KIT
                   PERFORM 400-ACCEPT-QTY-PER-KIT
                   IF  INPUT-QTY-PER-KIT > 0
                       MOVE INPUT-KIT-PART       TO BM-KIT-PART-NUMBER
                       MOVE INPUT-COMPONENT-PART
                           TO BM-COMPONENT-PART-NUMBER
                       MOVE INPUT-QTY-PER-KIT    TO BM-QTY-PER-KIT
                       PERFORM 400-WRITE-BOM-RECORD.

       300-CHANGE-COMPONENT-LINE.
           PERFORM 400-ACCEPT-BOM-KEY.
           IF  PARTS-VALID
               IF  NOT RECORD-FOUND
                   DISPLAY NOT-FOUND-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               ELSE
                   DISPLAY CURRENT-LINE-SCREEN
                   MOVE BM-QTY-PER-KIT TO INPUT-QTY-PER-KIT
                   PERFORM 400-ACCEPT-QTY-PER-KIT
                   IF  INPUT-QTY-PER-KIT > 0
                       MOVE INPUT-QTY-PER-KIT TO BM-QTY-PER-KIT
                       PERFORM 400-REWRITE-BOM-RECORD
                       IF  REWRITE-OK
                           ADD 1 TO CHANGED-COUNT.

       300-DELETE-COMPONENT-LINE.
           PERFORM 400-ACCEPT-BOM-KEY.
           IF  PARTS-VALID
               IF  NOT RECORD-FOUND
                   DISPLAY NOT-FOUND-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               ELSE
                   DISPLAY CURRENT-LINE-SCREEN
                   MOVE SPACES TO CONFIRM-SWITCH
                   DISPLAY CONFIRM-SCREEN
                   ACCEPT CONFIRM-SCREEN
                   IF  CONFIRM-YES
                       PERFORM 400-DELETE-BOM-RECORD.

      *Both parts must be on INVENT6 and differ from each other.
      *Sets PARTS-VALID, then RECORD-FOUND with the line left in
      *BOM-RECORD when the kit already carries that component.
       400-ACCEPT-BOM-KEY.
           MOVE "N" TO PARTS-VALID-SWITCH.
           MOVE "N" TO RECORD-FOUND-SWITCH.
           DISPLAY CLEAR-ERROR-SCREEN.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           MOVE INPUT-KIT-PART TO PART-NUMBER.
           PERFORM 500-READ-PART-NAME.
           MOVE PART-NAME TO KIT-NAME.
           MOVE INPUT-COMPONENT-PART TO PART-NUMBER.
           PERFORM 500-READ-PART-NAME.
           MOVE PART-NAME TO COMPONENT-NAME.
           DISPLAY NAMES-SCREEN.
           IF  INPUT-KIT-PART = INPUT-COMPONENT-PART
               DISPLAY SELF-ERROR-SCREEN
               ADD 1 TO ERROR-COUNT
           ELSE
               IF  KIT-NAME = "** NOT ON FILE **"
                   OR COMPONENT-NAME = "** NOT ON FILE **"
                   DISPLAY PART-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               ELSE
                   MOVE "Y" TO PARTS-VALID-SWITCH
                   MOVE INPUT-KIT-PART TO BM-KIT-PART-NUMBER
                   MOVE INPUT-COMPONENT-PART
                       TO BM-COMPONENT-PART-NUMBER
                   READ BOM-FILE KEY IS BM-KEY
                       INVALID KEY MOVE "N" TO RECORD-FOUND-SWITCH
                       NOT INVALID KEY MOVE "Y" TO RECORD-FOUND-SWITCH.

       400-ACCEPT-QTY-PER-KIT.
           DISPLAY QTY-SCREEN.
           ACCEPT QTY-SCREEN.
           IF  INPUT-QTY-PER-KIT = 0
               DISPLAY QTY-ERROR-SCREEN
               ADD 1 TO ERROR-COUNT.

       400-WRITE-BOM-RECORD.
           WRITE BOM-RECORD
               INVALID KEY
                   DISPLAY WRITE-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO ADDED-COUNT
           END-WRITE.

       400-REWRITE-BOM-RECORD.
           MOVE "N" TO REWRITE-SWITCH.
           REWRITE BOM-RECORD
               INVALID KEY
                   DISPLAY WRITE-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO REWRITE-SWITCH
           END-REWRITE.

       400-DELETE-BOM-RECORD.
           DELETE BOM-FILE RECORD
               INVALID KEY
                   DISPLAY WRITE-ERROR-SCREEN
                   ADD 1 TO ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO DELETED-COUNT
           END-DELETE.

      *A kit's lines sit together under its part number, so the
      *browse starts at the first component and stops at the next
      *kit.
       300-LIST-KIT-COMPONENTS.
           MOVE 0 TO MATCH-COUNT.
           MOVE SPACES TO END-OF-BOM-SWITCH.
           MOVE SPACES TO BROWSE-RESPONSE.
           DISPLAY CLEAR-ERROR-SCREEN.
           DISPLAY KIT-SEARCH-SCREEN.
           ACCEPT KIT-SEARCH-SCREEN.
           MOVE INPUT-KIT-PART TO BM-KIT-PART-NUMBER.
           MOVE ZEROS TO BM-COMPONENT-PART-NUMBER.
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY MOVE "Y" TO END-OF-BOM-SWITCH.
           PERFORM 400-READ-NEXT-BOM-RECORD.
           PERFORM 400-DISPLAY-KIT-COMPONENT
               UNTIL END-OF-BOM OR END-BROWSE
               OR BM-KIT-PART-NUMBER NOT = INPUT-KIT-PART.
           IF  NOT END-BROWSE
               DISPLAY END-OF-SEARCH-SCREEN
               ACCEPT END-OF-SEARCH-SCREEN.

       400-DISPLAY-KIT-COMPONENT.
           ADD 1 TO MATCH-COUNT.
           MOVE BM-COMPONENT-PART-NUMBER TO PART-NUMBER.
           PERFORM 500-READ-PART-NAME.
           MOVE PART-NAME TO COMPONENT-NAME.
           MOVE SPACES TO BROWSE-RESPONSE.
           DISPLAY COMPONENT-LIST-SCREEN.
           ACCEPT COMPONENT-LIST-SCREEN.
           PERFORM 400-READ-NEXT-BOM-RECORD.

      *The BOM is only keyed by kit, so where-used walks the whole
      *file from the top and tests each component line.
       300-LIST-WHERE-USED.
           MOVE 0 TO MATCH-COUNT.
           MOVE SPACES TO END-OF-BOM-SWITCH.
           MOVE SPACES TO BROWSE-RESPONSE.
           DISPLAY CLEAR-ERROR-SCREEN.
           DISPLAY COMPONENT-SEARCH-SCREEN.
           ACCEPT COMPONENT-SEARCH-SCREEN.
           MOVE LOW-VALUES TO BM-KEY.
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY MOVE "Y" TO END-OF-BOM-SWITCH.
           PERFORM 400-READ-NEXT-BOM-RECORD.
           PERFORM 400-DISPLAY-WHERE-USED
               UNTIL END-OF-BOM OR END-BROWSE.
           IF  END-OF-BOM
               DISPLAY END-OF-SEARCH-SCREEN
               ACCEPT END-OF-SEARCH-SCREEN.

       400-DISPLAY-WHERE-USED.
           IF  BM-COMPONENT-PART-NUMBER = INPUT-COMPONENT-PART
               ADD 1 TO MATCH-COUNT
               MOVE BM-KIT-PART-NUMBER TO PART-NUMBER
               PERFORM 500-READ-PART-NAME
               MOVE PART-NAME TO KIT-NAME
               MOVE SPACES TO BROWSE-RESPONSE
               DISPLAY WHERE-USED-SCREEN
               ACCEPT WHERE-USED-SCREEN.
           PERFORM 400-READ-NEXT-BOM-RECORD.

       400-READ-NEXT-BOM-RECORD.
           IF  NOT END-OF-BOM
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-BOM-SWITCH.

       500-READ-PART-NAME.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY MOVE "** NOT ON FILE **" TO PART-NAME.
