       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-BUILD INITIAL.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INVENT-IN
           ASSIGN TO "/home/mike/project4/INVENT6"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-NUMBER
           FILE STATUS IS INVENT-STATUS.

       SELECT BOM-FILE
           ASSIGN TO "/home/mike/project4/BOMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BOM-STATUS.

       SELECT AUDIT-LOG
           ASSIGN TO "/home/mike/project4/AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BUILD-NUMBER-CONTROL
           ASSIGN TO "/home/mike/project4/BLDNUMCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-IN
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           COPY INVENT6REC.

       FD  BOM-FILE
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY BOMREC.

      *Same one-line-per-transaction layout RECORD-UPDATE writes.
      *A build writes one code U line for every component consumed
      *and one code B line for the kits added, all carrying the same
      *build number in the reference field so they can be tied back
      *together.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AL-PART-NUMBER      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-TRANS-CODE       PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-TRANS-AMOUNT     PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-BEFORE-QTY       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-AFTER-QTY        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-TRANS-DATE       PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-TRANS-TIME       PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REFERENCE        PIC X(8).

      *Single record carrying the last build number handed out, so
      *numbering continues across sessions.
       FD  BUILD-NUMBER-CONTROL.
       01  BUILD-CONTROL-RECORD.
           05  BC-LAST-BUILD-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  INVALID-SWITCH          PIC X(1) VALUE SPACES.
               88  INVAL-NO            VALUE "N".
           05  END-OF-BOM-SWITCH       PIC X(1) VALUE SPACES.
               88  END-OF-BOM          VALUE "Y".
           05  SHORTAGE-SWITCH         PIC X(1) VALUE SPACES.
               88  COMPONENT-SHORT     VALUE "Y".
           05  REWRITE-SWITCH          PIC X(1) VALUE SPACES.
               88  REWRITE-OK          VALUE "Y".

       01  SESSION-TOTALS.
           05  BUILD-COUNT             PIC 9(3) VALUE 0.
           05  KITS-BUILT              PIC 9(5) VALUE 0.
           05  CONSUMED-LINE-COUNT     PIC 9(4) VALUE 0.
           05  REFUSED-COUNT           PIC 9(3) VALUE 0.
           05  ERROR-COUNT             PIC 9(3) VALUE 0.
           05  CONFIRM-SWITCH          PIC X(1) VALUE SPACES.
               88  VALID-SWITCH        VALUE "Y" "N".
               88  NO-SWITCH           VALUE "N".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.

       01  OTHER-FIELDS.
           05  INVENT-STATUS             PIC X(2).
           05  BOM-STATUS                PIC X(2).
           05  KIT-PART-NUMBER           PIC 9(5).
           05  KIT-NAME                  PIC X(20).
           05  KITS-TO-BUILD             PIC 9(5).
      *Components are taken from, and the kits go into, the keyed
      *building.
           05  LOCATION-CODE             PIC X(1).
                88  LOCATION-MAIN        VALUE "M".
                88  LOCATION-OVERFLOW    VALUE "O".
           05  LOCATION-QUANTITY         PIC 9(5).
           05  POST-AMOUNT               PIC 9(5).
           05  BEFORE-QUANTITY           PIC 9(5).
           05  COMP-SUB                  PIC 9(2).
           05  SHORT-PART-NUMBER         PIC 9(5).
           05  SHORT-REQUIRED-QTY        PIC 9(8).
           05  SHORT-ON-HAND-QTY         PIC 9(5).
           05  WS-CURRENT-DATE           PIC X(21).

      *The components of the kit being built, with what this build
      *needs of each.
       01  COMPONENT-TABLE.
           05  CT-ENTRY-COUNT            PIC 9(2) VALUE 0.
           05  CT-ENTRY OCCURS 50 TIMES.
               10  CT-PART-NUMBER        PIC 9(5).
               10  CT-REQUIRED-QTY       PIC 9(8).

      *Kept apart from OTHER-FIELDS, which is INITIALIZEd for every
      *build: the next build number is loaded once per session and
      *must survive until it is written back.
       01  BUILD-CONTROL.
           05  CONTROL-STATUS            PIC X(2).
           05  NEXT-BUILD-NUMBER         PIC 9(6) VALUE 0.
           05  BUILD-REFERENCE           PIC X(8).

       01  UPDATE-MESSAGE.
           05  CONFIRM-MESSAGE     PIC X(16)
               VALUE "BUILD KITS?".

       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       SCREEN SECTION.
       01  OPENING-SCREEN.
           05  SCREEN-BASICS.
               10  LINE  1 COLUMN 30
                           VALUE "KIT ASSEMBLY BUILD".
               10  LINE  3 COLUMN  22
                           VALUE "KIT PART NUMBER:".
               10  LINE  5 COLUMN  22
                           VALUE "KITS TO BUILD:".
               10  LINE  7 COLUMN  22   VALUE "LOCATION:".
               10  LINE  7 COLUMN  43
                           VALUE "(M)ain (O)verflow".
               10  LINE 11 COLUMN  25
                           VALUE "******************************".

           05  SCREEN-VALUES.
               10  INPUT-KIT-PART      PIC 9(5) TO    KIT-PART-NUMBER
                   LINE  3 COLUMN 40   FOREGROUND-COLOR GREEN
                                       REVERSE-VIDEO AUTO.
               10  INPUT-KITS          PIC 9(5) TO    KITS-TO-BUILD
                   LINE  5 COLUMN 40   FOREGROUND-COLOR GREEN
                                       REVERSE-VIDEO AUTO.
               10  LOCATION-INPUT      PIC X(1) TO    LOCATION-CODE
                   LINE  7 COLUMN 40   FOREGROUND-COLOR GREEN
                                       REVERSE-VIDEO AUTO.
               10  LINE 12 BLANK LINE.
               10  LINE 13 BLANK LINE.
               10  LINE 15 BLANK LINE.
               10  LINE 16 BLANK LINE.

       01  KIT-NAME-SCREEN.
           05  KN-KIT-NAME         PIC X(20) FROM KIT-NAME
               LINE  3 COLUMN 47   FOREGROUND-COLOR GREEN.

       01  CONFIRM-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(16) FROM CONFIRM-MESSAGE
               LINE 15 COLUMN  25
               BACKGROUND-COLOR BLACK.
           05                          PIC X(1) USING CONFIRM-SWITCH
               LINE 15 COLUMN 42       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR GREEN.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.

       01  ERROR-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  30
                       VALUE "ERROR:PRIMARY KEY NOT FOUND"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  NO-BOM-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  25
                       VALUE "ERROR:PART HAS NO BILL OF MATERIALS"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  TOO-MANY-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  25
                       VALUE "ERROR:KIT HAS MORE THAN 50 COMPONENTS"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

      *Names the first component that stops the build and what the
      *keyed building holds of it against what the build needs.
       01  SHORTAGE-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  20
                   VALUE "ERROR:COMPONENT SHORT AT LOCATION - NOT BUILT"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.
           05  LINE 16 COLUMN  10   VALUE "COMPONENT:".
           05  SH-PART-NUMBER      PIC 9(5) FROM SHORT-PART-NUMBER
               LINE 16 COLUMN  21   FOREGROUND-COLOR GREEN.
           05  LINE 16 COLUMN  30   VALUE "NEEDED:".
           05  SH-REQUIRED-QTY     PIC ZZZZZZZ9 FROM SHORT-REQUIRED-QTY
               LINE 16 COLUMN  38   FOREGROUND-COLOR GREEN.
           05  LINE 16 COLUMN  50   VALUE "AT LOCATION:".
           05  SH-ON-HAND-QTY      PIC ZZZZ9 FROM SHORT-ON-HAND-QTY
               LINE 16 COLUMN  63   FOREGROUND-COLOR GREEN.

       01  REWRITE-ERROR-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  25
                       VALUE "ERROR:INVENT6 REWRITE FAILED DURING BUILD"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.

       01  BUILT-SCREEN.
           05  LINE 13 COLUMN 22   VALUE "BUILT - REFERENCE:".
           05  BS-REFERENCE        PIC X(8) FROM BUILD-REFERENCE
               LINE 13 COLUMN 42   FOREGROUND-COLOR GREEN.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 15 BLANK LINE.
           05  LINE 16 BLANK LINE.

       01  SUMMARY-SCREEN.
           05  LINE  1 COLUMN 25   VALUE "KIT BUILD SESSION SUMMARY".
           05  LINE  3 COLUMN 10   VALUE "BUILDS POSTED:".
           05  SS-BUILDS            PIC ZZ9 FROM BUILD-COUNT
               LINE  3 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  4 COLUMN 10   VALUE "KITS BUILT:".
           05  SS-KITS              PIC ZZZZ9 FROM KITS-BUILT
               LINE  4 COLUMN 40   FOREGROUND-COLOR GREEN.
           05  LINE  5 COLUMN 10   VALUE "COMPONENT LINES CONSUMED:".
           05  SS-CONSUMED          PIC ZZZ9 FROM CONSUMED-LINE-COUNT
               LINE  5 COLUMN 41   FOREGROUND-COLOR GREEN.
           05  LINE  6 COLUMN 10   VALUE "BUILDS REFUSED:".
           05  SS-REFUSED           PIC ZZ9 FROM REFUSED-COUNT
               LINE  6 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  7 COLUMN 10   VALUE "ERRORS:".
           05  SS-ERRORS            PIC ZZ9 FROM ERROR-COUNT
               LINE  7 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE  8 COLUMN 10   VALUE "OPERATOR:".
           05  SS-OPERATOR          PIC X(5) FROM SA-OPERATOR-ID
               LINE  8 COLUMN 42   FOREGROUND-COLOR GREEN.
           05  LINE 10 COLUMN 10   VALUE "PRESS ENTER TO CONTINUE".

       PROCEDURE DIVISION.
       100-BUILD-KITS.
           PERFORM 200-SIGN-ON-OPERATOR.
           PERFORM 200-INITIATE-KIT-BUILD.
           PERFORM 200-PROCESS-BUILD UNTIL NO-SWITCH.
           PERFORM 200-TERMINATE-KIT-BUILD.
           GOBACK.

       200-SIGN-ON-OPERATOR.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.
           IF  NOT SA-SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               GOBACK.

       200-INITIATE-KIT-BUILD.
           OPEN I-O INVENT-IN.
           OPEN INPUT BOM-FILE.
           IF  BOM-STATUS NOT = "00"
               DISPLAY "BOM FILE ERROR - STATUS " BOM-STATUS
               DISPLAY "DEFINE KITS IN BOM-MAINT FIRST"
               CLOSE INVENT-IN
               GOBACK.
           OPEN EXTEND AUDIT-LOG.
           PERFORM 300-READ-LAST-BUILD-NUMBER.
           PERFORM 300-PROMPT-BUILD.

      *The control file is not there until the first kit has been
      *built; numbering then starts from one.
       300-READ-LAST-BUILD-NUMBER.
           OPEN INPUT BUILD-NUMBER-CONTROL.
           IF  CONTROL-STATUS = "35"
               MOVE 0 TO NEXT-BUILD-NUMBER
           ELSE
               READ BUILD-NUMBER-CONTROL
                   AT END MOVE 0 TO NEXT-BUILD-NUMBER
                   NOT AT END
                       MOVE BC-LAST-BUILD-NUMBER TO NEXT-BUILD-NUMBER
               END-READ
               CLOSE BUILD-NUMBER-CONTROL.

       300-WRITE-LAST-BUILD-NUMBER.
           OPEN OUTPUT BUILD-NUMBER-CONTROL.
           MOVE NEXT-BUILD-NUMBER TO BC-LAST-BUILD-NUMBER.
           WRITE BUILD-CONTROL-RECORD.
           CLOSE BUILD-NUMBER-CONTROL.

       300-PROMPT-BUILD.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT CONFIRM-SCREEN.

      *Nothing is posted until every component has been found on
      *INVENT6 and the keyed building holds enough of each for the
      *whole build; a build is all or nothing.
       200-PROCESS-BUILD.
           PERFORM 300-ENTER-BUILD-REQUEST.
           PERFORM 300-LOAD-KIT-COMPONENTS.
           IF  CT-ENTRY-COUNT = 0
               DISPLAY NO-BOM-SCREEN
               ADD 1 TO REFUSED-COUNT
           ELSE
               IF  CT-ENTRY-COUNT > 50
                   DISPLAY TOO-MANY-SCREEN
                   ADD 1 TO REFUSED-COUNT
               ELSE
                   PERFORM 300-CHECK-AVAILABILITY
                   IF  COMPONENT-SHORT
                       DISPLAY SHORTAGE-SCREEN
                       ADD 1 TO REFUSED-COUNT
                   ELSE
                       PERFORM 300-POST-BUILD.
           PERFORM 300-PROMPT-BUILD.

       200-TERMINATE-KIT-BUILD.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT SUMMARY-SCREEN.
           PERFORM 300-WRITE-LAST-BUILD-NUMBER.
           CLOSE INVENT-IN.
           CLOSE BOM-FILE.
           CLOSE AUDIT-LOG.

       300-ENTER-BUILD-REQUEST.
           INITIALIZE OTHER-FIELDS INVENT-RECORD.
           DISPLAY OPENING-SCREEN.
           MOVE SPACES TO INVALID-SWITCH.
           PERFORM 400-ACCEPT-KIT-PART UNTIL INVAL-NO.
           PERFORM 400-ACCEPT-KITS-TO-BUILD UNTIL KITS-TO-BUILD > 0.
           PERFORM 400-ACCEPT-LOCATION
               UNTIL LOCATION-MAIN OR LOCATION-OVERFLOW.

       400-ACCEPT-KIT-PART.
           ACCEPT  INPUT-KIT-PART.
           MOVE KIT-PART-NUMBER TO PART-NUMBER.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY MOVE "Y" TO INVALID-SWITCH
                               ADD 1 TO ERROR-COUNT
                               DISPLAY ERROR-SCREEN
               NOT INVALID KEY MOVE "N" TO INVALID-SWITCH
                               MOVE PART-NAME TO KIT-NAME
                               DISPLAY KIT-NAME-SCREEN
                               DISPLAY CLEAR-ERROR-SCREEN.

       400-ACCEPT-KITS-TO-BUILD.
           ACCEPT  INPUT-KITS.

       400-ACCEPT-LOCATION.
           ACCEPT  LOCATION-INPUT.

      *A kit's lines sit together under its part number on the BOM
      *file; the count runs one past the table to catch a kit too
      *big to build here.
       300-LOAD-KIT-COMPONENTS.
           MOVE 0 TO CT-ENTRY-COUNT.
           MOVE SPACES TO END-OF-BOM-SWITCH.
           MOVE KIT-PART-NUMBER TO BM-KIT-PART-NUMBER.
           MOVE ZEROS TO BM-COMPONENT-PART-NUMBER.
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY MOVE "Y" TO END-OF-BOM-SWITCH.
           PERFORM 400-READ-NEXT-BOM-RECORD.
           PERFORM 400-STORE-KIT-COMPONENT
               UNTIL END-OF-BOM
               OR BM-KIT-PART-NUMBER NOT = KIT-PART-NUMBER
               OR CT-ENTRY-COUNT > 50.

       400-READ-NEXT-BOM-RECORD.
           IF  NOT END-OF-BOM
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-BOM-SWITCH.

       400-STORE-KIT-COMPONENT.
           ADD 1 TO CT-ENTRY-COUNT.
           IF  CT-ENTRY-COUNT NOT > 50
               MOVE BM-COMPONENT-PART-NUMBER
                   TO CT-PART-NUMBER (CT-ENTRY-COUNT)
               COMPUTE CT-REQUIRED-QTY (CT-ENTRY-COUNT) =
                   BM-QTY-PER-KIT * KITS-TO-BUILD.
           PERFORM 400-READ-NEXT-BOM-RECORD.

       300-CHECK-AVAILABILITY.
           MOVE SPACES TO SHORTAGE-SWITCH.
           MOVE 0 TO COMP-SUB.
           PERFORM 400-CHECK-ONE-COMPONENT
               UNTIL COMPONENT-SHORT OR COMP-SUB NOT < CT-ENTRY-COUNT.

      *A component missing from INVENT6 is shown short with nothing
      *at the location.
       400-CHECK-ONE-COMPONENT.
           ADD 1 TO COMP-SUB.
           MOVE CT-PART-NUMBER (COMP-SUB) TO PART-NUMBER.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY
                   MOVE 0 TO QTY-MAIN
                   MOVE 0 TO QTY-OVERFLOW
           END-READ.
           PERFORM 500-GET-LOCATION-QUANTITY.
           IF  CT-REQUIRED-QTY (COMP-SUB) > LOCATION-QUANTITY
               MOVE "Y" TO SHORTAGE-SWITCH
               MOVE CT-PART-NUMBER (COMP-SUB)  TO SHORT-PART-NUMBER
               MOVE CT-REQUIRED-QTY (COMP-SUB) TO SHORT-REQUIRED-QTY
               MOVE LOCATION-QUANTITY          TO SHORT-ON-HAND-QTY.

       500-GET-LOCATION-QUANTITY.
           IF  LOCATION-MAIN
               MOVE QTY-MAIN TO LOCATION-QUANTITY
           ELSE
               MOVE QTY-OVERFLOW TO LOCATION-QUANTITY.

      *Each build takes the next build number; its reference goes on
      *every audit line the build writes.
       300-POST-BUILD.
           ADD 1 TO NEXT-BUILD-NUMBER.
           MOVE SPACES TO BUILD-REFERENCE.
           STRING "KB" NEXT-BUILD-NUMBER DELIMITED BY SIZE
               INTO BUILD-REFERENCE.
           MOVE "Y" TO REWRITE-SWITCH.
           MOVE 0 TO COMP-SUB.
           PERFORM 400-CONSUME-ONE-COMPONENT
               UNTIL NOT REWRITE-OK OR COMP-SUB NOT < CT-ENTRY-COUNT.
           IF  REWRITE-OK
               PERFORM 400-ADD-BUILT-KITS.
           IF  REWRITE-OK
               ADD 1 TO BUILD-COUNT
               ADD KITS-TO-BUILD TO KITS-BUILT
               DISPLAY BUILT-SCREEN
           ELSE
               DISPLAY REWRITE-ERROR-SCREEN
               ADD 1 TO ERROR-COUNT.

       400-CONSUME-ONE-COMPONENT.
           ADD 1 TO COMP-SUB.
           MOVE CT-PART-NUMBER (COMP-SUB) TO PART-NUMBER.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY MOVE "N" TO REWRITE-SWITCH.
           IF  REWRITE-OK
               MOVE QUANTITY TO BEFORE-QUANTITY
               MOVE CT-REQUIRED-QTY (COMP-SUB) TO POST-AMOUNT
               SUBTRACT POST-AMOUNT FROM QUANTITY
               IF  LOCATION-MAIN
                   SUBTRACT POST-AMOUNT FROM QTY-MAIN
               ELSE
                   SUBTRACT POST-AMOUNT FROM QTY-OVERFLOW
               END-IF
               PERFORM 500-REWRITE-INVENTORY-RECORD
               IF  REWRITE-OK
                   MOVE "U" TO AL-TRANS-CODE
                   PERFORM 500-WRITE-AUDIT-RECORD
                   ADD 1 TO CONSUMED-LINE-COUNT.

       400-ADD-BUILT-KITS.
           MOVE KIT-PART-NUMBER TO PART-NUMBER.
           READ INVENT-IN KEY IS PART-NUMBER
               INVALID KEY MOVE "N" TO REWRITE-SWITCH.
           IF  REWRITE-OK
               MOVE QUANTITY TO BEFORE-QUANTITY
               MOVE KITS-TO-BUILD TO POST-AMOUNT
               ADD POST-AMOUNT TO QUANTITY
               IF  LOCATION-MAIN
                   ADD POST-AMOUNT TO QTY-MAIN
               ELSE
                   ADD POST-AMOUNT TO QTY-OVERFLOW
               END-IF
               PERFORM 500-REWRITE-INVENTORY-RECORD
               IF  REWRITE-OK
                   MOVE "B" TO AL-TRANS-CODE
                   PERFORM 500-WRITE-AUDIT-RECORD.

       500-REWRITE-INVENTORY-RECORD.
           MOVE "N" TO REWRITE-SWITCH.
           REWRITE INVENT-RECORD
               INVALID KEY
                   MOVE "N" TO REWRITE-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO REWRITE-SWITCH
           END-REWRITE.

      *AL-TRANS-CODE is set by the caller.
       500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE PART-NUMBER            TO AL-PART-NUMBER.
           MOVE POST-AMOUNT            TO AL-TRANS-AMOUNT.
           MOVE BEFORE-QUANTITY        TO AL-BEFORE-QTY.
           MOVE QUANTITY               TO AL-AFTER-QTY.
           MOVE WS-CURRENT-DATE(1:8)   TO AL-TRANS-DATE.
           MOVE WS-CURRENT-DATE(9:6)   TO AL-TRANS-TIME.
           MOVE LOCATION-CODE          TO AL-LOCATION.
           MOVE SA-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE SPACES                 TO AL-REASON-CODE.
           MOVE BUILD-REFERENCE        TO AL-REFERENCE.
           WRITE AUDIT-RECORD.
