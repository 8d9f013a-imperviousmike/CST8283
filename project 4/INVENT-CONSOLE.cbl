               88  COUNT-SHEETS-SELECTED VALUE "7".
               88  ARCHIVE-SELECTED    VALUE "8".
               88  SNAPSHOT-SELECTED   VALUE "9".
               88  BOM-SELECTED        VALUE "B" "b".
               88  KIT-BUILD-SELECTED  VALUE "K" "k".
               88  EXIT-SELECTED       VALUE "X" "x".
           05  SNAP-OK-SWITCH          PIC X(1) VALUE "Y".
               88  SNAP-OK             VALUE "Y".
           05  PROCEED-RESPONSE        PIC X(1) VALUE SPACES.
               88  PROCEED-YES         VALUE "Y" "y".
           05  SESSION-SWITCH          PIC X(1) VALUE "N".
               88  SESSION-REGISTERED  VALUE "Y".

       01  OTHER-FIELDS.
           05  STAMP-STATUS            PIC X(2).
       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       01  INVENT-LOCK-AREA.
           COPY LOCKAREA.

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  LINE  1 COLUMN 25   VALUE "INVENTORY CONTROL CONSOLE".
           05  LINE 10 COLUMN 15   VALUE "7  COUNT SHEETS".
           05  LINE 11 COLUMN 15   VALUE "8  PART ARCHIVE".
           05  LINE 12 COLUMN 15   VALUE "9  INVENTORY SNAPSHOT".
           05  LINE 13 COLUMN 15   VALUE "B  BILL OF MATERIALS".
           05  LINE 14 COLUMN 15   VALUE "K  KIT BUILD".
           05  LINE 15 COLUMN 15   VALUE "X  EXIT".
           05  LINE 17 COLUMN 15   VALUE "SELECT FUNCTION:".
           05  MS-MENU-INPUT       PIC X(1) TO MENU-CHOICE
               LINE 17 COLUMN 35   FOREGROUND-COLOR GREEN
                                   REVERSE-VIDEO AUTO.

       01  SNAPSHOT-WARNING-SCREEN.
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 19 COLUMN 10
                   VALUE "WARNING:INVENT-SNAPSHOT HAS NOT RUN TODAY"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.
           05  LINE 20 COLUMN 10
                       VALUE "RUN THE UPDATE ANYWAY? (Y/N)".
           05                          PIC X(1) TO PROCEED-RESPONSE
               LINE 20 COLUMN 42       BLINK AUTO
               FOREGROUND-COLOR GREEN.

       01  LOCK-REFUSED-SCREEN.
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR RED.
           05  LR-LOCK-MESSAGE     PIC X(60) FROM LA-MESSAGE
               LINE 19 COLUMN 10
               BACKGROUND-COLOR RED    FOREGROUND-COLOR BLACK.
           05  LINE 20 COLUMN 10
                       VALUE "PRESS ENTER TO RETURN TO THE MENU".
           05                          PIC X(1) TO PROCEED-RESPONSE
               LINE 20 COLUMN 45       AUTO
               FOREGROUND-COLOR GREEN.

       01  CLEAR-WARNING-SCREEN.
           05  LINE 19 BLANK LINE.
           05  LINE 20 BLANK LINE.

       PROCEDURE DIVISION.
       100-RUN-CONSOLE.
               PERFORM 300-RUN-PART-ARCHIVE.
           IF  SNAPSHOT-SELECTED
               PERFORM 300-RUN-SNAPSHOT.
           IF  BOM-SELECTED
               PERFORM 300-RUN-BOM-MAINT.
           IF  KIT-BUILD-SELECTED
               PERFORM 300-RUN-KIT-BUILD.

       200-TERMINATE-CONSOLE.
           MOVE "CONSOLE EXIT" TO FUNCTION-NAME.

      *The functions that change INVENT6 first check that today's
      *start-of-day snapshot exists, so AUDIT-RECONCILE has a base
      *to replay against. They then register a session on SYSSTAT
      *for as long as they run, so no batch job opens INVENT6 under
      *them, and are refused while a batch job holds it.
       300-RUN-RECORD-UPDATE.
           MOVE "N" TO SESSION-SWITCH.
           PERFORM 400-CHECK-SNAPSHOT-STAMP.
           IF  SNAP-OK
               MOVE "RECORD-UPDATE" TO FUNCTION-NAME
               PERFORM 400-REGISTER-SESSION.
           IF  SESSION-REGISTERED
               PERFORM 400-LOG-FUNCTION
               CALL "RECORD-UPDATE"
               PERFORM 400-RELEASE-SESSION.

       300-RUN-PO-RECEIVE.
           MOVE "N" TO SESSION-SWITCH.
           PERFORM 400-CHECK-SNAPSHOT-STAMP.
           IF  SNAP-OK
               MOVE "PO-RECEIVE" TO FUNCTION-NAME
               PERFORM 400-REGISTER-SESSION.
           IF  SESSION-REGISTERED
               PERFORM 400-LOG-FUNCTION
               CALL "PO-RECEIVE"
               PERFORM 400-RELEASE-SESSION.

       300-RUN-PART-INQUIRY.
           MOVE "PART-INQUIRY" TO FUNCTION-NAME.
           CALL "COUNT-SHEETS".

       300-RUN-PART-ARCHIVE.
           MOVE "N" TO SESSION-SWITCH.
           PERFORM 400-CHECK-SNAPSHOT-STAMP.
           IF  SNAP-OK
               MOVE "PART-ARCHIVE" TO FUNCTION-NAME
               PERFORM 400-REGISTER-SESSION.
           IF  SESSION-REGISTERED
               PERFORM 400-LOG-FUNCTION
               CALL "PART-ARCHIVE"
               PERFORM 400-RELEASE-SESSION.

       300-RUN-SNAPSHOT.
           MOVE "INVENT-SNAPSHOT" TO FUNCTION-NAME.
           PERFORM 400-LOG-FUNCTION.
           CALL "INVENT-SNAPSHOT".

       300-RUN-BOM-MAINT.
           MOVE "BOM-MAINT" TO FUNCTION-NAME.
           PERFORM 400-LOG-FUNCTION.
           CALL "BOM-MAINT".

       300-RUN-KIT-BUILD.
           MOVE "N" TO SESSION-SWITCH.
           PERFORM 400-CHECK-SNAPSHOT-STAMP.
           IF  SNAP-OK
               MOVE "KIT-BUILD" TO FUNCTION-NAME
               PERFORM 400-REGISTER-SESSION.
           IF  SESSION-REGISTERED
               PERFORM 400-LOG-FUNCTION
               CALL "KIT-BUILD"
               PERFORM 400-RELEASE-SESSION.

       400-CHECK-SNAPSHOT-STAMP.
           MOVE "Y" TO SNAP-OK-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
               IF  NOT PROCEED-YES
                   MOVE "N" TO SNAP-OK-SWITCH.

       400-REGISTER-SESSION.
           MOVE "O"            TO LA-REQUEST.
           MOVE FUNCTION-NAME  TO LA-PROGRAM-NAME.
           MOVE SA-OPERATOR-ID TO LA-OPERATOR-ID.
           MOVE 0              TO LA-SESSION-SLOT.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.
           IF  LA-GRANTED
               MOVE "Y" TO SESSION-SWITCH
           ELSE
               MOVE SPACES TO PROCEED-RESPONSE
               DISPLAY LOCK-REFUSED-SCREEN
               ACCEPT LOCK-REFUSED-SCREEN
               DISPLAY CLEAR-WARNING-SCREEN.

      *LA-SESSION-SLOT still holds the slot the register handed back.
       400-RELEASE-SESSION.
           MOVE "F"            TO LA-REQUEST.
           MOVE FUNCTION-NAME  TO LA-PROGRAM-NAME.
           MOVE SA-OPERATOR-ID TO LA-OPERATOR-ID.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.

       400-LOG-FUNCTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SA-OPERATOR-ID        TO CL-OPERATOR-ID.
