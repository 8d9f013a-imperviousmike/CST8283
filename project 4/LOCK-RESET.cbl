       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCK-RESET.
       AUTHOR. MICHAEL DALY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SYSTEM-STATUS
           ASSIGN TO "/home/mike/project4/SYSSTAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-CONTROL-KEY
           FILE STATUS IS SYSSTAT-STATUS.

       SELECT LOCK-LOG
           ASSIGN TO "/home/mike/project4/LOCKLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCKLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-STATUS
           DATA RECORD IS SYSTEM-STATUS-RECORD.
       01  SYSTEM-STATUS-RECORD.
           COPY SYSSTATREC.

      *One line per lock cleared by a supervisor: who cleared it and
      *when, and what the lock said about the run that left it.
      *Holder type B is the batch window, O an online session.
       FD  LOCK-LOG.
       01  LOCK-LOG-RECORD.
           05  LL-CLEAR-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  LL-CLEAR-TIME       PIC 9(6).
           05  FILLER              PIC X(1).
           05  LL-SUPERVISOR-ID    PIC X(5).
           05  FILLER              PIC X(1).
           05  LL-HOLDER-TYPE      PIC X(1).
           05  FILLER              PIC X(1).
           05  LL-HOLDER-NAME      PIC X(16).
           05  FILLER              PIC X(1).
           05  LL-HOLDER-OPERATOR-ID PIC X(5).
           05  FILLER              PIC X(1).
           05  LL-HOLDER-DATE      PIC 9(8).
           05  FILLER              PIC X(1).
           05  LL-HOLDER-TIME      PIC 9(6).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  LOCK-HELD-SWITCH        PIC X(1) VALUE "N".
               88  LOCK-HELD           VALUE "Y".
           05  CLEAR-RESPONSE          PIC X(1) VALUE SPACES.
               88  CLEAR-YES           VALUE "Y" "y".

       01  OTHER-FIELDS.
           05  SYSSTAT-STATUS          PIC X(2).
           05  LOCKLOG-STATUS          PIC X(2).
           05  WS-CURRENT-DATE         PIC X(21).
           05  SLOT-SUB                PIC 9(2) VALUE 0.
           05  CLEARED-COUNT           PIC 9(2) VALUE 0.

       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       PROCEDURE DIVISION.
       100-RESET-INVENT-LOCK.
           PERFORM 200-SIGN-ON-OPERATOR.
           PERFORM 200-INITIATE-RESET.
           PERFORM 200-SHOW-LOCK-HOLDERS.
           IF  LOCK-HELD
               PERFORM 200-CONFIRM-AND-CLEAR
           ELSE
               DISPLAY "INVENT6 IS NOT LOCKED - NOTHING TO CLEAR".
           CLOSE SYSTEM-STATUS.
           STOP RUN.

      *Clearing a lock lets batch and online work meet on INVENT6,
      *so it is closed to anyone below supervisor level.
       200-SIGN-ON-OPERATOR.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.
           IF  NOT SA-SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               STOP RUN.
           IF  NOT SA-SUPERVISOR
               DISPLAY "SUPERVISOR AUTHORIZATION REQUIRED"
               STOP RUN.

       200-INITIATE-RESET.
           OPEN I-O SYSTEM-STATUS.
           IF  SYSSTAT-STATUS = "35"
               DISPLAY "NO SYSSTAT FILE - INVENT6 HAS NEVER BEEN LOCKED"
               STOP RUN.
           IF  SYSSTAT-STATUS NOT = "00"
               DISPLAY "SYSSTAT FILE ERROR - STATUS " SYSSTAT-STATUS
               STOP RUN.
           MOVE "INVENT6" TO SS-CONTROL-KEY.
           READ SYSTEM-STATUS KEY IS SS-CONTROL-KEY
               INVALID KEY
                   DISPLAY "INVENT6 HAS NEVER BEEN LOCKED"
                   CLOSE SYSTEM-STATUS
                   STOP RUN
           END-READ.

       200-SHOW-LOCK-HOLDERS.
           IF  SS-BATCH-WINDOW-HELD
               MOVE "Y" TO LOCK-HELD-SWITCH
               DISPLAY "BATCH WINDOW HELD BY " SS-BATCH-JOB-NAME
                   " OPERATOR " SS-BATCH-OPERATOR-ID
               DISPLAY "    SINCE " SS-BATCH-START-DATE " "
                   SS-BATCH-START-TIME.
           MOVE 0 TO SLOT-SUB.
           PERFORM 300-SHOW-ONLINE-SESSION UNTIL SLOT-SUB NOT < 20.

      *Only the supervisor can tell a crashed session from a clerk
      *still at the counter; the prompt says so.
       200-CONFIRM-AND-CLEAR.
           DISPLAY "CLEAR ONLY IF NO ONE ABOVE IS STILL WORKING".
           DISPLAY "CLEAR ALL LOCKS ON INVENT6? (Y/N):".
           ACCEPT CLEAR-RESPONSE.
           IF  CLEAR-YES
               PERFORM 300-CLEAR-ALL-LOCKS
           ELSE
               DISPLAY "NOTHING CLEARED".

       300-SHOW-ONLINE-SESSION.
           ADD 1 TO SLOT-SUB.
           IF  SS-SESSION-OPERATOR-ID (SLOT-SUB) NOT = SPACES
               MOVE "Y" TO LOCK-HELD-SWITCH
               DISPLAY "ONLINE SESSION " SLOT-SUB ": "
                   SS-SESSION-FUNCTION (SLOT-SUB)
                   " OPERATOR " SS-SESSION-OPERATOR-ID (SLOT-SUB)
               DISPLAY "    SINCE " SS-SESSION-DATE (SLOT-SUB) " "
                   SS-SESSION-TIME (SLOT-SUB).

      *Every lock is logged before it is cleared, so LOCKLOG.TXT
      *shows what was overridden even if the rewrite then fails.
       300-CLEAR-ALL-LOCKS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 400-OPEN-LOCK-LOG.
           IF  SS-BATCH-WINDOW-HELD
               PERFORM 400-CLEAR-BATCH-WINDOW.
           MOVE 0 TO SLOT-SUB.
           PERFORM 400-CLEAR-ONLINE-SESSION UNTIL SLOT-SUB NOT < 20.
           MOVE 0 TO SS-ONLINE-COUNT.
           CLOSE LOCK-LOG.
           REWRITE SYSTEM-STATUS-RECORD
               INVALID KEY
                   DISPLAY "SYSSTAT REWRITE FAILED - LOCKS NOT CLEARED"
               NOT INVALID KEY
                   DISPLAY CLEARED-COUNT
                       " LOCK(S) CLEARED - LOGGED TO LOCKLOG.TXT"
           END-REWRITE.

      *LOCKLOG.TXT does not exist until the first override.
       400-OPEN-LOCK-LOG.
           OPEN EXTEND LOCK-LOG.
           IF  LOCKLOG-STATUS = "35"
               OPEN OUTPUT LOCK-LOG.
           IF  LOCKLOG-STATUS NOT = "00"
               DISPLAY "LOCKLOG FILE ERROR - STATUS " LOCKLOG-STATUS
               DISPLAY "NOTHING CLEARED"
               STOP RUN.

       400-CLEAR-BATCH-WINDOW.
           MOVE SPACES               TO LOCK-LOG-RECORD.
           MOVE "B"                  TO LL-HOLDER-TYPE.
           MOVE SS-BATCH-JOB-NAME    TO LL-HOLDER-NAME.
           MOVE SS-BATCH-OPERATOR-ID TO LL-HOLDER-OPERATOR-ID.
           MOVE SS-BATCH-START-DATE  TO LL-HOLDER-DATE.
           MOVE SS-BATCH-START-TIME  TO LL-HOLDER-TIME.
           PERFORM 500-WRITE-LOCK-LOG.
           MOVE "N"    TO SS-BATCH-FLAG.
           MOVE SPACES TO SS-BATCH-JOB-NAME.
           MOVE SPACES TO SS-BATCH-OPERATOR-ID.
           MOVE 0      TO SS-BATCH-START-DATE.
           MOVE 0      TO SS-BATCH-START-TIME.

       400-CLEAR-ONLINE-SESSION.
           ADD 1 TO SLOT-SUB.
           IF  SS-SESSION-OPERATOR-ID (SLOT-SUB) NOT = SPACES
               MOVE SPACES TO LOCK-LOG-RECORD
               MOVE "O" TO LL-HOLDER-TYPE
               MOVE SS-SESSION-FUNCTION (SLOT-SUB) TO LL-HOLDER-NAME
               MOVE SS-SESSION-OPERATOR-ID (SLOT-SUB)
                   TO LL-HOLDER-OPERATOR-ID
               MOVE SS-SESSION-DATE (SLOT-SUB) TO LL-HOLDER-DATE
               MOVE SS-SESSION-TIME (SLOT-SUB) TO LL-HOLDER-TIME
               PERFORM 500-WRITE-LOCK-LOG
               MOVE SPACES TO SS-SESSION-OPERATOR-ID (SLOT-SUB)
               MOVE SPACES TO SS-SESSION-FUNCTION (SLOT-SUB)
               MOVE 0      TO SS-SESSION-DATE (SLOT-SUB)
               MOVE 0      TO SS-SESSION-TIME (SLOT-SUB).

      *The LL-HOLDER- fields are filled in by the caller. SYSSTAT is
      *only rewritten once every lock has been logged, so stopping
      *on a failed log line leaves all the locks in place.
       500-WRITE-LOCK-LOG.
           MOVE WS-CURRENT-DATE(1:8) TO LL-CLEAR-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO LL-CLEAR-TIME.
           MOVE SA-OPERATOR-ID       TO LL-SUPERVISOR-ID.
           WRITE LOCK-LOG-RECORD.
           IF  LOCKLOG-STATUS NOT = "00"
               DISPLAY "LOCKLOG WRITE FAILED - STATUS " LOCKLOG-STATUS
               DISPLAY "NOTHING CLEARED"
               STOP RUN.
           ADD 1 TO CLEARED-COUNT.
