           05  AL-LOCATION         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-OPERATOR-ID      PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REASON-CODE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  AL-REFERENCE        PIC X(8).

       FD  VARIANCE-LISTING.
       01  VARIANCE-LINE           PIC X(80).
       01  OPERATOR-SIGNON-AREA.
           COPY SIGNONAREA.

       01  INVENT-LOCK-AREA.
           COPY LOCKAREA.

       PROCEDURE DIVISION.
       100-APPLY-COUNTS.
           PERFORM 200-SIGN-ON-OPERATOR.
       200-INITIATE-APPLY.
           OPEN INPUT COUNT-FILE.
           PERFORM 300-CHECK-RUN-CONTROL.
           PERFORM 300-TAKE-BATCH-WINDOW.
           OPEN I-O INVENT-OUT.
           PERFORM 300-CHECK-INVENT-STATUS.
           OPEN EXTEND AUDIT-LOG.
           CLOSE INVENT-OUT.
           CLOSE AUDIT-LOG.
           CLOSE VARIANCE-LISTING.
           PERFORM 300-RELEASE-BATCH-WINDOW.

      *Guards against the two rerun disasters: a job that died mid
      *file resumes after its checkpoint instead of the top, and an
           MOVE SA-OPERATOR-ID TO TL-OPERATOR-ID.
           WRITE VARIANCE-LINE FROM TRAILER-LINE-6.

      *No clerk may be in an online function that updates INVENT6
      *while this run does; the batch window shuts them out until
      *the run ends. A run that dies holding it can take it back on
      *restart.
       300-TAKE-BATCH-WINDOW.
           MOVE "B"            TO LA-REQUEST.
           MOVE "COUNT-APPLY"  TO LA-PROGRAM-NAME.
           MOVE SA-OPERATOR-ID TO LA-OPERATOR-ID.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.
           IF  LA-REFUSED
               DISPLAY LA-MESSAGE
               DISPLAY "RUN CANCELLED - RUN LOCK-RESET ONLY IF STALE"
               STOP RUN.
           IF  LA-MESSAGE NOT = SPACES
               DISPLAY LA-MESSAGE.

       300-RELEASE-BATCH-WINDOW.
           MOVE "E"            TO LA-REQUEST.
           MOVE "COUNT-APPLY"  TO LA-PROGRAM-NAME.
           CALL "INVENT-LOCK" USING INVENT-LOCK-AREA.

       300-CHECK-INVENT-STATUS.
           IF  INVENT-STATUS NOT = "00"
               DISPLAY "INVENT6 FILE ERROR - STATUS " INVENT-STATUS
