      *Communication area passed to INVENT-LOCK. The caller names
      *the request, itself and its operator; INVENT-LOCK answers
      *granted or refused with a message fit to show the operator.
      *A registered online session gets its slot number back and
      *must pass the same slot, program and operator to release it.
           05  LA-REQUEST          PIC X(1).
               88  LA-REGISTER-SESSION VALUE "O".
               88  LA-RELEASE-SESSION  VALUE "F".
               88  LA-TAKE-BATCH-WINDOW VALUE "B".
               88  LA-RELEASE-BATCH-WINDOW VALUE "E".
           05  LA-PROGRAM-NAME     PIC X(16).
           05  LA-OPERATOR-ID      PIC X(5).
           05  LA-SESSION-SLOT     PIC 9(2).
           05  LA-RESULT           PIC X(1).
               88  LA-GRANTED          VALUE "Y".
               88  LA-REFUSED          VALUE "N".
           05  LA-MESSAGE          PIC X(60).
