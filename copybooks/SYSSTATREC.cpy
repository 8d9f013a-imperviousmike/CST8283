      *Shared system-status control record layout - one record per
      *shared file on SYSSTAT, keyed by file name; INVENT6 is the
      *only one kept today. A batch job that updates INVENT6 holds
      *the batch window for the length of its run, and every online
      *function that updates INVENT6 holds a session slot while it
      *is on screen. Neither side may start while the other holds
      *the file. INVENT-LOCK is the only program that grants or
      *frees them; LOCK-RESET lets a supervisor clear a stale one.
           05  SS-CONTROL-KEY      PIC X(8).
           05  SS-BATCH-FLAG       PIC X(1).
               88  SS-BATCH-WINDOW-HELD VALUE "Y".
               88  SS-BATCH-WINDOW-FREE VALUE "N".
           05  SS-BATCH-JOB-NAME   PIC X(16).
           05  SS-BATCH-OPERATOR-ID PIC X(5).
           05  SS-BATCH-START-DATE PIC 9(8).
           05  SS-BATCH-START-TIME PIC 9(6).
           05  SS-ONLINE-COUNT     PIC 9(2).
           05  SS-ONLINE-SESSION OCCURS 20 TIMES.
               10  SS-SESSION-OPERATOR-ID PIC X(5).
               10  SS-SESSION-FUNCTION PIC X(16).
               10  SS-SESSION-DATE PIC 9(8).
               10  SS-SESSION-TIME PIC 9(6).
