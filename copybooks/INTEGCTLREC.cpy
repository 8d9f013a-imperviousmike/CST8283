      *Shared integrity control record layout - the single record on
      *INTEGCTL.TXT, rewritten by every INTEGRITY-CHECK run. It says
      *when the data set was last swept, how many broken links were
      *found and whether the files can be trusted for posting. The
      *night shift checks IC-DATA-SET-CLEAN before any batch posting.
           05  IC-RUN-DATE         PIC 9(8).
           05  IC-RUN-TIME         PIC 9(6).
           05  IC-EXCEPTION-COUNT  PIC 9(6).
           05  IC-RESULT           PIC X(1).
               88  IC-DATA-SET-CLEAN   VALUE "C".
               88  IC-DATA-SET-NOT-CLEAN VALUE "N".
