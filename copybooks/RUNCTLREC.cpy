      *marks the run complete with the input line count. A restart
      *resumes after the checkpoint; a fresh start against an input
      *file whose line count matches the completed run is refused
      *unless the operator insists. Report and unload jobs have no
      *checkpoint; they only stamp the run active and complete,
      *through RUN-STAMP, for the nightly job stream to read.
           05  RC-JOB-NAME         PIC X(12).
           05  RC-RUN-ID           PIC 9(14).
           05  RC-RUN-STATUS       PIC X(1).
