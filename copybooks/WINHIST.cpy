      *>--------------------------------------------------------------
      *> WINHIST - one job's clean run on one night, kept by BATCHWIN
      *> on its carry-forward (WINHSTIN in, WINHSTOU out) in run-date
      *> order. Times are as RUNCTL carries them (HHMMSShh);
      *> WH-ELAPSED-SECS is end less start in whole seconds. Only a
      *> run that ended with return code zero is kept, and each job
      *> keeps its most recent WP-HISTORY-NIGHTS rows. Tonight's rows
      *> are rewritten by every BATCHWIN run, so a mid-stream run
      *> followed by an end-of-stream run leaves one row per job.
      *>--------------------------------------------------------------
       01  WIN-HIST-REC.
           05  WH-RUN-DATE                  PIC X(08).
           05  WH-JOB-NAME                  PIC X(08).
           05  WH-START-TIME                PIC X(08).
           05  WH-END-TIME                  PIC X(08).
           05  WH-ELAPSED-SECS              PIC 9(05).
