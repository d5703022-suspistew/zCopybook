      *>--------------------------------------------------------------
      *> WINPARM - control record for the BATCHWIN batch-window
      *> report, one record. WP-CUTOFF-TIME is the time of day (HHMM)
      *> the night's stream must be finished by. WP-HISTORY-NIGHTS is
      *> how many of each job's own clean runs the WINHIST
      *> carry-forward keeps and averages (normally 30, at most 60).
      *> A job that ran more than WP-SLOW-PCT percent longer than its
      *> average is flagged SLOW; zero flags any run over average.
      *>--------------------------------------------------------------
       01  WIN-PARM-REC.
           05  WP-CUTOFF-TIME.
               10  WP-CUTOFF-HH             PIC 9(02).
               10  WP-CUTOFF-MM             PIC 9(02).
           05  WP-HISTORY-NIGHTS            PIC 9(03).
           05  WP-SLOW-PCT                  PIC 9(03).
