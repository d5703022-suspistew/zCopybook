      *>--------------------------------------------------------------
      *> VOLOVRD - operator override for a night VOLCHK has held. The
      *> override only counts for the run date it names, and only with
      *> an operator and a reason, which are logged on GATELOG and
      *> printed on the VOLCHK report. An empty file is no override.
      *>--------------------------------------------------------------
       01  VOL-OVERRIDE-REC.
           05  VO-RUN-DATE                  PIC X(08).
           05  VO-OPERATOR                  PIC X(08).
           05  VO-REASON                    PIC X(30).
