      *>--------------------------------------------------------------
      *> DQPARM - error-rate tolerances for the DQSCORE upstream
      *> data-quality scorecard, one record. DP-TOLERANCE-PCT holds
      *> one tolerance per error category, as a percentage of the
      *> records the source sent that night, in the DQHIST category
      *> order. A source whose nightly or month-to-date rate in any
      *> category is over that category's tolerance is flagged. A
      *> rate is only flagged when the source sent at least
      *> DP-MIN-RECEIVED records over the same span (tonight, or the
      *> month to date) - two bad records out of three is not a
      *> trend. A tolerance of ZERO flags any error at all.
      *>--------------------------------------------------------------
       01  DQ-PARM-REC.
           05  DP-TOLERANCE-PCT OCCURS 16   PIC 9(03)V99.
           05  DP-MIN-RECEIVED              PIC 9(07).
