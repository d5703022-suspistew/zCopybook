      *>--------------------------------------------------------------
      *> VOLPARM - tolerance bands for the VOLCHK volume and totals
      *> anomaly check, one record. VP-HISTORY-NIGHTS is how many
      *> released nights the VOLHIST carry-forward keeps (up to 98)
      *> and averages; until VP-MIN-NIGHTS of them are on file the
      *> check reports but never holds. VP-BAND is positional in the
      *> VOLHIST metric order. A metric is out of band when tonight's
      *> figure falls more than VP-LOW-PCT percent below, or more
      *> than VP-HIGH-PCT percent above, the history average - but a
      *> movement no bigger than VP-MIN-DIFF never counts, so a metric
      *> that averages near zero (a quiet night's drops) does not hold
      *> the stream over a handful of records.
      *>--------------------------------------------------------------
       01  VOL-PARM-REC.
           05  VP-HISTORY-NIGHTS            PIC 9(03).
           05  VP-MIN-NIGHTS                PIC 9(03).
           05  VP-BAND OCCURS 12.
               10  VP-LOW-PCT               PIC 9(03).
               10  VP-HIGH-PCT              PIC 9(03).
               10  VP-MIN-DIFF              PIC 9(13).
