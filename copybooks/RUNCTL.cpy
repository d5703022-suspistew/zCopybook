      *>--------------------------------------------------------------
      *> RUNCTL - standard run-control record appended by every batch
      *> program in the suite to the shared RUN-CONTROL-FILE at end of
      *> run: job name, run date, input count, up to six output counts,
      *> the final return code, and the time of day the job started
      *> and ended (HHMMSShh, as ACCEPT FROM TIME gives it). RUNBAL
      *> reads the accumulated file at end of stream and proves the
      *> arithmetic across jobs, so a record silently lost between
      *> jobs is caught the same night; BATCHWIN reads the times.
      *> Which output slot means what is per job:
      *>   CIMEDIT  1 certified        2 rejected
      *>   CIMDELTA 1 added  2 dropped 3 changed   4 unchanged
      *>   ARCPURGE 1 archived total   2 kept total
      *>   ARCRETR  1 state rows found 2 trans rows found
      *>   GLFEED   1 details written  2 journal groups
      *>            3 adjust lines in  4 adjust lines posted
      *>            5 adjust lines refused 6 adjust entries refused
      *>   STRMSNAP 1 files snapped    2 records copied
      *>   STRMBACK 1 files restored   2 records restored
      *>            3 count mismatches
      *>   PERACCUM 1 accum recs out   2 feed recs read
      *>            3 image recs read  4 days folded
      *>   MECLOSE  1 statements       2 group lines
      *>            3 days folded      4 history recs carried
      *>            5 history recs written
      *>            6 history recs replaced
      *>   CIMMAINT 1 adds applied     2 drops applied
      *>            3 changes applied  4 errors
      *>   CIMDEDUP 1 kept             2 diverted duplicates
      *>            3 corrections read 4 unmatched corrections
      *>            5 past repair window
      *>            6 duplicates collapsed onto carried entries
      *>   CLISTRUC 1 feed trans read  2 overflow trans used
      *>            3 clients evaluated 4 alerts raised
      *>            5 already alerted  6 orphan transactions
      *>   SANCSCRN 1 list entries read 2 hits raised
      *>            3 cleared suppressed 4 confirmed suppressed
      *>            5 contracts held   6 contracts released
      *>   RISKSCOR 1 scores written   2 transitions in window
      *>            3 open cases matched 4 dormancy matched
      *>            5 movers listed    6 new since prior run
      *>   DQSCORE  1 sources scored   2 rejects read
      *>            3 duplicates read  4 error lines attributed
      *>            5 error lines unattributed
      *>            6 sources over tolerance
      *>   VOLCHK   1 figures checked  2 below band
      *>            3 above band       4 override applied
      *>            5 history nights kept
      *>   BATCHWIN 1 jobs reported    2 jobs run tonight
      *>            3 jobs projected   4 jobs slow
      *>            5 minutes past cutoff
      *>            6 history rows kept
      *>   TSTMASK  1 images masked     2 CLIENT records
      *>            3 transactions     4 carry-forward records
      *>            5 alerts masked    6 amounts scaled
      *>   REFMAINT 1 adds applied       2 changes applied
      *>            3 expires applied  4 transactions refused
      *>            5 rows written     6 rows in effect
      *>   CIMEXPRT 1 rows exported      2 records filtered out
      *>            3 columns per row  4 dates blanked
      *>            5 amounts blanked
      *>   YTDRPT   1 groups reported    2 contracts reported
      *>            3 months proved    4 months failed
      *>            5 MECLSAUD read    6 history recs selected
      *> Unused slots are ZERO.
      *>--------------------------------------------------------------
       01  RUN-CONTROL-REC.
           05  RC-OUTPUT-5-COUNT            PIC 9(09).
           05  RC-OUTPUT-6-COUNT            PIC 9(09).
           05  RC-RETURN-CODE               PIC 9(04).
           05  RC-START-TIME                PIC X(08).
           05  RC-END-TIME                  PIC X(08).
