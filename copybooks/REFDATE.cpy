      *>--------------------------------------------------------------
      *> REFDATE - the as-of date the reference-data readers load
      *> REFDATA for. Left empty (or blank) the run takes today's
      *> date; set it to an old processing date to re-run that night
      *> with the tables that were in effect then.
      *>--------------------------------------------------------------
       01  REFERENCE-DATE-REC.
           05  RF-AS-OF-DATE                PIC X(08).
