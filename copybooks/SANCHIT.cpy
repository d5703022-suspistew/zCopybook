      *>--------------------------------------------------------------
      *> SANCHIT - one possible watch-list hit raised by SANCSCRN for
      *> the compliance analysts: the client as CLINAME holds it, the
      *> list entry it resembles, and how the two names matched.
      *> SH-MATCH-TYPE values:
      *>   EXACT    FIRSTNAME and LASTNAME identical to the entry
      *>   NORMAL   identical once case, spacing and punctuation are
      *>            ignored
      *>   SWAPPED  identical that way with FIRSTNAME and LASTNAME
      *>            the other way round
      *> SH-RERAISED is "Y" when the pair had been cleared as a false
      *> positive but the client's name or the list entry has changed
      *> since, so the clearance no longer holds.
      *> The analyst answers each hit on the SANCDISP file, quoting
      *> the client, entry, names and list date from this record.
      *>--------------------------------------------------------------
       01  SANCTION-HIT-REC.
           05  SH-RUN-DATE                  PIC X(08).
           05  SH-NUM-CLIENT                PIC 9(10).
           05  SH-FIRSTNAME                 PIC X(18).
           05  SH-LASTNAME                  PIC X(12).
           05  SH-ENTRY-ID                  PIC X(12).
           05  SH-LIST-SOURCE               PIC X(08).
           05  SH-ENTRY-TYPE                PIC X(01).
           05  SH-LIST-FIRSTNAME            PIC X(30).
           05  SH-LIST-LASTNAME             PIC X(30).
           05  SH-LIST-UPDATED              PIC X(08).
           05  SH-MATCH-TYPE                PIC X(08).
           05  SH-RERAISED                  PIC X(01).
