      *>--------------------------------------------------------------
      *> SANCDECN - one standing analyst decision on a client / watch-
      *> list entry pair, carried forward run to run by SANCSCRN
      *> (SANCDCIN in, SANCDCOU out).
      *>   FP - cleared as a false positive. Holds only while the
      *>        client's FIRSTNAME/LASTNAME and the entry's
      *>        WL-LIST-UPDATED still equal the values saved here; a
      *>        change to either drops the clearance and the hit is
      *>        raised again. A clearance whose pair no longer
      *>        matches at all is dropped the same way.
      *>   CF - confirmed. Carried until an RL disposition releases
      *>        it; re-applied to CLTMSTR each night so contracts
      *>        opened after the confirmation are held too.
      *>--------------------------------------------------------------
       01  SANCTION-DECISION-REC.
           05  SC-NUM-CLIENT                PIC 9(10).
           05  SC-ENTRY-ID                  PIC X(12).
           05  SC-DECISION                  PIC X(02).
               88  SC-FALSE-POSITIVE            VALUE "FP".
               88  SC-CONFIRMED                 VALUE "CF".
           05  SC-FIRSTNAME                 PIC X(18).
           05  SC-LASTNAME                  PIC X(12).
           05  SC-LIST-UPDATED              PIC X(08).
           05  SC-ANALYST                   PIC X(08).
           05  SC-DECISION-DATE             PIC X(08).
