      *>--------------------------------------------------------------
      *> SANCDISP - one analyst decision on a SANCSCRN watch-list hit,
      *> keyed by client and list entry and quoting the client name
      *> and list date from the hit being decided, so the decision is
      *> tied to the names the analyst actually looked at.
      *> SX-DISPOSITION values:
      *>   FP false positive - not raised again for this client and
      *>                       entry until the client's name or the
      *>                       list entry changes
      *>   CF confirmed      - every contract the client holds on
      *>                       CLTMSTR is put on SANCTION-HOLD
      *>   RL released       - a confirmed hit withdrawn; the holds
      *>                       come off and the pair screens afresh
      *>--------------------------------------------------------------
       01  SANCTION-DISPOSITION-REC.
           05  SX-NUM-CLIENT                PIC 9(10).
           05  SX-ENTRY-ID                  PIC X(12).
           05  SX-FIRSTNAME                 PIC X(18).
           05  SX-LASTNAME                  PIC X(12).
           05  SX-LIST-UPDATED              PIC X(08).
           05  SX-ANALYST                   PIC X(08).
           05  SX-DISPOSITION               PIC X(02).
               88  SX-FALSE-POSITIVE            VALUE "FP".
               88  SX-CONFIRMED                 VALUE "CF".
               88  SX-RELEASED                  VALUE "RL".
