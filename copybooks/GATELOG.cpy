      *> released. GA-DECISION is RELEASED or HELD; GA-REASON is the
      *> first blocking condition found (predecessor missing for
      *> today, predecessor ended non-zero, duplicate run without
      *> override) or the release note. VOLCHK appends its own
      *> decision on the night's volumes here too, under job name
      *> VOLCHK, with the operator and reason when an override
      *> released it.
      *>--------------------------------------------------------------
       01  GATE-DECISION-REC.
           05  GA-RUN-DATE                  PIC X(08).
