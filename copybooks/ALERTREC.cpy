      *> when the client has no CLINAME record, AL-FIRSTNAME carries
      *> the literal NAME-NOT-ON-FILE marker so the analysts see the
      *> gap instead of a blank.
      *> AL-STRUCTURING-FLAG is the client-level condition CLISTRUC
      *> raises: the client's credits across all contracts over the
      *> rolling window passed the client limit while no single
      *> transaction passed the threshold. Such an alert carries no
      *> one contract (AL-NUM-CONTRAT blank), severity STRUCTUR,
      *> the largest single transaction in AL-MAX-AMOUNT and the
      *> window total in AL-WINDOW-TOTAL. Every other alert carries
      *> "N" and ZERO there.
      *>--------------------------------------------------------------
       01  COMPLIANCE-ALERT-REC.
           05  AL-NUM-CONTRAT               PIC X(16).
           05  AL-SEVERITY                  PIC X(08).
           05  AL-FIRSTNAME                 PIC X(18).
           05  AL-LASTNAME                  PIC X(12).
           05  AL-STRUCTURING-FLAG          PIC X(01).
           05  AL-WINDOW-TOTAL              PIC S9(13).
