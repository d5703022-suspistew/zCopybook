      *>--------------------------------------------------------------
      *> RECONTOT - RECONDLY's grand totals for the night, one record,
      *> the same figures as the TOT line of the reconciliation
      *> report: contracts summed and the AMOUNT-MONNEY-MADE and
      *> AMOUNT-BENEF totals. Read by VOLCHK to compare the night's
      *> amounts against run history.
      *>--------------------------------------------------------------
       01  RECON-TOTAL-REC.
           05  RN-RUN-DATE                  PIC X(08).
           05  RN-CONTRACT-COUNT            PIC 9(09).
           05  RN-MONNEY-MADE               PIC S9(11).
           05  RN-BENEF                     PIC S9(13).
