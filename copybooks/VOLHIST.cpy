      *>--------------------------------------------------------------
      *> VOLHIST - one released night's stream figures, kept by
      *> VOLCHK on its carry-forward (VOLHSTIN in, VOLHSTOU out) in
      *> run-date order. VH-METRIC is positional:
      *>    1 records read by CIMEDIT
      *>    2 certified images kept by CIMDEDUP
      *>    3-6 SEQSPLT TYPE-1..TYPE-4 share of its input, and
      *>    7 SEQSPLT unknown share - each in hundredths of a percent,
      *>      so the mix is compared apart from the volume
      *>    8 CIMDELTA added   9 dropped   10 changed
      *>   11 RECONDLY AMOUNT-MONNEY-MADE total
      *>   12 RECONDLY AMOUNT-BENEF total
      *> A held night is not written, so a bad night never drags the
      *> average toward itself; a night released by operator override
      *> is written like any other.
      *>--------------------------------------------------------------
       01  VOL-HIST-REC.
           05  VH-RUN-DATE                  PIC X(08).
           05  VH-METRIC OCCURS 12          PIC S9(15).
