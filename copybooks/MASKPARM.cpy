      *>--------------------------------------------------------------
      *> MASKPARM - control record for the TSTMASK test-data masking
      *> run, one record, held by operations and never copied to the
      *> test region. The three keys drive the character masks: the
      *> client key masks every client number, the contract key every
      *> NUM-CONTRAT, the ident key IDENT-VALUE. The same keys give
      *> the same fake values on every run, so a refresh tonight lines
      *> up with the carry-forwards masked last week; change a key and
      *> the whole test region must be refreshed together.
      *> MK-SCALE-FACTOR multiplies every amount (000 or 001 leaves
      *> amounts as they are). It is a whole number so every total
      *> the suite proves - feed against image, image against
      *> accumulator, debits against credits - still proves to the
      *> unit after scaling.
      *>--------------------------------------------------------------
       01  MASK-PARM-REC.
           05  MK-CLIENT-KEY                PIC 9(16).
           05  MK-CONTRACT-KEY              PIC 9(16).
           05  MK-IDENT-KEY                 PIC 9(16).
           05  MK-SCALE-FACTOR              PIC 9(03).
