      *>--------------------------------------------------------------
      *> IMGVERS - the TYPE-IMAGE/VERSION combinations this suite
      *> supports, checked by the CIMEDIT front-gate edit before any
      *> downstream job sees the record. Loaded at start of run from
      *> the IMGVERS rows of REFDATA in effect on the as-of date; add
      *> new combinations with REFMAINT as upstream introduces them.
      *>--------------------------------------------------------------
       01  IMAGE-VERSION-TABLE.
           05  IMAGE-VERSION-ROW OCCURS 50.
               10  IV-TYPE-IMAGE           PIC X(08).
               10  IV-VERSION              PIC X(02).
       01  IMAGE-VERSION-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  IMAGE-VERSION-TABLE-MAX         PIC 9(03) VALUE 50.
