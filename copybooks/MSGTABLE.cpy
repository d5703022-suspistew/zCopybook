      *>--------------------------------------------------------------
      *> MSGTABLE - the MESSAGES code table decoding COMMON-DATA's
      *> MESSAGES OCCURS 15 five-character codes into plain English,
      *> so servicing reps stop looking codes up by hand. Loaded at
      *> start of run from the MSGCODE rows of REFDATA in effect on
      *> the as-of date; add and retire codes with REFMAINT.
      *>--------------------------------------------------------------
       01  MSG-CODE-TABLE.
           05  MSG-CODE-ROW OCCURS 200.
               10  MSG-TBL-CODE            PIC X(05).
               10  MSG-TBL-DESCRIPTION     PIC X(60).
       01  MSG-CODE-TABLE-COUNT            PIC 9(03) VALUE ZERO.
       01  MSG-CODE-TABLE-MAX              PIC 9(03) VALUE 200.
