      *>--------------------------------------------------------------
      *> EXPPARM - selection parameters for the CIMEXPRT delimited
      *> export of CLIENT-IMAGE, one record, kept by the analytics
      *> group. Each request for a new slice of the image is a new
      *> EXPPARM, not a new program.
      *>   EP-EXPORT-ID     names the slice; it is repeated on the
      *>                    trailer row so the receiving side can
      *>                    tell one export from another.
      *>   EP-DELIMITER     the field separator; SPACE means a comma.
      *>   EP-FIELD-ENTRY   the columns, in output order (unused slots
      *>                    SPACES). EP-FIELD-NAME is a name from the
      *>                    CIMEXPRT field list - the CLTIMAGE name,
      *>                    prefixed TH-, CT- or CD- where the name
      *>                    occurs in more than one group. For
      *>                    HIST-TYPE, HIST-KEY, HIST-AMOUNT-MONNEY-MADE
      *>                    and HIST-AMOUNT-BENEF, EP-OCCURRENCE picks
      *>                    the HISTORIQUE-TRANS occurrence (1 to 5);
      *>                    for MSG-VALUE the MESSAGES occurrence (1 to
      *>                    15). Every other field leaves it ZERO.
      *>   EP-FILTER-ENTRY  record filters (unused slots SPACES). A
      *>                    record is exported only if, for every
      *>                    field named here, it holds one of the
      *>                    values listed for that field - values for
      *>                    the same field are alternatives, different
      *>                    fields must all match. EP-FILTER-FIELD is
      *>                    REGION, COUNTRY, PRD, CONTRACT-STATUS or
      *>                    SEQ-TYPE.
      *>--------------------------------------------------------------
       01  EXPORT-PARM-REC.
           05  EP-EXPORT-ID                 PIC X(08).
           05  EP-DELIMITER                 PIC X(01).
           05  EP-FIELD-ENTRY OCCURS 40.
               10  EP-FIELD-NAME            PIC X(24).
               10  EP-OCCURRENCE            PIC 9(02).
           05  EP-FILTER-ENTRY OCCURS 10.
               10  EP-FILTER-FIELD          PIC X(16).
               10  EP-FILTER-VALUE          PIC X(08).
