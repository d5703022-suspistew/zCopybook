      *>--------------------------------------------------------------
      *> REFDATA - one row of the maintained reference-data file. The
      *> small code tables the suite decodes and edits against live
      *> here rather than in VALUE clauses, so adding, changing or
      *> retiring a code is a REFMAINT transaction, not a recompile.
      *> RD-TABLE-ID says which table the row belongs to:
      *>   MSGCODE  a COMMON-DATA MESSAGES code and its plain-English
      *>            meaning (MSGDEC decodes with these);
      *>   IMGVERS  a TYPE-IMAGE/VERSION combination the suite
      *>            supports (CIMEDIT and CIMFIX edit against these);
      *>   HIGHRISK a TYPE-CLIENT-RISK value compliance treats as high
      *>            risk (CMPALERT raises on these);
      *>   GLACCT   a ledger account code manual GL adjustments may
      *>            post to (GLFEED edits GLADJIN against these).
      *> A row is in effect from RD-EFFECTIVE-FROM up to but not
      *> including RD-EFFECTIVE-TO; an open row carries 99991231.
      *> Every reader loads only the rows in effect on its as-of date
      *> (REFDATE), so a code retired from a given date stops on that
      *> date and a re-run of an old night sees that night's tables.
      *> Rows are never deleted - an expired row is the history. Only
      *> REFMAINT writes this file.
      *>--------------------------------------------------------------
       01  REFERENCE-DATA-REC.
           05  RD-TABLE-ID                  PIC X(08).
               88  RD-MESSAGE-CODE              VALUE "MSGCODE".
               88  RD-IMAGE-VERSION             VALUE "IMGVERS".
               88  RD-HIGH-RISK                 VALUE "HIGHRISK".
               88  RD-GL-ACCOUNT                VALUE "GLACCT".
           05  RD-KEY                       PIC X(10).
           05  RD-KEY-MSG REDEFINES RD-KEY.
               10  RD-MSG-CODE              PIC X(05).
               10  FILLER                   PIC X(05).
           05  RD-KEY-IMG REDEFINES RD-KEY.
               10  RD-TYPE-IMAGE            PIC X(08).
               10  RD-VERSION               PIC X(02).
           05  RD-KEY-RISK REDEFINES RD-KEY.
               10  RD-RISK-VALUE            PIC X(05).
               10  FILLER                   PIC X(05).
           05  RD-KEY-ACCT REDEFINES RD-KEY.
               10  RD-ACCOUNT-CODE          PIC X(08).
               10  FILLER                   PIC X(02).
           05  RD-EFFECTIVE-FROM            PIC X(08).
           05  RD-EFFECTIVE-TO              PIC X(08).
           05  RD-DESCRIPTION               PIC X(60).
