      *>--------------------------------------------------------------
      *> REFAUDT - one reference-data maintenance action, appended by
      *> REFMAINT to the REFAUDIT trail for every transaction it
      *> reads, so who changed which code, when and from what can be
      *> traced for as long as the file is kept. RA-BEFORE-* is the
      *> row as it stood before the action (SPACES for an ADD);
      *> RA-AFTER-DESCRIPTION is what the action leaves in effect from
      *> RA-EFFECTIVE-DATE (SPACES for an EXPIRE).
      *> RA-REQUESTED-ACTION is the transaction's RT-ACTION;
      *> RA-ACTION is what was done with it:
      *>   ADD     new row started
      *>   CHANGE  description replaced from RA-EFFECTIVE-DATE
      *>   EXPIRE  row closed
      *>   REJECT  transaction refused - RA-REASON says why
      *>--------------------------------------------------------------
       01  REFERENCE-AUDIT-REC.
           05  RA-RUN-DATE                  PIC X(08).
           05  RA-RUN-TIME                  PIC X(08).
           05  RA-REQUESTED-BY              PIC X(08).
           05  RA-REQUESTED-ACTION          PIC X(06).
           05  RA-ACTION                    PIC X(06).
           05  RA-TABLE-ID                  PIC X(08).
           05  RA-KEY                       PIC X(10).
           05  RA-EFFECTIVE-DATE            PIC X(08).
           05  RA-BEFORE-FROM               PIC X(08).
           05  RA-BEFORE-TO                 PIC X(08).
           05  RA-BEFORE-DESCRIPTION        PIC X(60).
           05  RA-AFTER-DESCRIPTION         PIC X(60).
           05  RA-REASON                    PIC X(40).
