      *>--------------------------------------------------------------
      *> ALRTPARM - operator controls for the CMPALERT daily
      *> compliance exception scan: the HIST-AMOUNT-MONNEY-MADE
      *> threshold above which a single transaction raises an alert.
      *> The high-risk TYPE-CLIENT-RISK values are HIGHRISK rows on
      *> REFDATA. The FILLER keeps the record at its established
      *> length; leave it SPACES.
      *>--------------------------------------------------------------
       01  ALERT-PARM-REC.
           05  AP-AMOUNT-THRESHOLD          PIC 9(11).
           05  FILLER                       PIC X(15).
