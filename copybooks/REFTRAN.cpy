      *>--------------------------------------------------------------
      *> REFTRAN - one reference-data maintenance transaction for
      *> REFMAINT, applied to the table/key row in effect on
      *> RT-EFFECTIVE-DATE:
      *>   ADD     start a new row from RT-EFFECTIVE-DATE - refused if
      *>           the key already has a row in effect on or after it;
      *>   CHANGE  replace the description from RT-EFFECTIVE-DATE: the
      *>           row in effect is closed on that date and a new row
      *>           takes over (MSGCODE only - the other tables carry
      *>           nothing but the key);
      *>   EXPIRE  close the row in effect on RT-EFFECTIVE-DATE, so it
      *>           is no longer in effect from that date.
      *> RT-KEY and RT-DESCRIPTION follow the REFDATA layout.
      *> RT-REQUESTED-BY is who asked for the change; it goes on the
      *> audit trail with the before and after of every row touched.
      *>--------------------------------------------------------------
       01  REFERENCE-TRAN-REC.
           05  RT-ACTION                    PIC X(06).
               88  RT-ADD                       VALUE "ADD".
               88  RT-CHANGE                    VALUE "CHANGE".
               88  RT-EXPIRE                    VALUE "EXPIRE".
           05  RT-TABLE-ID                  PIC X(08).
               88  RT-KNOWN-TABLE               VALUE "MSGCODE"
                                                      "IMGVERS"
                                                      "HIGHRISK"
                                                      "GLACCT".
               88  RT-MESSAGE-CODE              VALUE "MSGCODE".
               88  RT-IMAGE-VERSION             VALUE "IMGVERS".
               88  RT-GL-ACCOUNT                VALUE "GLACCT".
           05  RT-KEY                       PIC X(10).
           05  RT-EFFECTIVE-DATE            PIC X(08).
           05  RT-DESCRIPTION               PIC X(60).
           05  RT-REQUESTED-BY              PIC X(08).
