      *> prefix so the layout can actually be COPYed into a compilable
      *> program; the business field names are otherwise unchanged.
      *> See IMPLEMENTATION_STATUS.md for the full reconciliation note.
      *>
      *> SANCTION-HOLD is carved from the CONTRACT filler. Upstream
      *> always sends it blank; only the indexed CLIENT-MASTER-FILE
      *> carries it, set to "Y" by SANCSCRN on every contract of a
      *> client whose watch-list hit compliance has confirmed.
      *>--------------------------------------------------------------
       01  CLIENT-IMAGE-REC.
           03  CLIENT-IMAGE.
                       10  COUNTRY                PIC X(04).
                       10  CONTRACT-STATUS        PIC X(08).
                       10  TYPE-3B                PIC X(01).
                       10  SANCTION-HOLD          PIC X(01).
                           88  SANCTION-HOLD-SET      VALUE "Y".
                       10  FILLER                 PIC X(83).
                   08  COMMON-GROUP.
                       10  COMMON-DATA.
                           13  STATE              PIC X(01).
