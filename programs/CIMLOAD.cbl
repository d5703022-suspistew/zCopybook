      *> Nightly maintenance of the master is now CIMMAINT's job - it
      *> applies CIMDELTA's adds, drops and changes in place. This
      *> full reload is retained as the recovery path for when the
      *> master must be rebuilt from scratch. A rebuild starts every
      *> contract with SANCTION-HOLD blank; SANCSCRN re-applies the
      *> confirmed holds on its next run.
      *>
      *> Unlike TRNOVFL/ADOVFL/STHIST, the daily CLIENT-IMAGE extract
      *> has no documented NUM-CONTRAT sort order, so the master is
       01  WS-RECORDS-LOADED                PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-REJECTED              PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMLOAD" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
