       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD               PIC X(06).
           05  FILLER                      PIC X(02).
       01  WS-START-TIME                   PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HEADER-REC
               UNTIL WS-AC-END-OF-FILE OR WS-K-PHASE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "PERACCUM" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-ACCUM-READ-COUNT TO RC-INPUT-COUNT
