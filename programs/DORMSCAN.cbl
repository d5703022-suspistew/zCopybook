           05  WS-RUN-YEAR                  PIC 9(04).
           05  WS-RUN-MONTH                 PIC 9(02).
           05  FILLER                       PIC 9(02).
       01  WS-START-TIME                    PIC X(08).

       01  WS-OVERFLOW-LAST-DATE            PIC X(08).
       01  WS-LAST-ACTIVITY-DATE            PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-MERGE
               UNTIL WS-CI-END-OF-FILE AND WS-OV-END-OF-FILE
           MOVE "N" TO AL-MESSAGE-FLAG AL-RISK-FLAG AL-AMOUNT-FLAG
           MOVE ZERO TO AL-MAX-AMOUNT
           MOVE "ESCHEAT" TO AL-SEVERITY
           MOVE "N" TO AL-STRUCTURING-FLAG
           MOVE ZERO TO AL-WINDOW-TOTAL
           MOVE NUM-CLIENT TO CN-NUM-CLIENT
           READ CLIENT-NAME-FILE
               INVALID KEY
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "DORMSCAN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-CI-READ-COUNT TO RC-INPUT-COUNT
