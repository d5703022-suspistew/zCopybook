       01  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
       01  WS-CLIENT-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-CURRENT-CLIENT               PIC 9(10).
       01  WS-CLIENT-CONTRACTS             PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CLIENT-NAME-FILE
           OPEN OUTPUT POSITION-REPORT-FILE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CLIPOS" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-INPUT-COUNT
