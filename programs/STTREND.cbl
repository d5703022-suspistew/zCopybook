       01  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-IN-RANGE             PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-MATRIX-TABLE.
           05  WS-MATRIX-ENTRY OCCURS 1000

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-HISTORY UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-MATRIX
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "STTREND" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
