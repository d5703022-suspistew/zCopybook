       01  WS-FILES-RESTORED               PIC 9(03) VALUE ZERO.
       01  WS-MISMATCH-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-MANIFEST
           PERFORM 2100-RESTORE-PRIOR-STATE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "STRMBACK" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-MANIFEST-COUNT TO RC-INPUT-COUNT
