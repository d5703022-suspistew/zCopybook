       01  WS-STH-MATCHED                  PIC 9(09) VALUE ZERO.
       01  WS-TRN-MATCHED                  PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-STATE-LINE.
           05  FILLER                      PIC X(09) VALUE "STHISARC ".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-STATE-ARCHIVE
           PERFORM 3000-SCAN-TRANS-ARCHIVE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "ARCRETR" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
