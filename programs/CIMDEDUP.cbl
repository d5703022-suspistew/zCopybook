       01  WS-DIVERTED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-COLLAPSED-GROUP-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 500

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT DUPLICATES-OUT-FILE
           OPEN OUTPUT SURVIVOR-WORK-FILE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMDEDUP" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-INPUT-COUNT
