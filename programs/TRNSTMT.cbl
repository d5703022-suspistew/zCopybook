       01  WS-STATEMENT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-ORPHAN-COUNT                  PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

       01  WS-HIST-IDX                      PIC 9(02).
       01  WS-STMT-LINE-COUNT               PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-MERGE
               UNTIL WS-CI-END-OF-FILE AND WS-OV-END-OF-FILE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "TRNSTMT" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
