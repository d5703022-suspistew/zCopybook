      *> to the general-ledger total supplied on GL-TOTAL-FILE so an
      *> out-of-balance feed is caught the same day rather than at
      *> month end (request 000).
      *>
      *> The grand totals are also written to RECONTOT so VOLCHK can
      *> hold them against run history.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-TOTAL-FILE ASSIGN TO "RECONTOT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-LINE              PIC X(132).

       FD  RECON-TOTAL-FILE.
       COPY RECONTOT.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.


       01  WS-CONTRACT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-BREAKOUT-TABLE.
           05  WS-BREAKOUT-ENTRY OCCURS 500

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CLIENT-IMAGE UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-REPORT
           PERFORM 3200-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

               WRITE RECON-REPORT-LINE
           END-IF.

       3200-WRITE-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RECON-TOTAL-FILE
           MOVE WS-RUN-DATE TO RN-RUN-DATE
           MOVE WS-CONTRACT-COUNT TO RN-CONTRACT-COUNT
           MOVE WS-GRAND-MONNEY-MADE TO RN-MONNEY-MADE
           MOVE WS-GRAND-BENEF TO RN-BENEF
           WRITE RECON-TOTAL-REC
           CLOSE RECON-TOTAL-FILE.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "RECONDLY" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
