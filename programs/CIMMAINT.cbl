      *> The RUNCTL record carries the applied counts so RUNBAL can
      *> prove the master moved by exactly CIMDELTA's added, dropped
      *> and changed counts.
      *> SANCTION-HOLD lives only on the master - upstream never sends
      *> it - so a change carries the master's hold over onto the new
      *> image rather than letting the REWRITE wipe it.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       01  WS-CHANGES-APPLIED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-ERROR-COUNT                   PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-ADD UNTIL WS-AD-END-OF-FILE
           PERFORM 3000-APPLY-ONE-CHANGE UNTIL WS-CH-END-OF-FILE
                   PERFORM 5000-WRITE-AUDIT
               NOT INVALID KEY
                   PERFORM 3100-CAPTURE-BEFORE-IMAGE
                   MOVE SANCTION-HOLD OF CLIENT-IMAGE-REC
                       TO SANCTION-HOLD OF WS-DELTA-IMAGE-REC
                   MOVE WS-DELTA-IMAGE-REC TO CLIENT-IMAGE-REC
                   REWRITE CLIENT-IMAGE-REC
                   ADD 1 TO WS-CHANGES-APPLIED-COUNT
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMMAINT" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-DELTAS-READ-COUNT TO RC-INPUT-COUNT
