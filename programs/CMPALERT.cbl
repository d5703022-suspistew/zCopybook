      *> hand. This scans the CLIENT-IMAGE extract once a day and
      *> raises an ALERTREC for any contract meeting at least one of:
      *>   - a FRAUD, DISPU, RESTR or CANCL code in MESSAGES,
      *>   - a TYPE-CLIENT-RISK value on a HIGHRISK row of REFDATA
      *>     in effect on the REFDATE as-of date,
      *>   - a single HISTORIQUE-TRANS entry whose
      *>     HIST-AMOUNT-MONNEY-MADE exceeds the ALRTPARM threshold.
      *> Severity classes the coincidences: MEDIUM for one condition,
      *> dormancy alert file) are folded into the alert output and the
      *> work queue here, marked ESCHEAT, so compliance sees them in
      *> the one morning queue instead of reading a second report.
      *> CLISTRUC's client-level structuring alerts are folded in the
      *> same way, marked STRUCTUR. They belong to a client rather
      *> than a contract, so the queue line shows the NUM-CLIENT in
      *> the contract column and the S flag says which it is.
      *>
      *> Every ALERTREC carries the client's FIRSTNAME/LASTNAME read
      *> from the CLINAME name master CLINMLD builds; a client with no
               ORGANIZATION IS SEQUENTIAL.
           SELECT DORMANT-ALERT-FILE ASSIGN TO "DORMALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRUCTURING-ALERT-FILE ASSIGN TO "STRCALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-NAME-FILE ASSIGN TO "CLINAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-QUEUE-REPORT-FILE ASSIGN TO "CMPALWRK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATA-FILE ASSIGN TO "REFDATA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATE-FILE ASSIGN TO "REFDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

      *> whole into the alert output, so the layouts cannot drift
      *> apart field by field.
       FD  DORMANT-ALERT-FILE.
       01  DORMANT-ALERT-REC               PIC X(117).

      *> Byte image of an ALERTREC as CLISTRUC wrote it, carried
      *> whole the same way.
       FD  STRUCTURING-ALERT-FILE.
       01  STRUCTURING-ALERT-REC           PIC X(117).

       FD  CLIENT-NAME-FILE.
       COPY CLINAME.
           RECORD CONTAINS 132 CHARACTERS.
       01  WORK-QUEUE-REPORT-LINE          PIC X(132).

       FD  REFERENCE-DATA-FILE.
       COPY REFDATA.

       FD  REFERENCE-DATE-FILE.
       COPY REFDATE.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       01  WS-DA-EOF-SWITCH                PIC X VALUE "N".
           88  WS-DA-END-OF-FILE               VALUE "Y".
       01  WS-DORMANCY-QUEUE-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-SA-EOF-SWITCH                PIC X VALUE "N".
           88  WS-SA-END-OF-FILE               VALUE "Y".
       01  WS-STRUCTURING-QUEUE-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-RD-EOF-SWITCH                PIC X VALUE "N".
           88  WS-RD-END-OF-FILE               VALUE "Y".
       01  WS-AS-OF-DATE                   PIC X(08).

       01  WS-NAME-STATUS                  PIC X(02).
           88  WS-NAME-OK                      VALUE "00".
       01  WS-NAME-MISSING-COUNT           PIC 9(09) VALUE ZERO.

      *> MESSAGES codes compliance watches for. Kept in step with
      *> the MSGCODE rows of REFDATA - add here when compliance starts
      *> watching a new code.
       01  WS-WATCHED-CODE-TABLE           PIC X(20) VALUE
               "FRAUDDISPURESTRCANCL".
       01  WS-WATCHED-CODE-TABLE-R REDEFINES WS-WATCHED-CODE-TABLE.
           05  WS-WATCHED-CODE OCCURS 4    PIC X(05).

       01  WS-AMOUNT-THRESHOLD             PIC 9(11).
      *> High-risk TYPE-CLIENT-RISK values, the HIGHRISK rows of
      *> REFDATA in effect on the as-of date. None in effect means
      *> no contract raises on risk.
       01  WS-HIGH-RISK-TABLE.
           05  WS-HIGH-RISK-VALUE OCCURS 50 PIC X(05).
       01  WS-HIGH-RISK-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-HIGH-RISK-MAX                PIC 9(02) VALUE 50.

      *> Open cases, loaded from yesterday's carry-forward file and
      *> updated by today's dispositions and today's scan.
       01  WS-OPEN-OUT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-OVERAGE-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-MSG-IDX                      PIC 9(02).
       01  WS-WATCH-IDX                    PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(16) VALUE "NUM-CONTRAT".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(07) VALUE "M R A S".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE "SEVERITY".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QL-RISK-FLAG                PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  QL-AMOUNT-FLAG              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  QL-STRUCTURING-FLAG         PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QL-SEVERITY                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-CLIENT-IMAGE UNTIL WS-END-OF-FILE
           PERFORM 5000-WRITE-OPEN-CARRY-FORWARD
           END-READ
           CLOSE ALERT-PARM-FILE
           MOVE AP-AMOUNT-THRESHOLD TO WS-AMOUNT-THRESHOLD
           PERFORM 1500-LOAD-REFERENCE-DATA

           PERFORM 1300-LOAD-OPEN-ALERTS
           PERFORM 1400-APPLY-DISPOSITIONS
           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN INPUT CLIENT-NAME-FILE
           OPEN INPUT DORMANT-ALERT-FILE
           OPEN INPUT STRUCTURING-ALERT-FILE
           OPEN OUTPUT ALERT-OUT-FILE
           OPEN OUTPUT OPEN-ALERT-OUT-FILE
           OPEN OUTPUT WORK-QUEUE-REPORT-FILE
               END-IF
           END-PERFORM.

       1500-LOAD-REFERENCE-DATA.
           PERFORM 1510-READ-AS-OF-DATE
           OPEN INPUT REFERENCE-DATA-FILE
           PERFORM 1520-LOAD-ONE-REFERENCE-ROW UNTIL WS-RD-END-OF-FILE
           CLOSE REFERENCE-DATA-FILE
           DISPLAY "CMPALERT HIGHRISK ROWS AS OF " WS-AS-OF-DATE ": "
               WS-HIGH-RISK-COUNT.

      *> An empty or blank REFDATE means today.
       1510-READ-AS-OF-DATE.
           MOVE SPACES TO WS-AS-OF-DATE
           OPEN INPUT REFERENCE-DATE-FILE
           READ REFERENCE-DATE-FILE
               AT END CONTINUE
               NOT AT END MOVE RF-AS-OF-DATE TO WS-AS-OF-DATE
           END-READ
           CLOSE REFERENCE-DATE-FILE
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY "CMPALERT: ABEND - REFDATE AS-OF DATE '"
                   WS-AS-OF-DATE "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-LOAD-ONE-REFERENCE-ROW.
           READ REFERENCE-DATA-FILE
               AT END
                   SET WS-RD-END-OF-FILE TO TRUE
               NOT AT END
                   IF RD-HIGH-RISK
                      AND RD-EFFECTIVE-FROM <= WS-AS-OF-DATE
                      AND RD-EFFECTIVE-TO > WS-AS-OF-DATE
                       IF WS-HIGH-RISK-COUNT >= WS-HIGH-RISK-MAX
                           DISPLAY "CMPALERT: ABEND - MORE THAN "
                               WS-HIGH-RISK-MAX " HIGHRISK ROWS IN "
                               "EFFECT, WS-HIGH-RISK-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           CLOSE REFERENCE-DATA-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HIGH-RISK-COUNT
                       MOVE RD-RISK-VALUE
                           TO WS-HIGH-RISK-VALUE(WS-HIGH-RISK-COUNT)
                   END-IF
           END-READ.

       2000-SCAN-CLIENT-IMAGE.
           ADD 1 TO WS-RECORDS-READ
           MOVE ZERO TO WS-CONDITION-COUNT
           MOVE SPACES TO COMPLIANCE-ALERT-REC
           MOVE "N" TO AL-MESSAGE-FLAG AL-RISK-FLAG AL-AMOUNT-FLAG
           MOVE ZERO TO AL-MAX-AMOUNT
           MOVE "N" TO AL-STRUCTURING-FLAG
           MOVE ZERO TO AL-WINDOW-TOTAL
           PERFORM 2100-CHECK-MESSAGES
           PERFORM 2200-CHECK-CLIENT-RISK
           PERFORM 2300-CHECK-TRANS-AMOUNTS

       2200-CHECK-CLIENT-RISK.
           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > WS-HIGH-RISK-COUNT
               IF WS-HIGH-RISK-VALUE(WS-RISK-IDX) NOT = SPACES
                   AND TYPE-CLIENT-RISK
                       = WS-HIGH-RISK-VALUE(WS-RISK-IDX)
           END-PERFORM
           PERFORM 5200-READ-DORMANT-ALERT
           PERFORM 5300-QUEUE-ONE-DORMANT-ALERT
               UNTIL WS-DA-END-OF-FILE
           PERFORM 5400-READ-STRUCTURING-ALERT
           PERFORM 5500-QUEUE-ONE-STRUCTURING-ALERT
               UNTIL WS-SA-END-OF-FILE.

       5100-PUT-ONE-OPEN-ALERT.
           MOVE WS-OP-NUM-CONTRAT(WS-OPEN-IDX)
           MOVE WS-OP-MESSAGE-FLAG(WS-OPEN-IDX) TO QL-MESSAGE-FLAG
           MOVE WS-OP-RISK-FLAG(WS-OPEN-IDX) TO QL-RISK-FLAG
           MOVE WS-OP-AMOUNT-FLAG(WS-OPEN-IDX) TO QL-AMOUNT-FLAG
           MOVE "N" TO QL-STRUCTURING-FLAG
           MOVE WS-OP-SEVERITY(WS-OPEN-IDX) TO QL-SEVERITY
           MOVE WS-OP-AGE-DAYS(WS-OPEN-IDX) TO QL-AGE-DAYS
           MOVE WS-OP-ANALYST(WS-OPEN-IDX) TO QL-ANALYST
           MOVE AL-MESSAGE-FLAG TO QL-MESSAGE-FLAG
           MOVE AL-RISK-FLAG TO QL-RISK-FLAG
           MOVE AL-AMOUNT-FLAG TO QL-AMOUNT-FLAG
           MOVE AL-STRUCTURING-FLAG TO QL-STRUCTURING-FLAG
           MOVE AL-SEVERITY TO QL-SEVERITY
           MOVE ZERO TO QL-AGE-DAYS
           MOVE WS-QUEUE-LINE TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE
           PERFORM 5200-READ-DORMANT-ALERT.

       5400-READ-STRUCTURING-ALERT.
           READ STRUCTURING-ALERT-FILE
               AT END SET WS-SA-END-OF-FILE TO TRUE
           END-READ.

       5500-QUEUE-ONE-STRUCTURING-ALERT.
           MOVE STRUCTURING-ALERT-REC TO COMPLIANCE-ALERT-REC
           WRITE COMPLIANCE-ALERT-REC
           ADD 1 TO WS-ALERTS-WRITTEN
           ADD 1 TO WS-STRUCTURING-QUEUE-COUNT
           MOVE SPACES TO WS-QUEUE-LINE
           MOVE "STRUCTUR" TO QL-MARKER
           MOVE AL-NUM-CLIENT TO QL-NUM-CONTRAT
           MOVE AL-MESSAGE-FLAG TO QL-MESSAGE-FLAG
           MOVE AL-RISK-FLAG TO QL-RISK-FLAG
           MOVE AL-AMOUNT-FLAG TO QL-AMOUNT-FLAG
           MOVE AL-STRUCTURING-FLAG TO QL-STRUCTURING-FLAG
           MOVE AL-SEVERITY TO QL-SEVERITY
           MOVE ZERO TO QL-AGE-DAYS
           MOVE WS-QUEUE-LINE TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE
           PERFORM 5400-READ-STRUCTURING-ALERT.

       6100-SEVERITY-RANK.
           EVALUATE WS-SEV-VALUE
               WHEN "MEDIUM"
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CMPALERT" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-INPUT-COUNT
           CLOSE CLIENT-IMAGE-FILE
           CLOSE CLIENT-NAME-FILE
           CLOSE DORMANT-ALERT-FILE
           CLOSE STRUCTURING-ALERT-FILE
           CLOSE ALERT-OUT-FILE
           CLOSE OPEN-ALERT-OUT-FILE
           CLOSE WORK-QUEUE-REPORT-FILE
           DISPLAY "CMPALERT NAMES MISSING  : " WS-NAME-MISSING-COUNT
           DISPLAY "CMPALERT ESCHEAT QUEUED : "
               WS-DORMANCY-QUEUE-COUNT
           DISPLAY "CMPALERT STRUCTUR QUEUED: "
               WS-STRUCTURING-QUEUE-COUNT
           PERFORM 8000-WRITE-RUN-CONTROL.
