      *> matched no reject. Unrepaired rejects are never aged off -
      *> rejects past the window stay on the file, flagged EXPIRED,
      *> until a correction finally repairs them.
      *>
      *> The TYPV edit loads the IMGVERS rows of REFDATA for the same
      *> REFDATE as-of date CIMEDIT uses, so a repair is judged by the
      *> combinations in effect for the night it belongs to.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO "CIMFIXRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATA-FILE ASSIGN TO "REFDATA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATE-FILE ASSIGN TO "REFDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-REPORT-LINE                PIC X(132).

       FD  REFERENCE-DATA-FILE.
       COPY REFDATA.

       FD  REFERENCE-DATE-FILE.
       COPY REFDATE.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       01  WS-UNMATCHED-CORR-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-EXPIRED-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

      *> Edit machinery carried over from CIMEDIT - same reason codes,
      *> same date validation, so a repaired record passes or fails by
      *> the identical rules the front gate applies.
       COPY IMGVERS.
       01  WS-RD-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-RD-END-OF-FILE                VALUE "Y".
       01  WS-AS-OF-DATE                    PIC X(08).

       01  WS-IV-IDX                        PIC 9(03).
       01  WS-IV-FOUND                      PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESS-CARRIED-REJECT UNTIL WS-RY-END-OF-FILE
           PERFORM 2000-PROCESS-TODAY-REJECT UNTIL WS-RJ-END-OF-FILE

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1600-LOAD-REFERENCE-DATA
           PERFORM 1500-LOAD-CORRECTIONS
           OPEN INPUT REJECT-FILE
           OPEN INPUT RECYCLE-IN-FILE
                   MOVE "N" TO WS-CO-MATCHED-SWITCH(WS-CORR-IDX)
           END-READ.

       1600-LOAD-REFERENCE-DATA.
           PERFORM 1610-READ-AS-OF-DATE
           OPEN INPUT REFERENCE-DATA-FILE
           PERFORM 1620-LOAD-ONE-REFERENCE-ROW UNTIL WS-RD-END-OF-FILE
           CLOSE REFERENCE-DATA-FILE
           IF IMAGE-VERSION-TABLE-COUNT = ZERO
               DISPLAY "CIMFIX: ABEND - NO IMGVERS ROWS ON REFDATA "
                   "IN EFFECT ON " WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CIMFIX IMGVERS ROWS AS OF " WS-AS-OF-DATE ": "
               IMAGE-VERSION-TABLE-COUNT.

      *> An empty or blank REFDATE means today.
       1610-READ-AS-OF-DATE.
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
               DISPLAY "CIMFIX: ABEND - REFDATE AS-OF DATE '"
                   WS-AS-OF-DATE "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1620-LOAD-ONE-REFERENCE-ROW.
           READ REFERENCE-DATA-FILE
               AT END
                   SET WS-RD-END-OF-FILE TO TRUE
               NOT AT END
                   IF RD-IMAGE-VERSION
                      AND RD-EFFECTIVE-FROM <= WS-AS-OF-DATE
                      AND RD-EFFECTIVE-TO > WS-AS-OF-DATE
                       IF IMAGE-VERSION-TABLE-COUNT
                               >= IMAGE-VERSION-TABLE-MAX
                           DISPLAY "CIMFIX: ABEND - MORE THAN "
                               IMAGE-VERSION-TABLE-MAX " IMGVERS ROWS "
                               "IN EFFECT, IMAGE-VERSION-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           CLOSE REFERENCE-DATA-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO IMAGE-VERSION-TABLE-COUNT
                       MOVE RD-TYPE-IMAGE TO
                           IV-TYPE-IMAGE(IMAGE-VERSION-TABLE-COUNT)
                       MOVE RD-VERSION
                           TO IV-VERSION(IMAGE-VERSION-TABLE-COUNT)
                   END-IF
           END-READ.

      *> A reject fresh from tonight's CIMEDIT run starts its repair
      *> clock at zero - unless the contract is already carried, in
      *> which case the carried entry owns the aging clock and
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMFIX" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           COMPUTE RC-INPUT-COUNT =
