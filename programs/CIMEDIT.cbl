      *> over it in its own way mid-stream. Every record is checked:
      *> NUM-CLIENT and NUM-CLIENT-2 actually numeric, NUM-CONTRAT
      *> non-blank, SEQ-TYPE one of the four known values,
      *> TYPE-IMAGE/VERSION a combination among the IMGVERS rows of
      *> REFDATA in effect on the REFDATE as-of date, and the six
      *> COMMON-DATA date fields (STATE-UPDT-DATE and A-DATE through
      *> E-DATE) valid calendar dates. A date field of all SPACES
      *> means "not populated" and is not an error - the edits fire
      *> on garbage, not on absence. Clean records go to
      *> CERTIFIED-FILE for the rest of the stream; failures go to
      *> REJECT-FILE carrying the full record plus one reason code per
      *> failed edit (codes documented in CIMEDREJ).
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "CIMREJCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATA-FILE ASSIGN TO "REFDATA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATE-FILE ASSIGN TO "REFDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       FD  REJECT-FILE.
       COPY CIMEDREJ.

       FD  REFERENCE-DATA-FILE.
       COPY REFDATA.

       FD  REFERENCE-DATE-FILE.
       COPY REFDATE.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

           88  WS-END-OF-FILE                   VALUE "Y".

       COPY IMGVERS.
       01  WS-RD-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-RD-END-OF-FILE                VALUE "Y".
       01  WS-AS-OF-DATE                    PIC X(08).

       01  WS-RECORDS-READ                  PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-CERTIFIED             PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-REJECTED              PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

       01  WS-IV-IDX                        PIC 9(03).
       01  WS-IV-FOUND                      PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-CLIENT-IMAGE UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1500-LOAD-REFERENCE-DATA
           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN OUTPUT CERTIFIED-FILE
           OPEN OUTPUT REJECT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1500-LOAD-REFERENCE-DATA.
           PERFORM 1510-READ-AS-OF-DATE
           OPEN INPUT REFERENCE-DATA-FILE
           PERFORM 1520-LOAD-ONE-REFERENCE-ROW UNTIL WS-RD-END-OF-FILE
           CLOSE REFERENCE-DATA-FILE
           IF IMAGE-VERSION-TABLE-COUNT = ZERO
               DISPLAY "CIMEDIT: ABEND - NO IMGVERS ROWS ON REFDATA "
                   "IN EFFECT ON " WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CIMEDIT IMGVERS ROWS AS OF " WS-AS-OF-DATE ": "
               IMAGE-VERSION-TABLE-COUNT.

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
               DISPLAY "CIMEDIT: ABEND - REFDATE AS-OF DATE '"
                   WS-AS-OF-DATE "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-LOAD-ONE-REFERENCE-ROW.
           READ REFERENCE-DATA-FILE
               AT END
                   SET WS-RD-END-OF-FILE TO TRUE
               NOT AT END
                   IF RD-IMAGE-VERSION
                      AND RD-EFFECTIVE-FROM <= WS-AS-OF-DATE
                      AND RD-EFFECTIVE-TO > WS-AS-OF-DATE
                       IF IMAGE-VERSION-TABLE-COUNT
                               >= IMAGE-VERSION-TABLE-MAX
                           DISPLAY "CIMEDIT: ABEND - MORE THAN "
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

       2000-EDIT-CLIENT-IMAGE.
           ADD 1 TO WS-RECORDS-READ
           MOVE ZERO TO EJ-REASON-COUNT
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMEDIT" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
