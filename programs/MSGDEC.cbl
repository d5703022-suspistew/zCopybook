      *> number alongside the code's plain-English meaning, falling
      *> back to a flagged "unknown code" line so gaps in the reference
      *> table surface instead of hiding a message (request 003).
      *> The code table is the MSGCODE rows of REFDATA in effect on
      *> the REFDATE as-of date, so a retired code reports as unknown
      *> from the day it was retired.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MSG-DECODE-REPORT-FILE ASSIGN TO "MSGDECRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATA-FILE ASSIGN TO "REFDATA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATE-FILE ASSIGN TO "REFDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 100 CHARACTERS.
       01  MSG-DECODE-REPORT-LINE          PIC X(100).

       FD  REFERENCE-DATA-FILE.
       COPY REFDATA.

       FD  REFERENCE-DATE-FILE.
       COPY REFDATE.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                   PIC X VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-RD-EOF-SWITCH                PIC X VALUE "N".
           88  WS-RD-END-OF-FILE               VALUE "Y".

       COPY MSGTABLE.
       01  WS-AS-OF-DATE                   PIC X(08).

       01  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
       01  WS-LINES-WRITTEN                PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-MSG-IDX                      PIC 9(02).
       01  WS-TBL-IDX                      PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CLIENT-IMAGE UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1500-LOAD-REFERENCE-DATA
           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN OUTPUT MSG-DECODE-REPORT-FILE
           READ CLIENT-IMAGE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1500-LOAD-REFERENCE-DATA.
           PERFORM 1510-READ-AS-OF-DATE
           OPEN INPUT REFERENCE-DATA-FILE
           PERFORM 1520-LOAD-ONE-REFERENCE-ROW UNTIL WS-RD-END-OF-FILE
           CLOSE REFERENCE-DATA-FILE
           IF MSG-CODE-TABLE-COUNT = ZERO
               DISPLAY "MSGDEC: ABEND - NO MSGCODE ROWS ON REFDATA "
                   "IN EFFECT ON " WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "MSGDEC MSGCODE ROWS AS OF " WS-AS-OF-DATE ": "
               MSG-CODE-TABLE-COUNT.

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
               DISPLAY "MSGDEC: ABEND - REFDATE AS-OF DATE '"
                   WS-AS-OF-DATE "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-LOAD-ONE-REFERENCE-ROW.
           READ REFERENCE-DATA-FILE
               AT END
                   SET WS-RD-END-OF-FILE TO TRUE
               NOT AT END
                   IF RD-MESSAGE-CODE
                      AND RD-EFFECTIVE-FROM <= WS-AS-OF-DATE
                      AND RD-EFFECTIVE-TO > WS-AS-OF-DATE
                       IF MSG-CODE-TABLE-COUNT >= MSG-CODE-TABLE-MAX
                           DISPLAY "MSGDEC: ABEND - MORE THAN "
                               MSG-CODE-TABLE-MAX " MSGCODE ROWS IN "
                               "EFFECT, MSG-CODE-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           CLOSE REFERENCE-DATA-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO MSG-CODE-TABLE-COUNT
                       MOVE RD-MSG-CODE
                           TO MSG-TBL-CODE(MSG-CODE-TABLE-COUNT)
                       MOVE RD-DESCRIPTION
                           TO MSG-TBL-DESCRIPTION(MSG-CODE-TABLE-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-CLIENT-IMAGE.
           ADD 1 TO WS-RECORDS-READ
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1 UNTIL WS-MSG-IDX > 15
               END-IF
           END-PERFORM
           IF WS-MSG-NOT-FOUND
               STRING "*** UNKNOWN CODE - ADD TO REFDATA ***"
                   DELIMITED BY SIZE INTO RL-MSG-DESCRIPTION
           END-IF
           MOVE NUM-CONTRAT TO RL-NUM-CONTRAT
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "MSGDEC" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
