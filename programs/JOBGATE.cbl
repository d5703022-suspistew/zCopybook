      *> RUNCTL already records every completed job with its name, run
      *> date and return code, so this gate runs as the first step of
      *> every job: it reads the job about to run off GATEPARM, looks
      *> its predecessors up in the JOBPRED table, and proves each one
      *> is on RUNCTL for today's date with return code zero. It also
      *> refuses a duplicate run - the same RC-JOB-NAME already
      *> present for today - unless the operator override is supplied.
      *> RUNCTL record on file for the same date; the gate takes the
      *> latest record per job, which is the rerun's.
      *>
      *> VOLCHK holds the night on volume: when tonight's figures are
      *> outside their bands against run history it ends non-zero, and
      *> the jobs that name it in JOBPRED are held like any failed
      *> predecessor until it is rerun under an operator override.
      *>
      *> JOBGATE itself writes no RUNCTL record - it is a gate, not a
      *> processing step, and its audit trail is the decision file.
      *> Add new rows to the JOBPRED table as jobs join the stream.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       01  WS-EOF-SWITCH                   PIC X VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

      *> Predecessor table, shared with BATCHWIN.
       COPY JOBPRED.

      *> The predecessors this run must prove, pulled from the table
      *> for the job on GATEPARM.

       1100-COLLECT-PREDECESSORS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > JOB-PRED-TABLE-COUNT
               IF JP-JOB-NAME(WS-PT-IDX) = GP-JOB-NAME
                   IF WS-REQUIRED-COUNT >= 5
                       DISPLAY "JOBGATE: ABEND - JOB " GP-JOB-NAME
                           " HAS MORE THAN 5 PREDECESSOR ROWS, "
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REQUIRED-COUNT
                   MOVE JP-PRED-NAME(WS-PT-IDX)
                       TO WS-RQ-PRED-NAME(WS-REQUIRED-COUNT)
                   MOVE "N" TO WS-RQ-FOUND-SWITCH(WS-REQUIRED-COUNT)
                   MOVE ZERO TO WS-RQ-RETURN-CODE(WS-REQUIRED-COUNT)
