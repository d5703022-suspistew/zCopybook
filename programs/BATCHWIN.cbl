      *>--------------------------------------------------------------
      *> BATCHWIN - batch-window elapsed-time and critical-path report.
      *>
      *> When the window overruns, the first question is which step
      *> grew. Every program now stamps the time of day it started
      *> and ended on its RUNCTL record, and this report reads
      *> tonight's records (the latest per job, so a rerun's times
      *> replace the failed run's) and lists each job's start, end
      *> and elapsed time against its own average over its last
      *> WP-HISTORY-NIGHTS clean runs, flagging a job that ran more
      *> than WP-SLOW-PCT percent over.
      *>
      *> The stream's shape comes from the JOBPRED table JOBGATE
      *> enforces. Each job's binding predecessor is the one that
      *> finished last; following those back from the last job to
      *> finish gives the night's critical path, which is printed in
      *> run order.
      *>
      *> The report can run at any point in the night. A stream job
      *> with no RUNCTL record yet is projected: it starts when its
      *> last predecessor ends (or now, if that is already past) and
      *> runs for its average, and the projection is carried down
      *> the table until every job has a projected end. The window
      *> end, actual or projected, is set against WP-CUTOFF-TIME and
      *> the report says how many minutes it is inside or past it.
      *> The stream runs within one processing date, as JOBGATE
      *> requires, so a job that ends after midnight is the only
      *> time that wraps; a projection past midnight prints as 24:00
      *> and on.
      *>
      *> Each run rewrites tonight's rows on the WINHIST carry-forward
      *> (WINHSTIN in, WINHSTOU out), so a mid-stream run followed by
      *> the end-of-stream run leaves one row per job. Only clean runs
      *> are kept, so a failed step's short elapsed time never pulls
      *> an average down. BATCHWIN leaves its own RUNCTL record out of
      *> the report.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHWIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIN-PARM-FILE ASSIGN TO "WINPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "WINHSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-HISTORY-FILE ASSIGN TO "WINHSTOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIN-REPORT-FILE ASSIGN TO "WINRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WIN-PARM-FILE.
       COPY WINPARM.

       FD  PRIOR-HISTORY-FILE.
       COPY WINHIST REPLACING WIN-HIST-REC BY PRIOR-HISTORY-REC.

       FD  NEW-HISTORY-FILE.
       COPY WINHIST REPLACING WIN-HIST-REC BY NEW-HISTORY-REC.

       FD  WIN-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WIN-REPORT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RC-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-RC-END-OF-FILE                VALUE "Y".
       01  WS-PH-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-PH-END-OF-FILE                VALUE "Y".

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).
       01  WS-RUN-DATE-X                    PIC X(08).

       COPY JOBPRED.

      *> A RUNCTL time of day (HHMMSShh) taken apart.
       01  WS-TIME-WORK                     PIC X(08).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TW-HH                     PIC 9(02).
           05  WS-TW-MM                     PIC 9(02).
           05  WS-TW-SS                     PIC 9(02).
           05  WS-TW-HS                     PIC 9(02).
       01  WS-TIME-VALID-SWITCH             PIC X VALUE "N".
           88  WS-TIME-IS-VALID                 VALUE "Y".
       01  WS-SECONDS                       PIC 9(06).
       01  WS-HOURS                         PIC 9(02).
       01  WS-REMAINDER                     PIC 9(06).
       01  WS-TIME-TEXT.
           05  WS-TT-HH                     PIC 9(02).
           05  FILLER                       PIC X VALUE ":".
           05  WS-TT-MM                     PIC 9(02).
           05  FILLER                       PIC X VALUE ":".
           05  WS-TT-SS                     PIC 9(02).
       01  WS-CUTOFF-TEXT.
           05  WS-CT-HH                     PIC 9(02).
           05  FILLER                       PIC X VALUE ":".
           05  WS-CT-MM                     PIC 9(02).

       01  WS-NOW-SECS                      PIC 9(06).
       01  WS-CUTOFF-SECS                   PIC 9(06).

      *> Every job seen tonight, in the predecessor table, or on the
      *> history. Seconds are from midnight of the run date.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 80.
               10  WS-JT-JOB-NAME           PIC X(08).
               10  WS-JT-STREAM-SWITCH      PIC X(01).
                   88  WS-JT-IN-STREAM          VALUE "Y".
               10  WS-JT-RAN-SWITCH         PIC X(01).
                   88  WS-JT-RAN                VALUE "Y".
               10  WS-JT-TIMED-SWITCH       PIC X(01).
                   88  WS-JT-TIMED              VALUE "Y".
               10  WS-JT-RESOLVED-SWITCH    PIC X(01).
                   88  WS-JT-RESOLVED           VALUE "Y".
               10  WS-JT-PROJECTED-SWITCH   PIC X(01).
                   88  WS-JT-PROJECTED          VALUE "Y".
               10  WS-JT-BEHIND-SWITCH      PIC X(01).
                   88  WS-JT-BEHIND-FAILED      VALUE "Y".
               10  WS-JT-CRITICAL-SWITCH    PIC X(01).
                   88  WS-JT-CRITICAL           VALUE "Y".
               10  WS-JT-PRINTED-SWITCH     PIC X(01).
                   88  WS-JT-PRINTED            VALUE "Y".
               10  WS-JT-RETURN-CODE        PIC 9(04).
               10  WS-JT-START-TIME         PIC X(08).
               10  WS-JT-END-TIME           PIC X(08).
               10  WS-JT-START-SECS         PIC 9(06).
               10  WS-JT-END-SECS           PIC 9(06).
               10  WS-JT-ELAPSED            PIC 9(06).
               10  WS-JT-HIST-COUNT         PIC 9(03).
               10  WS-JT-SKIP-LEFT          PIC 9(03).
               10  WS-JT-AVG-SUM            PIC 9(09).
               10  WS-JT-AVG-NIGHTS         PIC 9(03).
               10  WS-JT-AVERAGE            PIC 9(06).
               10  WS-JT-BINDING-IDX        PIC 9(03).
       01  WS-JOB-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-JT-IDX                        PIC 9(03).
       01  WS-PT-IDX                        PIC 9(03).
       01  WS-LOOKUP-NAME                   PIC X(08).
       01  WS-LOOKUP-IDX                    PIC 9(03).

       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ROW OCCURS 4800.
               10  WS-HT-HIST-DATA.
                   15  WS-HT-RUN-DATE       PIC X(08).
                   15  WS-HT-JOB-NAME       PIC X(08).
                   15  WS-HT-START-TIME     PIC X(08).
                   15  WS-HT-END-TIME       PIC X(08).
                   15  WS-HT-ELAPSED-SECS   PIC 9(05).
               10  WS-HT-JOB-IDX            PIC 9(03).
       01  WS-HISTORY-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-HT-IDX                        PIC 9(04).

      *> Projection and critical path.
       01  WS-CHANGED-SWITCH                PIC X VALUE "Y".
           88  WS-PROJECTION-CHANGED            VALUE "Y".
       01  WS-READY-SWITCH                  PIC X VALUE "N".
           88  WS-PREDS-READY                   VALUE "Y".
       01  WS-EARLIEST                      PIC 9(06).
       01  WS-LATEST-END                    PIC 9(06).
       01  WS-LAST-JOB-IDX                  PIC 9(03) VALUE ZERO.
       01  WS-WINDOW-END-SECS               PIC 9(06) VALUE ZERO.
       01  WS-STREAM-LEFT                   PIC 9(03) VALUE ZERO.
       01  WS-UNRESOLVED-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PATH-TABLE.
           05  WS-PATH-JOB-IDX OCCURS 80    PIC 9(03).
       01  WS-PATH-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-PATH-IDX                      PIC 9(03).
       01  WS-NEXT-IDX                      PIC 9(03).
       01  WS-NEXT-KEY                      PIC 9(06).
       01  WS-SORT-KEY                      PIC 9(06).

       01  WS-VARIANCE                      PIC S9(06).
       01  WS-ABS-VARIANCE                  PIC 9(06).
       01  WS-VARIANCE-PCT                  PIC S9(06).
       01  WS-SLOW-LIMIT                    PIC 9(09).
       01  WS-DIFF-SECS                     PIC 9(06).
       01  WS-MINUTES                       PIC 9(05).
       01  WS-MINUTES-EDIT                  PIC ZZZZ9.
       01  WS-NIGHTS-EDIT                   PIC ZZ9.

       01  WS-RC-READ                       PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-READ                  PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-WRITTEN               PIC 9(09) VALUE ZERO.
       01  WS-JOBS-REPORTED                 PIC 9(09) VALUE ZERO.
       01  WS-JOBS-COMPLETED                PIC 9(09) VALUE ZERO.
       01  WS-JOBS-PROJECTED                PIC 9(09) VALUE ZERO.
       01  WS-JOBS-SLOW                     PIC 9(09) VALUE ZERO.
       01  WS-MINUTES-LATE                  PIC 9(09) VALUE ZERO.

       01  WS-JOB-HEADING.
           05  FILLER                       PIC X(08) VALUE "JOB".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(10) VALUE "STATUS".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(08) VALUE "START".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(08) VALUE "END".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(08) VALUE "ELAPSED".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(08) VALUE "AVERAGE".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(03) VALUE "NTS".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "VARIANCE".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(05) VALUE " VAR%".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(04) VALUE "PATH".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(20) VALUE "NOTE".

       01  WS-JOB-LINE.
           05  JL-JOB-NAME                  PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-STATUS                    PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-START                     PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-END                       PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-ELAPSED                   PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-AVERAGE                   PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-NIGHTS                    PIC ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-VARIANCE-SIGN             PIC X(01).
           05  JL-VARIANCE                  PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-VARIANCE-PCT              PIC -ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-CRITICAL                  PIC X(04).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  JL-NOTE                      PIC X(20).

       01  WS-PATH-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  PL-STEP                      PIC ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PL-JOB-NAME                  PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PL-START                     PIC X(08).
           05  FILLER                       PIC X(04) VALUE " TO ".
           05  PL-END                       PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PL-ELAPSED                   PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PL-STATUS                    PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-RUN-CONTROL UNTIL WS-RC-END-OF-FILE
           CLOSE RUN-CONTROL-FILE
           PERFORM 3000-LOAD-HISTORY
           PERFORM 3500-AVERAGE-JOBS
           PERFORM 4000-PROJECT-STREAM
           PERFORM 4500-FIND-CRITICAL-PATH
           PERFORM 5000-PRINT-REPORT
           PERFORM 6000-WRITE-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN INPUT WIN-PARM-FILE
           READ WIN-PARM-FILE
               AT END
                   DISPLAY "BATCHWIN: ABEND - WIN-PARM-FILE IS EMPTY, "
                       "NO CUTOFF TIME SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE WIN-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE WIN-PARM-FILE
           PERFORM 1050-VALIDATE-PARMS
           COMPUTE WS-CUTOFF-SECS = WP-CUTOFF-HH * 3600
               + WP-CUTOFF-MM * 60
           MOVE WP-CUTOFF-HH TO WS-CT-HH
           MOVE WP-CUTOFF-MM TO WS-CT-MM
           MOVE WS-START-TIME TO WS-TIME-WORK
           PERFORM 1800-TIME-TO-SECONDS
           MOVE WS-SECONDS TO WS-NOW-SECS
           PERFORM 1100-LOAD-STREAM-JOBS
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > JOB-PRED-TABLE-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END SET WS-RC-END-OF-FILE TO TRUE
           END-READ.

       1050-VALIDATE-PARMS.
           IF WP-CUTOFF-TIME NOT NUMERIC
                   OR WP-CUTOFF-HH > 23
                   OR WP-CUTOFF-MM > 59
               DISPLAY "BATCHWIN: ABEND - WP-CUTOFF-TIME '"
                   WP-CUTOFF-TIME "' IS NOT A TIME OF DAY (HHMM)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WP-HISTORY-NIGHTS NOT NUMERIC
                   OR WP-HISTORY-NIGHTS = ZERO
                   OR WP-HISTORY-NIGHTS > 60
               DISPLAY "BATCHWIN: ABEND - WP-HISTORY-NIGHTS '"
                   WP-HISTORY-NIGHTS "' IS NOT 1 TO 60 NIGHTS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WP-SLOW-PCT NOT NUMERIC
               DISPLAY "BATCHWIN: ABEND - WP-SLOW-PCT '"
                   WP-SLOW-PCT "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Both sides of every predecessor row are stream jobs.
       1100-LOAD-STREAM-JOBS.
           MOVE JP-JOB-NAME(WS-PT-IDX) TO WS-LOOKUP-NAME
           PERFORM 1900-FIND-OR-ADD-JOB
           SET WS-JT-IN-STREAM(WS-LOOKUP-IDX) TO TRUE
           MOVE JP-PRED-NAME(WS-PT-IDX) TO WS-LOOKUP-NAME
           PERFORM 1900-FIND-OR-ADD-JOB
           SET WS-JT-IN-STREAM(WS-LOOKUP-IDX) TO TRUE.

      *> WS-TIME-WORK to whole seconds from midnight; a time that is
      *> not numeric (a record from before the times were stamped)
      *> leaves WS-TIME-IS-VALID off.
       1800-TIME-TO-SECONDS.
           MOVE "N" TO WS-TIME-VALID-SWITCH
           MOVE ZERO TO WS-SECONDS
           IF WS-TIME-WORK IS NUMERIC
               SET WS-TIME-IS-VALID TO TRUE
               COMPUTE WS-SECONDS = WS-TW-HH * 3600 + WS-TW-MM * 60
                   + WS-TW-SS
           END-IF.

       1850-SECONDS-TO-TEXT.
           DIVIDE WS-SECONDS BY 3600 GIVING WS-HOURS
               REMAINDER WS-REMAINDER
           MOVE WS-HOURS TO WS-TT-HH
           DIVIDE WS-REMAINDER BY 60 GIVING WS-TT-MM
               REMAINDER WS-TT-SS.

       1900-FIND-OR-ADD-JOB.
           PERFORM 1910-FIND-JOB
           IF WS-LOOKUP-IDX = ZERO
               IF WS-JOB-COUNT >= 80
                   DISPLAY "BATCHWIN: ABEND - MORE THAN 80 JOBS, "
                       "JOB TABLE FULL AT " WS-LOOKUP-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-LOOKUP-IDX
               MOVE WS-LOOKUP-NAME TO WS-JT-JOB-NAME(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-STREAM-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-RAN-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-TIMED-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-RESOLVED-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-PROJECTED-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-BEHIND-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-CRITICAL-SWITCH(WS-LOOKUP-IDX)
               MOVE "N" TO WS-JT-PRINTED-SWITCH(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-RETURN-CODE(WS-LOOKUP-IDX)
               MOVE SPACES TO WS-JT-START-TIME(WS-LOOKUP-IDX)
               MOVE SPACES TO WS-JT-END-TIME(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-START-SECS(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-END-SECS(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-ELAPSED(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-HIST-COUNT(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-SKIP-LEFT(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-AVG-SUM(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-AVG-NIGHTS(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-AVERAGE(WS-LOOKUP-IDX)
               MOVE ZERO TO WS-JT-BINDING-IDX(WS-LOOKUP-IDX)
           END-IF.

       1910-FIND-JOB.
           MOVE ZERO TO WS-LOOKUP-IDX
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               IF WS-JT-JOB-NAME(WS-JT-IDX) = WS-LOOKUP-NAME
                   MOVE WS-JT-IDX TO WS-LOOKUP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The latest record per job wins, so every field is reset from
      *> it rather than only the ones a rerun happens to fill.
       2000-SCAN-RUN-CONTROL.
           IF RC-RUN-DATE = WS-RUN-DATE-X
                   AND RC-JOB-NAME NOT = "BATCHWIN"
               ADD 1 TO WS-RC-READ
               MOVE RC-JOB-NAME TO WS-LOOKUP-NAME
               PERFORM 1900-FIND-OR-ADD-JOB
               PERFORM 2100-TAKE-RUN-TIMES
           END-IF
           READ RUN-CONTROL-FILE
               AT END SET WS-RC-END-OF-FILE TO TRUE
           END-READ.

      *> A job that ends after midnight ends on the next day's clock.
       2100-TAKE-RUN-TIMES.
           SET WS-JT-RAN(WS-LOOKUP-IDX) TO TRUE
           SET WS-JT-RESOLVED(WS-LOOKUP-IDX) TO TRUE
           MOVE "N" TO WS-JT-TIMED-SWITCH(WS-LOOKUP-IDX)
           MOVE RC-RETURN-CODE TO WS-JT-RETURN-CODE(WS-LOOKUP-IDX)
           MOVE RC-START-TIME TO WS-JT-START-TIME(WS-LOOKUP-IDX)
           MOVE RC-END-TIME TO WS-JT-END-TIME(WS-LOOKUP-IDX)
           MOVE ZERO TO WS-JT-START-SECS(WS-LOOKUP-IDX)
           MOVE ZERO TO WS-JT-END-SECS(WS-LOOKUP-IDX)
           MOVE ZERO TO WS-JT-ELAPSED(WS-LOOKUP-IDX)
           MOVE RC-START-TIME TO WS-TIME-WORK
           PERFORM 1800-TIME-TO-SECONDS
           IF WS-TIME-IS-VALID
               MOVE WS-SECONDS TO WS-JT-START-SECS(WS-LOOKUP-IDX)
               MOVE RC-END-TIME TO WS-TIME-WORK
               PERFORM 1800-TIME-TO-SECONDS
               IF WS-TIME-IS-VALID
                   SET WS-JT-TIMED(WS-LOOKUP-IDX) TO TRUE
                   IF WS-SECONDS < WS-JT-START-SECS(WS-LOOKUP-IDX)
                       ADD 86400 TO WS-SECONDS
                   END-IF
                   MOVE WS-SECONDS TO WS-JT-END-SECS(WS-LOOKUP-IDX)
                   COMPUTE WS-JT-ELAPSED(WS-LOOKUP-IDX)
                       = WS-JT-END-SECS(WS-LOOKUP-IDX)
                         - WS-JT-START-SECS(WS-LOOKUP-IDX)
               ELSE
                   MOVE ZERO TO WS-JT-START-SECS(WS-LOOKUP-IDX)
               END-IF
           END-IF.

      *> Rows already dated tonight are an earlier run's and are
      *> rebuilt from RUNCTL, not carried.
       3000-LOAD-HISTORY.
           OPEN INPUT PRIOR-HISTORY-FILE
           PERFORM 3100-LOAD-ONE-ROW UNTIL WS-PH-END-OF-FILE
           CLOSE PRIOR-HISTORY-FILE.

       3100-LOAD-ONE-ROW.
           READ PRIOR-HISTORY-FILE
               AT END
                   SET WS-PH-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF WH-RUN-DATE OF PRIOR-HISTORY-REC < WS-RUN-DATE-X
                       PERFORM 3110-KEEP-ROW
                   END-IF
           END-READ.

       3110-KEEP-ROW.
           IF WS-HISTORY-COUNT >= 4800
               DISPLAY "BATCHWIN: ABEND - MORE THAN 4800 HISTORY "
                   "ROWS ON WINHSTIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WH-JOB-NAME OF PRIOR-HISTORY-REC TO WS-LOOKUP-NAME
           PERFORM 1900-FIND-OR-ADD-JOB
           ADD 1 TO WS-HISTORY-COUNT
           MOVE PRIOR-HISTORY-REC
               TO WS-HT-HIST-DATA(WS-HISTORY-COUNT)
           MOVE WS-LOOKUP-IDX TO WS-HT-JOB-IDX(WS-HISTORY-COUNT)
           ADD 1 TO WS-JT-HIST-COUNT(WS-LOOKUP-IDX).

      *> The history is in run-date order, so each job's oldest rows
      *> come first; skipping all but its last WP-HISTORY-NIGHTS
      *> leaves the nights that make up its average.
       3500-AVERAGE-JOBS.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               IF WS-JT-HIST-COUNT(WS-JT-IDX) > WP-HISTORY-NIGHTS
                   COMPUTE WS-JT-SKIP-LEFT(WS-JT-IDX)
                       = WS-JT-HIST-COUNT(WS-JT-IDX) - WP-HISTORY-NIGHTS
               END-IF
           END-PERFORM
           PERFORM 3510-ADD-ONE-ROW
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HISTORY-COUNT
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               IF WS-JT-AVG-NIGHTS(WS-JT-IDX) > ZERO
                   COMPUTE WS-JT-AVERAGE(WS-JT-IDX) ROUNDED
                       = WS-JT-AVG-SUM(WS-JT-IDX)
                         / WS-JT-AVG-NIGHTS(WS-JT-IDX)
               END-IF
           END-PERFORM.

       3510-ADD-ONE-ROW.
           MOVE WS-HT-JOB-IDX(WS-HT-IDX) TO WS-JT-IDX
           IF WS-JT-SKIP-LEFT(WS-JT-IDX) > ZERO
               SUBTRACT 1 FROM WS-JT-SKIP-LEFT(WS-JT-IDX)
           ELSE
               ADD WS-HT-ELAPSED-SECS(WS-HT-IDX)
                   TO WS-JT-AVG-SUM(WS-JT-IDX)
               ADD 1 TO WS-JT-AVG-NIGHTS(WS-JT-IDX)
           END-IF.

      *> A stream job not yet on RUNCTL starts once all its
      *> predecessors have ended (and not before now) and runs for its
      *> average. Each pass projects the jobs whose predecessors are
      *> all known; passes repeat until one projects nothing more.
       4000-PROJECT-STREAM.
           PERFORM 4100-PROJECT-PASS UNTIL NOT WS-PROJECTION-CHANGED
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               IF WS-JT-IN-STREAM(WS-JT-IDX)
                   IF NOT WS-JT-RAN(WS-JT-IDX)
                       ADD 1 TO WS-STREAM-LEFT
                   END-IF
                   IF NOT WS-JT-RESOLVED(WS-JT-IDX)
                       ADD 1 TO WS-UNRESOLVED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       4100-PROJECT-PASS.
           MOVE "N" TO WS-CHANGED-SWITCH
           PERFORM 4110-TRY-PROJECT-JOB
               VARYING WS-NEXT-IDX FROM 1 BY 1
               UNTIL WS-NEXT-IDX > WS-JOB-COUNT.

       4110-TRY-PROJECT-JOB.
           IF WS-JT-IN-STREAM(WS-NEXT-IDX)
                   AND NOT WS-JT-RESOLVED(WS-NEXT-IDX)
               SET WS-PREDS-READY TO TRUE
               MOVE WS-NOW-SECS TO WS-EARLIEST
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > JOB-PRED-TABLE-COUNT
                   IF JP-JOB-NAME(WS-PT-IDX)
                           = WS-JT-JOB-NAME(WS-NEXT-IDX)
                       MOVE JP-PRED-NAME(WS-PT-IDX) TO WS-LOOKUP-NAME
                       PERFORM 1910-FIND-JOB
                       PERFORM 4120-CHECK-PREDECESSOR
                   END-IF
               END-PERFORM
               IF WS-PREDS-READY
                   SET WS-JT-RESOLVED(WS-NEXT-IDX) TO TRUE
                   SET WS-JT-PROJECTED(WS-NEXT-IDX) TO TRUE
                   MOVE WS-EARLIEST TO WS-JT-START-SECS(WS-NEXT-IDX)
                   MOVE WS-JT-AVERAGE(WS-NEXT-IDX)
                       TO WS-JT-ELAPSED(WS-NEXT-IDX)
                   COMPUTE WS-JT-END-SECS(WS-NEXT-IDX)
                       = WS-EARLIEST + WS-JT-AVERAGE(WS-NEXT-IDX)
                   SET WS-PROJECTION-CHANGED TO TRUE
               END-IF
           END-IF.

       4120-CHECK-PREDECESSOR.
           IF NOT WS-JT-RESOLVED(WS-LOOKUP-IDX)
               MOVE "N" TO WS-READY-SWITCH
           ELSE
               IF WS-JT-END-SECS(WS-LOOKUP-IDX) > WS-EARLIEST
                   MOVE WS-JT-END-SECS(WS-LOOKUP-IDX) TO WS-EARLIEST
               END-IF
               IF (WS-JT-RAN(WS-LOOKUP-IDX)
                       AND WS-JT-RETURN-CODE(WS-LOOKUP-IDX) NOT = ZERO)
                   OR WS-JT-BEHIND-FAILED(WS-LOOKUP-IDX)
                   SET WS-JT-BEHIND-FAILED(WS-NEXT-IDX) TO TRUE
               END-IF
           END-IF.

      *> Each job's binding predecessor is the one that ended last;
      *> following them back from the stream job that ends last gives
      *> the critical path.
       4500-FIND-CRITICAL-PATH.
           PERFORM 4510-BIND-ONE-JOB
               VARYING WS-NEXT-IDX FROM 1 BY 1
               UNTIL WS-NEXT-IDX > WS-JOB-COUNT
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               IF WS-JT-IN-STREAM(WS-JT-IDX)
                       AND (WS-JT-TIMED(WS-JT-IDX)
                            OR WS-JT-PROJECTED(WS-JT-IDX))
                       AND WS-JT-END-SECS(WS-JT-IDX)
                           >= WS-WINDOW-END-SECS
                   MOVE WS-JT-END-SECS(WS-JT-IDX)
                       TO WS-WINDOW-END-SECS
                   MOVE WS-JT-IDX TO WS-LAST-JOB-IDX
               END-IF
           END-PERFORM
           MOVE WS-LAST-JOB-IDX TO WS-JT-IDX
           PERFORM 4520-ADD-PATH-STEP UNTIL WS-JT-IDX = ZERO.

       4510-BIND-ONE-JOB.
           MOVE ZERO TO WS-LATEST-END
           MOVE ZERO TO WS-JT-BINDING-IDX(WS-NEXT-IDX)
           IF WS-JT-IN-STREAM(WS-NEXT-IDX)
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > JOB-PRED-TABLE-COUNT
                   IF JP-JOB-NAME(WS-PT-IDX)
                           = WS-JT-JOB-NAME(WS-NEXT-IDX)
                       MOVE JP-PRED-NAME(WS-PT-IDX) TO WS-LOOKUP-NAME
                       PERFORM 1910-FIND-JOB
                       IF WS-JT-RESOLVED(WS-LOOKUP-IDX)
                               AND WS-JT-END-SECS(WS-LOOKUP-IDX)
                                   >= WS-LATEST-END
                           MOVE WS-JT-END-SECS(WS-LOOKUP-IDX)
                               TO WS-LATEST-END
                           MOVE WS-LOOKUP-IDX
                               TO WS-JT-BINDING-IDX(WS-NEXT-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> A job already on the path means the table loops back on
      *> itself; the trace stops there.
       4520-ADD-PATH-STEP.
           IF WS-JT-CRITICAL(WS-JT-IDX) OR WS-PATH-COUNT >= 80
               MOVE ZERO TO WS-JT-IDX
           ELSE
               SET WS-JT-CRITICAL(WS-JT-IDX) TO TRUE
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-JT-IDX TO WS-PATH-JOB-IDX(WS-PATH-COUNT)
               MOVE WS-JT-BINDING-IDX(WS-JT-IDX) TO WS-JT-IDX
           END-IF.

       5000-PRINT-REPORT.
           OPEN OUTPUT WIN-REPORT-FILE
           MOVE WS-NOW-SECS TO WS-SECONDS
           PERFORM 1850-SECONDS-TO-TEXT
           MOVE SPACES TO WIN-REPORT-LINE
           STRING "BATCH WINDOW REPORT - RUN " WS-RUN-DATE-X
               " AT " WS-TIME-TEXT ", CUTOFF " WS-CUTOFF-TEXT
               DELIMITED BY SIZE INTO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           MOVE SPACES TO WIN-REPORT-LINE
           MOVE WP-HISTORY-NIGHTS TO WS-NIGHTS-EDIT
           STRING "AVERAGES ARE OVER EACH JOB'S LAST "
               WS-NIGHTS-EDIT " CLEAN RUNS; TIMES PAST 24:00 ARE "
               "AFTER MIDNIGHT"
               DELIMITED BY SIZE INTO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           MOVE SPACES TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           MOVE WS-JOB-HEADING TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           PERFORM 5100-PRINT-NEXT-JOB WS-JOB-COUNT TIMES
           PERFORM 5300-PRINT-CRITICAL-PATH
           PERFORM 5400-PRINT-WINDOW.

      *> Jobs print in start order; jobs with no time go last in
      *> table order.
       5100-PRINT-NEXT-JOB.
           MOVE ZERO TO WS-NEXT-IDX
           MOVE 999999 TO WS-NEXT-KEY
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               IF NOT WS-JT-PRINTED(WS-JT-IDX)
                   IF WS-JT-TIMED(WS-JT-IDX)
                           OR WS-JT-PROJECTED(WS-JT-IDX)
                       MOVE WS-JT-START-SECS(WS-JT-IDX) TO WS-SORT-KEY
                   ELSE
                       MOVE 999999 TO WS-SORT-KEY
                   END-IF
                   IF WS-NEXT-IDX = ZERO OR WS-SORT-KEY < WS-NEXT-KEY
                       MOVE WS-JT-IDX TO WS-NEXT-IDX
                       MOVE WS-SORT-KEY TO WS-NEXT-KEY
                   END-IF
               END-IF
           END-PERFORM
           SET WS-JT-PRINTED(WS-NEXT-IDX) TO TRUE
           MOVE WS-NEXT-IDX TO WS-JT-IDX
           PERFORM 5200-PRINT-JOB-LINE.

       5200-PRINT-JOB-LINE.
           ADD 1 TO WS-JOBS-REPORTED
           MOVE SPACES TO WS-JOB-LINE
           MOVE WS-JT-JOB-NAME(WS-JT-IDX) TO JL-JOB-NAME
           EVALUATE TRUE
               WHEN WS-JT-RAN(WS-JT-IDX)
                       AND WS-JT-RETURN-CODE(WS-JT-IDX) NOT = ZERO
                   MOVE "FAILED" TO JL-STATUS
                   ADD 1 TO WS-JOBS-COMPLETED
               WHEN WS-JT-RAN(WS-JT-IDX)
                   MOVE "DONE" TO JL-STATUS
                   ADD 1 TO WS-JOBS-COMPLETED
               WHEN WS-JT-PROJECTED(WS-JT-IDX)
                   MOVE "PROJECTED" TO JL-STATUS
                   ADD 1 TO WS-JOBS-PROJECTED
               WHEN WS-JT-IN-STREAM(WS-JT-IDX)
                   MOVE "NO PATH" TO JL-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO JL-STATUS
           END-EVALUATE
           IF WS-JT-TIMED(WS-JT-IDX) OR WS-JT-PROJECTED(WS-JT-IDX)
               MOVE WS-JT-START-SECS(WS-JT-IDX) TO WS-SECONDS
               PERFORM 1850-SECONDS-TO-TEXT
               MOVE WS-TIME-TEXT TO JL-START
               MOVE WS-JT-END-SECS(WS-JT-IDX) TO WS-SECONDS
               PERFORM 1850-SECONDS-TO-TEXT
               MOVE WS-TIME-TEXT TO JL-END
               MOVE WS-JT-ELAPSED(WS-JT-IDX) TO WS-SECONDS
               PERFORM 1850-SECONDS-TO-TEXT
               MOVE WS-TIME-TEXT TO JL-ELAPSED
           END-IF
           EVALUATE TRUE
               WHEN WS-JT-RAN(WS-JT-IDX)
                       AND NOT WS-JT-TIMED(WS-JT-IDX)
                   MOVE "NO TIMES ON RUNCTL" TO JL-NOTE
               WHEN WS-JT-BEHIND-FAILED(WS-JT-IDX)
                   MOVE "BEHIND A FAILED JOB" TO JL-NOTE
               WHEN WS-JT-PROJECTED(WS-JT-IDX)
                       AND WS-JT-AVG-NIGHTS(WS-JT-IDX) = ZERO
                   MOVE "NO HISTORY" TO JL-NOTE
               WHEN NOT WS-JT-IN-STREAM(WS-JT-IDX)
                       AND WS-JT-RAN(WS-JT-IDX)
                   MOVE "NOT IN JOBPRED" TO JL-NOTE
           END-EVALUATE
           MOVE WS-JT-AVG-NIGHTS(WS-JT-IDX) TO JL-NIGHTS
           IF WS-JT-AVG-NIGHTS(WS-JT-IDX) > ZERO
               MOVE WS-JT-AVERAGE(WS-JT-IDX) TO WS-SECONDS
               PERFORM 1850-SECONDS-TO-TEXT
               MOVE WS-TIME-TEXT TO JL-AVERAGE
               IF WS-JT-TIMED(WS-JT-IDX)
                   PERFORM 5210-SET-VARIANCE
               END-IF
           END-IF
           IF WS-JT-CRITICAL(WS-JT-IDX)
               MOVE "*CP*" TO JL-CRITICAL
           END-IF
           MOVE WS-JOB-LINE TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE.

      *> SLOW overrides the note: an overrun is what this report is
      *> for.
       5210-SET-VARIANCE.
           COMPUTE WS-VARIANCE = WS-JT-ELAPSED(WS-JT-IDX)
               - WS-JT-AVERAGE(WS-JT-IDX)
           IF WS-VARIANCE < ZERO
               MOVE "-" TO JL-VARIANCE-SIGN
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
               MOVE "+" TO JL-VARIANCE-SIGN
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF
           MOVE WS-ABS-VARIANCE TO WS-SECONDS
           PERFORM 1850-SECONDS-TO-TEXT
           MOVE WS-TIME-TEXT TO JL-VARIANCE
           IF WS-JT-AVERAGE(WS-JT-IDX) > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED
                   = WS-VARIANCE * 100 / WS-JT-AVERAGE(WS-JT-IDX)
               IF WS-VARIANCE-PCT > 9999
                   MOVE 9999 TO WS-VARIANCE-PCT
               END-IF
               MOVE WS-VARIANCE-PCT TO JL-VARIANCE-PCT
           END-IF
           COMPUTE WS-SLOW-LIMIT = WS-JT-AVERAGE(WS-JT-IDX)
               * (100 + WP-SLOW-PCT)
           IF WS-JT-ELAPSED(WS-JT-IDX) * 100 > WS-SLOW-LIMIT
               ADD 1 TO WS-JOBS-SLOW
               MOVE "*** SLOW" TO JL-NOTE
           END-IF.

      *> The path was traced back from the last job; print it forward.
       5300-PRINT-CRITICAL-PATH.
           MOVE SPACES TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           MOVE "CRITICAL PATH" TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           IF WS-PATH-COUNT = ZERO
               MOVE "    NO STREAM JOB HAS A TIME YET"
                   TO WIN-REPORT-LINE
               WRITE WIN-REPORT-LINE
           END-IF
           PERFORM 5310-PRINT-PATH-STEP
               VARYING WS-PATH-IDX FROM WS-PATH-COUNT BY -1
               UNTIL WS-PATH-IDX = ZERO.

       5310-PRINT-PATH-STEP.
           MOVE WS-PATH-JOB-IDX(WS-PATH-IDX) TO WS-JT-IDX
           COMPUTE PL-STEP = WS-PATH-COUNT - WS-PATH-IDX + 1
           MOVE WS-JT-JOB-NAME(WS-JT-IDX) TO PL-JOB-NAME
           MOVE WS-JT-START-SECS(WS-JT-IDX) TO WS-SECONDS
           PERFORM 1850-SECONDS-TO-TEXT
           MOVE WS-TIME-TEXT TO PL-START
           MOVE WS-JT-END-SECS(WS-JT-IDX) TO WS-SECONDS
           PERFORM 1850-SECONDS-TO-TEXT
           MOVE WS-TIME-TEXT TO PL-END
           MOVE WS-JT-ELAPSED(WS-JT-IDX) TO WS-SECONDS
           PERFORM 1850-SECONDS-TO-TEXT
           MOVE WS-TIME-TEXT TO PL-ELAPSED
           IF WS-JT-PROJECTED(WS-JT-IDX)
               MOVE "PROJECTED" TO PL-STATUS
           ELSE
               MOVE "ACTUAL" TO PL-STATUS
           END-IF
           MOVE WS-PATH-LINE TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE.

       5400-PRINT-WINDOW.
           MOVE SPACES TO WIN-REPORT-LINE
           WRITE WIN-REPORT-LINE
           MOVE WS-WINDOW-END-SECS TO WS-SECONDS
           PERFORM 1850-SECONDS-TO-TEXT
           IF WS-WINDOW-END-SECS > WS-CUTOFF-SECS
               COMPUTE WS-DIFF-SECS = WS-WINDOW-END-SECS
                   - WS-CUTOFF-SECS
               COMPUTE WS-MINUTES = (WS-DIFF-SECS + 59) / 60
               MOVE WS-MINUTES TO WS-MINUTES-LATE
           ELSE
               COMPUTE WS-DIFF-SECS = WS-CUTOFF-SECS
                   - WS-WINDOW-END-SECS
               COMPUTE WS-MINUTES = WS-DIFF-SECS / 60
           END-IF
           MOVE WS-MINUTES TO WS-MINUTES-EDIT
           MOVE SPACES TO WIN-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-LAST-JOB-IDX = ZERO
                   MOVE "NO WINDOW END - NO STREAM JOB HAS A TIME YET"
                       TO WIN-REPORT-LINE
               WHEN WS-STREAM-LEFT = ZERO AND WS-MINUTES-LATE > ZERO
                   STRING "*** WINDOW ENDED " WS-TIME-TEXT ", "
                       WS-MINUTES-EDIT " MINUTES PAST THE CUTOFF"
                       DELIMITED BY SIZE INTO WIN-REPORT-LINE
               WHEN WS-STREAM-LEFT = ZERO
                   STRING "WINDOW ENDED " WS-TIME-TEXT ", "
                       WS-MINUTES-EDIT " MINUTES INSIDE THE CUTOFF"
                       DELIMITED BY SIZE INTO WIN-REPORT-LINE
               WHEN WS-MINUTES-LATE > ZERO
                   STRING "*** WINDOW PROJECTED TO END " WS-TIME-TEXT
                       ", " WS-MINUTES-EDIT " MINUTES PAST THE CUTOFF"
                       DELIMITED BY SIZE INTO WIN-REPORT-LINE
               WHEN OTHER
                   STRING "WINDOW PROJECTED TO END " WS-TIME-TEXT
                       ", " WS-MINUTES-EDIT " MINUTES INSIDE THE CUTOFF"
                       DELIMITED BY SIZE INTO WIN-REPORT-LINE
           END-EVALUATE
           WRITE WIN-REPORT-LINE
           IF WS-UNRESOLVED-COUNT > ZERO
               MOVE SPACES TO WIN-REPORT-LINE
               STRING "*** " WS-UNRESOLVED-COUNT " STREAM JOBS COULD "
                   "NOT BE PROJECTED - CHECK JOBPRED FOR A LOOP"
                   DELIMITED BY SIZE INTO WIN-REPORT-LINE
               WRITE WIN-REPORT-LINE
           END-IF.

      *> Tonight's clean runs join the history and each job keeps its
      *> most recent WP-HISTORY-NIGHTS rows.
       6000-WRITE-HISTORY.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JOB-COUNT
               MOVE ZERO TO WS-JT-SKIP-LEFT(WS-JT-IDX)
               IF WS-JT-TIMED(WS-JT-IDX)
                       AND WS-JT-RETURN-CODE(WS-JT-IDX) = ZERO
                   ADD 1 TO WS-JT-HIST-COUNT(WS-JT-IDX)
               END-IF
               IF WS-JT-HIST-COUNT(WS-JT-IDX) > WP-HISTORY-NIGHTS
                   COMPUTE WS-JT-SKIP-LEFT(WS-JT-IDX)
                       = WS-JT-HIST-COUNT(WS-JT-IDX) - WP-HISTORY-NIGHTS
               END-IF
           END-PERFORM
           OPEN OUTPUT NEW-HISTORY-FILE
           PERFORM 6100-WRITE-ONE-ROW
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HISTORY-COUNT
           PERFORM 6200-WRITE-TONIGHT
               VARYING WS-JT-IDX FROM 1 BY 1
               UNTIL WS-JT-IDX > WS-JOB-COUNT
           CLOSE NEW-HISTORY-FILE.

       6100-WRITE-ONE-ROW.
           MOVE WS-HT-JOB-IDX(WS-HT-IDX) TO WS-NEXT-IDX
           IF WS-JT-SKIP-LEFT(WS-NEXT-IDX) > ZERO
               SUBTRACT 1 FROM WS-JT-SKIP-LEFT(WS-NEXT-IDX)
           ELSE
               MOVE WS-HT-HIST-DATA(WS-HT-IDX) TO NEW-HISTORY-REC
               WRITE NEW-HISTORY-REC
               ADD 1 TO WS-HISTORY-WRITTEN
           END-IF.

       6200-WRITE-TONIGHT.
           IF WS-JT-TIMED(WS-JT-IDX)
                   AND WS-JT-RETURN-CODE(WS-JT-IDX) = ZERO
               MOVE SPACES TO NEW-HISTORY-REC
               MOVE WS-RUN-DATE-X TO WH-RUN-DATE OF NEW-HISTORY-REC
               MOVE WS-JT-JOB-NAME(WS-JT-IDX)
                   TO WH-JOB-NAME OF NEW-HISTORY-REC
               MOVE WS-JT-START-TIME(WS-JT-IDX)
                   TO WH-START-TIME OF NEW-HISTORY-REC
               MOVE WS-JT-END-TIME(WS-JT-IDX)
                   TO WH-END-TIME OF NEW-HISTORY-REC
               MOVE WS-JT-ELAPSED(WS-JT-IDX)
                   TO WH-ELAPSED-SECS OF NEW-HISTORY-REC
               WRITE NEW-HISTORY-REC
               ADD 1 TO WS-HISTORY-WRITTEN
           END-IF.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "BATCHWIN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RC-READ TO RC-INPUT-COUNT
           MOVE WS-JOBS-REPORTED TO RC-OUTPUT-1-COUNT
           MOVE WS-JOBS-COMPLETED TO RC-OUTPUT-2-COUNT
           MOVE WS-JOBS-PROJECTED TO RC-OUTPUT-3-COUNT
           MOVE WS-JOBS-SLOW TO RC-OUTPUT-4-COUNT
           MOVE WS-MINUTES-LATE TO RC-OUTPUT-5-COUNT
           MOVE WS-HISTORY-WRITTEN TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE WIN-REPORT-FILE
           DISPLAY "BATCHWIN RUNCTL RECORDS     : " WS-RC-READ
           DISPLAY "BATCHWIN JOBS REPORTED      : " WS-JOBS-REPORTED
           DISPLAY "BATCHWIN JOBS PROJECTED     : " WS-JOBS-PROJECTED
           DISPLAY "BATCHWIN JOBS SLOW          : " WS-JOBS-SLOW
           DISPLAY "BATCHWIN MINUTES PAST CUTOFF: " WS-MINUTES-LATE
           DISPLAY "BATCHWIN HISTORY ROWS KEPT  : " WS-HISTORY-WRITTEN
           PERFORM 8000-WRITE-RUN-CONTROL.
