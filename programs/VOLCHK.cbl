      *>--------------------------------------------------------------
      *> VOLCHK - volume and totals anomaly check before release.
      *>
      *> RUNBAL proves a night is consistent with itself, but a night
      *> where the upstream sends half the book balances perfectly and
      *> runs straight through to GLFEED. This runs once CIMEDIT,
      *> CIMDEDUP, SEQSPLT, CIMDELTA and RECONDLY are done and holds
      *> tonight's figures against the same figures for the last
      *> several weeks of released nights:
      *>   - records read by CIMEDIT and certified images kept by
      *>     CIMDEDUP, from their RUNCTL records;
      *>   - the SEQSPLT type mix, each type's share of its input;
      *>   - the CIMDELTA added, dropped and changed counts;
      *>   - the RECONDLY AMOUNT-MONNEY-MADE and AMOUNT-BENEF totals,
      *>     from RECONTOT.
      *> Each metric has its own tolerance band on VOLPARM around its
      *> history average. A figure outside its band ends this job with
      *> RETURN-CODE 8, and the jobs that must not run on a suspect
      *> night name VOLCHK as a predecessor in JOBGATE, so they are
      *> held the same way as after any failed step.
      *>
      *> When the night is genuine (a month-end surge, a known
      *> upstream purge) the operator puts an override with their id
      *> and a reason for tonight's date on VOLOVRD and reruns this
      *> step under a JOBGATE duplicate-run override. The rerun ends
      *> zero, JOBGATE takes the latest RUNCTL record, and the held
      *> jobs are released. Every decision - held, released, released
      *> by override with the operator and reason - is appended to
      *> GATELOG beside JOBGATE's own decisions.
      *>
      *> Released nights go onto the VOLHIST carry-forward (VOLHSTIN
      *> in, VOLHSTOU out), which keeps the most recent
      *> VP-HISTORY-NIGHTS of them; a held night is left off so it
      *> cannot shift the average toward itself.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOL-PARM-FILE ASSIGN TO "VOLPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOL-OVERRIDE-FILE ASSIGN TO "VOLOVRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-TOTAL-FILE ASSIGN TO "RECONTOT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "VOLHSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-HISTORY-FILE ASSIGN TO "VOLHSTOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOL-REPORT-FILE ASSIGN TO "VOLRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GATE-DECISION-FILE ASSIGN TO "GATELOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOL-PARM-FILE.
       COPY VOLPARM.

       FD  VOL-OVERRIDE-FILE.
       COPY VOLOVRD.

       FD  RECON-TOTAL-FILE.
       COPY RECONTOT.

       FD  PRIOR-HISTORY-FILE.
       COPY VOLHIST REPLACING VOL-HIST-REC BY PRIOR-HISTORY-REC.

       FD  NEW-HISTORY-FILE.
       COPY VOLHIST REPLACING VOL-HIST-REC BY NEW-HISTORY-REC.

       FD  VOL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VOL-REPORT-LINE                  PIC X(132).

       FD  GATE-DECISION-FILE.
       COPY GATELOG.

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

      *> Tonight's RUNCTL figures; the latest record per job wins, so
      *> a rerun's figures replace the failed run's.
       01  WS-EDIT-SWITCH                   PIC X VALUE "N".
           88  WS-EDIT-WAS-FOUND                VALUE "Y".
       01  WS-EDIT-READ                     PIC 9(09).
       01  WS-DEDUP-SWITCH                  PIC X VALUE "N".
           88  WS-DEDUP-WAS-FOUND               VALUE "Y".
       01  WS-DEDUP-KEPT                    PIC 9(09).
       01  WS-SPLIT-SWITCH                  PIC X VALUE "N".
           88  WS-SPLIT-WAS-FOUND               VALUE "Y".
       01  WS-SPLIT-READ                    PIC 9(09).
       01  WS-SPLIT-COUNTS.
           05  WS-SPLIT-COUNT OCCURS 5      PIC 9(09).
       01  WS-DELTA-SWITCH                  PIC X VALUE "N".
           88  WS-DELTA-WAS-FOUND               VALUE "Y".
       01  WS-DELTA-ADDED                   PIC 9(09).
       01  WS-DELTA-DROPPED                 PIC 9(09).
       01  WS-DELTA-CHANGED                 PIC 9(09).
       01  WS-MISSING-JOB                   PIC X(08).

       01  WS-TONIGHT-TABLE.
           05  WS-TONIGHT OCCURS 12         PIC S9(15).

       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ROW OCCURS 98.
               10  WS-HT-RUN-DATE           PIC X(08).
               10  WS-HT-METRIC OCCURS 12   PIC S9(15).
       01  WS-HISTORY-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-HISTORY-READ                  PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-WRITTEN               PIC 9(09) VALUE ZERO.
       01  WS-HT-IDX                        PIC 9(03).
       01  WS-FIRST-KEPT-IDX                PIC 9(03).

       01  WS-METRIC-IDX                    PIC 9(02).
       01  WS-TYPE-IDX                      PIC 9(01).

       01  WS-METRIC-NAME-DATA.
           05  FILLER PIC X(16) VALUE "RECORDS READ".
           05  FILLER PIC X(16) VALUE "CERTIFIED KEPT".
           05  FILLER PIC X(16) VALUE "TYPE-1 SHARE".
           05  FILLER PIC X(16) VALUE "TYPE-2 SHARE".
           05  FILLER PIC X(16) VALUE "TYPE-3 SHARE".
           05  FILLER PIC X(16) VALUE "TYPE-4 SHARE".
           05  FILLER PIC X(16) VALUE "UNKNOWN SHARE".
           05  FILLER PIC X(16) VALUE "DELTA ADDED".
           05  FILLER PIC X(16) VALUE "DELTA DROPPED".
           05  FILLER PIC X(16) VALUE "DELTA CHANGED".
           05  FILLER PIC X(16) VALUE "MONNEY-MADE TOT".
           05  FILLER PIC X(16) VALUE "BENEF TOTAL".
       01  WS-METRIC-NAME-R REDEFINES WS-METRIC-NAME-DATA.
           05  WS-METRIC-NAME OCCURS 12     PIC X(16).

      *> The metric being checked.
       01  WS-SUM                           PIC S9(17).
       01  WS-AVERAGE                       PIC S9(15).
       01  WS-ABS-AVERAGE                   PIC 9(15).
       01  WS-ALLOWED-LOW                   PIC 9(15).
       01  WS-ALLOWED-HIGH                  PIC 9(15).
       01  WS-LOW-BOUND                     PIC S9(15).
       01  WS-HIGH-BOUND                    PIC S9(15).

       01  WS-LEARNING-SWITCH               PIC X VALUE "N".
           88  WS-STILL-LEARNING                VALUE "Y".
       01  WS-BELOW-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-ABOVE-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-OUT-OF-BAND-COUNT             PIC 9(02) VALUE ZERO.

       01  WS-OVERRIDE-SWITCH               PIC X VALUE "N".
           88  WS-OVERRIDE-ON-FILE              VALUE "Y".
       01  WS-OVERRIDE-USED                 PIC 9(01) VALUE ZERO.
       01  WS-HELD-SWITCH                   PIC X VALUE "N".
           88  WS-NIGHT-IS-HELD                 VALUE "Y".
       01  WS-DECISION-REASON               PIC X(48).
       01  WS-COUNT-EDIT                    PIC Z9.
       01  WS-NIGHTS-EDIT                   PIC ZZ9.

       01  WS-METRIC-HEADING.
           05  FILLER                       PIC X(16) VALUE "METRIC".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(20)
                   VALUE "             TONIGHT".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(20)
                   VALUE "     HISTORY AVERAGE".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(20)
                   VALUE "           LOW BOUND".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(20)
                   VALUE "          HIGH BOUND".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(10) VALUE "STATUS".

       01  WS-METRIC-LINE.
           05  ML-NAME                      PIC X(16).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-TONIGHT                   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-AVERAGE                   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-LOW-BOUND                 PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-HIGH-BOUND                PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-STATUS                    PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-RUN-CONTROL UNTIL WS-RC-END-OF-FILE
           CLOSE RUN-CONTROL-FILE
           PERFORM 2500-BUILD-TONIGHT
           PERFORM 3000-LOAD-HISTORY
           PERFORM 4000-CHECK-METRICS
           PERFORM 5000-DECIDE
           PERFORM 6000-WRITE-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN INPUT VOL-PARM-FILE
           READ VOL-PARM-FILE
               AT END
                   DISPLAY "VOLCHK: ABEND - VOL-PARM-FILE IS EMPTY, "
                       "NO TOLERANCE BANDS SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE VOL-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE VOL-PARM-FILE
           PERFORM 1050-VALIDATE-PARMS
           OPEN INPUT VOL-OVERRIDE-FILE
           READ VOL-OVERRIDE-FILE
               AT END
                   MOVE SPACES TO VOL-OVERRIDE-REC
               NOT AT END
                   SET WS-OVERRIDE-ON-FILE TO TRUE
           END-READ
           CLOSE VOL-OVERRIDE-FILE
           MOVE ZERO TO WS-SPLIT-COUNTS
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END SET WS-RC-END-OF-FILE TO TRUE
           END-READ.

       1050-VALIDATE-PARMS.
           IF VP-HISTORY-NIGHTS NOT NUMERIC
                   OR VP-HISTORY-NIGHTS = ZERO
                   OR VP-HISTORY-NIGHTS > 98
               DISPLAY "VOLCHK: ABEND - VP-HISTORY-NIGHTS '"
                   VP-HISTORY-NIGHTS "' IS NOT 1 TO 98 NIGHTS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VP-MIN-NIGHTS NOT NUMERIC
                   OR VP-MIN-NIGHTS = ZERO
                   OR VP-MIN-NIGHTS > VP-HISTORY-NIGHTS
               DISPLAY "VOLCHK: ABEND - VP-MIN-NIGHTS '"
                   VP-MIN-NIGHTS "' IS NOT 1 TO VP-HISTORY-NIGHTS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 12
               IF VP-LOW-PCT(WS-METRIC-IDX) NOT NUMERIC
                       OR VP-HIGH-PCT(WS-METRIC-IDX) NOT NUMERIC
                       OR VP-MIN-DIFF(WS-METRIC-IDX) NOT NUMERIC
                   DISPLAY "VOLCHK: ABEND - VP-BAND FOR "
                       WS-METRIC-NAME(WS-METRIC-IDX)
                       " IS NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       2000-SCAN-RUN-CONTROL.
           IF RC-RUN-DATE = WS-RUN-DATE-X
               EVALUATE RC-JOB-NAME
                   WHEN "CIMEDIT"
                       SET WS-EDIT-WAS-FOUND TO TRUE
                       MOVE RC-INPUT-COUNT TO WS-EDIT-READ
                   WHEN "CIMDEDUP"
                       SET WS-DEDUP-WAS-FOUND TO TRUE
                       MOVE RC-OUTPUT-1-COUNT TO WS-DEDUP-KEPT
                   WHEN "SEQSPLT"
                       SET WS-SPLIT-WAS-FOUND TO TRUE
                       MOVE RC-INPUT-COUNT TO WS-SPLIT-READ
                       MOVE RC-OUTPUT-1-COUNT TO WS-SPLIT-COUNT(1)
                       MOVE RC-OUTPUT-2-COUNT TO WS-SPLIT-COUNT(2)
                       MOVE RC-OUTPUT-3-COUNT TO WS-SPLIT-COUNT(3)
                       MOVE RC-OUTPUT-4-COUNT TO WS-SPLIT-COUNT(4)
                       MOVE RC-OUTPUT-5-COUNT TO WS-SPLIT-COUNT(5)
                   WHEN "CIMDELTA"
                       SET WS-DELTA-WAS-FOUND TO TRUE
                       MOVE RC-OUTPUT-1-COUNT TO WS-DELTA-ADDED
                       MOVE RC-OUTPUT-2-COUNT TO WS-DELTA-DROPPED
                       MOVE RC-OUTPUT-3-COUNT TO WS-DELTA-CHANGED
               END-EVALUATE
           END-IF
           READ RUN-CONTROL-FILE
               AT END SET WS-RC-END-OF-FILE TO TRUE
           END-READ.

      *> JOBGATE has already proved the predecessors ran; a figure
      *> still missing here means RUNCTL and the gate table disagree,
      *> and the night is not checked on a guess.
       2500-BUILD-TONIGHT.
           MOVE SPACES TO WS-MISSING-JOB
           EVALUATE TRUE
               WHEN NOT WS-EDIT-WAS-FOUND
                   MOVE "CIMEDIT" TO WS-MISSING-JOB
               WHEN NOT WS-DEDUP-WAS-FOUND
                   MOVE "CIMDEDUP" TO WS-MISSING-JOB
               WHEN NOT WS-SPLIT-WAS-FOUND
                   MOVE "SEQSPLT" TO WS-MISSING-JOB
               WHEN NOT WS-DELTA-WAS-FOUND
                   MOVE "CIMDELTA" TO WS-MISSING-JOB
           END-EVALUATE
           IF WS-MISSING-JOB NOT = SPACES
               DISPLAY "VOLCHK: ABEND - NO RUNCTL RECORD FOR "
                   WS-MISSING-JOB " FOR " WS-RUN-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RECON-TOTAL-FILE
           READ RECON-TOTAL-FILE
               AT END
                   MOVE SPACES TO RN-RUN-DATE
           END-READ
           CLOSE RECON-TOTAL-FILE
           IF RN-RUN-DATE NOT = WS-RUN-DATE-X
               DISPLAY "VOLCHK: ABEND - RECON-TOTAL-FILE IS NOT FOR "
                   WS-RUN-DATE-X ", RECONDLY HAS NOT RUN TONIGHT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EDIT-READ TO WS-TONIGHT(1)
           MOVE WS-DEDUP-KEPT TO WS-TONIGHT(2)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               IF WS-SPLIT-READ = ZERO
                   MOVE ZERO TO WS-TONIGHT(WS-TYPE-IDX + 2)
               ELSE
                   COMPUTE WS-TONIGHT(WS-TYPE-IDX + 2) ROUNDED
                       = WS-SPLIT-COUNT(WS-TYPE-IDX) * 10000
                         / WS-SPLIT-READ
               END-IF
           END-PERFORM
           MOVE WS-DELTA-ADDED TO WS-TONIGHT(8)
           MOVE WS-DELTA-DROPPED TO WS-TONIGHT(9)
           MOVE WS-DELTA-CHANGED TO WS-TONIGHT(10)
           MOVE RN-MONNEY-MADE TO WS-TONIGHT(11)
           MOVE RN-BENEF TO WS-TONIGHT(12).

      *> Only the most recent VP-HISTORY-NIGHTS are held; an older
      *> night falls off the front as a newer one arrives. A row
      *> already dated tonight is a rerun's and is not history.
       3000-LOAD-HISTORY.
           OPEN INPUT PRIOR-HISTORY-FILE
           PERFORM 3100-LOAD-ONE-NIGHT UNTIL WS-PH-END-OF-FILE
           CLOSE PRIOR-HISTORY-FILE
           IF WS-HISTORY-COUNT < VP-MIN-NIGHTS
               SET WS-STILL-LEARNING TO TRUE
           END-IF.

       3100-LOAD-ONE-NIGHT.
           READ PRIOR-HISTORY-FILE
               AT END
                   SET WS-PH-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF VH-RUN-DATE OF PRIOR-HISTORY-REC < WS-RUN-DATE-X
                       IF WS-HISTORY-COUNT >= VP-HISTORY-NIGHTS
                           PERFORM 3110-DROP-OLDEST-NIGHT
                       END-IF
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE PRIOR-HISTORY-REC
                           TO WS-HISTORY-ROW(WS-HISTORY-COUNT)
                   END-IF
           END-READ.

       3110-DROP-OLDEST-NIGHT.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX >= WS-HISTORY-COUNT
               MOVE WS-HISTORY-ROW(WS-HT-IDX + 1)
                   TO WS-HISTORY-ROW(WS-HT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-HISTORY-COUNT.

       4000-CHECK-METRICS.
           OPEN OUTPUT VOL-REPORT-FILE
           MOVE WS-HISTORY-COUNT TO WS-NIGHTS-EDIT
           MOVE SPACES TO VOL-REPORT-LINE
           STRING "VOLUME AND TOTALS ANOMALY CHECK - RUN "
               WS-RUN-DATE-X " AGAINST " WS-NIGHTS-EDIT
               " RELEASED NIGHTS OF HISTORY"
               DELIMITED BY SIZE INTO VOL-REPORT-LINE
           WRITE VOL-REPORT-LINE
           MOVE SPACES TO VOL-REPORT-LINE
           STRING "TYPE SHARES ARE IN HUNDREDTHS OF A PERCENT OF "
               "SEQSPLT INPUT"
               DELIMITED BY SIZE INTO VOL-REPORT-LINE
           WRITE VOL-REPORT-LINE
           IF WS-STILL-LEARNING
               MOVE SPACES TO VOL-REPORT-LINE
               STRING "FEWER THAN THE MINIMUM NIGHTS OF HISTORY ON "
                   "FILE - FIGURES ARE REPORTED BUT NOT HELD"
                   DELIMITED BY SIZE INTO VOL-REPORT-LINE
               WRITE VOL-REPORT-LINE
           END-IF
           MOVE SPACES TO VOL-REPORT-LINE
           WRITE VOL-REPORT-LINE
           MOVE WS-METRIC-HEADING TO VOL-REPORT-LINE
           WRITE VOL-REPORT-LINE
           PERFORM 4100-CHECK-ONE-METRIC
               VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > 12.

      *> The band runs VP-LOW-PCT below and VP-HIGH-PCT above the
      *> history average, measured on the average's size so a signed
      *> total that averages negative still gets a band either side,
      *> and never narrower than VP-MIN-DIFF.
       4100-CHECK-ONE-METRIC.
           MOVE ZERO TO WS-SUM
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HISTORY-COUNT
               ADD WS-HT-METRIC(WS-HT-IDX, WS-METRIC-IDX) TO WS-SUM
           END-PERFORM
           IF WS-HISTORY-COUNT = ZERO
               MOVE ZERO TO WS-AVERAGE
           ELSE
               COMPUTE WS-AVERAGE ROUNDED = WS-SUM / WS-HISTORY-COUNT
           END-IF
           IF WS-AVERAGE < ZERO
               COMPUTE WS-ABS-AVERAGE = ZERO - WS-AVERAGE
           ELSE
               MOVE WS-AVERAGE TO WS-ABS-AVERAGE
           END-IF
           COMPUTE WS-ALLOWED-LOW ROUNDED
               = WS-ABS-AVERAGE * VP-LOW-PCT(WS-METRIC-IDX) / 100
           IF WS-ALLOWED-LOW < VP-MIN-DIFF(WS-METRIC-IDX)
               MOVE VP-MIN-DIFF(WS-METRIC-IDX) TO WS-ALLOWED-LOW
           END-IF
           COMPUTE WS-ALLOWED-HIGH ROUNDED
               = WS-ABS-AVERAGE * VP-HIGH-PCT(WS-METRIC-IDX) / 100
           IF WS-ALLOWED-HIGH < VP-MIN-DIFF(WS-METRIC-IDX)
               MOVE VP-MIN-DIFF(WS-METRIC-IDX) TO WS-ALLOWED-HIGH
           END-IF
           COMPUTE WS-LOW-BOUND = WS-AVERAGE - WS-ALLOWED-LOW
           COMPUTE WS-HIGH-BOUND = WS-AVERAGE + WS-ALLOWED-HIGH
           MOVE SPACES TO WS-METRIC-LINE
           MOVE WS-METRIC-NAME(WS-METRIC-IDX) TO ML-NAME
           MOVE WS-TONIGHT(WS-METRIC-IDX) TO ML-TONIGHT
           MOVE WS-AVERAGE TO ML-AVERAGE
           MOVE WS-LOW-BOUND TO ML-LOW-BOUND
           MOVE WS-HIGH-BOUND TO ML-HIGH-BOUND
           EVALUATE TRUE
               WHEN WS-STILL-LEARNING
                   MOVE "LEARNING" TO ML-STATUS
               WHEN WS-TONIGHT(WS-METRIC-IDX) < WS-LOW-BOUND
                   MOVE "*** LOW" TO ML-STATUS
                   ADD 1 TO WS-BELOW-COUNT
               WHEN WS-TONIGHT(WS-METRIC-IDX) > WS-HIGH-BOUND
                   MOVE "*** HIGH" TO ML-STATUS
                   ADD 1 TO WS-ABOVE-COUNT
               WHEN OTHER
                   MOVE "IN BAND" TO ML-STATUS
           END-EVALUATE
           MOVE WS-METRIC-LINE TO VOL-REPORT-LINE
           WRITE VOL-REPORT-LINE.

      *> An override only counts for tonight's date and only with an
      *> operator and a reason; anything less leaves the hold on.
       5000-DECIDE.
           COMPUTE WS-OUT-OF-BAND-COUNT = WS-BELOW-COUNT
               + WS-ABOVE-COUNT
           MOVE SPACES TO WS-DECISION-REASON
           IF WS-OUT-OF-BAND-COUNT = ZERO
               IF WS-STILL-LEARNING
                   STRING "RELEASED - ONLY " WS-NIGHTS-EDIT
                       " NIGHTS OF HISTORY ON FILE"
                       DELIMITED BY SIZE INTO WS-DECISION-REASON
               ELSE
                   MOVE "ALL FIGURES WITHIN TOLERANCE"
                       TO WS-DECISION-REASON
               END-IF
           ELSE
               IF WS-OVERRIDE-ON-FILE
                  AND VO-RUN-DATE = WS-RUN-DATE-X
                  AND VO-OPERATOR NOT = SPACES
                  AND VO-REASON NOT = SPACES
                   MOVE 1 TO WS-OVERRIDE-USED
                   STRING "OVR BY " VO-OPERATOR " - " VO-REASON
                       DELIMITED BY SIZE INTO WS-DECISION-REASON
               ELSE
                   SET WS-NIGHT-IS-HELD TO TRUE
                   MOVE WS-OUT-OF-BAND-COUNT TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT
                       " FIGURES OUTSIDE TOLERANCE - SEE VOLRPT"
                       DELIMITED BY SIZE INTO WS-DECISION-REASON
               END-IF
           END-IF
           MOVE SPACES TO VOL-REPORT-LINE
           WRITE VOL-REPORT-LINE
           MOVE SPACES TO VOL-REPORT-LINE
           IF WS-NIGHT-IS-HELD
               STRING "*** STREAM HELD - " WS-DECISION-REASON
                   DELIMITED BY SIZE INTO VOL-REPORT-LINE
           ELSE
               STRING "STREAM RELEASED - " WS-DECISION-REASON
                   DELIMITED BY SIZE INTO VOL-REPORT-LINE
           END-IF
           WRITE VOL-REPORT-LINE
           IF WS-OVERRIDE-ON-FILE AND WS-OVERRIDE-USED = ZERO
               MOVE SPACES TO VOL-REPORT-LINE
               IF VO-RUN-DATE NOT = WS-RUN-DATE-X
                   STRING "OVERRIDE ON VOLOVRD IS FOR " VO-RUN-DATE
                       ", NOT TONIGHT - IGNORED"
                       DELIMITED BY SIZE INTO VOL-REPORT-LINE
               ELSE
                   IF WS-NIGHT-IS-HELD
                       STRING "OVERRIDE ON VOLOVRD HAS NO OPERATOR "
                           "OR NO REASON - IGNORED"
                           DELIMITED BY SIZE INTO VOL-REPORT-LINE
                   ELSE
                       STRING "OVERRIDE ON VOLOVRD NOT NEEDED - "
                           "ALL FIGURES WITHIN TOLERANCE"
                           DELIMITED BY SIZE INTO VOL-REPORT-LINE
                   END-IF
               END-IF
               WRITE VOL-REPORT-LINE
           END-IF
           PERFORM 5100-LOG-DECISION.

       5100-LOG-DECISION.
           OPEN EXTEND GATE-DECISION-FILE
           MOVE WS-RUN-DATE-X TO GA-RUN-DATE
           MOVE "VOLCHK" TO GA-JOB-NAME
           IF WS-NIGHT-IS-HELD
               MOVE "HELD" TO GA-DECISION
           ELSE
               MOVE "RELEASED" TO GA-DECISION
           END-IF
           MOVE WS-DECISION-REASON TO GA-REASON
           WRITE GATE-DECISION-REC
           CLOSE GATE-DECISION-FILE.

      *> A released night joins the history and, once the history is
      *> full, pushes the oldest night off.
       6000-WRITE-HISTORY.
           OPEN OUTPUT NEW-HISTORY-FILE
           MOVE 1 TO WS-FIRST-KEPT-IDX
           IF NOT WS-NIGHT-IS-HELD
              AND WS-HISTORY-COUNT >= VP-HISTORY-NIGHTS
               MOVE 2 TO WS-FIRST-KEPT-IDX
           END-IF
           PERFORM 6100-WRITE-ONE-NIGHT
               VARYING WS-HT-IDX FROM WS-FIRST-KEPT-IDX BY 1
               UNTIL WS-HT-IDX > WS-HISTORY-COUNT
           IF NOT WS-NIGHT-IS-HELD
               MOVE SPACES TO NEW-HISTORY-REC
               MOVE WS-RUN-DATE-X TO VH-RUN-DATE OF NEW-HISTORY-REC
               PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                       UNTIL WS-METRIC-IDX > 12
                   MOVE WS-TONIGHT(WS-METRIC-IDX)
                       TO VH-METRIC OF NEW-HISTORY-REC(WS-METRIC-IDX)
               END-PERFORM
               WRITE NEW-HISTORY-REC
               ADD 1 TO WS-HISTORY-WRITTEN
           END-IF
           CLOSE NEW-HISTORY-FILE.

       6100-WRITE-ONE-NIGHT.
           MOVE WS-HISTORY-ROW(WS-HT-IDX) TO NEW-HISTORY-REC
           WRITE NEW-HISTORY-REC
           ADD 1 TO WS-HISTORY-WRITTEN.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "VOLCHK" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-HISTORY-READ TO RC-INPUT-COUNT
           MOVE 12 TO RC-OUTPUT-1-COUNT
           MOVE WS-BELOW-COUNT TO RC-OUTPUT-2-COUNT
           MOVE WS-ABOVE-COUNT TO RC-OUTPUT-3-COUNT
           MOVE WS-OVERRIDE-USED TO RC-OUTPUT-4-COUNT
           MOVE WS-HISTORY-WRITTEN TO RC-OUTPUT-5-COUNT
           MOVE ZERO TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE VOL-REPORT-FILE
           DISPLAY "VOLCHK HISTORY NIGHTS READ  : " WS-HISTORY-READ
           DISPLAY "VOLCHK FIGURES BELOW BAND   : " WS-BELOW-COUNT
           DISPLAY "VOLCHK FIGURES ABOVE BAND   : " WS-ABOVE-COUNT
           DISPLAY "VOLCHK HISTORY NIGHTS KEPT  : " WS-HISTORY-WRITTEN
           IF WS-NIGHT-IS-HELD
               DISPLAY "VOLCHK DECISION             : HELD - "
                   WS-DECISION-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "VOLCHK DECISION             : RELEASED - "
                   WS-DECISION-REASON
           END-IF
           PERFORM 8000-WRITE-RUN-CONTROL.
