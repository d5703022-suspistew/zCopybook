      *> accumulator holding only the next period's control record,
      *> plus a close audit record appended to the PERIOD-CLOSE-FILE
      *> saying what closed, when, and whether it balanced.
      *>
      *> The closed month's group and contract totals are also added
      *> to the period history (PERHIST layout), carried forward from
      *> PERHSTIN to PERHSTOU with a period close record behind them,
      *> so YTDRPT can report the year to date and the prior year
      *> after the accumulator has been rolled. Closing the same
      *> period again replaces its history; a history that already
      *> holds a later period abends the close.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "MECLSAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-IN-FILE ASSIGN TO "PERHSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-OUT-FILE ASSIGN TO "PERHSTOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       FD  PERIOD-CLOSE-FILE.
       COPY MECLSAUD.

       FD  HISTORY-IN-FILE.
       COPY PERHIST.

       FD  HISTORY-OUT-FILE.
       COPY PERHIST REPLACING PERIOD-HIST-REC BY PERIOD-HIST-OUT-REC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

           88  WS-AC-END-OF-FILE               VALUE "Y".
       01  WS-BALANCED-SWITCH              PIC X VALUE "Y".
           88  WS-CLOSE-IS-BALANCED            VALUE "Y".
       01  WS-PH-EOF-SWITCH                PIC X VALUE "N".
           88  WS-PH-END-OF-FILE               VALUE "Y".

       01  WS-PERIOD                       PIC X(06) VALUE SPACES.
       01  WS-DAYS-FOLDED                  PIC 9(03) VALUE ZERO.
       01  WS-SUM-BENEF                    PIC S9(15) VALUE ZERO.

       01  WS-ACCUM-READ-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-HIST-CARRIED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HIST-WRITTEN-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HIST-REPLACED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

       01  WS-NEXT-PERIOD.
           05  WS-NP-YEAR                  PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLOSE-ONE-ACCUM-REC UNTIL WS-AC-END-OF-FILE
           PERFORM 3000-PROVE-BALANCE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 1200-CARRY-PERIOD-HISTORY.

       1100-READ-ACCUM-IN.
           READ ACCUM-IN-FILE
               NOT AT END ADD 1 TO WS-ACCUM-READ-COUNT
           END-READ.

      *> Every record carries the period, so the first one read says
      *> which period is closing. The history before it is copied
      *> across; a rerun's earlier copy of the same period is dropped
      *> so the close below replaces it.
       1200-CARRY-PERIOD-HISTORY.
           OPEN INPUT HISTORY-IN-FILE
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM 1210-READ-HISTORY-IN
           PERFORM 1220-CARRY-ONE-HISTORY-REC UNTIL WS-PH-END-OF-FILE
           CLOSE HISTORY-IN-FILE.

       1210-READ-HISTORY-IN.
           READ HISTORY-IN-FILE
               AT END SET WS-PH-END-OF-FILE TO TRUE
           END-READ.

       1220-CARRY-ONE-HISTORY-REC.
           EVALUATE TRUE
               WHEN PH-PERIOD OF PERIOD-HIST-REC
                       < PA-PERIOD OF PERIOD-ACCUM-REC
                   WRITE PERIOD-HIST-OUT-REC FROM PERIOD-HIST-REC
                   ADD 1 TO WS-HIST-CARRIED-COUNT
               WHEN PH-PERIOD OF PERIOD-HIST-REC
                       = PA-PERIOD OF PERIOD-ACCUM-REC
                   ADD 1 TO WS-HIST-REPLACED-COUNT
               WHEN OTHER
                   DISPLAY "MECLOSE: ABEND - PERIOD HISTORY ALREADY "
                       "HOLDS PERIOD " PH-PERIOD OF PERIOD-HIST-REC
                       ", LATER THAN " PA-PERIOD OF PERIOD-ACCUM-REC
                   MOVE 16 TO RETURN-CODE
                   CLOSE HISTORY-IN-FILE
                   CLOSE HISTORY-OUT-FILE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE
           PERFORM 1210-READ-HISTORY-IN.

      *> PERACCUM writes the control record first, then the group
      *> totals, then the contract totals - so the summary and the
      *> statements stream straight off the file.
           MOVE PA-MONNEY-MADE OF PERIOD-ACCUM-REC TO SM-MONNEY-MADE
           MOVE PA-BENEF OF PERIOD-ACCUM-REC TO SM-BENEF
           MOVE WS-SUMMARY-LINE TO GL-SUMMARY-REPORT-LINE
           WRITE GL-SUMMARY-REPORT-LINE
           PERFORM 2300-WRITE-PERIOD-HISTORY.

       2200-PRINT-CONTRACT-STATEMENT.
           ADD 1 TO WS-CONTRACT-COUNT
           MOVE PA-MONNEY-MADE OF PERIOD-ACCUM-REC TO ST-MONNEY-MADE
           MOVE PA-BENEF OF PERIOD-ACCUM-REC TO ST-BENEF
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           PERFORM 2300-WRITE-PERIOD-HISTORY.

       2300-WRITE-PERIOD-HISTORY.
           MOVE SPACES TO PERIOD-HIST-OUT-REC
           MOVE PA-PERIOD OF PERIOD-ACCUM-REC
               TO PH-PERIOD OF PERIOD-HIST-OUT-REC
           MOVE PA-RECORD-TYPE OF PERIOD-ACCUM-REC
               TO PH-RECORD-TYPE OF PERIOD-HIST-OUT-REC
           MOVE PA-KEY-DATA OF PERIOD-ACCUM-REC
               TO PH-KEY-DATA OF PERIOD-HIST-OUT-REC
           MOVE WS-RUN-DATE TO PH-CLOSE-DATE OF PERIOD-HIST-OUT-REC
           MOVE PA-DAYS-FOLDED OF PERIOD-ACCUM-REC
               TO PH-DAYS-FOLDED OF PERIOD-HIST-OUT-REC
           MOVE PA-DETAIL-COUNT OF PERIOD-ACCUM-REC
               TO PH-DETAIL-COUNT OF PERIOD-HIST-OUT-REC
           MOVE PA-MONNEY-MADE OF PERIOD-ACCUM-REC
               TO PH-MONNEY-MADE OF PERIOD-HIST-OUT-REC
           MOVE PA-BENEF OF PERIOD-ACCUM-REC
               TO PH-BENEF OF PERIOD-HIST-OUT-REC
           WRITE PERIOD-HIST-OUT-REC
           ADD 1 TO WS-HIST-WRITTEN-COUNT.

      *> The group totals must add back to the accumulated daily
      *> trailer totals exactly - every detail PERACCUM folded came
           MOVE WS-PERIOD-HASH-BENEF TO MC-HASH-BENEF
           MOVE WS-BALANCED-SWITCH TO MC-BALANCED-FLAG
           WRITE PERIOD-CLOSE-REC
           CLOSE PERIOD-CLOSE-FILE
           MOVE SPACES TO PERIOD-HIST-OUT-REC
           MOVE WS-PERIOD TO PH-PERIOD OF PERIOD-HIST-OUT-REC
           MOVE "P" TO PH-RECORD-TYPE OF PERIOD-HIST-OUT-REC
           MOVE WS-RUN-DATE TO PH-CLOSE-DATE OF PERIOD-HIST-OUT-REC
           MOVE WS-DAYS-FOLDED TO PH-DAYS-FOLDED OF PERIOD-HIST-OUT-REC
           MOVE WS-PERIOD-DETAIL-COUNT
               TO PH-DETAIL-COUNT OF PERIOD-HIST-OUT-REC
           MOVE WS-PERIOD-HASH-MONNEY-MADE
               TO PH-MONNEY-MADE OF PERIOD-HIST-OUT-REC
           MOVE WS-PERIOD-HASH-BENEF TO PH-BENEF OF PERIOD-HIST-OUT-REC
           MOVE WS-BALANCED-SWITCH
               TO PH-BALANCED-FLAG OF PERIOD-HIST-OUT-REC
           WRITE PERIOD-HIST-OUT-REC
           ADD 1 TO WS-HIST-WRITTEN-COUNT
           CLOSE HISTORY-OUT-FILE.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "MECLOSE" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-ACCUM-READ-COUNT TO RC-INPUT-COUNT
           MOVE WS-CONTRACT-COUNT TO RC-OUTPUT-1-COUNT
           MOVE WS-GROUP-COUNT TO RC-OUTPUT-2-COUNT
           MOVE WS-DAYS-FOLDED TO RC-OUTPUT-3-COUNT
           MOVE WS-HIST-CARRIED-COUNT TO RC-OUTPUT-4-COUNT
           MOVE WS-HIST-WRITTEN-COUNT TO RC-OUTPUT-5-COUNT
           MOVE WS-HIST-REPLACED-COUNT TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "MECLOSE DAYS FOLDED      : " WS-DAYS-FOLDED
           DISPLAY "MECLOSE GROUP LINES      : " WS-GROUP-COUNT
           DISPLAY "MECLOSE STATEMENTS       : " WS-CONTRACT-COUNT
           DISPLAY "MECLOSE HISTORY CARRIED  : " WS-HIST-CARRIED-COUNT
           DISPLAY "MECLOSE HISTORY WRITTEN  : " WS-HIST-WRITTEN-COUNT
           DISPLAY "MECLOSE HISTORY REPLACED : " WS-HIST-REPLACED-COUNT
           IF WS-CLOSE-IS-BALANCED
               DISPLAY "MECLOSE CLOSE IN BALANCE"
           ELSE
