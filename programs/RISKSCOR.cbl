      *>--------------------------------------------------------------
      *> RISKSCOR - nightly composite contract risk score.
      *>
      *> Every risk signal the suite raises lives in its own report -
      *> CMPALERT's queue, DORMSCAN's extract, STTREND's matrix - and
      *> nobody could say which contracts are the riskiest overall.
      *> This puts one number on every NUM-CONTRAT, the sum of
      *> weighted points from five inputs, with every weight on the
      *> RISKPARM file so compliance can retune it without a change:
      *>   - TYPE-CLIENT-RISK on the image, by value;
      *>   - MESSAGES codes on the image, by code;
      *>   - STATE churn - the contract's transitions on
      *>     STATE-HISTORY-FILE inside the churn window, capped;
      *>   - the compliance cases still open against the contract on
      *>     tonight's ALRTOPEN carry-forward, escalated cases
      *>     weighted apart from the rest;
      *>   - tonight's DORMSCAN classification on DORMEXTR.
      *> The image drives a match-merge on NUM-CONTRAT, with the
      *> usual ascending-order guard. STATE-HISTORY-FILE is appended
      *> in date order and the open-case file in table order, so both
      *> are sorted first; DORMEXTR is written in image order by
      *> DORMSCAN and is guarded like the image.
      *>
      *> Each night's scores, with their component points, are
      *> appended to the dated RISKHIST history and also written as
      *> the RSKLSTOU carry-forward. Matching tonight against last
      *> run's carry-forward gives the biggest movers, up and down,
      *> for the report, which also shows the score distribution by
      *> REGION/COUNTRY across the RISKPARM score bands. A contract
      *> new since the last run has no movement to report and is
      *> counted, not listed.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-PARM-FILE ASSIGN TO "RISKPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-IMAGE-FILE ASSIGN TO "CLTIMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-HISTORY-FILE ASSIGN TO "STHISTRY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT SORTED-HISTORY-FILE ASSIGN TO "RSKSHSRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPEN-ALERT-FILE ASSIGN TO "ALRTOPOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-SORT-WORK-FILE ASSIGN TO "SORTWK02".
           SELECT SORTED-CASE-FILE ASSIGN TO "RSKOPSRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DORMANCY-EXTRACT-FILE ASSIGN TO "DORMEXTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-SCORE-FILE ASSIGN TO "RSKLSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-SCORE-FILE ASSIGN TO "RSKLSTOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "RISKHIST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RISK-REPORT-FILE ASSIGN TO "RISKRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-PARM-FILE.
       COPY RISKPARM.

       FD  CLIENT-IMAGE-FILE.
       COPY CLTIMAGE.

       FD  STATE-HISTORY-FILE.
       COPY STHISTRY.

      *> Sort records mirror STATE-HISTORY-REC and OPEN-ALERT-REC
      *> byte for byte; only the sort key is named.
       SD  SORT-WORK-FILE.
       01  SORT-HISTORY-REC.
           05  SS-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(12).

       FD  SORTED-HISTORY-FILE.
       COPY STHISTRY REPLACING STATE-HISTORY-REC
           BY SORTED-HISTORY-REC.

       FD  OPEN-ALERT-FILE.
       COPY ALRTOPEN.

       SD  CASE-SORT-WORK-FILE.
       01  SORT-CASE-REC.
           05  SC-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(32).

       FD  SORTED-CASE-FILE.
       COPY ALRTOPEN REPLACING OPEN-ALERT-REC BY SORTED-CASE-REC.

       FD  DORMANCY-EXTRACT-FILE.
       COPY DORMEXTR.

       FD  PRIOR-SCORE-FILE.
       COPY RISKHIST REPLACING RISK-HIST-REC BY PRIOR-SCORE-REC.

       FD  NEW-SCORE-FILE.
       COPY RISKHIST REPLACING RISK-HIST-REC BY NEW-SCORE-REC.

       FD  SCORE-HISTORY-FILE.
       COPY RISKHIST.

       FD  RISK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RISK-REPORT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CI-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-CI-END-OF-FILE                VALUE "Y".
       01  WS-SH-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-SH-END-OF-FILE                VALUE "Y".
       01  WS-OP-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-OP-END-OF-FILE                VALUE "Y".
       01  WS-DE-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-DE-END-OF-FILE                VALUE "Y".
       01  WS-PR-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-PR-END-OF-FILE                VALUE "Y".

       01  WS-CI-KEY                        PIC X(16).
       01  WS-SH-KEY                        PIC X(16).
       01  WS-OP-KEY                        PIC X(16).
       01  WS-DE-KEY                        PIC X(16).
       01  WS-PR-KEY                        PIC X(16).
       01  WS-CI-PREV-KEY                   PIC X(16) VALUE LOW-VALUES.
       01  WS-DE-PREV-KEY                   PIC X(16) VALUE LOW-VALUES.

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).
       01  WS-RUN-DATE-X                    PIC X(08).
       01  WS-PRIOR-RUN-DATE                PIC X(08) VALUE SPACES.
       01  WS-WINDOW-DAYS                   PIC 9(03).
       01  WS-WINDOW-START                  PIC 9(08).
       01  WS-WINDOW-START-R REDEFINES WS-WINDOW-START.
           05  WS-WIN-YEAR                  PIC 9(04).
           05  WS-WIN-MONTH                 PIC 9(02).
           05  WS-WIN-DAY                   PIC 9(02).
       01  WS-WINDOW-START-X                PIC X(08).
       01  WS-DAYS-BACK                     PIC 9(03).

       01  WS-MONTH-DAYS-DATA               PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS OCCURS 12      PIC 9(02).
       01  WS-LEAP-QUOTIENT                 PIC 9(04).
       01  WS-LEAP-REM-4                    PIC 9(03).
       01  WS-LEAP-REM-100                  PIC 9(03).
       01  WS-LEAP-REM-400                  PIC 9(03).

       01  WS-PARM-IDX                      PIC 9(03).
       01  WS-MSG-IDX                       PIC 9(03).
       01  WS-BAND-IDX                      PIC 9(01).

      *> The contract being scored.
       01  WS-RISK-POINTS                   PIC 9(05).
       01  WS-MESSAGE-POINTS                PIC 9(05).
       01  WS-CHURN-COUNT                   PIC 9(05).
       01  WS-CHURN-POINTS                  PIC 9(07).
       01  WS-CASE-POINTS                   PIC 9(05).
       01  WS-DORMANCY-POINTS               PIC 9(05).
       01  WS-SCORE                         PIC 9(07).
       01  WS-PRIOR-SCORE                   PIC 9(07).
       01  WS-PRIOR-FOUND                   PIC X VALUE "N".
           88  WS-PRIOR-WAS-FOUND               VALUE "Y".
           88  WS-PRIOR-NOT-FOUND               VALUE "N".
       01  WS-MOVEMENT                      PIC S9(07).
       01  WS-MOVEMENT-SIZE                 PIC 9(07).

      *> The biggest movers so far, largest movement either way. Once
      *> the table holds RK-MOVER-COUNT rows a new mover only gets in
      *> by displacing the smallest.
       01  WS-MOVER-TABLE.
           05  WS-MOVER-ENTRY OCCURS 50
                   INDEXED BY WS-MV-IDX WS-MV-LOW-IDX.
               10  WS-MV-NUM-CONTRAT        PIC X(16).
               10  WS-MV-REGION             PIC X(04).
               10  WS-MV-COUNTRY            PIC X(04).
               10  WS-MV-PRIOR-SCORE        PIC 9(07).
               10  WS-MV-SCORE              PIC 9(07).
               10  WS-MV-MOVEMENT           PIC S9(07).
               10  WS-MV-SIZE               PIC 9(07).
               10  WS-MV-PRINTED            PIC X(01).
       01  WS-MOVER-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-MOVER-LIMIT                   PIC 9(03).
       01  WS-MOVER-LOW-SIZE                PIC 9(07).
       01  WS-MOVER-HIGH-SIZE               PIC 9(07).
       01  WS-PRINT-COUNT                   PIC 9(03).

       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 500
                   INDEXED BY WS-DIST-IDX.
               10  WS-DT-REGION             PIC X(04).
               10  WS-DT-COUNTRY            PIC X(04).
               10  WS-DT-CONTRACTS          PIC 9(07).
               10  WS-DT-TOTAL-SCORE        PIC 9(13).
               10  WS-DT-MAX-SCORE          PIC 9(07).
               10  WS-DT-BAND-COUNT OCCURS 5
                                            PIC 9(07).
       01  WS-DIST-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-DIST-FOUND                    PIC X VALUE "N".
           88  WS-DIST-WAS-FOUND                VALUE "Y".
           88  WS-DIST-NOT-FOUND                VALUE "N".
       01  WS-AVERAGE-SCORE                 PIC 9(07).

       01  WS-CI-READ-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-SCORES-WRITTEN                PIC 9(09) VALUE ZERO.
       01  WS-TRANSITIONS-USED              PIC 9(09) VALUE ZERO.
       01  WS-CASES-MATCHED                 PIC 9(09) VALUE ZERO.
       01  WS-DORMANCY-MATCHED              PIC 9(09) VALUE ZERO.
       01  WS-NEW-CONTRACT-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-MOVER-HEADING.
           05  FILLER                       PIC X(16)
                   VALUE "NUM-CONTRAT".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(06) VALUE "REGION".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(07) VALUE "COUNTRY".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "    PRIOR".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "  TONIGHT".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "    MOVED".

       01  WS-MOVER-LINE.
           05  ML-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-REGION                    PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-COUNTRY                   PIC X(07).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-PRIOR-SCORE               PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-SCORE                     PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ML-MOVEMENT                  PIC -ZZZ,ZZ9.

       01  WS-BAND-LEGEND.
           05  FILLER                       PIC X(18)
                   VALUE "SCORE BANDS:  1 <=".
           05  BL-LIMIT-1                   PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(07) VALUE "   2 <=".
           05  BL-LIMIT-2                   PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(07) VALUE "   3 <=".
           05  BL-LIMIT-3                   PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(07) VALUE "   4 <=".
           05  BL-LIMIT-4                   PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(07) VALUE "   5  >".
           05  BL-LIMIT-5                   PIC Z,ZZZ,ZZ9.

       01  WS-DIST-HEADING.
           05  FILLER                       PIC X(06) VALUE "REGION".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(07) VALUE "COUNTRY".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "CONTRACTS".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "  AVERAGE".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "  HIGHEST".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "   BAND 1".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "   BAND 2".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "   BAND 3".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "   BAND 4".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE "   BAND 5".

       01  WS-DIST-LINE.
           05  DL-REGION                    PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  DL-COUNTRY                   PIC X(07).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  DL-CONTRACTS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  DL-AVERAGE                   PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  DL-HIGHEST                   PIC Z,ZZZ,ZZ9.
           05  DL-BAND OCCURS 5.
               10  FILLER                   PIC X(02).
               10  DL-BAND-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCORE-CONTRACT UNTIL WS-CI-END-OF-FILE
           PERFORM 3000-PRINT-MOVERS
           PERFORM 4000-PRINT-DISTRIBUTION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN INPUT RISK-PARM-FILE
           READ RISK-PARM-FILE
               AT END
                   DISPLAY "RISKSCOR: ABEND - RISK-PARM-FILE IS "
                       "EMPTY, NO SCORE WEIGHTS SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE RISK-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE RISK-PARM-FILE
           PERFORM 1050-VALIDATE-PARMS
           MOVE RK-CHURN-WINDOW-DAYS TO WS-WINDOW-DAYS
           MOVE RK-MOVER-COUNT TO WS-MOVER-LIMIT
           PERFORM 1400-COMPUTE-WINDOW-START

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-NUM-CONTRAT
               USING STATE-HISTORY-FILE
               GIVING SORTED-HISTORY-FILE
           SORT CASE-SORT-WORK-FILE
               ON ASCENDING KEY SC-NUM-CONTRAT
               USING OPEN-ALERT-FILE
               GIVING SORTED-CASE-FILE

           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           OPEN INPUT SORTED-CASE-FILE
           OPEN INPUT DORMANCY-EXTRACT-FILE
           OPEN INPUT PRIOR-SCORE-FILE
           OPEN OUTPUT NEW-SCORE-FILE
           OPEN EXTEND SCORE-HISTORY-FILE
           OPEN OUTPUT RISK-REPORT-FILE
           PERFORM 1100-READ-CLIENT-IMAGE
           PERFORM 1200-READ-SORTED-HISTORY
           PERFORM 1300-READ-SORTED-CASE
           PERFORM 1500-READ-DORMANCY-EXTRACT
           PERFORM 1600-READ-PRIOR-SCORE
           IF NOT WS-PR-END-OF-FILE
               MOVE RH-RUN-DATE OF PRIOR-SCORE-REC TO WS-PRIOR-RUN-DATE
           END-IF
           MOVE SPACES TO RISK-REPORT-LINE
           IF WS-PRIOR-RUN-DATE = SPACES
               STRING "CONTRACT RISK SCORE REPORT - RUN "
                   WS-RUN-DATE-X " - NO PRIOR RUN ON FILE"
                   DELIMITED BY SIZE INTO RISK-REPORT-LINE
           ELSE
               STRING "CONTRACT RISK SCORE REPORT - RUN "
                   WS-RUN-DATE-X " AGAINST PRIOR RUN "
                   WS-PRIOR-RUN-DATE
                   DELIMITED BY SIZE INTO RISK-REPORT-LINE
           END-IF
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "STATE CHURN WINDOW " WS-WINDOW-START-X " TO "
               WS-RUN-DATE-X
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       1050-VALIDATE-PARMS.
           IF RK-CHURN-WINDOW-DAYS NOT NUMERIC
                   OR RK-CHURN-WINDOW-DAYS = ZERO
                   OR RK-CHURN-WINDOW-DAYS > 366
               DISPLAY "RISKSCOR: ABEND - RK-CHURN-WINDOW-DAYS '"
                   RK-CHURN-WINDOW-DAYS "' IS NOT 1 TO 366 DAYS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RK-MOVER-COUNT NOT NUMERIC
                   OR RK-MOVER-COUNT = ZERO
                   OR RK-MOVER-COUNT > 50
               DISPLAY "RISKSCOR: ABEND - RK-MOVER-COUNT '"
                   RK-MOVER-COUNT "' IS NOT 1 TO 50"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PARM-IDX FROM 2 BY 1
                   UNTIL WS-PARM-IDX > 4
               IF RK-BAND-LIMIT(WS-PARM-IDX)
                       <= RK-BAND-LIMIT(WS-PARM-IDX - 1)
                   DISPLAY "RISKSCOR: ABEND - RK-BAND-LIMIT VALUES "
                       "ARE NOT IN ASCENDING ORDER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       1100-READ-CLIENT-IMAGE.
           READ CLIENT-IMAGE-FILE
               AT END
                   SET WS-CI-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-CI-KEY
               NOT AT END
                   ADD 1 TO WS-CI-READ-COUNT
                   MOVE NUM-CONTRAT TO WS-CI-KEY
                   IF WS-CI-KEY < WS-CI-PREV-KEY
                       DISPLAY "RISKSCOR: ABEND - CLIENT-IMAGE-FILE "
                           "IS NOT IN ASCENDING NUM-CONTRAT ORDER, "
                           "KEY " WS-CI-KEY " FOLLOWS " WS-CI-PREV-KEY
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
                   MOVE WS-CI-KEY TO WS-CI-PREV-KEY
           END-READ.

       1200-READ-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   SET WS-SH-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-SH-KEY
               NOT AT END
                   MOVE SH-NUM-CONTRAT OF SORTED-HISTORY-REC
                       TO WS-SH-KEY
           END-READ.

       1300-READ-SORTED-CASE.
           READ SORTED-CASE-FILE
               AT END
                   SET WS-OP-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-OP-KEY
               NOT AT END
                   MOVE OP-NUM-CONTRAT OF SORTED-CASE-REC TO WS-OP-KEY
           END-READ.

      *> The churn window runs RK-CHURN-WINDOW-DAYS calendar days
      *> ending tonight, stepped back the same way CLISTRUC steps
      *> back its structuring window.
       1400-COMPUTE-WINDOW-START.
           MOVE WS-RUN-DATE TO WS-WINDOW-START
           PERFORM VARYING WS-DAYS-BACK FROM 1 BY 1
                   UNTIL WS-DAYS-BACK >= WS-WINDOW-DAYS
               PERFORM 1410-STEP-BACK-ONE-DAY
           END-PERFORM
           MOVE WS-WINDOW-START TO WS-WINDOW-START-X.

       1410-STEP-BACK-ONE-DAY.
           IF WS-WIN-DAY > 1
               SUBTRACT 1 FROM WS-WIN-DAY
           ELSE
               IF WS-WIN-MONTH > 1
                   SUBTRACT 1 FROM WS-WIN-MONTH
               ELSE
                   MOVE 12 TO WS-WIN-MONTH
                   SUBTRACT 1 FROM WS-WIN-YEAR
               END-IF
               MOVE WS-MONTH-DAYS(WS-WIN-MONTH) TO WS-WIN-DAY
               IF WS-WIN-MONTH = 2
                   PERFORM 1420-ADJUST-LEAP-FEBRUARY
               END-IF
           END-IF.

       1420-ADJUST-LEAP-FEBRUARY.
           DIVIDE WS-WIN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-WIN-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-WIN-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = ZERO
               AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-WIN-DAY
           END-IF.

       1500-READ-DORMANCY-EXTRACT.
           READ DORMANCY-EXTRACT-FILE
               AT END
                   SET WS-DE-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-DE-KEY
               NOT AT END
                   MOVE DE-NUM-CONTRAT TO WS-DE-KEY
                   IF WS-DE-KEY < WS-DE-PREV-KEY
                       DISPLAY "RISKSCOR: ABEND - DORMANCY-EXTRACT-"
                           "FILE IS NOT IN ASCENDING NUM-CONTRAT "
                           "ORDER, KEY " WS-DE-KEY " FOLLOWS "
                           WS-DE-PREV-KEY
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
                   MOVE WS-DE-KEY TO WS-DE-PREV-KEY
           END-READ.

      *> Last run's carry-forward is this program's own output,
      *> written in image order, so it needs no order guard.
       1600-READ-PRIOR-SCORE.
           READ PRIOR-SCORE-FILE
               AT END
                   SET WS-PR-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-PR-KEY
               NOT AT END
                   MOVE RH-NUM-CONTRAT OF PRIOR-SCORE-REC TO WS-PR-KEY
           END-READ.

       2000-SCORE-CONTRACT.
           MOVE ZERO TO WS-RISK-POINTS WS-MESSAGE-POINTS
               WS-CHURN-COUNT WS-CHURN-POINTS WS-CASE-POINTS
               WS-DORMANCY-POINTS
           PERFORM 2100-SCORE-IMAGE-FIELDS
           PERFORM 1200-READ-SORTED-HISTORY
               UNTIL WS-SH-KEY >= WS-CI-KEY
           PERFORM 2200-COUNT-ONE-TRANSITION
               UNTIL WS-SH-KEY NOT = WS-CI-KEY
           IF WS-CHURN-COUNT > RK-CHURN-CAP
               MOVE RK-CHURN-CAP TO WS-CHURN-COUNT
           END-IF
           COMPUTE WS-CHURN-POINTS = WS-CHURN-COUNT * RK-CHURN-WEIGHT
           PERFORM 1300-READ-SORTED-CASE
               UNTIL WS-OP-KEY >= WS-CI-KEY
           PERFORM 2300-SCORE-ONE-CASE
               UNTIL WS-OP-KEY NOT = WS-CI-KEY
           PERFORM 1500-READ-DORMANCY-EXTRACT
               UNTIL WS-DE-KEY >= WS-CI-KEY
           PERFORM 2400-SCORE-DORMANCY
               UNTIL WS-DE-KEY NOT = WS-CI-KEY
           SET WS-PRIOR-NOT-FOUND TO TRUE
           PERFORM 1600-READ-PRIOR-SCORE
               UNTIL WS-PR-KEY >= WS-CI-KEY
           IF WS-PR-KEY = WS-CI-KEY
               SET WS-PRIOR-WAS-FOUND TO TRUE
               MOVE RH-SCORE OF PRIOR-SCORE-REC TO WS-PRIOR-SCORE
               PERFORM 1600-READ-PRIOR-SCORE
           END-IF
           COMPUTE WS-SCORE = WS-RISK-POINTS + WS-MESSAGE-POINTS
               + WS-CHURN-POINTS + WS-CASE-POINTS + WS-DORMANCY-POINTS
           PERFORM 2500-WRITE-SCORE
           PERFORM 2600-ADD-TO-DISTRIBUTION
           IF WS-PRIOR-WAS-FOUND
               PERFORM 2700-CONSIDER-MOVER
           ELSE
               ADD 1 TO WS-NEW-CONTRACT-COUNT
           END-IF
           PERFORM 1100-READ-CLIENT-IMAGE.

       2100-SCORE-IMAGE-FIELDS.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 5
               IF RK-RISK-VALUE(WS-PARM-IDX) NOT = SPACES
                  AND TYPE-CLIENT-RISK = RK-RISK-VALUE(WS-PARM-IDX)
                   ADD RK-RISK-WEIGHT(WS-PARM-IDX) TO WS-RISK-POINTS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > 15
               IF MSG-VALUE(WS-MSG-IDX) NOT = SPACES
                   PERFORM 2110-SCORE-ONE-MESSAGE
               END-IF
           END-PERFORM.

       2110-SCORE-ONE-MESSAGE.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 10
               IF RK-MSG-CODE(WS-PARM-IDX) NOT = SPACES
                  AND MSG-VALUE(WS-MSG-IDX) = RK-MSG-CODE(WS-PARM-IDX)
                   ADD RK-MSG-WEIGHT(WS-PARM-IDX) TO WS-MESSAGE-POINTS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A contract's first sighting (SH-OLD-STATE SPACES) is not a
      *> transition and is not churn.
       2200-COUNT-ONE-TRANSITION.
           IF SH-OLD-STATE OF SORTED-HISTORY-REC NOT = SPACES
              AND SH-UPDT-DATE OF SORTED-HISTORY-REC
                  >= WS-WINDOW-START-X
              AND SH-UPDT-DATE OF SORTED-HISTORY-REC <= WS-RUN-DATE-X
               ADD 1 TO WS-CHURN-COUNT
               ADD 1 TO WS-TRANSITIONS-USED
           END-IF
           PERFORM 1200-READ-SORTED-HISTORY.

       2300-SCORE-ONE-CASE.
           ADD 1 TO WS-CASES-MATCHED
           IF OP-DISPOSITION OF SORTED-CASE-REC = "ES"
               ADD RK-ESCALATED-WEIGHT TO WS-CASE-POINTS
           ELSE
               ADD RK-OPEN-CASE-WEIGHT TO WS-CASE-POINTS
           END-IF
           PERFORM 1300-READ-SORTED-CASE.

       2400-SCORE-DORMANCY.
           ADD 1 TO WS-DORMANCY-MATCHED
           EVALUATE DE-CLASSIFICATION
               WHEN "INACTIVE"
                   MOVE RK-INACTIVE-WEIGHT TO WS-DORMANCY-POINTS
               WHEN "DORMANT"
                   MOVE RK-DORMANT-WEIGHT TO WS-DORMANCY-POINTS
               WHEN "ESCHEAT"
                   MOVE RK-ESCHEAT-WEIGHT TO WS-DORMANCY-POINTS
               WHEN "NODATE"
                   MOVE RK-NODATE-WEIGHT TO WS-DORMANCY-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-DORMANCY-POINTS
           END-EVALUATE
           PERFORM 1500-READ-DORMANCY-EXTRACT.

       2500-WRITE-SCORE.
           MOVE SPACES TO RISK-HIST-REC
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE OF RISK-HIST-REC
           MOVE NUM-CONTRAT TO RH-NUM-CONTRAT OF RISK-HIST-REC
           MOVE REGION TO RH-REGION OF RISK-HIST-REC
           MOVE COUNTRY TO RH-COUNTRY OF RISK-HIST-REC
           MOVE WS-SCORE TO RH-SCORE OF RISK-HIST-REC
           MOVE WS-RISK-POINTS TO RH-RISK-POINTS OF RISK-HIST-REC
           MOVE WS-MESSAGE-POINTS TO RH-MESSAGE-POINTS OF RISK-HIST-REC
           MOVE WS-CHURN-POINTS TO RH-CHURN-POINTS OF RISK-HIST-REC
           MOVE WS-CASE-POINTS TO RH-CASE-POINTS OF RISK-HIST-REC
           MOVE WS-DORMANCY-POINTS
               TO RH-DORMANCY-POINTS OF RISK-HIST-REC
           WRITE RISK-HIST-REC
           MOVE RISK-HIST-REC TO NEW-SCORE-REC
           WRITE NEW-SCORE-REC
           ADD 1 TO WS-SCORES-WRITTEN.

       2600-ADD-TO-DISTRIBUTION.
           SET WS-DIST-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DT-REGION(WS-DIST-IDX) = REGION
                  AND WS-DT-COUNTRY(WS-DIST-IDX) = COUNTRY
                   SET WS-DIST-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-DIST-WAS-FOUND
               IF WS-DIST-COUNT >= 500
                   DISPLAY "RISKSCOR: ABEND - MORE THAN 500 "
                       "REGION/COUNTRY GROUPS, WS-DIST-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DIST-COUNT
               SET WS-DIST-IDX TO WS-DIST-COUNT
               MOVE REGION TO WS-DT-REGION(WS-DIST-IDX)
               MOVE COUNTRY TO WS-DT-COUNTRY(WS-DIST-IDX)
               MOVE ZERO TO WS-DT-CONTRACTS(WS-DIST-IDX)
               MOVE ZERO TO WS-DT-TOTAL-SCORE(WS-DIST-IDX)
               MOVE ZERO TO WS-DT-MAX-SCORE(WS-DIST-IDX)
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 5
                   MOVE ZERO
                       TO WS-DT-BAND-COUNT(WS-DIST-IDX, WS-BAND-IDX)
               END-PERFORM
           END-IF
           ADD 1 TO WS-DT-CONTRACTS(WS-DIST-IDX)
           ADD WS-SCORE TO WS-DT-TOTAL-SCORE(WS-DIST-IDX)
           IF WS-SCORE > WS-DT-MAX-SCORE(WS-DIST-IDX)
               MOVE WS-SCORE TO WS-DT-MAX-SCORE(WS-DIST-IDX)
           END-IF
           MOVE 5 TO WS-BAND-IDX
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 4
               IF WS-SCORE <= RK-BAND-LIMIT(WS-PARM-IDX)
                   MOVE WS-PARM-IDX TO WS-BAND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-DT-BAND-COUNT(WS-DIST-IDX, WS-BAND-IDX).

       2700-CONSIDER-MOVER.
           COMPUTE WS-MOVEMENT = WS-SCORE - WS-PRIOR-SCORE
           IF WS-MOVEMENT < ZERO
               COMPUTE WS-MOVEMENT-SIZE = ZERO - WS-MOVEMENT
           ELSE
               MOVE WS-MOVEMENT TO WS-MOVEMENT-SIZE
           END-IF
           IF WS-MOVEMENT-SIZE > ZERO
               IF WS-MOVER-COUNT < WS-MOVER-LIMIT
                   ADD 1 TO WS-MOVER-COUNT
                   SET WS-MV-IDX TO WS-MOVER-COUNT
                   PERFORM 2710-STORE-MOVER
               ELSE
                   PERFORM 2720-FIND-SMALLEST-MOVER
                   IF WS-MOVEMENT-SIZE > WS-MOVER-LOW-SIZE
                       SET WS-MV-IDX TO WS-MV-LOW-IDX
                       PERFORM 2710-STORE-MOVER
                   END-IF
               END-IF
           END-IF.

       2710-STORE-MOVER.
           MOVE NUM-CONTRAT TO WS-MV-NUM-CONTRAT(WS-MV-IDX)
           MOVE REGION TO WS-MV-REGION(WS-MV-IDX)
           MOVE COUNTRY TO WS-MV-COUNTRY(WS-MV-IDX)
           MOVE WS-PRIOR-SCORE TO WS-MV-PRIOR-SCORE(WS-MV-IDX)
           MOVE WS-SCORE TO WS-MV-SCORE(WS-MV-IDX)
           MOVE WS-MOVEMENT TO WS-MV-MOVEMENT(WS-MV-IDX)
           MOVE WS-MOVEMENT-SIZE TO WS-MV-SIZE(WS-MV-IDX)
           MOVE "N" TO WS-MV-PRINTED(WS-MV-IDX).

       2720-FIND-SMALLEST-MOVER.
           SET WS-MV-LOW-IDX TO 1
           MOVE WS-MV-SIZE(1) TO WS-MOVER-LOW-SIZE
           PERFORM VARYING WS-MV-IDX FROM 2 BY 1
                   UNTIL WS-MV-IDX > WS-MOVER-COUNT
               IF WS-MV-SIZE(WS-MV-IDX) < WS-MOVER-LOW-SIZE
                   SET WS-MV-LOW-IDX TO WS-MV-IDX
                   MOVE WS-MV-SIZE(WS-MV-IDX) TO WS-MOVER-LOW-SIZE
               END-IF
           END-PERFORM.

      *> Printed largest movement first - each pass picks the biggest
      *> mover not yet printed.
       3000-PRINT-MOVERS.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "BIGGEST SCORE MOVERS SINCE THE PRIOR RUN"
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE WS-MOVER-HEADING TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM 3100-PRINT-NEXT-MOVER
               VARYING WS-PRINT-COUNT FROM 1 BY 1
               UNTIL WS-PRINT-COUNT > WS-MOVER-COUNT
           IF WS-MOVER-COUNT = ZERO
               MOVE SPACES TO RISK-REPORT-LINE
               STRING "NO SCORE MOVED SINCE THE PRIOR RUN"
                   DELIMITED BY SIZE INTO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
           END-IF.

       3100-PRINT-NEXT-MOVER.
           MOVE ZERO TO WS-MOVER-HIGH-SIZE
           SET WS-MV-LOW-IDX TO 1
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MOVER-COUNT
               IF WS-MV-PRINTED(WS-MV-IDX) = "N"
                  AND WS-MV-SIZE(WS-MV-IDX) > WS-MOVER-HIGH-SIZE
                   SET WS-MV-LOW-IDX TO WS-MV-IDX
                   MOVE WS-MV-SIZE(WS-MV-IDX) TO WS-MOVER-HIGH-SIZE
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-MV-PRINTED(WS-MV-LOW-IDX)
           MOVE WS-MV-NUM-CONTRAT(WS-MV-LOW-IDX) TO ML-NUM-CONTRAT
           MOVE WS-MV-REGION(WS-MV-LOW-IDX) TO ML-REGION
           MOVE WS-MV-COUNTRY(WS-MV-LOW-IDX) TO ML-COUNTRY
           MOVE WS-MV-PRIOR-SCORE(WS-MV-LOW-IDX) TO ML-PRIOR-SCORE
           MOVE WS-MV-SCORE(WS-MV-LOW-IDX) TO ML-SCORE
           MOVE WS-MV-MOVEMENT(WS-MV-LOW-IDX) TO ML-MOVEMENT
           MOVE WS-MOVER-LINE TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       4000-PRINT-DISTRIBUTION.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "SCORE DISTRIBUTION BY REGION/COUNTRY"
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE RK-BAND-LIMIT(1) TO BL-LIMIT-1
           MOVE RK-BAND-LIMIT(2) TO BL-LIMIT-2
           MOVE RK-BAND-LIMIT(3) TO BL-LIMIT-3
           MOVE RK-BAND-LIMIT(4) TO BL-LIMIT-4
           MOVE RK-BAND-LIMIT(4) TO BL-LIMIT-5
           MOVE WS-BAND-LEGEND TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE WS-DIST-HEADING TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM 4100-PRINT-ONE-GROUP
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.

       4100-PRINT-ONE-GROUP.
           MOVE SPACES TO WS-DIST-LINE
           MOVE WS-DT-REGION(WS-DIST-IDX) TO DL-REGION
           MOVE WS-DT-COUNTRY(WS-DIST-IDX) TO DL-COUNTRY
           MOVE WS-DT-CONTRACTS(WS-DIST-IDX) TO DL-CONTRACTS
           DIVIDE WS-DT-TOTAL-SCORE(WS-DIST-IDX)
               BY WS-DT-CONTRACTS(WS-DIST-IDX)
               GIVING WS-AVERAGE-SCORE ROUNDED
           MOVE WS-AVERAGE-SCORE TO DL-AVERAGE
           MOVE WS-DT-MAX-SCORE(WS-DIST-IDX) TO DL-HIGHEST
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               MOVE WS-DT-BAND-COUNT(WS-DIST-IDX, WS-BAND-IDX)
                   TO DL-BAND-COUNT(WS-BAND-IDX)
           END-PERFORM
           MOVE WS-DIST-LINE TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "RISKSCOR" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-CI-READ-COUNT TO RC-INPUT-COUNT
           MOVE WS-SCORES-WRITTEN TO RC-OUTPUT-1-COUNT
           MOVE WS-TRANSITIONS-USED TO RC-OUTPUT-2-COUNT
           MOVE WS-CASES-MATCHED TO RC-OUTPUT-3-COUNT
           MOVE WS-DORMANCY-MATCHED TO RC-OUTPUT-4-COUNT
           MOVE WS-MOVER-COUNT TO RC-OUTPUT-5-COUNT
           MOVE WS-NEW-CONTRACT-COUNT TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE CLIENT-IMAGE-FILE
           CLOSE SORTED-HISTORY-FILE
           CLOSE SORTED-CASE-FILE
           CLOSE DORMANCY-EXTRACT-FILE
           CLOSE PRIOR-SCORE-FILE
           CLOSE NEW-SCORE-FILE
           CLOSE SCORE-HISTORY-FILE
           CLOSE RISK-REPORT-FILE
           DISPLAY "RISKSCOR IMAGE RECORDS READ : " WS-CI-READ-COUNT
           DISPLAY "RISKSCOR SCORES WRITTEN     : " WS-SCORES-WRITTEN
           DISPLAY "RISKSCOR TRANSITIONS IN WIN.: " WS-TRANSITIONS-USED
           DISPLAY "RISKSCOR OPEN CASES MATCHED : " WS-CASES-MATCHED
           DISPLAY "RISKSCOR DORMANCY MATCHED   : " WS-DORMANCY-MATCHED
           DISPLAY "RISKSCOR MOVERS LISTED      : " WS-MOVER-COUNT
           DISPLAY "RISKSCOR NEW SINCE PRIOR RUN: "
               WS-NEW-CONTRACT-COUNT
           PERFORM 8000-WRITE-RUN-CONTROL.
