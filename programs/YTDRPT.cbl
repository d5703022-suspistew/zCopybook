      *>--------------------------------------------------------------
      *> YTDRPT - year-to-date and prior-year comparative reporting
      *> from the closed-period history.
      *>
      *> Runs after MECLOSE against the period history it carries
      *> forward (PERHIST layout), for the period named on YTDPARM or,
      *> with YTDPARM empty or blank, the latest period closed. Only
      *> closed months are reported; the open accumulator is not.
      *>
      *> The history's group and contract totals for the report year
      *> and the prior year, up to and including the report month,
      *> are run through an internal SORT on record type, key and
      *> period, and a control-break pass prints two reports:
      *>   YTDGRPT by REGION/COUNTRY/PRD - the month against the same
      *>           month last year, the year to date against the
      *>           prior year to the same month, and the variance of
      *>           each, for MONNEY-MADE and BENEF, with grand totals;
      *>   YTDKRPT per NUM-CONTRAT - the year to date against the
      *>           prior year to the same month, and the variance, the
      *>           figures the annual client statement is built from.
      *> A group or contract with nothing this year still prints, so
      *> what went quiet shows up as a variance.
      *>
      *> YECLRPT proves the year's closes: for each month of the
      *> report year up to the report month, the history's group
      *> totals (detail count and both amounts) against that
      *> period's MECLSAUD hash totals - the last MECLSAUD record for
      *> the period, as a rerun of the close appends another - and
      *> the months added up against the sum of the MECLSAUD hash
      *> totals. A month missing from either side, out of balance,
      *> or closed out of balance fails the proof. Run for a December
      *> period this is the year-end close, and every one of the 12
      *> months must be there. Earlier in the year a month before the
      *> history began is shown but not failed. A proof that fails
      *> ends with RETURN-CODE 8 so RUNBAL catches it.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-PARM-FILE ASSIGN TO "YTDPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "MECLSAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT GROUP-REPORT-FILE ASSIGN TO "YTDGRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTRACT-REPORT-FILE ASSIGN TO "YTDKRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROOF-REPORT-FILE ASSIGN TO "YECLRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-PARM-FILE.
       COPY YTDPARM.

       FD  HISTORY-FILE.
       COPY PERHIST.

       FD  PERIOD-CLOSE-FILE.
       COPY MECLSAUD.

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SR-RECORD-TYPE              PIC X(01).
           05  SR-KEY-DATA                 PIC X(16).
           05  SR-KEY-GROUP REDEFINES SR-KEY-DATA.
               10  SR-REGION               PIC X(04).
               10  SR-COUNTRY              PIC X(04).
               10  SR-PRD                  PIC X(03).
               10  FILLER                  PIC X(05).
           05  SR-PERIOD-YEAR              PIC 9(04).
           05  SR-PERIOD-MONTH             PIC 9(02).
           05  SR-DETAIL-COUNT             PIC 9(09).
           05  SR-MONNEY-MADE              PIC S9(15).
           05  SR-BENEF                    PIC S9(15).

       FD  GROUP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  GROUP-REPORT-LINE               PIC X(132).

       FD  CONTRACT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTRACT-REPORT-LINE            PIC X(132).

       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PROOF-REPORT-LINE               PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PH-EOF-SWITCH                PIC X VALUE "N".
           88  WS-PH-END-OF-FILE               VALUE "Y".
       01  WS-MC-EOF-SWITCH                PIC X VALUE "N".
           88  WS-MC-END-OF-FILE               VALUE "Y".
       01  WS-SORT-EOF-SWITCH              PIC X VALUE "N".
           88  WS-SORT-END                     VALUE "Y".
       01  WS-KEY-ACTIVE-SWITCH            PIC X VALUE "N".
           88  WS-KEY-IS-ACTIVE                VALUE "Y".
       01  WS-PERIOD-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-PERIOD-WAS-FOUND             VALUE "Y".
       01  WS-HISTORY-PARTIAL-SWITCH       PIC X VALUE "N".
           88  WS-HISTORY-IS-PARTIAL           VALUE "Y".

       01  WS-HIST-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-HIST-SELECTED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-AUDIT-READ-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-GROUP-COUNT                  PIC 9(09) VALUE ZERO.
       01  WS-CONTRACT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-MONTHS-PROVED                PIC 9(02) VALUE ZERO.
       01  WS-MONTHS-FAILED                PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

      *> The report period and the range of periods on the history.
       01  WS-REPORT-PERIOD                PIC X(06) VALUE SPACES.
       01  WS-REPORT-PERIOD-NUM REDEFINES WS-REPORT-PERIOD.
           05  WS-RP-YEAR                  PIC 9(04).
           05  WS-RP-MONTH                 PIC 9(02).
       01  WS-PRIOR-YEAR                   PIC 9(04).
       01  WS-FIRST-PERIOD                 PIC X(06) VALUE HIGH-VALUES.
       01  WS-LATEST-PERIOD                PIC X(06) VALUE LOW-VALUES.
       01  WS-AUDIT-PERIOD                 PIC X(06).
       01  WS-AUDIT-PERIOD-NUM REDEFINES WS-AUDIT-PERIOD.
           05  WS-AP-YEAR                  PIC 9(04).
           05  WS-AP-MONTH                 PIC 9(02).
       01  WS-PROOF-PERIOD.
           05  WS-PP-YEAR                  PIC 9(04).
           05  WS-PP-MONTH                 PIC 9(02).

      *> One row per month of the report year: what the history holds
      *> for it and what its last MECLSAUD record says.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12.
               10  WS-MN-HIST-SEEN         PIC X(01).
               10  WS-MN-HIST-BALANCED     PIC X(01).
               10  WS-MN-HIST-COUNT        PIC 9(09).
               10  WS-MN-HIST-MONNEY-MADE  PIC S9(15).
               10  WS-MN-HIST-BENEF        PIC S9(15).
               10  WS-MN-AUDIT-SEEN        PIC X(01).
               10  WS-MN-AUDIT-BALANCED    PIC X(01).
               10  WS-MN-AUDIT-COUNT       PIC 9(09).
               10  WS-MN-AUDIT-MONNEY-MADE PIC S9(15).
               10  WS-MN-AUDIT-BENEF       PIC S9(15).
       01  WS-MONTH-IDX                    PIC 9(02).

       01  WS-YEAR-HIST-COUNT              PIC 9(11) VALUE ZERO.
       01  WS-YEAR-HIST-MONNEY-MADE        PIC S9(17) VALUE ZERO.
       01  WS-YEAR-HIST-BENEF              PIC S9(17) VALUE ZERO.
       01  WS-YEAR-AUDIT-COUNT             PIC 9(11) VALUE ZERO.
       01  WS-YEAR-AUDIT-MONNEY-MADE       PIC S9(17) VALUE ZERO.
       01  WS-YEAR-AUDIT-BENEF             PIC S9(17) VALUE ZERO.

      *> Totals for the group or contract in hand; the grand totals
      *> over all groups have the same shape.
       01  WS-CURRENT-TYPE                 PIC X(01).
       01  WS-CURRENT-KEY                  PIC X(16).
       01  WS-CURRENT-KEY-GROUP REDEFINES WS-CURRENT-KEY.
           05  WS-CURRENT-REGION           PIC X(04).
           05  WS-CURRENT-COUNTRY          PIC X(04).
           05  WS-CURRENT-PRD              PIC X(03).
           05  FILLER                      PIC X(05).
       01  WS-KEY-TOTALS.
           05  WS-KT-MONTH-MM              PIC S9(17).
           05  WS-KT-PRIOR-MONTH-MM        PIC S9(17).
           05  WS-KT-YTD-MM                PIC S9(17).
           05  WS-KT-PRIOR-YTD-MM          PIC S9(17).
           05  WS-KT-MONTH-BF              PIC S9(17).
           05  WS-KT-PRIOR-MONTH-BF        PIC S9(17).
           05  WS-KT-YTD-BF                PIC S9(17).
           05  WS-KT-PRIOR-YTD-BF          PIC S9(17).
           05  WS-KT-YTD-NIGHTS            PIC 9(09).
       01  WS-GRAND-TOTALS.
           05  WS-GR-MONTH-MM              PIC S9(17) VALUE ZERO.
           05  WS-GR-PRIOR-MONTH-MM        PIC S9(17) VALUE ZERO.
           05  WS-GR-YTD-MM                PIC S9(17) VALUE ZERO.
           05  WS-GR-PRIOR-YTD-MM          PIC S9(17) VALUE ZERO.
           05  WS-GR-MONTH-BF              PIC S9(17) VALUE ZERO.
           05  WS-GR-PRIOR-MONTH-BF        PIC S9(17) VALUE ZERO.
           05  WS-GR-YTD-BF                PIC S9(17) VALUE ZERO.
           05  WS-GR-PRIOR-YTD-BF          PIC S9(17) VALUE ZERO.
           05  WS-GR-YTD-NIGHTS            PIC 9(09) VALUE ZERO.

       01  WS-GROUP-HEADING.
           05  FILLER                      PIC X(19)
                   VALUE "REGN CTRY PRD AMT".
           05  FILLER                      PIC X(17)
                   VALUE "       THIS MONTH".
           05  FILLER                      PIC X(17)
                   VALUE "   SAME MONTH P/Y".
           05  FILLER                      PIC X(17)
                   VALUE "   MONTH VARIANCE".
           05  FILLER                      PIC X(17)
                   VALUE "     YEAR TO DATE".
           05  FILLER                      PIC X(17)
                   VALUE "   PRIOR YEAR YTD".
           05  FILLER                      PIC X(17)
                   VALUE "     YTD VARIANCE".

       01  WS-GROUP-LINE.
           05  YG-KEY.
               10  YG-REGION               PIC X(04).
               10  FILLER                  PIC X(01).
               10  YG-COUNTRY              PIC X(04).
               10  FILLER                  PIC X(01).
               10  YG-PRD                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-AMOUNT-LABEL             PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-MONTH                    PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-PRIOR-MONTH              PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-MONTH-VARIANCE           PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-YTD                      PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-PRIOR-YTD                PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YG-YTD-VARIANCE             PIC -(15)9.

       01  WS-CONTRACT-HEADING.
           05  FILLER                      PIC X(24)
                   VALUE "CONTRACT          NIGHTS".
           05  FILLER                      PIC X(17)
                   VALUE "         MADE YTD".
           05  FILLER                      PIC X(17)
                   VALUE "   MADE PRIOR YTD".
           05  FILLER                      PIC X(17)
                   VALUE "    MADE VARIANCE".
           05  FILLER                      PIC X(17)
                   VALUE "        BENEF YTD".
           05  FILLER                      PIC X(17)
                   VALUE "  BENEF PRIOR YTD".
           05  FILLER                      PIC X(17)
                   VALUE "   BENEF VARIANCE".

       01  WS-CONTRACT-LINE.
           05  YK-NUM-CONTRAT              PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-NIGHTS                   PIC ZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-MADE-YTD                 PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-MADE-PRIOR-YTD           PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-MADE-VARIANCE            PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-BENEF-YTD                PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-BENEF-PRIOR-YTD          PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  YK-BENEF-VARIANCE           PIC -(15)9.

       01  WS-PROOF-HEADING-1.
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  FILLER                      PIC X(45) VALUE
                   "---------- PERIOD HISTORY GROUP TOTALS ------".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(45) VALUE
                   "------------ MECLSAUD HASH TOTALS -----------".
       01  WS-PROOF-HEADING-2.
           05  FILLER                      PIC X(06) VALUE "PERIOD".
           05  FILLER                      PIC X(12)
                   VALUE "     DETAILS".
           05  FILLER                      PIC X(17)
                   VALUE "      MONNEY-MADE".
           05  FILLER                      PIC X(17)
                   VALUE "            BENEF".
           05  FILLER                      PIC X(12)
                   VALUE "     DETAILS".
           05  FILLER                      PIC X(17)
                   VALUE "      MONNEY-MADE".
           05  FILLER                      PIC X(17)
                   VALUE "            BENEF".
           05  FILLER                      PIC X(07) VALUE " STATUS".

       01  WS-PROOF-LINE.
           05  PF-PERIOD                   PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-HIST-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-HIST-MONNEY-MADE         PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-HIST-BENEF               PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-AUDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-AUDIT-MONNEY-MADE        PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-AUDIT-BENEF              PIC -(15)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PF-STATUS                   PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-RECORD-TYPE
                                SR-KEY-DATA
                                SR-PERIOD-YEAR
                                SR-PERIOD-MONTH
               INPUT PROCEDURE IS 2000-FEED-SORT
                   THRU 2999-FEED-SORT-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-TOTALS
                   THRU 3999-REPORT-TOTALS-EXIT
           PERFORM 4000-PRINT-GRAND-TOTALS
           PERFORM 5000-PROVE-YEAR
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-REPORT-PERIOD
           PERFORM 1200-SCAN-HISTORY
           IF WS-HIST-READ-COUNT = ZERO
               DISPLAY "YTDRPT: ABEND - PERIOD HISTORY IS EMPTY, "
                   "NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-PERIOD = SPACES
               MOVE WS-LATEST-PERIOD TO WS-REPORT-PERIOD
           ELSE
               IF NOT WS-PERIOD-WAS-FOUND
                   DISPLAY "YTDRPT: ABEND - YTDPARM PERIOD '"
                       WS-REPORT-PERIOD
                       "' HAS NOT BEEN CLOSED ON THE PERIOD HISTORY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-RP-YEAR - 1
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE "N" TO WS-MN-HIST-SEEN(WS-MONTH-IDX)
                   WS-MN-AUDIT-SEEN(WS-MONTH-IDX)
               MOVE SPACE TO WS-MN-HIST-BALANCED(WS-MONTH-IDX)
                   WS-MN-AUDIT-BALANCED(WS-MONTH-IDX)
               MOVE ZERO TO WS-MN-HIST-COUNT(WS-MONTH-IDX)
                   WS-MN-HIST-MONNEY-MADE(WS-MONTH-IDX)
                   WS-MN-HIST-BENEF(WS-MONTH-IDX)
                   WS-MN-AUDIT-COUNT(WS-MONTH-IDX)
                   WS-MN-AUDIT-MONNEY-MADE(WS-MONTH-IDX)
                   WS-MN-AUDIT-BENEF(WS-MONTH-IDX)
           END-PERFORM
           PERFORM 1300-LOAD-CLOSE-AUDIT
           OPEN OUTPUT GROUP-REPORT-FILE
           OPEN OUTPUT CONTRACT-REPORT-FILE
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING "YEAR-TO-DATE AND PRIOR-YEAR COMPARISON BY "
               "REGION/COUNTRY/PRD - PERIOD " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE WS-GROUP-HEADING TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE SPACES TO CONTRACT-REPORT-LINE
           STRING "PER-CONTRACT YEAR TO DATE AGAINST PRIOR YEAR - "
               "PERIOD " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE
           WRITE CONTRACT-REPORT-LINE
           MOVE WS-CONTRACT-HEADING TO CONTRACT-REPORT-LINE
           WRITE CONTRACT-REPORT-LINE.

      *> An empty or blank YTDPARM means the latest closed period.
       1100-READ-REPORT-PERIOD.
           OPEN INPUT YTD-PARM-FILE
           READ YTD-PARM-FILE
               AT END CONTINUE
               NOT AT END MOVE YP-REPORT-PERIOD TO WS-REPORT-PERIOD
           END-READ
           CLOSE YTD-PARM-FILE.

      *> Only a period with its close record on the history has been
      *> closed; the first and last of them bound the history.
       1200-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM 1210-SCAN-ONE-HISTORY-REC UNTIL WS-PH-END-OF-FILE
           CLOSE HISTORY-FILE.

       1210-SCAN-ONE-HISTORY-REC.
           READ HISTORY-FILE
               AT END
                   SET WS-PH-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF PH-PERIOD-CLOSE
                       IF PH-PERIOD < WS-FIRST-PERIOD
                           MOVE PH-PERIOD TO WS-FIRST-PERIOD
                       END-IF
                       IF PH-PERIOD > WS-LATEST-PERIOD
                           MOVE PH-PERIOD TO WS-LATEST-PERIOD
                       END-IF
                       IF PH-PERIOD = WS-REPORT-PERIOD
                           SET WS-PERIOD-WAS-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> A rerun of MECLOSE appends a second record for the period;
      *> the last one read is the close that stands.
       1300-LOAD-CLOSE-AUDIT.
           OPEN INPUT PERIOD-CLOSE-FILE
           PERFORM 1310-LOAD-ONE-CLOSE-AUDIT UNTIL WS-MC-END-OF-FILE
           CLOSE PERIOD-CLOSE-FILE.

       1310-LOAD-ONE-CLOSE-AUDIT.
           READ PERIOD-CLOSE-FILE
               AT END
                   SET WS-MC-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   MOVE MC-PERIOD-CLOSED TO WS-AUDIT-PERIOD
                   IF WS-AUDIT-PERIOD NUMERIC
                      AND WS-AP-YEAR = WS-RP-YEAR
                      AND WS-AP-MONTH >= 1
                      AND WS-AP-MONTH <= WS-RP-MONTH
                       MOVE WS-AP-MONTH TO WS-MONTH-IDX
                       MOVE "Y" TO WS-MN-AUDIT-SEEN(WS-MONTH-IDX)
                       MOVE MC-BALANCED-FLAG
                           TO WS-MN-AUDIT-BALANCED(WS-MONTH-IDX)
                       MOVE MC-DETAIL-COUNT
                           TO WS-MN-AUDIT-COUNT(WS-MONTH-IDX)
                       MOVE MC-HASH-MONNEY-MADE
                           TO WS-MN-AUDIT-MONNEY-MADE(WS-MONTH-IDX)
                       MOVE MC-HASH-BENEF
                           TO WS-MN-AUDIT-BENEF(WS-MONTH-IDX)
                   END-IF
           END-READ.

       2000-FEED-SORT.
           MOVE "N" TO WS-PH-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           PERFORM 2100-RELEASE-ONE-RECORD UNTIL WS-PH-END-OF-FILE
           CLOSE HISTORY-FILE
           GO TO 2999-FEED-SORT-EXIT.

       2100-RELEASE-ONE-RECORD.
           READ HISTORY-FILE
               AT END
                   SET WS-PH-END-OF-FILE TO TRUE
               NOT AT END
                   IF PH-PERIOD-NUM NUMERIC
                      AND PH-PERIOD-MONTH >= 1
                      AND PH-PERIOD-MONTH <= WS-RP-MONTH
                       IF PH-PERIOD-YEAR = WS-RP-YEAR
                           PERFORM 2200-NOTE-PROOF-MONTH
                       END-IF
                       IF (PH-PERIOD-YEAR = WS-RP-YEAR
                               OR PH-PERIOD-YEAR = WS-PRIOR-YEAR)
                          AND (PH-GROUP-TOTAL OR PH-CONTRACT-TOTAL)
                           MOVE PH-RECORD-TYPE TO SR-RECORD-TYPE
                           MOVE PH-KEY-DATA TO SR-KEY-DATA
                           MOVE PH-PERIOD-YEAR TO SR-PERIOD-YEAR
                           MOVE PH-PERIOD-MONTH TO SR-PERIOD-MONTH
                           MOVE PH-DETAIL-COUNT TO SR-DETAIL-COUNT
                           MOVE PH-MONNEY-MADE TO SR-MONNEY-MADE
                           MOVE PH-BENEF TO SR-BENEF
                           RELEASE SORT-REC
                           ADD 1 TO WS-HIST-SELECTED-COUNT
                       END-IF
                   END-IF
           END-READ.

      *> The history side of the proof: the month's group totals, and
      *> whether MECLOSE found them in balance when it closed.
       2200-NOTE-PROOF-MONTH.
           MOVE PH-PERIOD-MONTH TO WS-MONTH-IDX
           EVALUATE TRUE
               WHEN PH-PERIOD-CLOSE
                   MOVE "Y" TO WS-MN-HIST-SEEN(WS-MONTH-IDX)
                   MOVE PH-BALANCED-FLAG
                       TO WS-MN-HIST-BALANCED(WS-MONTH-IDX)
               WHEN PH-GROUP-TOTAL
                   ADD PH-DETAIL-COUNT
                       TO WS-MN-HIST-COUNT(WS-MONTH-IDX)
                   ADD PH-MONNEY-MADE
                       TO WS-MN-HIST-MONNEY-MADE(WS-MONTH-IDX)
                   ADD PH-BENEF TO WS-MN-HIST-BENEF(WS-MONTH-IDX)
           END-EVALUATE.

       2999-FEED-SORT-EXIT.
           EXIT.

       3000-REPORT-TOTALS.
           PERFORM 3100-PROCESS-ONE-SORTED UNTIL WS-SORT-END
           IF WS-KEY-IS-ACTIVE
               PERFORM 3300-CLOSE-OUT-KEY
           END-IF
           GO TO 3999-REPORT-TOTALS-EXIT.

       3100-PROCESS-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END TO TRUE
               NOT AT END
                   IF NOT WS-KEY-IS-ACTIVE
                       PERFORM 3200-START-KEY
                   ELSE
                       IF SR-RECORD-TYPE NOT = WS-CURRENT-TYPE
                          OR SR-KEY-DATA NOT = WS-CURRENT-KEY
                           PERFORM 3300-CLOSE-OUT-KEY
                           PERFORM 3200-START-KEY
                       END-IF
                   END-IF
                   PERFORM 3400-ADD-PERIOD-AMOUNTS
           END-RETURN.

       3200-START-KEY.
           MOVE "Y" TO WS-KEY-ACTIVE-SWITCH
           MOVE SR-RECORD-TYPE TO WS-CURRENT-TYPE
           MOVE SR-KEY-DATA TO WS-CURRENT-KEY
           MOVE ZERO TO WS-KT-MONTH-MM WS-KT-PRIOR-MONTH-MM
               WS-KT-YTD-MM WS-KT-PRIOR-YTD-MM
               WS-KT-MONTH-BF WS-KT-PRIOR-MONTH-BF
               WS-KT-YTD-BF WS-KT-PRIOR-YTD-BF
               WS-KT-YTD-NIGHTS.

       3300-CLOSE-OUT-KEY.
           IF WS-CURRENT-TYPE = "G"
               ADD 1 TO WS-GROUP-COUNT
               MOVE SPACES TO WS-GROUP-LINE
               MOVE WS-CURRENT-REGION TO YG-REGION
               MOVE WS-CURRENT-COUNTRY TO YG-COUNTRY
               MOVE WS-CURRENT-PRD TO YG-PRD
               PERFORM 3310-PRINT-GROUP-LINES
               ADD WS-KT-MONTH-MM TO WS-GR-MONTH-MM
               ADD WS-KT-PRIOR-MONTH-MM TO WS-GR-PRIOR-MONTH-MM
               ADD WS-KT-YTD-MM TO WS-GR-YTD-MM
               ADD WS-KT-PRIOR-YTD-MM TO WS-GR-PRIOR-YTD-MM
               ADD WS-KT-MONTH-BF TO WS-GR-MONTH-BF
               ADD WS-KT-PRIOR-MONTH-BF TO WS-GR-PRIOR-MONTH-BF
               ADD WS-KT-YTD-BF TO WS-GR-YTD-BF
               ADD WS-KT-PRIOR-YTD-BF TO WS-GR-PRIOR-YTD-BF
               ADD WS-KT-YTD-NIGHTS TO WS-GR-YTD-NIGHTS
           ELSE
               ADD 1 TO WS-CONTRACT-COUNT
               PERFORM 3320-PRINT-CONTRACT-LINE
           END-IF
           MOVE "N" TO WS-KEY-ACTIVE-SWITCH.

      *> YG-KEY is set by the caller; one line per amount.
       3310-PRINT-GROUP-LINES.
           MOVE "MADE" TO YG-AMOUNT-LABEL
           MOVE WS-KT-MONTH-MM TO YG-MONTH
           MOVE WS-KT-PRIOR-MONTH-MM TO YG-PRIOR-MONTH
           COMPUTE YG-MONTH-VARIANCE =
               WS-KT-MONTH-MM - WS-KT-PRIOR-MONTH-MM
           MOVE WS-KT-YTD-MM TO YG-YTD
           MOVE WS-KT-PRIOR-YTD-MM TO YG-PRIOR-YTD
           COMPUTE YG-YTD-VARIANCE = WS-KT-YTD-MM - WS-KT-PRIOR-YTD-MM
           MOVE WS-GROUP-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE SPACES TO YG-KEY
           MOVE "BENEF" TO YG-AMOUNT-LABEL
           MOVE WS-KT-MONTH-BF TO YG-MONTH
           MOVE WS-KT-PRIOR-MONTH-BF TO YG-PRIOR-MONTH
           COMPUTE YG-MONTH-VARIANCE =
               WS-KT-MONTH-BF - WS-KT-PRIOR-MONTH-BF
           MOVE WS-KT-YTD-BF TO YG-YTD
           MOVE WS-KT-PRIOR-YTD-BF TO YG-PRIOR-YTD
           COMPUTE YG-YTD-VARIANCE = WS-KT-YTD-BF - WS-KT-PRIOR-YTD-BF
           MOVE WS-GROUP-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.

       3320-PRINT-CONTRACT-LINE.
           MOVE SPACES TO WS-CONTRACT-LINE
           MOVE WS-CURRENT-KEY TO YK-NUM-CONTRAT
           MOVE WS-KT-YTD-NIGHTS TO YK-NIGHTS
           MOVE WS-KT-YTD-MM TO YK-MADE-YTD
           MOVE WS-KT-PRIOR-YTD-MM TO YK-MADE-PRIOR-YTD
           COMPUTE YK-MADE-VARIANCE =
               WS-KT-YTD-MM - WS-KT-PRIOR-YTD-MM
           MOVE WS-KT-YTD-BF TO YK-BENEF-YTD
           MOVE WS-KT-PRIOR-YTD-BF TO YK-BENEF-PRIOR-YTD
           COMPUTE YK-BENEF-VARIANCE =
               WS-KT-YTD-BF - WS-KT-PRIOR-YTD-BF
           MOVE WS-CONTRACT-LINE TO CONTRACT-REPORT-LINE
           WRITE CONTRACT-REPORT-LINE.

      *> Only months up to the report month were released, so every
      *> record adds to one year to date or the other.
       3400-ADD-PERIOD-AMOUNTS.
           IF SR-PERIOD-YEAR = WS-RP-YEAR
               ADD SR-MONNEY-MADE TO WS-KT-YTD-MM
               ADD SR-BENEF TO WS-KT-YTD-BF
               ADD SR-DETAIL-COUNT TO WS-KT-YTD-NIGHTS
               IF SR-PERIOD-MONTH = WS-RP-MONTH
                   ADD SR-MONNEY-MADE TO WS-KT-MONTH-MM
                   ADD SR-BENEF TO WS-KT-MONTH-BF
               END-IF
           ELSE
               ADD SR-MONNEY-MADE TO WS-KT-PRIOR-YTD-MM
               ADD SR-BENEF TO WS-KT-PRIOR-YTD-BF
               IF SR-PERIOD-MONTH = WS-RP-MONTH
                   ADD SR-MONNEY-MADE TO WS-KT-PRIOR-MONTH-MM
                   ADD SR-BENEF TO WS-KT-PRIOR-MONTH-BF
               END-IF
           END-IF.

       3999-REPORT-TOTALS-EXIT.
           EXIT.

       4000-PRINT-GRAND-TOTALS.
           MOVE SPACES TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE WS-GRAND-TOTALS TO WS-KEY-TOTALS
           MOVE SPACES TO WS-GROUP-LINE
           MOVE "ALL GROUPS" TO YG-KEY
           PERFORM 3310-PRINT-GROUP-LINES.

      *> Month by month, then the months added up against the sum of
      *> the MECLSAUD hash totals.
       5000-PROVE-YEAR.
           MOVE SPACES TO PROOF-REPORT-LINE
           IF WS-RP-MONTH = 12
               STRING "YEAR-END CLOSE " WS-RP-YEAR
                   " - PERIOD HISTORY AGAINST MECLSAUD HASH TOTALS"
                   DELIMITED BY SIZE INTO PROOF-REPORT-LINE
           ELSE
               STRING "YEAR-TO-DATE CLOSE PROOF " WS-RP-YEAR
                   " THROUGH PERIOD " WS-REPORT-PERIOD
                   " - PERIOD HISTORY AGAINST MECLSAUD HASH TOTALS"
                   DELIMITED BY SIZE INTO PROOF-REPORT-LINE
           END-IF
           WRITE PROOF-REPORT-LINE
           MOVE WS-PROOF-HEADING-1 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE WS-PROOF-HEADING-2 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-RP-MONTH
               PERFORM 5100-PROVE-ONE-MONTH
           END-PERFORM
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "YEAR" TO PF-PERIOD
           MOVE WS-YEAR-HIST-COUNT TO PF-HIST-COUNT
           MOVE WS-YEAR-HIST-MONNEY-MADE TO PF-HIST-MONNEY-MADE
           MOVE WS-YEAR-HIST-BENEF TO PF-HIST-BENEF
           MOVE WS-YEAR-AUDIT-COUNT TO PF-AUDIT-COUNT
           MOVE WS-YEAR-AUDIT-MONNEY-MADE TO PF-AUDIT-MONNEY-MADE
           MOVE WS-YEAR-AUDIT-BENEF TO PF-AUDIT-BENEF
           EVALUATE TRUE
               WHEN WS-MONTHS-FAILED > ZERO
                   MOVE "*** NOT PROVED ***" TO PF-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HISTORY-IS-PARTIAL
                   MOVE "HISTORY STARTS MID-YEAR" TO PF-STATUS
               WHEN WS-YEAR-HIST-COUNT NOT = WS-YEAR-AUDIT-COUNT
                 OR WS-YEAR-HIST-MONNEY-MADE
                       NOT = WS-YEAR-AUDIT-MONNEY-MADE
                 OR WS-YEAR-HIST-BENEF NOT = WS-YEAR-AUDIT-BENEF
                   MOVE "*** NOT PROVED ***" TO PF-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RP-MONTH = 12
                   MOVE "YEAR-END CLOSE PROVED" TO PF-STATUS
               WHEN OTHER
                   MOVE "YEAR TO DATE PROVED" TO PF-STATUS
           END-EVALUATE
           MOVE WS-PROOF-LINE TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE.

      *> A month before the history began cannot be proved from it.
      *> That only fails the year-end close, which needs all twelve.
       5100-PROVE-ONE-MONTH.
           MOVE WS-RP-YEAR TO WS-PP-YEAR
           MOVE WS-MONTH-IDX TO WS-PP-MONTH
           MOVE SPACES TO WS-PROOF-LINE
           MOVE WS-PROOF-PERIOD TO PF-PERIOD
           MOVE WS-MN-HIST-COUNT(WS-MONTH-IDX) TO PF-HIST-COUNT
           MOVE WS-MN-HIST-MONNEY-MADE(WS-MONTH-IDX)
               TO PF-HIST-MONNEY-MADE
           MOVE WS-MN-HIST-BENEF(WS-MONTH-IDX) TO PF-HIST-BENEF
           MOVE WS-MN-AUDIT-COUNT(WS-MONTH-IDX) TO PF-AUDIT-COUNT
           MOVE WS-MN-AUDIT-MONNEY-MADE(WS-MONTH-IDX)
               TO PF-AUDIT-MONNEY-MADE
           MOVE WS-MN-AUDIT-BENEF(WS-MONTH-IDX) TO PF-AUDIT-BENEF
           ADD WS-MN-HIST-COUNT(WS-MONTH-IDX) TO WS-YEAR-HIST-COUNT
           ADD WS-MN-HIST-MONNEY-MADE(WS-MONTH-IDX)
               TO WS-YEAR-HIST-MONNEY-MADE
           ADD WS-MN-HIST-BENEF(WS-MONTH-IDX) TO WS-YEAR-HIST-BENEF
           ADD WS-MN-AUDIT-COUNT(WS-MONTH-IDX) TO WS-YEAR-AUDIT-COUNT
           ADD WS-MN-AUDIT-MONNEY-MADE(WS-MONTH-IDX)
               TO WS-YEAR-AUDIT-MONNEY-MADE
           ADD WS-MN-AUDIT-BENEF(WS-MONTH-IDX) TO WS-YEAR-AUDIT-BENEF
           EVALUATE TRUE
               WHEN WS-MN-HIST-SEEN(WS-MONTH-IDX) = "N"
                AND WS-PROOF-PERIOD < WS-FIRST-PERIOD
                   MOVE "BEFORE HISTORY START" TO PF-STATUS
                   IF WS-RP-MONTH = 12
                       ADD 1 TO WS-MONTHS-FAILED
                   ELSE
                       SET WS-HISTORY-IS-PARTIAL TO TRUE
                   END-IF
               WHEN WS-MN-HIST-SEEN(WS-MONTH-IDX) = "N"
                   MOVE "*** NOT ON HISTORY ***" TO PF-STATUS
                   ADD 1 TO WS-MONTHS-FAILED
               WHEN WS-MN-AUDIT-SEEN(WS-MONTH-IDX) = "N"
                   MOVE "*** NO MECLSAUD RECORD ***" TO PF-STATUS
                   ADD 1 TO WS-MONTHS-FAILED
               WHEN WS-MN-HIST-COUNT(WS-MONTH-IDX)
                       NOT = WS-MN-AUDIT-COUNT(WS-MONTH-IDX)
                 OR WS-MN-HIST-MONNEY-MADE(WS-MONTH-IDX)
                       NOT = WS-MN-AUDIT-MONNEY-MADE(WS-MONTH-IDX)
                 OR WS-MN-HIST-BENEF(WS-MONTH-IDX)
                       NOT = WS-MN-AUDIT-BENEF(WS-MONTH-IDX)
                   MOVE "*** OUT OF BALANCE ***" TO PF-STATUS
                   ADD 1 TO WS-MONTHS-FAILED
               WHEN WS-MN-HIST-BALANCED(WS-MONTH-IDX) NOT = "Y"
                 OR WS-MN-AUDIT-BALANCED(WS-MONTH-IDX) NOT = "Y"
                   MOVE "*** CLOSED OUT OF BALANCE ***" TO PF-STATUS
                   ADD 1 TO WS-MONTHS-FAILED
               WHEN OTHER
                   MOVE "IN BALANCE" TO PF-STATUS
                   ADD 1 TO WS-MONTHS-PROVED
           END-EVALUATE
           MOVE WS-PROOF-LINE TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "YTDRPT" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-HIST-READ-COUNT TO RC-INPUT-COUNT
           MOVE WS-GROUP-COUNT TO RC-OUTPUT-1-COUNT
           MOVE WS-CONTRACT-COUNT TO RC-OUTPUT-2-COUNT
           MOVE WS-MONTHS-PROVED TO RC-OUTPUT-3-COUNT
           MOVE WS-MONTHS-FAILED TO RC-OUTPUT-4-COUNT
           MOVE WS-AUDIT-READ-COUNT TO RC-OUTPUT-5-COUNT
           MOVE WS-HIST-SELECTED-COUNT TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE GROUP-REPORT-FILE
           CLOSE CONTRACT-REPORT-FILE
           CLOSE PROOF-REPORT-FILE
           DISPLAY "YTDRPT REPORT PERIOD     : " WS-REPORT-PERIOD
           DISPLAY "YTDRPT HISTORY RECORDS   : " WS-HIST-READ-COUNT
           DISPLAY "YTDRPT GROUPS REPORTED   : " WS-GROUP-COUNT
           DISPLAY "YTDRPT CONTRACTS REPORTED: " WS-CONTRACT-COUNT
           DISPLAY "YTDRPT MONTHS PROVED     : " WS-MONTHS-PROVED
           DISPLAY "YTDRPT MONTHS FAILED     : " WS-MONTHS-FAILED
           IF RETURN-CODE = ZERO
               DISPLAY "YTDRPT CLOSE PROOF PASSED"
           ELSE
               DISPLAY "YTDRPT *** CLOSE PROOF FAILED ***"
           END-IF
           PERFORM 8000-WRITE-RUN-CONTROL.
