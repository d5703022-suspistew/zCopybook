      *>--------------------------------------------------------------
      *> CLISTRUC - nightly client-level structuring detection.
      *>
      *> CMPALERT's amount check looks at one HISTORIQUE-TRANS entry
      *> on one contract at a time, so a client who keeps every
      *> single transaction just under AP-AMOUNT-THRESHOLD - and
      *> spreads them across several contracts and several days -
      *> never raises anything. This scan sums each client's
      *> transactions across all of the client's contracts
      *> (NUM-CLIENT) over a rolling window of SP-WINDOW-DAYS calendar
      *> days and flags the client whose window total passes
      *> SP-CLIENT-LIMIT while every single transaction stayed at or
      *> under the ALRTPARM threshold. A client with one transaction
      *> over the threshold is CMPALERT's case, not this one; it is
      *> listed on the report but not alerted twice.
      *>
      *> Tonight's transactions come from TRANFEED. Neither TRANFEED
      *> nor TRANS-OVERFLOW-FILE carries the client, so both are
      *> match-merged against the CLIENT-IMAGE extract by NUM-CONTRAT
      *> to pick up NUM-CLIENT - the image side keeping the usual
      *> ascending-order guard, the feed side likewise, the overflow
      *> file sorted first as DORMSCAN and TRNSTMT sort it. Earlier
      *> days of the window come from the STRCHIST carry-forward this
      *> job rewrites every night: one row per client per activity
      *> date. A window date the carry-forward does not hold (the
      *> first nights after go-live, or a night the job did not run)
      *> is rebuilt from the TO-RUN-DATE stamps on
      *> TRANS-OVERFLOW-FILE - the only dated transaction trace the
      *> suite keeps - and marked OVFL on the carry-forward. Overflow
      *> records stamped tonight are tonight's feed over again and are
      *> skipped.
      *>
      *> Only credits count: a reversal or a debit must not net a run
      *> of structured deposits back under the limit.
      *>
      *> A flagged client is written in ALERTREC format to the
      *> structuring alert file, with the CLINAME name, and CMPALERT
      *> folds it into the compliance morning queue marked STRUCTUR.
      *> The alert is raised once when the client first crosses the
      *> limit; while the rolling window keeps the client over, the
      *> carry-forward remembers the alert and the client is listed
      *> as already alerted instead of re-flooding the queue. Once the
      *> client drops back under, the memory lapses and a fresh
      *> pattern alerts again.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISTRUC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRUCTURING-PARM-FILE ASSIGN TO "STRCPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALERT-PARM-FILE ASSIGN TO "ALRTPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-IMAGE-FILE ASSIGN TO "CLTIMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-FEED-FILE ASSIGN TO "TRANFEED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-OVERFLOW-FILE ASSIGN TO "TRANOVFL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT SORTED-OVERFLOW-FILE ASSIGN TO "STROVSRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRUCT-HIST-IN-FILE ASSIGN TO "STRCHIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRUCT-HIST-OUT-FILE ASSIGN TO "STRCHOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-NAME-FILE ASSIGN TO "CLINAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-NUM-CLIENT
               FILE STATUS IS WS-NAME-STATUS.
           SELECT STRUCTURING-ALERT-FILE ASSIGN TO "STRCALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRUCTURING-REPORT-FILE ASSIGN TO "STRCRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STRUCTURING-PARM-FILE.
       COPY STRCPARM.

       FD  ALERT-PARM-FILE.
       COPY ALRTPARM.

       FD  CLIENT-IMAGE-FILE.
       COPY CLTIMAGE.

       FD  TRANS-FEED-FILE.
       COPY TRANFEED.

       FD  TRANS-OVERFLOW-FILE.
       COPY TRNOVFL.

      *> Sort record mirrors TRANS-OVERFLOW-REC byte for byte; only
      *> the two sort keys are named, the rest rides as FILLER.
       SD  SORT-WORK-FILE.
       01  SORT-OVERFLOW-REC.
           05  SO-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(31).
           05  SO-RUN-DATE                  PIC X(08).

       FD  SORTED-OVERFLOW-FILE.
       COPY TRNOVFL REPLACING TRANS-OVERFLOW-REC
           BY SORTED-OVERFLOW-REC.

       FD  STRUCT-HIST-IN-FILE.
       COPY STRCHIST.

       FD  STRUCT-HIST-OUT-FILE.
       COPY STRCHIST REPLACING STRUCT-HIST-REC BY STRUCT-HIST-OUT-REC.

       FD  CLIENT-NAME-FILE.
       COPY CLINAME.

       FD  STRUCTURING-ALERT-FILE.
       COPY ALERTREC.

       FD  STRUCTURING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STRUCTURING-REPORT-LINE          PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CI-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-CI-END-OF-FILE                VALUE "Y".
       01  WS-TF-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-TF-END-OF-FILE                VALUE "Y".
       01  WS-OV-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-OV-END-OF-FILE                VALUE "Y".
       01  WS-SH-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-SH-END-OF-FILE                VALUE "Y".
       01  WS-HIST-LOAD-SWITCH              PIC X VALUE "N".
           88  WS-HIST-LOADING                  VALUE "Y".

       01  WS-CI-KEY                        PIC X(16).
       01  WS-TF-KEY                        PIC X(16).
       01  WS-OV-KEY                        PIC X(16).
       01  WS-CI-PREV-KEY                   PIC X(16) VALUE LOW-VALUES.
       01  WS-TF-PREV-KEY                   PIC X(16) VALUE LOW-VALUES.

       01  WS-NAME-STATUS                   PIC X(02).
           88  WS-NAME-OK                       VALUE "00".
           88  WS-NAME-NOT-FOUND                VALUE "23".

       01  WS-WINDOW-DAYS                   PIC 9(03).
       01  WS-CLIENT-LIMIT                  PIC 9(13).
       01  WS-MIN-TRANS-COUNT               PIC 9(03).
       01  WS-AMOUNT-THRESHOLD              PIC 9(11).

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).
       01  WS-RUN-DATE-X                    PIC X(08).
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

      *> The transaction being posted, whichever file it came from.
       01  WS-TRAN-NUM-CLIENT               PIC 9(10).
       01  WS-TRAN-DATE                     PIC X(08).
       01  WS-TRAN-SOURCE                   PIC X(04).
       01  WS-TRAN-AMOUNT                   PIC S9(11).

      *> One row per client per activity date inside the window -
      *> loaded from last night's carry-forward, then added to from
      *> tonight's feed and any overflow backfill.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 5000
                   INDEXED BY WS-DAY-IDX.
               10  WS-DY-NUM-CLIENT         PIC 9(10).
               10  WS-DY-DATE               PIC X(08).
               10  WS-DY-SOURCE             PIC X(04).
               10  WS-DY-COUNT              PIC 9(07).
               10  WS-DY-TOTAL              PIC S9(13).
               10  WS-DY-MAX                PIC S9(11).
       01  WS-DAY-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-DAY-FOUND                     PIC X VALUE "N".
           88  WS-DAY-WAS-FOUND                 VALUE "Y".
           88  WS-DAY-NOT-FOUND                 VALUE "N".

      *> Activity dates already covered by the carry-forward - an
      *> overflow record for one of these dates is already counted.
       01  WS-HIST-DATE-TABLE.
           05  WS-HIST-DATE-ENTRY OCCURS 400
                   INDEXED BY WS-HD-IDX.
               10  WS-HD-DATE               PIC X(08).
       01  WS-HIST-DATE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-HIST-DATE-FOUND               PIC X VALUE "N".
           88  WS-HIST-DATE-WAS-FOUND           VALUE "Y".
           88  WS-HIST-DATE-NOT-FOUND           VALUE "N".

      *> Clients alerted on an earlier night. WS-AC-STILL-OVER is set
      *> when tonight's window still holds the client over the limit;
      *> only those are written back.
       01  WS-ALERTED-TABLE.
           05  WS-ALERTED-ENTRY OCCURS 2000
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-NUM-CLIENT         PIC 9(10).
               10  WS-AC-FIRST-DATE         PIC X(08).
               10  WS-AC-STILL-OVER         PIC X(01).
       01  WS-ALERTED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ALERTED-FOUND                 PIC X VALUE "N".
           88  WS-ALERTED-WAS-FOUND             VALUE "Y".
           88  WS-ALERTED-NOT-FOUND             VALUE "N".

      *> Window totals per client, rolled up from the day table.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-ENTRY OCCURS 5000
                   INDEXED BY WS-CLIENT-IDX.
               10  WS-CT-NUM-CLIENT         PIC 9(10).
               10  WS-CT-DAYS               PIC 9(03).
               10  WS-CT-COUNT              PIC 9(07).
               10  WS-CT-TOTAL              PIC S9(15).
               10  WS-CT-MAX                PIC S9(11).
       01  WS-CLIENT-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CLIENT-FOUND                  PIC X VALUE "N".
           88  WS-CLIENT-WAS-FOUND              VALUE "Y".
           88  WS-CLIENT-NOT-FOUND              VALUE "N".

       01  WS-CI-READ-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-TF-READ-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-OV-READ-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-OV-USED-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-ORPHAN-COUNT                  PIC 9(09) VALUE ZERO.
       01  WS-HIST-IN-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-HIST-OUT-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-CLIENTS-EVALUATED             PIC 9(09) VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-ALERTS-RAISED                 PIC 9(09) VALUE ZERO.
       01  WS-ALREADY-ALERTED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-SINGLE-OVER-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-NAME-MISSING-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-FIRSTNAME                     PIC X(18).
       01  WS-LASTNAME                      PIC X(12).
       01  WS-CLIENT-STATUS                 PIC X(30).

       01  WS-REPORT-HEADING.
           05  FILLER                       PIC X(10) VALUE "NUM-CLIENT".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(18) VALUE "FIRSTNAME".
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(12) VALUE "LASTNAME".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(04) VALUE "DAYS".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(07) VALUE "  TRANS".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(20)
                   VALUE "        WINDOW TOTAL".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(15)
                   VALUE "     MAX SINGLE".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(06) VALUE "STATUS".

       01  WS-REPORT-LINE.
           05  RL-NUM-CLIENT                PIC 9(10).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-FIRSTNAME                 PIC X(18).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RL-LASTNAME                  PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-DAYS                      PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-COUNT                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-TOTAL                     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-MAX                       PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-STATUS                    PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-CONTRACT UNTIL WS-CI-END-OF-FILE
           PERFORM 2110-SKIP-ONE-FEED-ORPHAN
               UNTIL WS-TF-END-OF-FILE
           PERFORM 2210-SKIP-ONE-OVERFLOW-ORPHAN
               UNTIL WS-OV-END-OF-FILE
           PERFORM 3000-EVALUATE-CLIENTS
           PERFORM 4000-WRITE-CARRY-FORWARD
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN INPUT STRUCTURING-PARM-FILE
           READ STRUCTURING-PARM-FILE
               AT END
                   DISPLAY "CLISTRUC: ABEND - STRUCTURING-PARM-FILE "
                       "IS EMPTY, NO WINDOW OR CLIENT LIMIT SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE STRUCTURING-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE STRUCTURING-PARM-FILE
           IF SP-WINDOW-DAYS NOT NUMERIC
                   OR SP-WINDOW-DAYS = ZERO
                   OR SP-WINDOW-DAYS > 366
               DISPLAY "CLISTRUC: ABEND - SP-WINDOW-DAYS '"
                   SP-WINDOW-DAYS "' IS NOT 1 TO 366 DAYS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-CLIENT-LIMIT NOT NUMERIC
                   OR SP-CLIENT-LIMIT = ZERO
               DISPLAY "CLISTRUC: ABEND - SP-CLIENT-LIMIT '"
                   SP-CLIENT-LIMIT "' IS NOT A NON-ZERO AMOUNT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-MIN-TRANS-COUNT NOT NUMERIC
               DISPLAY "CLISTRUC: ABEND - SP-MIN-TRANS-COUNT '"
                   SP-MIN-TRANS-COUNT "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-WINDOW-DAYS TO WS-WINDOW-DAYS
           MOVE SP-CLIENT-LIMIT TO WS-CLIENT-LIMIT
           MOVE SP-MIN-TRANS-COUNT TO WS-MIN-TRANS-COUNT
           OPEN INPUT ALERT-PARM-FILE
           READ ALERT-PARM-FILE
               AT END
                   DISPLAY "CLISTRUC: ABEND - ALERT-PARM-FILE IS "
                       "EMPTY, NO AMOUNT THRESHOLD SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE ALERT-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE ALERT-PARM-FILE
           MOVE AP-AMOUNT-THRESHOLD TO WS-AMOUNT-THRESHOLD

           PERFORM 1400-COMPUTE-WINDOW-START
           PERFORM 1500-LOAD-CARRY-FORWARD

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SO-NUM-CONTRAT
                                SO-RUN-DATE
               USING TRANS-OVERFLOW-FILE
               GIVING SORTED-OVERFLOW-FILE
           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN INPUT TRANS-FEED-FILE
           OPEN INPUT SORTED-OVERFLOW-FILE
           OPEN INPUT CLIENT-NAME-FILE
           OPEN OUTPUT STRUCTURING-ALERT-FILE
           OPEN OUTPUT STRUCTURING-REPORT-FILE
           MOVE SPACES TO STRUCTURING-REPORT-LINE
           STRING "CLIENT-LEVEL STRUCTURING SCAN - WINDOW "
               WS-WINDOW-START-X " TO " WS-RUN-DATE-X
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE
           WRITE STRUCTURING-REPORT-LINE
           MOVE SPACES TO STRUCTURING-REPORT-LINE
           WRITE STRUCTURING-REPORT-LINE
           MOVE WS-REPORT-HEADING TO STRUCTURING-REPORT-LINE
           WRITE STRUCTURING-REPORT-LINE
           PERFORM 1100-READ-CLIENT-IMAGE
           PERFORM 1200-READ-TRANS-FEED
           PERFORM 1300-READ-SORTED-OVERFLOW.

       1100-READ-CLIENT-IMAGE.
           READ CLIENT-IMAGE-FILE
               AT END
                   SET WS-CI-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-CI-KEY
               NOT AT END
                   ADD 1 TO WS-CI-READ-COUNT
                   MOVE NUM-CONTRAT TO WS-CI-KEY
                   IF WS-CI-KEY < WS-CI-PREV-KEY
                       DISPLAY "CLISTRUC: ABEND - CLIENT-IMAGE-FILE "
                           "IS NOT IN ASCENDING NUM-CONTRAT ORDER, "
                           "KEY " WS-CI-KEY " FOLLOWS " WS-CI-PREV-KEY
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
                   MOVE WS-CI-KEY TO WS-CI-PREV-KEY
           END-READ.

       1200-READ-TRANS-FEED.
           READ TRANS-FEED-FILE
               AT END
                   SET WS-TF-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-TF-KEY
               NOT AT END
                   ADD 1 TO WS-TF-READ-COUNT
                   MOVE TF-NUM-CONTRAT TO WS-TF-KEY
                   IF WS-TF-KEY < WS-TF-PREV-KEY
                       DISPLAY "CLISTRUC: ABEND - TRANS-FEED-FILE "
                           "IS NOT IN ASCENDING TF-NUM-CONTRAT ORDER, "
                           "KEY " WS-TF-KEY " FOLLOWS " WS-TF-PREV-KEY
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
                   MOVE WS-TF-KEY TO WS-TF-PREV-KEY
           END-READ.

       1300-READ-SORTED-OVERFLOW.
           READ SORTED-OVERFLOW-FILE
               AT END
                   SET WS-OV-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-OV-KEY
               NOT AT END
                   ADD 1 TO WS-OV-READ-COUNT
                   MOVE TO-NUM-CONTRAT OF SORTED-OVERFLOW-REC
                       TO WS-OV-KEY
           END-READ.

      *> The window runs SP-WINDOW-DAYS calendar days ending tonight,
      *> so its first date is the run date stepped back one day fewer
      *> than the window length.
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

      *> Daily rows older than the window fall away here. Rows dated
      *> tonight can only be left by an earlier run tonight that is
      *> being rerun - tonight's feed is re-read below, so they are
      *> dropped rather than counted twice. An alerted-client row
      *> first dated tonight is dropped for the same reason: the
      *> rerun raises that alert again on a fresh STRCALRT.
       1500-LOAD-CARRY-FORWARD.
           OPEN INPUT STRUCT-HIST-IN-FILE
           SET WS-HIST-LOADING TO TRUE
           PERFORM 1510-LOAD-ONE-HISTORY-ROW UNTIL WS-SH-END-OF-FILE
           MOVE "N" TO WS-HIST-LOAD-SWITCH
           CLOSE STRUCT-HIST-IN-FILE.

       1510-LOAD-ONE-HISTORY-ROW.
           READ STRUCT-HIST-IN-FILE
               AT END
                   SET WS-SH-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-IN-COUNT
                   EVALUATE TRUE
                       WHEN SD-DAILY-TOTAL OF STRUCT-HIST-REC
                           IF SD-ACTIVITY-DATE OF STRUCT-HIST-REC
                                   >= WS-WINDOW-START-X
                               AND SD-ACTIVITY-DATE OF STRUCT-HIST-REC
                                   < WS-RUN-DATE-X
                               PERFORM 1520-KEEP-HISTORY-DAY
                           END-IF
                       WHEN SD-ALERTED-CLIENT OF STRUCT-HIST-REC
                           IF SD-ACTIVITY-DATE OF STRUCT-HIST-REC
                                   NOT = WS-RUN-DATE-X
                               PERFORM 1530-KEEP-ALERTED-CLIENT
                           END-IF
                   END-EVALUATE
           END-READ.

       1520-KEEP-HISTORY-DAY.
           MOVE SD-NUM-CLIENT OF STRUCT-HIST-REC TO WS-TRAN-NUM-CLIENT
           MOVE SD-ACTIVITY-DATE OF STRUCT-HIST-REC TO WS-TRAN-DATE
           MOVE SD-SOURCE OF STRUCT-HIST-REC TO WS-TRAN-SOURCE
           PERFORM 2600-FIND-DAY-ROW
           ADD SD-TRANS-COUNT OF STRUCT-HIST-REC
               TO WS-DY-COUNT(WS-DAY-IDX)
           ADD SD-TOTAL-AMOUNT OF STRUCT-HIST-REC
               TO WS-DY-TOTAL(WS-DAY-IDX)
           IF SD-MAX-AMOUNT OF STRUCT-HIST-REC > WS-DY-MAX(WS-DAY-IDX)
               MOVE SD-MAX-AMOUNT OF STRUCT-HIST-REC
                   TO WS-DY-MAX(WS-DAY-IDX)
           END-IF
           SET WS-HIST-DATE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HIST-DATE-COUNT
               IF WS-HD-DATE(WS-HD-IDX)
                       = SD-ACTIVITY-DATE OF STRUCT-HIST-REC
                   SET WS-HIST-DATE-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-HIST-DATE-WAS-FOUND
               ADD 1 TO WS-HIST-DATE-COUNT
               SET WS-HD-IDX TO WS-HIST-DATE-COUNT
               MOVE SD-ACTIVITY-DATE OF STRUCT-HIST-REC
                   TO WS-HD-DATE(WS-HD-IDX)
           END-IF.

       1530-KEEP-ALERTED-CLIENT.
           IF WS-ALERTED-COUNT >= 2000
               DISPLAY "CLISTRUC: ABEND - MORE THAN 2000 ALERTED "
                   "CLIENTS CARRIED FORWARD, WS-ALERTED-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               CLOSE STRUCT-HIST-IN-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-ALERTED-COUNT
           SET WS-AC-IDX TO WS-ALERTED-COUNT
           MOVE SD-NUM-CLIENT OF STRUCT-HIST-REC
               TO WS-AC-NUM-CLIENT(WS-AC-IDX)
           MOVE SD-ACTIVITY-DATE OF STRUCT-HIST-REC
               TO WS-AC-FIRST-DATE(WS-AC-IDX)
           MOVE "N" TO WS-AC-STILL-OVER(WS-AC-IDX).

      *> Per image contract: feed and overflow records for contracts
      *> the extract does not hold cannot be tied to a client and are
      *> counted as orphans; the matching ones are posted under the
      *> contract's NUM-CLIENT.
       2000-MATCH-CONTRACT.
           PERFORM 2110-SKIP-ONE-FEED-ORPHAN
               UNTIL WS-TF-KEY >= WS-CI-KEY
           PERFORM 2120-TAKE-ONE-FEED-TRANS
               UNTIL WS-TF-KEY NOT = WS-CI-KEY
           PERFORM 2210-SKIP-ONE-OVERFLOW-ORPHAN
               UNTIL WS-OV-KEY >= WS-CI-KEY
           PERFORM 2220-TAKE-ONE-OVERFLOW-TRANS
               UNTIL WS-OV-KEY NOT = WS-CI-KEY
           PERFORM 1100-READ-CLIENT-IMAGE.

       2110-SKIP-ONE-FEED-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM 1200-READ-TRANS-FEED.

       2120-TAKE-ONE-FEED-TRANS.
           MOVE NUM-CLIENT TO WS-TRAN-NUM-CLIENT
           MOVE WS-RUN-DATE-X TO WS-TRAN-DATE
           MOVE "FEED" TO WS-TRAN-SOURCE
           MOVE TF-AMOUNT-MONNEY-MADE TO WS-TRAN-AMOUNT
           PERFORM 2500-POST-TRANSACTION
           PERFORM 1200-READ-TRANS-FEED.

      *> Only overflow records inside the window matter, orphaned or
      *> not - the file reaches back to the last ARCPURGE.
       2210-SKIP-ONE-OVERFLOW-ORPHAN.
           IF TO-RUN-DATE OF SORTED-OVERFLOW-REC >= WS-WINDOW-START-X
               AND TO-RUN-DATE OF SORTED-OVERFLOW-REC < WS-RUN-DATE-X
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           PERFORM 1300-READ-SORTED-OVERFLOW.

       2220-TAKE-ONE-OVERFLOW-TRANS.
           IF TO-RUN-DATE OF SORTED-OVERFLOW-REC NOT = SPACES
               AND TO-RUN-DATE OF SORTED-OVERFLOW-REC
                   >= WS-WINDOW-START-X
               AND TO-RUN-DATE OF SORTED-OVERFLOW-REC < WS-RUN-DATE-X
               SET WS-HIST-DATE-NOT-FOUND TO TRUE
               PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                       UNTIL WS-HD-IDX > WS-HIST-DATE-COUNT
                   IF WS-HD-DATE(WS-HD-IDX)
                           = TO-RUN-DATE OF SORTED-OVERFLOW-REC
                       SET WS-HIST-DATE-WAS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-HIST-DATE-WAS-FOUND
                   MOVE NUM-CLIENT TO WS-TRAN-NUM-CLIENT
                   MOVE TO-RUN-DATE OF SORTED-OVERFLOW-REC
                       TO WS-TRAN-DATE
                   MOVE "OVFL" TO WS-TRAN-SOURCE
                   MOVE TO-AMOUNT-MONNEY-MADE OF SORTED-OVERFLOW-REC
                       TO WS-TRAN-AMOUNT
                   PERFORM 2500-POST-TRANSACTION
                   ADD 1 TO WS-OV-USED-COUNT
               END-IF
           END-IF
           PERFORM 1300-READ-SORTED-OVERFLOW.

       2500-POST-TRANSACTION.
           IF WS-TRAN-AMOUNT > ZERO
               PERFORM 2600-FIND-DAY-ROW
               ADD 1 TO WS-DY-COUNT(WS-DAY-IDX)
               ADD WS-TRAN-AMOUNT TO WS-DY-TOTAL(WS-DAY-IDX)
               IF WS-TRAN-AMOUNT > WS-DY-MAX(WS-DAY-IDX)
                   MOVE WS-TRAN-AMOUNT TO WS-DY-MAX(WS-DAY-IDX)
               END-IF
           END-IF.

       2600-FIND-DAY-ROW.
           SET WS-DAY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DY-NUM-CLIENT(WS-DAY-IDX) = WS-TRAN-NUM-CLIENT
                  AND WS-DY-DATE(WS-DAY-IDX) = WS-TRAN-DATE
                   SET WS-DAY-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-DAY-WAS-FOUND
               IF WS-DAY-COUNT >= 5000
                   DISPLAY "CLISTRUC: ABEND - MORE THAN 5000 CLIENT "
                       "ACTIVITY DAYS IN THE WINDOW, WS-DAY-TABLE IS "
                       "FULL"
                   MOVE 16 TO RETURN-CODE
      *> Still loading STRCHIST: none of tonight's files is open yet.
                   IF WS-HIST-LOADING
                       CLOSE STRUCT-HIST-IN-FILE
                   ELSE
                       PERFORM 9000-TERMINATE
                   END-IF
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE WS-TRAN-NUM-CLIENT TO WS-DY-NUM-CLIENT(WS-DAY-IDX)
               MOVE WS-TRAN-DATE TO WS-DY-DATE(WS-DAY-IDX)
               MOVE WS-TRAN-SOURCE TO WS-DY-SOURCE(WS-DAY-IDX)
               MOVE ZERO TO WS-DY-COUNT(WS-DAY-IDX)
               MOVE ZERO TO WS-DY-TOTAL(WS-DAY-IDX)
               MOVE ZERO TO WS-DY-MAX(WS-DAY-IDX)
           END-IF.

       3000-EVALUATE-CLIENTS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM 3100-ROLL-UP-ONE-DAY
           END-PERFORM
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
               PERFORM 3200-TEST-ONE-CLIENT
           END-PERFORM.

       3100-ROLL-UP-ONE-DAY.
           SET WS-CLIENT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
               IF WS-CT-NUM-CLIENT(WS-CLIENT-IDX)
                       = WS-DY-NUM-CLIENT(WS-DAY-IDX)
                   SET WS-CLIENT-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-CLIENT-WAS-FOUND
               ADD 1 TO WS-CLIENT-COUNT
               SET WS-CLIENT-IDX TO WS-CLIENT-COUNT
               MOVE WS-DY-NUM-CLIENT(WS-DAY-IDX)
                   TO WS-CT-NUM-CLIENT(WS-CLIENT-IDX)
               MOVE ZERO TO WS-CT-DAYS(WS-CLIENT-IDX)
               MOVE ZERO TO WS-CT-COUNT(WS-CLIENT-IDX)
               MOVE ZERO TO WS-CT-TOTAL(WS-CLIENT-IDX)
               MOVE ZERO TO WS-CT-MAX(WS-CLIENT-IDX)
           END-IF
           ADD 1 TO WS-CT-DAYS(WS-CLIENT-IDX)
           ADD WS-DY-COUNT(WS-DAY-IDX) TO WS-CT-COUNT(WS-CLIENT-IDX)
           ADD WS-DY-TOTAL(WS-DAY-IDX) TO WS-CT-TOTAL(WS-CLIENT-IDX)
           IF WS-DY-MAX(WS-DAY-IDX) > WS-CT-MAX(WS-CLIENT-IDX)
               MOVE WS-DY-MAX(WS-DAY-IDX) TO WS-CT-MAX(WS-CLIENT-IDX)
           END-IF.

      *> Over the limit with every transaction at or under the single
      *> threshold is structuring. Over the limit with one transaction
      *> above the threshold is listed but left to CMPALERT, whose
      *> amount check already raises it.
       3200-TEST-ONE-CLIENT.
           ADD 1 TO WS-CLIENTS-EVALUATED
           IF WS-CT-TOTAL(WS-CLIENT-IDX) > WS-CLIENT-LIMIT
               AND WS-CT-COUNT(WS-CLIENT-IDX) >= WS-MIN-TRANS-COUNT
               ADD 1 TO WS-OVER-LIMIT-COUNT
               PERFORM 3250-LOOK-UP-CLIENT-NAME
               IF WS-CT-MAX(WS-CLIENT-IDX) > WS-AMOUNT-THRESHOLD
                   ADD 1 TO WS-SINGLE-OVER-COUNT
                   MOVE "SINGLE OVER THRESHOLD" TO WS-CLIENT-STATUS
               ELSE
                   PERFORM 3300-FIND-ALERTED-CLIENT
                   IF WS-ALERTED-WAS-FOUND
                       MOVE "Y" TO WS-AC-STILL-OVER(WS-AC-IDX)
                       ADD 1 TO WS-ALREADY-ALERTED-COUNT
                       MOVE SPACES TO WS-CLIENT-STATUS
                       STRING "ALREADY ALERTED "
                           WS-AC-FIRST-DATE(WS-AC-IDX)
                           DELIMITED BY SIZE INTO WS-CLIENT-STATUS
                   ELSE
                       PERFORM 3400-RAISE-STRUCTURING-ALERT
                       MOVE "*** NEW STRUCTURING ALERT ***"
                           TO WS-CLIENT-STATUS
                   END-IF
               END-IF
               PERFORM 3500-PRINT-CLIENT-LINE
           END-IF.

       3250-LOOK-UP-CLIENT-NAME.
           MOVE WS-CT-NUM-CLIENT(WS-CLIENT-IDX) TO CN-NUM-CLIENT
           READ CLIENT-NAME-FILE
               INVALID KEY
                   ADD 1 TO WS-NAME-MISSING-COUNT
                   MOVE "NAME-NOT-ON-FILE" TO WS-FIRSTNAME
                   MOVE SPACES TO WS-LASTNAME
               NOT INVALID KEY
                   MOVE CN-FIRSTNAME TO WS-FIRSTNAME
                   MOVE CN-LASTNAME TO WS-LASTNAME
           END-READ.

       3300-FIND-ALERTED-CLIENT.
           SET WS-ALERTED-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ALERTED-COUNT
               IF WS-AC-NUM-CLIENT(WS-AC-IDX)
                       = WS-CT-NUM-CLIENT(WS-CLIENT-IDX)
                   SET WS-ALERTED-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A client-level alert belongs to no one contract, so
      *> AL-NUM-CONTRAT is left blank. AL-MAX-AMOUNT keeps its meaning
      *> - the largest single transaction, here the one that stayed
      *> under the threshold - and the window total rides on
      *> AL-WINDOW-TOTAL.
       3400-RAISE-STRUCTURING-ALERT.
           MOVE SPACES TO COMPLIANCE-ALERT-REC
           MOVE WS-CT-NUM-CLIENT(WS-CLIENT-IDX) TO AL-NUM-CLIENT
           MOVE "N" TO AL-MESSAGE-FLAG AL-RISK-FLAG AL-AMOUNT-FLAG
           MOVE WS-CT-MAX(WS-CLIENT-IDX) TO AL-MAX-AMOUNT
           MOVE "STRUCTUR" TO AL-SEVERITY
           MOVE WS-FIRSTNAME TO AL-FIRSTNAME
           MOVE WS-LASTNAME TO AL-LASTNAME
           MOVE "Y" TO AL-STRUCTURING-FLAG
           MOVE WS-CT-TOTAL(WS-CLIENT-IDX) TO AL-WINDOW-TOTAL
           WRITE COMPLIANCE-ALERT-REC
           ADD 1 TO WS-ALERTS-RAISED
           IF WS-ALERTED-COUNT >= 2000
               DISPLAY "CLISTRUC: ABEND - MORE THAN 2000 ALERTED "
                   "CLIENTS, WS-ALERTED-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-ALERTED-COUNT
           SET WS-AC-IDX TO WS-ALERTED-COUNT
           MOVE WS-CT-NUM-CLIENT(WS-CLIENT-IDX)
               TO WS-AC-NUM-CLIENT(WS-AC-IDX)
           MOVE WS-RUN-DATE-X TO WS-AC-FIRST-DATE(WS-AC-IDX)
           MOVE "Y" TO WS-AC-STILL-OVER(WS-AC-IDX).

       3500-PRINT-CLIENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CT-NUM-CLIENT(WS-CLIENT-IDX) TO RL-NUM-CLIENT
           MOVE WS-FIRSTNAME TO RL-FIRSTNAME
           MOVE WS-LASTNAME TO RL-LASTNAME
           MOVE WS-CT-DAYS(WS-CLIENT-IDX) TO RL-DAYS
           MOVE WS-CT-COUNT(WS-CLIENT-IDX) TO RL-COUNT
           MOVE WS-CT-TOTAL(WS-CLIENT-IDX) TO RL-TOTAL
           MOVE WS-CT-MAX(WS-CLIENT-IDX) TO RL-MAX
           MOVE WS-CLIENT-STATUS TO RL-STATUS
           MOVE WS-REPORT-LINE TO STRUCTURING-REPORT-LINE
           WRITE STRUCTURING-REPORT-LINE.

      *> Every daily row in the window goes forward, tonight's
      *> included; an alerted client goes forward only while tonight's
      *> window still holds it over the limit.
       4000-WRITE-CARRY-FORWARD.
           OPEN OUTPUT STRUCT-HIST-OUT-FILE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               MOVE SPACES TO STRUCT-HIST-OUT-REC
               MOVE "D" TO SD-RECORD-TYPE OF STRUCT-HIST-OUT-REC
               MOVE WS-DY-NUM-CLIENT(WS-DAY-IDX)
                   TO SD-NUM-CLIENT OF STRUCT-HIST-OUT-REC
               MOVE WS-DY-DATE(WS-DAY-IDX)
                   TO SD-ACTIVITY-DATE OF STRUCT-HIST-OUT-REC
               MOVE WS-DY-SOURCE(WS-DAY-IDX)
                   TO SD-SOURCE OF STRUCT-HIST-OUT-REC
               MOVE WS-DY-COUNT(WS-DAY-IDX)
                   TO SD-TRANS-COUNT OF STRUCT-HIST-OUT-REC
               MOVE WS-DY-TOTAL(WS-DAY-IDX)
                   TO SD-TOTAL-AMOUNT OF STRUCT-HIST-OUT-REC
               MOVE WS-DY-MAX(WS-DAY-IDX)
                   TO SD-MAX-AMOUNT OF STRUCT-HIST-OUT-REC
               WRITE STRUCT-HIST-OUT-REC
               ADD 1 TO WS-HIST-OUT-COUNT
           END-PERFORM
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ALERTED-COUNT
               IF WS-AC-STILL-OVER(WS-AC-IDX) = "Y"
                   MOVE SPACES TO STRUCT-HIST-OUT-REC
                   MOVE "A" TO SD-RECORD-TYPE OF STRUCT-HIST-OUT-REC
                   MOVE WS-AC-NUM-CLIENT(WS-AC-IDX)
                       TO SD-NUM-CLIENT OF STRUCT-HIST-OUT-REC
                   MOVE WS-AC-FIRST-DATE(WS-AC-IDX)
                       TO SD-ACTIVITY-DATE OF STRUCT-HIST-OUT-REC
                   MOVE ZERO TO SD-TRANS-COUNT OF STRUCT-HIST-OUT-REC
                       SD-TOTAL-AMOUNT OF STRUCT-HIST-OUT-REC
                       SD-MAX-AMOUNT OF STRUCT-HIST-OUT-REC
                   WRITE STRUCT-HIST-OUT-REC
                   ADD 1 TO WS-HIST-OUT-COUNT
               END-IF
           END-PERFORM
           CLOSE STRUCT-HIST-OUT-FILE.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CLISTRUC" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-CI-READ-COUNT TO RC-INPUT-COUNT
           MOVE WS-TF-READ-COUNT TO RC-OUTPUT-1-COUNT
           MOVE WS-OV-USED-COUNT TO RC-OUTPUT-2-COUNT
           MOVE WS-CLIENTS-EVALUATED TO RC-OUTPUT-3-COUNT
           MOVE WS-ALERTS-RAISED TO RC-OUTPUT-4-COUNT
           MOVE WS-ALREADY-ALERTED-COUNT TO RC-OUTPUT-5-COUNT
           MOVE WS-ORPHAN-COUNT TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE CLIENT-IMAGE-FILE
           CLOSE TRANS-FEED-FILE
           CLOSE SORTED-OVERFLOW-FILE
           CLOSE CLIENT-NAME-FILE
           CLOSE STRUCTURING-ALERT-FILE
           CLOSE STRUCTURING-REPORT-FILE
           DISPLAY "CLISTRUC CONTRACTS READ  : " WS-CI-READ-COUNT
           DISPLAY "CLISTRUC FEED TRANS READ : " WS-TF-READ-COUNT
           DISPLAY "CLISTRUC OVERFLOW READ   : " WS-OV-READ-COUNT
           DISPLAY "CLISTRUC OVERFLOW USED   : " WS-OV-USED-COUNT
           DISPLAY "CLISTRUC ORPHAN TRANS    : " WS-ORPHAN-COUNT
           DISPLAY "CLISTRUC HISTORY IN      : " WS-HIST-IN-COUNT
           DISPLAY "CLISTRUC HISTORY OUT     : " WS-HIST-OUT-COUNT
           DISPLAY "CLISTRUC CLIENTS         : " WS-CLIENTS-EVALUATED
           DISPLAY "CLISTRUC OVER LIMIT      : " WS-OVER-LIMIT-COUNT
           DISPLAY "CLISTRUC ALERTS RAISED   : " WS-ALERTS-RAISED
           DISPLAY "CLISTRUC ALREADY ALERTED : "
               WS-ALREADY-ALERTED-COUNT
           DISPLAY "CLISTRUC SINGLE OVER     : " WS-SINGLE-OVER-COUNT
           DISPLAY "CLISTRUC NAMES MISSING   : " WS-NAME-MISSING-COUNT
           PERFORM 8000-WRITE-RUN-CONTROL.
