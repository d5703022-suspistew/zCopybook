      *> hash totals. Once the ledger is fed from the same data the
      *> suite reports on, RECONDLY's daily out-of-balance condition
      *> should only fire on genuine errors.
      *>
      *> Corrections, write-offs and reversals that accounting used
      *> to key straight into the ledger come in on GLADJIN instead
      *> (GLADJ layout - a GL detail plus entry id, line, preparer and
      *> approver) and ride in the same batch, after the journal
      *> pairs and inside the same header, trailer and hash totals,
      *> so GLACK proves the ledger booked them and PERACCUM folds
      *> them into the period with everything else. Each line must be
      *> a "D" or "C" detail to an account on the GLACCT rows of
      *> REFDATA in effect on the as-of date (REFDATE, as MSGDEC
      *> reads it), for a REGION/COUNTRY/PRD group the ledger already
      *> knows - one in tonight's breakout or on the period
      *> accumulator (PERACCIN) - with numeric amounts. Each entry
      *> must then balance, debit lines against credit lines on both
      *> amounts, and carry one preparer and a different approver. An
      *> entry posts whole or not at all: a single bad line refuses
      *> the entry, and every line of a refused entry is listed with
      *> its reason on the GLADJRPT exception listing for accounting
      *> to correct and resubmit. A refused entry does not hold the
      *> feed - the run still ends RETURN-CODE 0.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "GLADJIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO "GLADJRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCUM-IN-FILE ASSIGN TO "PERACCIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATA-FILE ASSIGN TO "REFDATA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATE-FILE ASSIGN TO "REFDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       FD  GL-FEED-FILE.
       COPY GLFEED.

       FD  ADJUSTMENT-FILE.
       COPY GLADJ.

       FD  ADJUSTMENT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ADJUSTMENT-REPORT-LINE          PIC X(132).

       FD  ACCUM-IN-FILE.
       COPY PERACCUM.

       FD  REFERENCE-DATA-FILE.
       COPY REFDATA.

       FD  REFERENCE-DATE-FILE.
       COPY REFDATE.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                   PIC X VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-AJ-EOF-SWITCH                PIC X VALUE "N".
           88  WS-AJ-END-OF-FILE               VALUE "Y".
       01  WS-AC-EOF-SWITCH                PIC X VALUE "N".
           88  WS-AC-END-OF-FILE               VALUE "Y".
       01  WS-RD-EOF-SWITCH                PIC X VALUE "N".
           88  WS-RD-END-OF-FILE               VALUE "Y".

       01  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
       01  WS-DETAILS-WRITTEN              PIC 9(09) VALUE ZERO.
       01  WS-HASH-MONNEY-MADE             PIC S9(15) VALUE ZERO.
       01  WS-HASH-BENEF                   PIC S9(15) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).
       01  WS-AS-OF-DATE                   PIC X(08).

       01  WS-BREAKOUT-TABLE.
           05  WS-BREAKOUT-ENTRY OCCURS 500
           88  WS-BREAKOUT-WAS-FOUND           VALUE "Y".
           88  WS-BREAKOUT-NOT-FOUND           VALUE "N".

      *> Ledger accounts an adjustment may post to - the GLACCT rows
      *> of REFDATA in effect on the as-of date.
       01  WS-GL-ACCOUNT-TABLE.
           05  WS-GL-ACCOUNT-CODE OCCURS 100
                   INDEXED BY WS-ACCOUNT-IDX PIC X(08).
       01  WS-GL-ACCOUNT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-GL-ACCOUNT-MAX               PIC 9(03) VALUE 100.
       01  WS-ACCOUNT-FOUND                PIC X VALUE "N".
           88  WS-ACCOUNT-WAS-FOUND            VALUE "Y".
           88  WS-ACCOUNT-NOT-FOUND            VALUE "N".

      *> REGION/COUNTRY/PRD groups already on the period accumulator
      *> (its "G" records), so an adjustment to a group with no
      *> business tonight is still a known group.
       01  WS-PERIOD-GROUP-TABLE.
           05  WS-PERIOD-GROUP-ENTRY OCCURS 500
                   INDEXED BY WS-PERIOD-GROUP-IDX.
               10  WS-PG-REGION            PIC X(04).
               10  WS-PG-COUNTRY           PIC X(04).
               10  WS-PG-PRD               PIC X(03).
       01  WS-PERIOD-GROUP-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-GROUP-FOUND                  PIC X VALUE "N".
           88  WS-GROUP-WAS-FOUND              VALUE "Y".
           88  WS-GROUP-NOT-FOUND              VALUE "N".

      *> Every adjustment line as submitted, the line's own edit
      *> failure if any, and the entry's outcome: WS-AJ-STATE is
      *> blank until the entry is decided, then "A" approved to post
      *> or "R" refused.
       01  WS-ADJUSTMENT-TABLE.
           05  WS-ADJUSTMENT-ENTRY OCCURS 500
                   INDEXED BY WS-ADJ-IDX WS-LINE-IDX.
               10  WS-AJ-IMAGE.
                   15  WS-AJ-RECORD-TYPE   PIC X(01).
                   15  WS-AJ-ACCOUNT-CODE  PIC X(08).
                   15  WS-AJ-REGION        PIC X(04).
                   15  WS-AJ-COUNTRY       PIC X(04).
                   15  WS-AJ-PRD           PIC X(03).
                   15  WS-AJ-DEBIT-CREDIT  PIC X(01).
                   15  WS-AJ-MONNEY-MADE   PIC S9(13).
                   15  WS-AJ-BENEF         PIC S9(13).
                   15  WS-AJ-ENTRY-ID      PIC X(08).
                   15  WS-AJ-LINE-NUMBER   PIC 9(03).
                   15  WS-AJ-PREPARED-BY   PIC X(08).
                   15  WS-AJ-APPROVED-BY   PIC X(08).
                   15  FILLER              PIC X(06).
               10  WS-AJ-REASON            PIC X(36).
               10  WS-AJ-STATE             PIC X(01).
       01  WS-ADJUSTMENT-COUNT             PIC 9(05) VALUE ZERO.

      *> The entry being decided.
       01  WS-ENTRY-ID                     PIC X(08).
       01  WS-ENTRY-PREPARED-BY            PIC X(08).
       01  WS-ENTRY-APPROVED-BY            PIC X(08).
       01  WS-ENTRY-REASON                 PIC X(36).
       01  WS-ENTRY-DEBIT-LINES            PIC 9(05).
       01  WS-ENTRY-CREDIT-LINES           PIC 9(05).
       01  WS-ENTRY-DEBIT-MONNEY-MADE      PIC S9(15).
       01  WS-ENTRY-CREDIT-MONNEY-MADE     PIC S9(15).
       01  WS-ENTRY-DEBIT-BENEF            PIC S9(15).
       01  WS-ENTRY-CREDIT-BENEF           PIC S9(15).
       01  WS-ENTRY-LINE-ERROR-SWITCH      PIC X.
           88  WS-ENTRY-HAS-LINE-ERROR         VALUE "Y".
       01  WS-ENTRY-MIXED-SWITCH           PIC X.
           88  WS-ENTRY-SIGNERS-MIXED          VALUE "Y".

       01  WS-ADJ-LINES-READ               PIC 9(09) VALUE ZERO.
       01  WS-ADJ-LINES-POSTED             PIC 9(09) VALUE ZERO.
       01  WS-ADJ-LINES-REFUSED            PIC 9(09) VALUE ZERO.
       01  WS-ADJ-ENTRIES-POSTED           PIC 9(09) VALUE ZERO.
       01  WS-ADJ-ENTRIES-REFUSED          PIC 9(09) VALUE ZERO.

       01  WS-EXCEPTION-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-ENTRY-ID                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-LINE-NUMBER              PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-PREPARED-BY              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-APPROVED-BY              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-DEBIT-CREDIT             PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-ACCOUNT-CODE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-REGION                   PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-COUNTRY                  PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-PRD                      PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-MONNEY-MADE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-BENEF                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  XL-REASON                   PIC X(36).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SL-LABEL                    PIC X(24).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CLIENT-IMAGE UNTIL WS-END-OF-FILE
           PERFORM 4000-LOAD-ONE-ADJUSTMENT UNTIL WS-AJ-END-OF-FILE
           PERFORM 5000-DECIDE-ENTRIES
           PERFORM 3000-WRITE-FEED
           PERFORM 6000-PRINT-EXCEPTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1500-LOAD-REFERENCE-DATA
           PERFORM 1600-LOAD-PERIOD-GROUPS
           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN INPUT ADJUSTMENT-FILE
           OPEN OUTPUT GL-FEED-FILE
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE
           READ CLIENT-IMAGE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *> No GLACCT rows in effect is not an error for the feed itself
      *> - it only means every adjustment line is refused.
       1500-LOAD-REFERENCE-DATA.
           PERFORM 1510-READ-AS-OF-DATE
           OPEN INPUT REFERENCE-DATA-FILE
           PERFORM 1520-LOAD-ONE-REFERENCE-ROW UNTIL WS-RD-END-OF-FILE
           CLOSE REFERENCE-DATA-FILE
           DISPLAY "GLFEED GLACCT ROWS AS OF " WS-AS-OF-DATE ": "
               WS-GL-ACCOUNT-COUNT.

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
               DISPLAY "GLFEED: ABEND - REFDATE AS-OF DATE '"
                   WS-AS-OF-DATE "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-LOAD-ONE-REFERENCE-ROW.
           READ REFERENCE-DATA-FILE
               AT END
                   SET WS-RD-END-OF-FILE TO TRUE
               NOT AT END
                   IF RD-GL-ACCOUNT
                      AND RD-EFFECTIVE-FROM <= WS-AS-OF-DATE
                      AND RD-EFFECTIVE-TO > WS-AS-OF-DATE
                       IF WS-GL-ACCOUNT-COUNT >= WS-GL-ACCOUNT-MAX
                           DISPLAY "GLFEED: ABEND - MORE THAN "
                               WS-GL-ACCOUNT-MAX " GLACCT ROWS IN "
                               "EFFECT, WS-GL-ACCOUNT-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           CLOSE REFERENCE-DATA-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-GL-ACCOUNT-COUNT
                       MOVE RD-ACCOUNT-CODE
                           TO WS-GL-ACCOUNT-CODE(WS-GL-ACCOUNT-COUNT)
                   END-IF
           END-READ.

      *> Only the "G" records are wanted; the control record and the
      *> contract totals behind them are skipped.
       1600-LOAD-PERIOD-GROUPS.
           OPEN INPUT ACCUM-IN-FILE
           PERFORM 1610-LOAD-ONE-PERIOD-GROUP UNTIL WS-AC-END-OF-FILE
           CLOSE ACCUM-IN-FILE.

       1610-LOAD-ONE-PERIOD-GROUP.
           READ ACCUM-IN-FILE
               AT END
                   SET WS-AC-END-OF-FILE TO TRUE
               NOT AT END
                   IF PA-GROUP-TOTAL
                       IF WS-PERIOD-GROUP-COUNT >= 500
                           DISPLAY "GLFEED: ABEND - MORE THAN 500 "
                               "GROUP TOTALS ON THE ACCUMULATOR, "
                               "WS-PERIOD-GROUP-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           CLOSE ACCUM-IN-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PERIOD-GROUP-COUNT
                       SET WS-PERIOD-GROUP-IDX TO WS-PERIOD-GROUP-COUNT
                       MOVE PA-REGION
                           TO WS-PG-REGION(WS-PERIOD-GROUP-IDX)
                       MOVE PA-COUNTRY
                           TO WS-PG-COUNTRY(WS-PERIOD-GROUP-IDX)
                       MOVE PA-PRD TO WS-PG-PRD(WS-PERIOD-GROUP-IDX)
                   END-IF
           END-READ.

       2000-PROCESS-CLIENT-IMAGE.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2100-ACCUMULATE-BREAKOUT
           ADD AMOUNT-MONNEY-MADE TO WS-BO-MONNEY-MADE(WS-BREAKOUT-IDX)
           ADD AMOUNT-BENEF TO WS-BO-BENEF(WS-BREAKOUT-IDX).

      *> Approved adjustment lines follow the journal pairs, in the
      *> order accounting submitted them. GLACK matches each ledger
      *> response to the first unanswered detail with the same keys,
      *> so a line sharing an account and group with a pair is still
      *> answered in the order sent.
       3000-WRITE-FEED.
           MOVE SPACES TO GL-HEADER-REC
           MOVE "H" TO GH-RECORD-TYPE
                   UNTIL WS-BREAKOUT-IDX > WS-BREAKOUT-COUNT
               PERFORM 3100-WRITE-ONE-JOURNAL-PAIR
           END-PERFORM
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUSTMENT-COUNT
               IF WS-AJ-STATE(WS-ADJ-IDX) = "A"
                   PERFORM 3200-WRITE-ONE-ADJUSTMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-TRAILER-REC
           MOVE "T" TO GT-RECORD-TYPE
           MOVE WS-DETAILS-WRITTEN TO GT-DETAIL-COUNT
               TO WS-HASH-MONNEY-MADE
           ADD WS-BO-BENEF(WS-BREAKOUT-IDX) TO WS-HASH-BENEF.

       3200-WRITE-ONE-ADJUSTMENT.
           MOVE SPACES TO GL-DETAIL-REC
           MOVE WS-AJ-RECORD-TYPE(WS-ADJ-IDX) TO GD-RECORD-TYPE
           MOVE WS-AJ-ACCOUNT-CODE(WS-ADJ-IDX) TO GD-ACCOUNT-CODE
           MOVE WS-AJ-REGION(WS-ADJ-IDX) TO GD-REGION
           MOVE WS-AJ-COUNTRY(WS-ADJ-IDX) TO GD-COUNTRY
           MOVE WS-AJ-PRD(WS-ADJ-IDX) TO GD-PRD
           MOVE WS-AJ-DEBIT-CREDIT(WS-ADJ-IDX) TO GD-DEBIT-CREDIT
           MOVE WS-AJ-MONNEY-MADE(WS-ADJ-IDX) TO GD-AMOUNT-MONNEY-MADE
           MOVE WS-AJ-BENEF(WS-ADJ-IDX) TO GD-AMOUNT-BENEF
           WRITE GL-DETAIL-REC
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD 1 TO WS-ADJ-LINES-POSTED
           ADD WS-AJ-MONNEY-MADE(WS-ADJ-IDX) TO WS-HASH-MONNEY-MADE
           ADD WS-AJ-BENEF(WS-ADJ-IDX) TO WS-HASH-BENEF.

      *> Each line is edited on its own as it is loaded; the entry as
      *> a whole is decided once every line is in.
       4000-LOAD-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET WS-AJ-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADJ-LINES-READ
                   IF WS-ADJUSTMENT-COUNT >= 500
                       DISPLAY "GLFEED: ABEND - MORE THAN 500 "
                           "ADJUSTMENT LINES ON GLADJIN, "
                           "WS-ADJUSTMENT-TABLE IS FULL"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADJUSTMENT-COUNT
                   SET WS-ADJ-IDX TO WS-ADJUSTMENT-COUNT
                   MOVE GL-ADJUSTMENT-REC TO WS-AJ-IMAGE(WS-ADJ-IDX)
                   MOVE SPACE TO WS-AJ-STATE(WS-ADJ-IDX)
                   PERFORM 4100-EDIT-ADJUSTMENT-LINE
                   MOVE WS-ENTRY-REASON TO WS-AJ-REASON(WS-ADJ-IDX)
           END-READ.

       4100-EDIT-ADJUSTMENT-LINE.
           MOVE SPACES TO WS-ENTRY-REASON
           SET WS-GROUP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BREAKOUT-IDX FROM 1 BY 1
                   UNTIL WS-BREAKOUT-IDX > WS-BREAKOUT-COUNT
               IF WS-BO-REGION(WS-BREAKOUT-IDX) = GJ-REGION
                  AND WS-BO-COUNTRY(WS-BREAKOUT-IDX) = GJ-COUNTRY
                  AND WS-BO-PRD(WS-BREAKOUT-IDX) = GJ-PRD
                   SET WS-GROUP-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PERIOD-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-GROUP-IDX > WS-PERIOD-GROUP-COUNT
                       OR WS-GROUP-WAS-FOUND
               IF WS-PG-REGION(WS-PERIOD-GROUP-IDX) = GJ-REGION
                  AND WS-PG-COUNTRY(WS-PERIOD-GROUP-IDX) = GJ-COUNTRY
                  AND WS-PG-PRD(WS-PERIOD-GROUP-IDX) = GJ-PRD
                   SET WS-GROUP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           SET WS-ACCOUNT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-IDX > WS-GL-ACCOUNT-COUNT
               IF WS-GL-ACCOUNT-CODE(WS-ACCOUNT-IDX) = GJ-ACCOUNT-CODE
                   SET WS-ACCOUNT-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN GJ-ENTRY-ID = SPACES
                   MOVE "ENTRY ID IS BLANK" TO WS-ENTRY-REASON
               WHEN NOT (GJ-DEBIT OR GJ-CREDIT)
                       OR GJ-RECORD-TYPE NOT = GJ-DEBIT-CREDIT
                   MOVE "RECORD TYPE AND SIDE NOT BOTH D OR C"
                       TO WS-ENTRY-REASON
               WHEN WS-ACCOUNT-NOT-FOUND
                   MOVE "ACCOUNT CODE NOT ON GLACCT TABLE"
                       TO WS-ENTRY-REASON
               WHEN WS-GROUP-NOT-FOUND
                   MOVE "REGION/COUNTRY/PRD GROUP NOT KNOWN"
                       TO WS-ENTRY-REASON
               WHEN GJ-AMOUNT-MONNEY-MADE NOT NUMERIC
                       OR GJ-AMOUNT-BENEF NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-ENTRY-REASON
           END-EVALUATE.

       5000-DECIDE-ENTRIES.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUSTMENT-COUNT
               IF WS-AJ-STATE(WS-ADJ-IDX) = SPACE
                   PERFORM 5100-DECIDE-ONE-ENTRY
               END-IF
           END-PERFORM.

      *> Gathers every line carrying this line's entry id, wherever it
      *> sits on the input, and decides them together.
       5100-DECIDE-ONE-ENTRY.
           MOVE WS-AJ-ENTRY-ID(WS-ADJ-IDX) TO WS-ENTRY-ID
           MOVE WS-AJ-PREPARED-BY(WS-ADJ-IDX) TO WS-ENTRY-PREPARED-BY
           MOVE WS-AJ-APPROVED-BY(WS-ADJ-IDX) TO WS-ENTRY-APPROVED-BY
           MOVE "N" TO WS-ENTRY-LINE-ERROR-SWITCH
           MOVE "N" TO WS-ENTRY-MIXED-SWITCH
           MOVE ZERO TO WS-ENTRY-DEBIT-LINES WS-ENTRY-CREDIT-LINES
               WS-ENTRY-DEBIT-MONNEY-MADE WS-ENTRY-CREDIT-MONNEY-MADE
               WS-ENTRY-DEBIT-BENEF WS-ENTRY-CREDIT-BENEF
           PERFORM VARYING WS-LINE-IDX FROM WS-ADJ-IDX BY 1
                   UNTIL WS-LINE-IDX > WS-ADJUSTMENT-COUNT
               IF WS-AJ-ENTRY-ID(WS-LINE-IDX) = WS-ENTRY-ID
                   PERFORM 5200-ADD-LINE-TO-ENTRY
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ENTRY-REASON
           EVALUATE TRUE
               WHEN WS-ENTRY-HAS-LINE-ERROR
                   MOVE "OTHER LINE OF ENTRY IN ERROR"
                       TO WS-ENTRY-REASON
               WHEN WS-ENTRY-SIGNERS-MIXED
                   MOVE "PREPARER/APPROVER DIFFER BY LINE"
                       TO WS-ENTRY-REASON
               WHEN WS-ENTRY-PREPARED-BY = SPACES
                   MOVE "PREPARER IS BLANK" TO WS-ENTRY-REASON
               WHEN WS-ENTRY-APPROVED-BY = SPACES
                   MOVE "NOT APPROVED - APPROVER IS BLANK"
                       TO WS-ENTRY-REASON
               WHEN WS-ENTRY-APPROVED-BY = WS-ENTRY-PREPARED-BY
                   MOVE "SELF-APPROVED - APPROVER IS PREPARER"
                       TO WS-ENTRY-REASON
               WHEN WS-ENTRY-DEBIT-LINES = ZERO
                       OR WS-ENTRY-CREDIT-LINES = ZERO
                   MOVE "ENTRY NEEDS A DEBIT AND A CREDIT"
                       TO WS-ENTRY-REASON
               WHEN WS-ENTRY-DEBIT-MONNEY-MADE
                       NOT = WS-ENTRY-CREDIT-MONNEY-MADE
                       OR WS-ENTRY-DEBIT-BENEF
                           NOT = WS-ENTRY-CREDIT-BENEF
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                       TO WS-ENTRY-REASON
           END-EVALUATE
           IF WS-ENTRY-REASON = SPACES
               ADD 1 TO WS-ADJ-ENTRIES-POSTED
           ELSE
               ADD 1 TO WS-ADJ-ENTRIES-REFUSED
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM WS-ADJ-IDX BY 1
                   UNTIL WS-LINE-IDX > WS-ADJUSTMENT-COUNT
               IF WS-AJ-ENTRY-ID(WS-LINE-IDX) = WS-ENTRY-ID
                   PERFORM 5300-SET-LINE-STATE
               END-IF
           END-PERFORM.

       5200-ADD-LINE-TO-ENTRY.
           IF WS-AJ-PREPARED-BY(WS-LINE-IDX) NOT = WS-ENTRY-PREPARED-BY
              OR WS-AJ-APPROVED-BY(WS-LINE-IDX)
                  NOT = WS-ENTRY-APPROVED-BY
               SET WS-ENTRY-SIGNERS-MIXED TO TRUE
           END-IF
           IF WS-AJ-REASON(WS-LINE-IDX) NOT = SPACES
               SET WS-ENTRY-HAS-LINE-ERROR TO TRUE
           ELSE
               IF WS-AJ-DEBIT-CREDIT(WS-LINE-IDX) = "D"
                   ADD 1 TO WS-ENTRY-DEBIT-LINES
                   ADD WS-AJ-MONNEY-MADE(WS-LINE-IDX)
                       TO WS-ENTRY-DEBIT-MONNEY-MADE
                   ADD WS-AJ-BENEF(WS-LINE-IDX)
                       TO WS-ENTRY-DEBIT-BENEF
               ELSE
                   ADD 1 TO WS-ENTRY-CREDIT-LINES
                   ADD WS-AJ-MONNEY-MADE(WS-LINE-IDX)
                       TO WS-ENTRY-CREDIT-MONNEY-MADE
                   ADD WS-AJ-BENEF(WS-LINE-IDX)
                       TO WS-ENTRY-CREDIT-BENEF
               END-IF
           END-IF.

      *> A line keeps its own edit failure; the other lines of a
      *> refused entry carry the entry's reason.
       5300-SET-LINE-STATE.
           IF WS-ENTRY-REASON = SPACES
               MOVE "A" TO WS-AJ-STATE(WS-LINE-IDX)
           ELSE
               MOVE "R" TO WS-AJ-STATE(WS-LINE-IDX)
               ADD 1 TO WS-ADJ-LINES-REFUSED
               IF WS-AJ-REASON(WS-LINE-IDX) = SPACES
                   MOVE WS-ENTRY-REASON TO WS-AJ-REASON(WS-LINE-IDX)
               END-IF
           END-IF.

      *> The listing is written every night, empty or not, so
      *> accounting always has the night's answer.
       6000-PRINT-EXCEPTIONS.
           MOVE SPACES TO ADJUSTMENT-REPORT-LINE
           STRING "GL ADJUSTMENT EXCEPTION LISTING - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-LINE
           WRITE ADJUSTMENT-REPORT-LINE
           MOVE SPACES TO ADJUSTMENT-REPORT-LINE
           STRING " ENTRY     LN PREPARED APPROVED S ACCOUNT  REGN "
               "CTRY PRD        MONNEY-MADE              BENEF "
               "REASON"
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-LINE
           WRITE ADJUSTMENT-REPORT-LINE
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUSTMENT-COUNT
               IF WS-AJ-STATE(WS-ADJ-IDX) = "R"
                   PERFORM 6100-PRINT-ONE-EXCEPTION
               END-IF
           END-PERFORM
           MOVE SPACES TO ADJUSTMENT-REPORT-LINE
           WRITE ADJUSTMENT-REPORT-LINE
           MOVE "ADJUSTMENT LINES READ" TO SL-LABEL
           MOVE WS-ADJ-LINES-READ TO SL-COUNT
           PERFORM 6200-PRINT-SUMMARY-LINE
           MOVE "ENTRIES POSTED" TO SL-LABEL
           MOVE WS-ADJ-ENTRIES-POSTED TO SL-COUNT
           PERFORM 6200-PRINT-SUMMARY-LINE
           MOVE "LINES POSTED" TO SL-LABEL
           MOVE WS-ADJ-LINES-POSTED TO SL-COUNT
           PERFORM 6200-PRINT-SUMMARY-LINE
           MOVE "ENTRIES REFUSED" TO SL-LABEL
           MOVE WS-ADJ-ENTRIES-REFUSED TO SL-COUNT
           PERFORM 6200-PRINT-SUMMARY-LINE
           MOVE "LINES REFUSED" TO SL-LABEL
           MOVE WS-ADJ-LINES-REFUSED TO SL-COUNT
           PERFORM 6200-PRINT-SUMMARY-LINE.

       6100-PRINT-ONE-EXCEPTION.
           MOVE WS-AJ-ENTRY-ID(WS-ADJ-IDX) TO XL-ENTRY-ID
           MOVE WS-AJ-LINE-NUMBER(WS-ADJ-IDX) TO XL-LINE-NUMBER
           MOVE WS-AJ-PREPARED-BY(WS-ADJ-IDX) TO XL-PREPARED-BY
           MOVE WS-AJ-APPROVED-BY(WS-ADJ-IDX) TO XL-APPROVED-BY
           MOVE WS-AJ-DEBIT-CREDIT(WS-ADJ-IDX) TO XL-DEBIT-CREDIT
           MOVE WS-AJ-ACCOUNT-CODE(WS-ADJ-IDX) TO XL-ACCOUNT-CODE
           MOVE WS-AJ-REGION(WS-ADJ-IDX) TO XL-REGION
           MOVE WS-AJ-COUNTRY(WS-ADJ-IDX) TO XL-COUNTRY
           MOVE WS-AJ-PRD(WS-ADJ-IDX) TO XL-PRD
           IF WS-AJ-MONNEY-MADE(WS-ADJ-IDX) NUMERIC
               MOVE WS-AJ-MONNEY-MADE(WS-ADJ-IDX) TO XL-MONNEY-MADE
           ELSE
               MOVE ZERO TO XL-MONNEY-MADE
           END-IF
           IF WS-AJ-BENEF(WS-ADJ-IDX) NUMERIC
               MOVE WS-AJ-BENEF(WS-ADJ-IDX) TO XL-BENEF
           ELSE
               MOVE ZERO TO XL-BENEF
           END-IF
           MOVE WS-AJ-REASON(WS-ADJ-IDX) TO XL-REASON
           MOVE WS-EXCEPTION-LINE TO ADJUSTMENT-REPORT-LINE
           WRITE ADJUSTMENT-REPORT-LINE.

       6200-PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ADJUSTMENT-REPORT-LINE
           WRITE ADJUSTMENT-REPORT-LINE.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "GLFEED" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-INPUT-COUNT
           MOVE WS-DETAILS-WRITTEN TO RC-OUTPUT-1-COUNT
           MOVE WS-BREAKOUT-COUNT TO RC-OUTPUT-2-COUNT
           MOVE WS-ADJ-LINES-READ TO RC-OUTPUT-3-COUNT
           MOVE WS-ADJ-LINES-POSTED TO RC-OUTPUT-4-COUNT
           MOVE WS-ADJ-LINES-REFUSED TO RC-OUTPUT-5-COUNT
           MOVE WS-ADJ-ENTRIES-REFUSED TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE CLIENT-IMAGE-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE GL-FEED-FILE
           CLOSE ADJUSTMENT-REPORT-FILE
           DISPLAY "GLFEED RECORDS READ    : " WS-RECORDS-READ
           DISPLAY "GLFEED JOURNAL GROUPS  : " WS-BREAKOUT-COUNT
           DISPLAY "GLFEED ADJUST LINES IN : " WS-ADJ-LINES-READ
           DISPLAY "GLFEED ADJUST POSTED   : " WS-ADJ-LINES-POSTED
           DISPLAY "GLFEED ADJUST REFUSED  : " WS-ADJ-LINES-REFUSED
           DISPLAY "GLFEED DETAILS WRITTEN : " WS-DETAILS-WRITTEN
           PERFORM 8000-WRITE-RUN-CONTROL.
