      *>--------------------------------------------------------------
      *> SANCSCRN - nightly sanctions / PEP watch-list screening of
      *> the CLINAME client name master.
      *>
      *> The list provider delivers the watch-list file weekly
      *> (WATCHLST layout); client names change nightly, so every
      *> CLINAME entry is screened against the current list every
      *> night. A client is a possible hit on an entry when:
      *>   - FIRSTNAME and LASTNAME are identical to the entry's
      *>     (EXACT);
      *>   - they are identical once case, spaces and punctuation are
      *>     dropped - "O'BRIEN" against "OBRIEN", "JEAN PAUL"
      *>     against "JEAN-PAUL" (NORMAL);
      *>   - they are identical that way with FIRSTNAME and LASTNAME
      *>     swapped, the usual keying slip between the two name
      *>     fields (SWAPPED).
      *> Both sides are reduced to one match key - the surviving
      *> letters and digits of FIRSTNAME then LASTNAME - and each
      *> client is released a second time under the swapped key, so
      *> one SORT on the key brings every list entry next to every
      *> client that resembles it. List entries sort ahead of clients
      *> within a key and are held while the clients behind them are
      *> screened, so no client is ever compared with the whole list.
      *>
      *> Hits go to the SANCHITS file (SANCHIT layout) for the
      *> analysts, who answer on SANCDISP. Standing decisions carry
      *> forward on the SANCDECN files:
      *>   - a false positive is not raised again for that client and
      *>     entry while the client's name and the entry's list date
      *>     stand as they were when it was cleared; a change to
      *>     either re-raises the hit, marked as re-raised;
      *>   - a confirmed hit puts every contract the client holds on
      *>     CLTMSTR on SANCTION-HOLD, found through the NUM-CLIENT
      *>     alternate index, so CIMINQ shows the hold. Confirmed
      *>     holds are re-applied every night, which picks up
      *>     contracts opened since and restores the flags after a
      *>     CIMLOAD rebuild;
      *>   - a released confirmation takes the holds off again,
      *>     unless another confirmed entry still holds the client.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-NAME-FILE ASSIGN TO "CLINAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-NUM-CLIENT
               FILE STATUS IS WS-NAME-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "SANCDISP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-IN-FILE ASSIGN TO "SANCDCIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-OUT-FILE ASSIGN TO "SANCDCOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANCTION-HIT-FILE ASSIGN TO "SANCHITS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-CONTRAT OF CLIENT-IMAGE-REC
               ALTERNATE RECORD KEY IS NUM-CLIENT OF CLIENT-IMAGE-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  CLIENT-NAME-FILE.
       COPY CLINAME.

       FD  DISPOSITION-FILE.
       COPY SANCDISP.

       FD  DECISION-IN-FILE.
       COPY SANCDECN.

       FD  DECISION-OUT-FILE.
       COPY SANCDECN REPLACING SANCTION-DECISION-REC
           BY SANCTION-DECISION-OUT-REC.

       FD  SANCTION-HIT-FILE.
       COPY SANCHIT.

       FD  CLIENT-MASTER-FILE.
       COPY CLTIMAGE.

      *> One name under its match key. SN-SOURCE "1" is a list entry,
      *> "2" a client, so within a key the list entries come back
      *> first. SN-KEY-ORDER says whether a client was keyed as
      *> FIRSTNAME then LASTNAME ("D") or the other way round ("S").
       SD  SORT-WORK-FILE.
       01  SORT-NAME-REC.
           05  SN-MATCH-KEY                 PIC X(60).
           05  SN-SOURCE                    PIC X(01).
               88  SN-FROM-LIST                 VALUE "1".
               88  SN-FROM-CLIENT               VALUE "2".
           05  SN-KEY-ORDER                 PIC X(01).
               88  SN-KEYED-SWAPPED             VALUE "S".
           05  SN-NUM-CLIENT                PIC 9(10).
           05  SN-FIRSTNAME                 PIC X(30).
           05  SN-LASTNAME                  PIC X(30).
           05  SN-ENTRY-ID                  PIC X(12).
           05  SN-LIST-SOURCE               PIC X(08).
           05  SN-ENTRY-TYPE                PIC X(01).
           05  SN-LIST-UPDATED              PIC X(08).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-WL-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-WL-END-OF-FILE                VALUE "Y".
       01  WS-CN-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-CN-END-OF-FILE                VALUE "Y".
       01  WS-DS-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-DS-END-OF-FILE                VALUE "Y".
       01  WS-DC-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-DC-END-OF-FILE                VALUE "Y".
       01  WS-SORT-EOF-SWITCH               PIC X VALUE "N".
           88  WS-SORT-END                      VALUE "Y".
       01  WS-BROWSE-DONE-SWITCH            PIC X VALUE "N".
           88  WS-BROWSE-DONE                   VALUE "Y".

       01  WS-NAME-STATUS                   PIC X(02).

      *> "02" on a READ NEXT means the record came back clean and the
      *> next one shares the alternate key - both are good reads.
       01  WS-MASTER-STATUS                 PIC X(02).
           88  WS-MASTER-OK                     VALUE "00" "02".

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).
       01  WS-RUN-DATE-X                    PIC X(08).

      *> Match-key building. A name field is upper-cased into
      *> WS-NORM-WORK and only its letters and digits are appended
      *> to WS-MATCH-KEY. The letter ranges are split at I/J and R/S
      *> so the test holds on an EBCDIC collating sequence too.
       01  WS-NORM-FIRST                    PIC X(30).
       01  WS-NORM-LAST                     PIC X(30).
       01  WS-NORM-WORK                     PIC X(30).
       01  WS-NORM-CHAR                     PIC X(01).
           88  WS-NORM-CHAR-KEPT                VALUE "A" THRU "I"
                                                      "J" THRU "R"
                                                      "S" THRU "Z"
                                                      "0" THRU "9".
       01  WS-NORM-IDX                      PIC 9(03).
       01  WS-KEY-LEN                       PIC 9(03).
       01  WS-MATCH-KEY                     PIC X(60).
       01  WS-DIRECT-KEY                    PIC X(60).

      *> List entries sharing the match key now coming back from the
      *> SORT - every client under the same key is screened against
      *> each of them.
       01  WS-GROUP-KEY                     PIC X(60) VALUE SPACES.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50
                   INDEXED BY WS-GR-IDX.
               10  WS-GR-ENTRY-ID           PIC X(12).
               10  WS-GR-LIST-SOURCE        PIC X(08).
               10  WS-GR-ENTRY-TYPE         PIC X(01).
               10  WS-GR-FIRSTNAME          PIC X(30).
               10  WS-GR-LASTNAME           PIC X(30).
               10  WS-GR-LIST-UPDATED       PIC X(08).
       01  WS-GROUP-COUNT                   PIC 9(03) VALUE ZERO.

      *> Standing decisions - last night's carry-forward plus
      *> tonight's dispositions. WS-DC-STATE:
      *>   K  loaded or decided, not yet met by tonight's screen
      *>   M  false positive met again tonight and still valid
      *>   D  false positive gone stale - dropped, hit re-raised
      *>   R  confirmation released - holds to come off
      *> CF rows carry forward unless released; FP rows only when M.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 5000
                   INDEXED BY WS-DC-IDX WS-DC-SCAN-IDX.
               10  WS-DC-NUM-CLIENT         PIC 9(10).
               10  WS-DC-ENTRY-ID           PIC X(12).
               10  WS-DC-DECISION           PIC X(02).
               10  WS-DC-FIRSTNAME          PIC X(18).
               10  WS-DC-LASTNAME           PIC X(12).
               10  WS-DC-LIST-UPDATED       PIC X(08).
               10  WS-DC-ANALYST            PIC X(08).
               10  WS-DC-DECISION-DATE      PIC X(08).
               10  WS-DC-STATE              PIC X(01).
       01  WS-DECISION-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-DECISION-FOUND                PIC X VALUE "N".
           88  WS-DECISION-WAS-FOUND            VALUE "Y".
           88  WS-DECISION-NOT-FOUND            VALUE "N".
       01  WS-FIND-NUM-CLIENT               PIC 9(10).
       01  WS-FIND-ENTRY-ID                 PIC X(12).
       01  WS-LIVE-CONFIRMATION             PIC X VALUE "N".
           88  WS-CLIENT-STILL-CONFIRMED        VALUE "Y".

       01  WS-MATCH-TYPE                    PIC X(08).
       01  WS-RERAISED                      PIC X(01).
       01  WS-HOLD-VALUE                    PIC X(01).

       01  WS-LIST-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-LIST-UNUSABLE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-NAMES-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-NAMES-BLANK-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-DECISIONS-IN-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-DECISIONS-OUT-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-DISP-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-DISP-REJECTED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HITS-WRITTEN                  PIC 9(09) VALUE ZERO.
       01  WS-EXACT-COUNT                   PIC 9(09) VALUE ZERO.
       01  WS-NORMAL-COUNT                  PIC 9(09) VALUE ZERO.
       01  WS-SWAPPED-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-RERAISED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-CLEARED-SUPPRESSED            PIC 9(09) VALUE ZERO.
       01  WS-CONFIRMED-SUPPRESSED          PIC 9(09) VALUE ZERO.
       01  WS-CONTRACTS-HELD                PIC 9(09) VALUE ZERO.
       01  WS-CONTRACTS-RELEASED            PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SN-MATCH-KEY
                                SN-SOURCE
               INPUT PROCEDURE IS 2000-FEED-SORT
                   THRU 2999-FEED-SORT-EXIT
               OUTPUT PROCEDURE IS 3000-MATCH-NAMES
                   THRU 3999-MATCH-NAMES-EXIT
           IF WS-LIST-READ-COUNT = ZERO
               DISPLAY "SANCSCRN: ABEND - WATCH-LIST-FILE IS EMPTY, "
                   "NOTHING TO SCREEN AGAINST"
               MOVE 16 TO RETURN-CODE
               CLOSE SANCTION-HIT-FILE
               STOP RUN
           END-IF
           PERFORM 4000-WRITE-DECISIONS
           PERFORM 5000-APPLY-HOLDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           PERFORM 1100-LOAD-DECISIONS
           PERFORM 1200-APPLY-DISPOSITIONS
           OPEN OUTPUT SANCTION-HIT-FILE.

       1100-LOAD-DECISIONS.
           OPEN INPUT DECISION-IN-FILE
           PERFORM 1110-LOAD-ONE-DECISION UNTIL WS-DC-END-OF-FILE
           CLOSE DECISION-IN-FILE.

       1110-LOAD-ONE-DECISION.
           READ DECISION-IN-FILE
               AT END
                   SET WS-DC-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISIONS-IN-COUNT
                   PERFORM 1300-ADD-DECISION-ROW
                   MOVE SC-NUM-CLIENT OF SANCTION-DECISION-REC
                       TO WS-DC-NUM-CLIENT(WS-DC-IDX)
                   MOVE SC-ENTRY-ID OF SANCTION-DECISION-REC
                       TO WS-DC-ENTRY-ID(WS-DC-IDX)
                   MOVE SC-DECISION OF SANCTION-DECISION-REC
                       TO WS-DC-DECISION(WS-DC-IDX)
                   MOVE SC-FIRSTNAME OF SANCTION-DECISION-REC
                       TO WS-DC-FIRSTNAME(WS-DC-IDX)
                   MOVE SC-LASTNAME OF SANCTION-DECISION-REC
                       TO WS-DC-LASTNAME(WS-DC-IDX)
                   MOVE SC-LIST-UPDATED OF SANCTION-DECISION-REC
                       TO WS-DC-LIST-UPDATED(WS-DC-IDX)
                   MOVE SC-ANALYST OF SANCTION-DECISION-REC
                       TO WS-DC-ANALYST(WS-DC-IDX)
                   MOVE SC-DECISION-DATE OF SANCTION-DECISION-REC
                       TO WS-DC-DECISION-DATE(WS-DC-IDX)
           END-READ.

       1200-APPLY-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE
           PERFORM 1210-APPLY-ONE-DISPOSITION UNTIL WS-DS-END-OF-FILE
           CLOSE DISPOSITION-FILE.

      *> FP and CF replace whatever the pair stood at, except that an
      *> FP over a confirmation is a withdrawal - the confirmation is
      *> released first so its holds come off. RL only answers a
      *> standing confirmation.
       1210-APPLY-ONE-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET WS-DS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISP-READ-COUNT
                   MOVE SX-NUM-CLIENT TO WS-FIND-NUM-CLIENT
                   MOVE SX-ENTRY-ID TO WS-FIND-ENTRY-ID
                   PERFORM 1400-FIND-DECISION
                   EVALUATE TRUE
                       WHEN SX-FALSE-POSITIVE OR SX-CONFIRMED
                           IF WS-DECISION-WAS-FOUND
                               IF WS-DC-DECISION(WS-DC-IDX) = "CF"
                                  AND SX-FALSE-POSITIVE
                                   MOVE "R" TO WS-DC-STATE(WS-DC-IDX)
                                   PERFORM 1300-ADD-DECISION-ROW
                               END-IF
                           ELSE
                               PERFORM 1300-ADD-DECISION-ROW
                           END-IF
                           PERFORM 1220-RECORD-DISPOSITION
                       WHEN SX-RELEASED
                           IF WS-DECISION-WAS-FOUND
                              AND WS-DC-DECISION(WS-DC-IDX) = "CF"
                               MOVE "R" TO WS-DC-STATE(WS-DC-IDX)
                           ELSE
                               ADD 1 TO WS-DISP-REJECTED-COUNT
                               DISPLAY "SANCSCRN RELEASE WITHOUT "
                                   "CONFIRMED HIT: " SX-NUM-CLIENT
                                   " " SX-ENTRY-ID
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-DISP-REJECTED-COUNT
                           DISPLAY "SANCSCRN INVALID DISPOSITION: "
                               SX-DISPOSITION " FOR " SX-NUM-CLIENT
                               " " SX-ENTRY-ID
                   END-EVALUATE
           END-READ.

       1220-RECORD-DISPOSITION.
           MOVE SX-NUM-CLIENT TO WS-DC-NUM-CLIENT(WS-DC-IDX)
           MOVE SX-ENTRY-ID TO WS-DC-ENTRY-ID(WS-DC-IDX)
           MOVE SX-DISPOSITION TO WS-DC-DECISION(WS-DC-IDX)
           MOVE SX-FIRSTNAME TO WS-DC-FIRSTNAME(WS-DC-IDX)
           MOVE SX-LASTNAME TO WS-DC-LASTNAME(WS-DC-IDX)
           MOVE SX-LIST-UPDATED TO WS-DC-LIST-UPDATED(WS-DC-IDX)
           MOVE SX-ANALYST TO WS-DC-ANALYST(WS-DC-IDX)
           MOVE WS-RUN-DATE-X TO WS-DC-DECISION-DATE(WS-DC-IDX)
           MOVE "K" TO WS-DC-STATE(WS-DC-IDX).

       1300-ADD-DECISION-ROW.
           IF WS-DECISION-COUNT >= 5000
               DISPLAY "SANCSCRN: ABEND - MORE THAN 5000 STANDING "
                   "WATCH-LIST DECISIONS, WS-DECISION-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           SET WS-DC-IDX TO WS-DECISION-COUNT
           MOVE "K" TO WS-DC-STATE(WS-DC-IDX).

      *> Released and stale rows are history, not standing decisions.
       1400-FIND-DECISION.
           SET WS-DECISION-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DECISION-COUNT
               IF WS-DC-STATE(WS-DC-IDX) NOT = "R"
                  AND WS-DC-STATE(WS-DC-IDX) NOT = "D"
                  AND WS-DC-NUM-CLIENT(WS-DC-IDX) = WS-FIND-NUM-CLIENT
                  AND WS-DC-ENTRY-ID(WS-DC-IDX) = WS-FIND-ENTRY-ID
                   SET WS-DECISION-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2000-FEED-SORT.
           OPEN INPUT WATCH-LIST-FILE
           PERFORM 2100-RELEASE-LIST-ENTRY UNTIL WS-WL-END-OF-FILE
           CLOSE WATCH-LIST-FILE
           OPEN INPUT CLIENT-NAME-FILE
           PERFORM 2200-RELEASE-CLIENT-NAME UNTIL WS-CN-END-OF-FILE
           CLOSE CLIENT-NAME-FILE
           GO TO 2999-FEED-SORT-EXIT.

       2100-RELEASE-LIST-ENTRY.
           READ WATCH-LIST-FILE
               AT END
                   SET WS-WL-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-READ-COUNT
                   MOVE WL-FIRSTNAME TO WS-NORM-FIRST
                   MOVE WL-LASTNAME TO WS-NORM-LAST
                   PERFORM 2500-BUILD-MATCH-KEY
                   IF WS-MATCH-KEY = SPACES
                       ADD 1 TO WS-LIST-UNUSABLE-COUNT
                       DISPLAY "SANCSCRN LIST ENTRY WITH NO NAME: "
                           WL-ENTRY-ID
                   ELSE
                       MOVE SPACES TO SORT-NAME-REC
                       MOVE WS-MATCH-KEY TO SN-MATCH-KEY
                       SET SN-FROM-LIST TO TRUE
                       MOVE ZERO TO SN-NUM-CLIENT
                       MOVE WL-FIRSTNAME TO SN-FIRSTNAME
                       MOVE WL-LASTNAME TO SN-LASTNAME
                       MOVE WL-ENTRY-ID TO SN-ENTRY-ID
                       MOVE WL-LIST-SOURCE TO SN-LIST-SOURCE
                       MOVE WL-ENTRY-TYPE TO SN-ENTRY-TYPE
                       MOVE WL-LIST-UPDATED TO SN-LIST-UPDATED
                       RELEASE SORT-NAME-REC
                   END-IF
           END-READ.

      *> A client whose two name fields give the same key either way
      *> round is released once, so it cannot hit the same entry
      *> twice.
       2200-RELEASE-CLIENT-NAME.
           READ CLIENT-NAME-FILE NEXT RECORD
               AT END
                   SET WS-CN-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NAMES-READ-COUNT
                   MOVE CN-FIRSTNAME TO WS-NORM-FIRST
                   MOVE CN-LASTNAME TO WS-NORM-LAST
                   PERFORM 2500-BUILD-MATCH-KEY
                   IF WS-MATCH-KEY = SPACES
                       ADD 1 TO WS-NAMES-BLANK-COUNT
                   ELSE
                       MOVE WS-MATCH-KEY TO WS-DIRECT-KEY
                       MOVE "D" TO SN-KEY-ORDER
                       PERFORM 2300-RELEASE-CLIENT-KEY
                       MOVE CN-LASTNAME TO WS-NORM-FIRST
                       MOVE CN-FIRSTNAME TO WS-NORM-LAST
                       PERFORM 2500-BUILD-MATCH-KEY
                       IF WS-MATCH-KEY NOT = WS-DIRECT-KEY
                           MOVE "S" TO SN-KEY-ORDER
                           PERFORM 2300-RELEASE-CLIENT-KEY
                       END-IF
                   END-IF
           END-READ.

       2300-RELEASE-CLIENT-KEY.
           MOVE WS-MATCH-KEY TO SN-MATCH-KEY
           SET SN-FROM-CLIENT TO TRUE
           MOVE CN-NUM-CLIENT TO SN-NUM-CLIENT
           MOVE CN-FIRSTNAME TO SN-FIRSTNAME
           MOVE CN-LASTNAME TO SN-LASTNAME
           MOVE SPACES TO SN-ENTRY-ID
           MOVE SPACES TO SN-LIST-SOURCE
           MOVE SPACES TO SN-ENTRY-TYPE
           MOVE SPACES TO SN-LIST-UPDATED
           RELEASE SORT-NAME-REC.

       2500-BUILD-MATCH-KEY.
           MOVE SPACES TO WS-MATCH-KEY
           MOVE ZERO TO WS-KEY-LEN
           MOVE WS-NORM-FIRST TO WS-NORM-WORK
           PERFORM 2510-APPEND-NAME-FIELD
           MOVE WS-NORM-LAST TO WS-NORM-WORK
           PERFORM 2510-APPEND-NAME-FIELD.

       2510-APPEND-NAME-FIELD.
           INSPECT WS-NORM-WORK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 30
               MOVE WS-NORM-WORK(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR-KEPT
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-NORM-CHAR TO WS-MATCH-KEY(WS-KEY-LEN:1)
               END-IF
           END-PERFORM.

       2999-FEED-SORT-EXIT.
           EXIT.

       3000-MATCH-NAMES.
           PERFORM 3100-MATCH-ONE-SORTED UNTIL WS-SORT-END
           GO TO 3999-MATCH-NAMES-EXIT.

       3100-MATCH-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END TO TRUE
               NOT AT END
                   IF SN-MATCH-KEY NOT = WS-GROUP-KEY
                       MOVE SN-MATCH-KEY TO WS-GROUP-KEY
                       MOVE ZERO TO WS-GROUP-COUNT
                   END-IF
                   IF SN-FROM-LIST
                       PERFORM 3200-HOLD-LIST-ENTRY
                   ELSE
                       PERFORM 3300-SCREEN-AGAINST-ENTRY
                           VARYING WS-GR-IDX FROM 1 BY 1
                           UNTIL WS-GR-IDX > WS-GROUP-COUNT
                   END-IF
           END-RETURN.

       3200-HOLD-LIST-ENTRY.
           IF WS-GROUP-COUNT >= 50
               DISPLAY "SANCSCRN: ABEND - MORE THAN 50 LIST ENTRIES "
                   "SHARE MATCH KEY " WS-GROUP-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           SET WS-GR-IDX TO WS-GROUP-COUNT
           MOVE SN-ENTRY-ID TO WS-GR-ENTRY-ID(WS-GR-IDX)
           MOVE SN-LIST-SOURCE TO WS-GR-LIST-SOURCE(WS-GR-IDX)
           MOVE SN-ENTRY-TYPE TO WS-GR-ENTRY-TYPE(WS-GR-IDX)
           MOVE SN-FIRSTNAME TO WS-GR-FIRSTNAME(WS-GR-IDX)
           MOVE SN-LASTNAME TO WS-GR-LASTNAME(WS-GR-IDX)
           MOVE SN-LIST-UPDATED TO WS-GR-LIST-UPDATED(WS-GR-IDX).

      *> A confirmed pair needs no second hit. A cleared pair stays
      *> quiet while the client's name and the entry's list date are
      *> what the analyst cleared; otherwise the clearance is dropped
      *> and the hit raised again.
       3300-SCREEN-AGAINST-ENTRY.
           MOVE "N" TO WS-RERAISED
           MOVE SN-NUM-CLIENT TO WS-FIND-NUM-CLIENT
           MOVE WS-GR-ENTRY-ID(WS-GR-IDX) TO WS-FIND-ENTRY-ID
           PERFORM 1400-FIND-DECISION
           EVALUATE TRUE
               WHEN WS-DECISION-NOT-FOUND
                   PERFORM 3400-WRITE-HIT
               WHEN WS-DC-DECISION(WS-DC-IDX) = "CF"
                   ADD 1 TO WS-CONFIRMED-SUPPRESSED
               WHEN WS-DC-FIRSTNAME(WS-DC-IDX) = SN-FIRSTNAME
                AND WS-DC-LASTNAME(WS-DC-IDX) = SN-LASTNAME
                AND WS-DC-LIST-UPDATED(WS-DC-IDX)
                    = WS-GR-LIST-UPDATED(WS-GR-IDX)
                   MOVE "M" TO WS-DC-STATE(WS-DC-IDX)
                   ADD 1 TO WS-CLEARED-SUPPRESSED
               WHEN OTHER
                   MOVE "D" TO WS-DC-STATE(WS-DC-IDX)
                   MOVE "Y" TO WS-RERAISED
                   ADD 1 TO WS-RERAISED-COUNT
                   PERFORM 3400-WRITE-HIT
           END-EVALUATE.

       3400-WRITE-HIT.
           EVALUATE TRUE
               WHEN SN-KEYED-SWAPPED
                   MOVE "SWAPPED" TO WS-MATCH-TYPE
                   ADD 1 TO WS-SWAPPED-COUNT
               WHEN SN-FIRSTNAME = WS-GR-FIRSTNAME(WS-GR-IDX)
                AND SN-LASTNAME = WS-GR-LASTNAME(WS-GR-IDX)
                   MOVE "EXACT" TO WS-MATCH-TYPE
                   ADD 1 TO WS-EXACT-COUNT
               WHEN OTHER
                   MOVE "NORMAL" TO WS-MATCH-TYPE
                   ADD 1 TO WS-NORMAL-COUNT
           END-EVALUATE
           MOVE SPACES TO SANCTION-HIT-REC
           MOVE WS-RUN-DATE-X TO SH-RUN-DATE
           MOVE SN-NUM-CLIENT TO SH-NUM-CLIENT
           MOVE SN-FIRSTNAME TO SH-FIRSTNAME
           MOVE SN-LASTNAME TO SH-LASTNAME
           MOVE WS-GR-ENTRY-ID(WS-GR-IDX) TO SH-ENTRY-ID
           MOVE WS-GR-LIST-SOURCE(WS-GR-IDX) TO SH-LIST-SOURCE
           MOVE WS-GR-ENTRY-TYPE(WS-GR-IDX) TO SH-ENTRY-TYPE
           MOVE WS-GR-FIRSTNAME(WS-GR-IDX) TO SH-LIST-FIRSTNAME
           MOVE WS-GR-LASTNAME(WS-GR-IDX) TO SH-LIST-LASTNAME
           MOVE WS-GR-LIST-UPDATED(WS-GR-IDX) TO SH-LIST-UPDATED
           MOVE WS-MATCH-TYPE TO SH-MATCH-TYPE
           MOVE WS-RERAISED TO SH-RERAISED
           WRITE SANCTION-HIT-REC
           ADD 1 TO WS-HITS-WRITTEN.

       3999-MATCH-NAMES-EXIT.
           EXIT.

       4000-WRITE-DECISIONS.
           OPEN OUTPUT DECISION-OUT-FILE
           PERFORM 4100-WRITE-ONE-DECISION
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DECISION-COUNT
           CLOSE DECISION-OUT-FILE.

       4100-WRITE-ONE-DECISION.
           IF (WS-DC-DECISION(WS-DC-IDX) = "CF"
                  AND WS-DC-STATE(WS-DC-IDX) NOT = "R")
              OR (WS-DC-DECISION(WS-DC-IDX) = "FP"
                  AND WS-DC-STATE(WS-DC-IDX) = "M")
               MOVE SPACES TO SANCTION-DECISION-OUT-REC
               MOVE WS-DC-NUM-CLIENT(WS-DC-IDX)
                   TO SC-NUM-CLIENT OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-ENTRY-ID(WS-DC-IDX)
                   TO SC-ENTRY-ID OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-DECISION(WS-DC-IDX)
                   TO SC-DECISION OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-FIRSTNAME(WS-DC-IDX)
                   TO SC-FIRSTNAME OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-LASTNAME(WS-DC-IDX)
                   TO SC-LASTNAME OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-LIST-UPDATED(WS-DC-IDX)
                   TO SC-LIST-UPDATED OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-ANALYST(WS-DC-IDX)
                   TO SC-ANALYST OF SANCTION-DECISION-OUT-REC
               MOVE WS-DC-DECISION-DATE(WS-DC-IDX)
                   TO SC-DECISION-DATE OF SANCTION-DECISION-OUT-REC
               WRITE SANCTION-DECISION-OUT-REC
               ADD 1 TO WS-DECISIONS-OUT-COUNT
           END-IF.

      *> Every standing confirmation is walked every night; a contract
      *> already flagged is left alone, so the held count is only the
      *> contracts newly put on hold.
       5000-APPLY-HOLDS.
           OPEN I-O CLIENT-MASTER-FILE
           PERFORM 5100-HOLD-OR-RELEASE-CLIENT
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DECISION-COUNT
           CLOSE CLIENT-MASTER-FILE.

       5100-HOLD-OR-RELEASE-CLIENT.
           IF WS-DC-DECISION(WS-DC-IDX) = "CF"
               IF WS-DC-STATE(WS-DC-IDX) = "R"
                   PERFORM 5150-CHECK-LIVE-CONFIRMATION
                   IF NOT WS-CLIENT-STILL-CONFIRMED
                       MOVE SPACE TO WS-HOLD-VALUE
                       PERFORM 5200-FLAG-CLIENT-CONTRACTS
                   END-IF
               ELSE
                   MOVE "Y" TO WS-HOLD-VALUE
                   PERFORM 5200-FLAG-CLIENT-CONTRACTS
               END-IF
           END-IF.

       5150-CHECK-LIVE-CONFIRMATION.
           MOVE "N" TO WS-LIVE-CONFIRMATION
           PERFORM VARYING WS-DC-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DC-SCAN-IDX > WS-DECISION-COUNT
               IF WS-DC-NUM-CLIENT(WS-DC-SCAN-IDX)
                      = WS-DC-NUM-CLIENT(WS-DC-IDX)
                  AND WS-DC-DECISION(WS-DC-SCAN-IDX) = "CF"
                  AND WS-DC-STATE(WS-DC-SCAN-IDX) NOT = "R"
                   SET WS-CLIENT-STILL-CONFIRMED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5200-FLAG-CLIENT-CONTRACTS.
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           MOVE WS-DC-NUM-CLIENT(WS-DC-IDX)
               TO NUM-CLIENT OF CLIENT-IMAGE-REC
           START CLIENT-MASTER-FILE
               KEY = NUM-CLIENT OF CLIENT-IMAGE-REC
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 5300-FLAG-ONE-CONTRACT UNTIL WS-BROWSE-DONE.

       5300-FLAG-ONE-CONTRACT.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF NOT WS-MASTER-OK
                       OR NUM-CLIENT OF CLIENT-IMAGE-REC
                           NOT = WS-DC-NUM-CLIENT(WS-DC-IDX)
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF SANCTION-HOLD OF CLIENT-IMAGE-REC
                           NOT = WS-HOLD-VALUE
                           MOVE WS-HOLD-VALUE
                               TO SANCTION-HOLD OF CLIENT-IMAGE-REC
                           REWRITE CLIENT-IMAGE-REC
                           IF WS-HOLD-VALUE = "Y"
                               ADD 1 TO WS-CONTRACTS-HELD
                           ELSE
                               ADD 1 TO WS-CONTRACTS-RELEASED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "SANCSCRN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-NAMES-READ-COUNT TO RC-INPUT-COUNT
           MOVE WS-LIST-READ-COUNT TO RC-OUTPUT-1-COUNT
           MOVE WS-HITS-WRITTEN TO RC-OUTPUT-2-COUNT
           MOVE WS-CLEARED-SUPPRESSED TO RC-OUTPUT-3-COUNT
           MOVE WS-CONFIRMED-SUPPRESSED TO RC-OUTPUT-4-COUNT
           MOVE WS-CONTRACTS-HELD TO RC-OUTPUT-5-COUNT
           MOVE WS-CONTRACTS-RELEASED TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE SANCTION-HIT-FILE
           DISPLAY "SANCSCRN LIST ENTRIES READ : " WS-LIST-READ-COUNT
           DISPLAY "SANCSCRN LIST ENTRIES NO NAME: "
               WS-LIST-UNUSABLE-COUNT
           DISPLAY "SANCSCRN CLIENT NAMES READ : " WS-NAMES-READ-COUNT
           DISPLAY "SANCSCRN CLIENT NAMES BLANK: " WS-NAMES-BLANK-COUNT
           DISPLAY "SANCSCRN DISPOSITIONS READ : " WS-DISP-READ-COUNT
           DISPLAY "SANCSCRN DISPOSITIONS REJ. : "
               WS-DISP-REJECTED-COUNT
           DISPLAY "SANCSCRN HITS WRITTEN      : " WS-HITS-WRITTEN
           DISPLAY "SANCSCRN   EXACT           : " WS-EXACT-COUNT
           DISPLAY "SANCSCRN   NORMAL          : " WS-NORMAL-COUNT
           DISPLAY "SANCSCRN   SWAPPED         : " WS-SWAPPED-COUNT
           DISPLAY "SANCSCRN   RE-RAISED       : " WS-RERAISED-COUNT
           DISPLAY "SANCSCRN CLEARED SUPPRESSED: "
               WS-CLEARED-SUPPRESSED
           DISPLAY "SANCSCRN CONFIRMED SUPPR.  : "
               WS-CONFIRMED-SUPPRESSED
           DISPLAY "SANCSCRN DECISIONS IN/OUT  : " WS-DECISIONS-IN-COUNT
               " / " WS-DECISIONS-OUT-COUNT
           DISPLAY "SANCSCRN CONTRACTS HELD    : " WS-CONTRACTS-HELD
           DISPLAY "SANCSCRN CONTRACTS RELEASED: "
               WS-CONTRACTS-RELEASED
           PERFORM 8000-WRITE-RUN-CONTROL.
