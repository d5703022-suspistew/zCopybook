      *>--------------------------------------------------------------
      *> DQSCORE - nightly upstream data-quality scorecard.
      *>
      *> Every upstream problem the suite catches is reported by the
      *> job that catches it - CIMEDIT's rejects, CIMDEDUP's resends,
      *> XREFCHK's client-number drift, MDEXTR's format flags,
      *> MSGDEC's unknown codes - and the conversation with the
      *> upstream shops kept starting from five separate listings.
      *> This pulls them together by IMAGE-ORIGIN (CODE-APPLICATION
      *> plus SERVER-ID), so each source gets its own error rate per
      *> category against the records it actually sent.
      *>
      *> A source's received count is its certified images on
      *> CLTIMAGE plus its CIMEDIT rejects plus its CIMDEDUP
      *> duplicates, so the rates share one denominator. Rejects and
      *> duplicates carry the whole image and are counted straight to
      *> their origin. XREFRPT and MSGDECRP lines carry NUM-CONTRAT and
      *> MDEXTRCT entries carry the IMAGE-SEQUENCE REF, but none of
      *> them carry the origin, so one sort brings each error line
      *> together with the image it came from: every image is released
      *> once under its NUM-CONTRAT and once under its REF, every error
      *> line under its own key, and the image sorts ahead of its
      *> errors. An error line with no image beside it (the report and
      *> tonight's CLTIMAGE out of step) is counted as unattributed.
      *>
      *> Tonight's counts are added to the DQHIST carry-forward, which
      *> keeps the current month's nights (DQHSTIN in, DQHSTOU out) for
      *> the month-to-date trend. A rerun replaces tonight's rows
      *> rather than doubling them. The DQPARM tolerances decide which
      *> sources are flagged; the flagged sources are listed again at
      *> the end of the report for the morning call.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-PARM-FILE ASSIGN TO "DQPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-IMAGE-FILE ASSIGN TO "CLTIMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "CIMREJCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUPLICATES-FILE ASSIGN TO "CIMDUPS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MSG-DECODE-REPORT-FILE ASSIGN TO "MSGDECRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT METADATA-EXTRACT-FILE ASSIGN TO "MDEXTRCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "DQHSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-HISTORY-FILE ASSIGN TO "DQHSTOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DQ-REPORT-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-PARM-FILE.
       COPY DQPARM.

       FD  CLIENT-IMAGE-FILE.
       COPY CLTIMAGE.

       FD  REJECT-FILE.
       COPY CIMEDREJ.

       FD  DUPLICATES-FILE.
       01  DUPLICATES-REC                   PIC X(6904).

      *> XREFCHK's mismatch line; the total line at the end carries a
      *> different flag text and is passed over.
       FD  XREF-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  XREF-REPORT-LINE.
           05  XR-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(38).
           05  XR-FLAG                      PIC X(30).
           05  FILLER                       PIC X(06).

       FD  MSG-DECODE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MSG-DECODE-REPORT-LINE.
           05  MR-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(02).
           05  MR-MSG-CODE                  PIC X(05).
           05  FILLER                       PIC X(02).
           05  MR-MSG-DESCRIPTION           PIC X(60).
           05  FILLER                       PIC X(15).

       FD  METADATA-EXTRACT-FILE.
       COPY MDEXTR.

      *> DS-KEY is NUM-CONTRAT under kind "C" and the IMAGE-SEQUENCE
      *> REF under kind "R". The image ("1") sorts ahead of the error
      *> lines ("2") that share its key, so its origin is in hand when
      *> they arrive.
       SD  SORT-WORK-FILE.
       01  SORT-ERROR-REC.
           05  DS-KEY-KIND                  PIC X(01).
           05  DS-KEY                       PIC X(30).
           05  DS-TYPE                      PIC X(01).
               88  DS-IS-IMAGE                  VALUE "1".
               88  DS-IS-ERROR                  VALUE "2".
           05  DS-CODE-APPLICATION          PIC X(28).
           05  DS-SERVER-ID                 PIC X(04).
           05  DS-CATEGORY                  PIC 9(02).

       FD  PRIOR-HISTORY-FILE.
       COPY DQHIST REPLACING DQ-HIST-REC BY PRIOR-HISTORY-REC.

       FD  NEW-HISTORY-FILE.
       COPY DQHIST REPLACING DQ-HIST-REC BY NEW-HISTORY-REC.

       FD  DQ-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DQ-REPORT-LINE                   PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CI-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-CI-END-OF-FILE                VALUE "Y".
       01  WS-RJ-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-RJ-END-OF-FILE                VALUE "Y".
       01  WS-DU-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-DU-END-OF-FILE                VALUE "Y".
       01  WS-XR-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-XR-END-OF-FILE                VALUE "Y".
       01  WS-MR-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-MR-END-OF-FILE                VALUE "Y".
       01  WS-ME-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-ME-END-OF-FILE                VALUE "Y".
       01  WS-PH-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-PH-END-OF-FILE                VALUE "Y".
       01  WS-SORT-EOF-SWITCH               PIC X VALUE "N".
           88  WS-SORT-END                      VALUE "Y".

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).
       01  WS-RUN-DATE-X                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-MONTH                 PIC X(06).
           05  FILLER                       PIC X(02).
       01  WS-HIST-DATE-X                   PIC X(08).
       01  WS-HIST-DATE-R REDEFINES WS-HIST-DATE-X.
           05  WS-HIST-MONTH                PIC X(06).
           05  FILLER                       PIC X(02).

      *> Category codes and descriptions, in DQHIST order.
       01  WS-CATEGORY-DATA.
           05  FILLER                       PIC X(32)
                   VALUE "NCL1NCL2NCONSEQTTYPVDTSTDTA DTB ".
           05  FILLER                       PIC X(32)
                   VALUE "DTC DTD DTE DUPLXREFMDFEMDTUMSGU".
       01  WS-CATEGORY-R REDEFINES WS-CATEGORY-DATA.
           05  WS-CATEGORY-CODE OCCURS 16   PIC X(04).

       01  WS-CATEGORY-TEXT-DATA.
           05  FILLER                       PIC X(30)
                   VALUE "NUM-CLIENT NOT NUMERIC".
           05  FILLER                       PIC X(30)
                   VALUE "NUM-CLIENT-2 NOT NUMERIC".
           05  FILLER                       PIC X(30)
                   VALUE "NUM-CONTRAT BLANK".
           05  FILLER                       PIC X(30)
                   VALUE "SEQ-TYPE NOT KNOWN".
           05  FILLER                       PIC X(30)
                   VALUE "TYPE-IMAGE/VERSION UNSUPPORTED".
           05  FILLER                       PIC X(30)
                   VALUE "STATE-UPDT-DATE INVALID".
           05  FILLER                       PIC X(30)
                   VALUE "A-DATE INVALID".
           05  FILLER                       PIC X(30)
                   VALUE "B-DATE INVALID".
           05  FILLER                       PIC X(30)
                   VALUE "C-DATE INVALID".
           05  FILLER                       PIC X(30)
                   VALUE "D-DATE INVALID".
           05  FILLER                       PIC X(30)
                   VALUE "E-DATE INVALID".
           05  FILLER                       PIC X(30)
                   VALUE "DUPLICATE IMAGE RESENT".
           05  FILLER                       PIC X(30)
                   VALUE "CLIENT NUMBER DRIFT".
           05  FILLER                       PIC X(30)
                   VALUE "METADATA VALUE FORMAT ERROR".
           05  FILLER                       PIC X(30)
                   VALUE "METADATA TYPE UNKNOWN".
           05  FILLER                       PIC X(30)
                   VALUE "MESSAGE CODE UNKNOWN".
       01  WS-CATEGORY-TEXT-R REDEFINES WS-CATEGORY-TEXT-DATA.
           05  WS-CATEGORY-TEXT OCCURS 16   PIC X(30).

       01  WS-DUPL-CATEGORY                 PIC 9(02) VALUE 12.
       01  WS-XREF-CATEGORY                 PIC 9(02) VALUE 13.
       01  WS-MDFE-CATEGORY                 PIC 9(02) VALUE 14.
       01  WS-MDTU-CATEGORY                 PIC 9(02) VALUE 15.
       01  WS-MSGU-CATEGORY                 PIC 9(02) VALUE 16.
       01  WS-XREF-FLAG-TEXT                PIC X(30)
               VALUE "*** CLIENT NUMBER MISMATCH ***".
       01  WS-MSGU-TEXT                     PIC X(60)
               VALUE "*** UNKNOWN CODE - ADD TO REFDATA ***".

       01  WS-CAT-IDX                       PIC 9(02).
       01  WS-REASON-IDX                    PIC 9(02).
       01  WS-REASON-LIMIT                  PIC 9(02).

      *> Image layout used to read the origin off a reject or a
      *> duplicate.
       COPY CLTIMAGE REPLACING CLIENT-IMAGE-REC BY WS-ORIGIN-IMAGE.

       01  WS-LOOKUP-CODE-APPLICATION       PIC X(28).
       01  WS-LOOKUP-SERVER-ID              PIC X(04).

       01  WS-ORIGIN-TABLE.
           05  WS-ORIGIN-ENTRY OCCURS 200
                   INDEXED BY WS-OR-IDX.
               10  WS-OR-CODE-APPLICATION   PIC X(28).
               10  WS-OR-SERVER-ID          PIC X(04).
               10  WS-OR-RECEIVED           PIC 9(09).
               10  WS-OR-PRIOR-RECEIVED     PIC 9(09).
               10  WS-OR-NIGHTS             PIC 9(03).
               10  WS-OR-COUNT OCCURS 16    PIC 9(09).
               10  WS-OR-PRIOR-COUNT OCCURS 16
                                            PIC 9(09).
               10  WS-OR-TONIGHT-OVER       PIC 9(02).
               10  WS-OR-MTD-OVER           PIC 9(02).
       01  WS-ORIGIN-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-ORIGIN-FOUND                  PIC X VALUE "N".
           88  WS-ORIGIN-WAS-FOUND              VALUE "Y".
           88  WS-ORIGIN-NOT-FOUND              VALUE "N".

      *> The image that heads the current sort key group.
       01  WS-GROUP-KIND                    PIC X(01).
       01  WS-GROUP-KEY                     PIC X(30).
       01  WS-GROUP-IMAGE-SWITCH            PIC X VALUE "N".
           88  WS-GROUP-HAS-IMAGE               VALUE "Y".
           88  WS-GROUP-HAS-NO-IMAGE            VALUE "N".
       01  WS-GROUP-CODE-APPLICATION        PIC X(28).
       01  WS-GROUP-SERVER-ID               PIC X(04).

       01  WS-UNATTRIBUTED-TABLE.
           05  WS-UNATTRIBUTED OCCURS 16    PIC 9(09).

      *> One category of the source being printed.
       01  WS-MTD-RECEIVED                  PIC 9(09).
       01  WS-MTD-COUNT                     PIC 9(09).
       01  WS-TONIGHT-RATE                  PIC 9(03)V99.
       01  WS-MTD-RATE                      PIC 9(03)V99.
       01  WS-PRIOR-RATE                    PIC 9(03)V99.
       01  WS-RATE-COUNT                    PIC 9(09).
       01  WS-RATE-RECEIVED                 PIC 9(09).
       01  WS-RATE                          PIC 9(03)V99.
       01  WS-TONIGHT-OVER-SWITCH           PIC X VALUE "N".
           88  WS-TONIGHT-IS-OVER               VALUE "Y".
           88  WS-TONIGHT-NOT-OVER              VALUE "N".
       01  WS-MTD-OVER-SWITCH               PIC X VALUE "N".
           88  WS-MTD-IS-OVER                   VALUE "Y".
           88  WS-MTD-NOT-OVER                  VALUE "N".
       01  WS-CATEGORIES-PRINTED            PIC 9(02).

       01  WS-CI-READ-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-REJECTS-READ                  PIC 9(09) VALUE ZERO.
       01  WS-DUPLICATES-READ               PIC 9(09) VALUE ZERO.
       01  WS-ERRORS-ATTRIBUTED             PIC 9(09) VALUE ZERO.
       01  WS-ERRORS-UNATTRIBUTED           PIC 9(09) VALUE ZERO.
       01  WS-SOURCES-SCORED                PIC 9(09) VALUE ZERO.
       01  WS-SOURCES-OVER                  PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-KEPT                  PIC 9(09) VALUE ZERO.

       01  WS-SOURCE-LINE.
           05  FILLER                       PIC X(08) VALUE "SOURCE  ".
           05  SL-CODE-APPLICATION          PIC X(28).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  SL-SERVER-ID                 PIC X(04).
           05  FILLER                       PIC X(19)
                   VALUE "  RECEIVED TONIGHT ".
           05  SL-RECEIVED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(16)
                   VALUE "  MONTH TO DATE ".
           05  SL-MTD-RECEIVED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(09) VALUE "  NIGHTS ".
           05  SL-NIGHTS                    PIC ZZ9.

       01  WS-CATEGORY-HEADING.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(04) VALUE "CAT ".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(30) VALUE "ERROR".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(11)
                   VALUE "    TONIGHT".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(06) VALUE " RATE%".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(11)
                   VALUE "MONTH TO DT".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(06) VALUE " RATE%".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(06) VALUE "  TOL%".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(07) VALUE "TREND".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(11) VALUE "OVER TOL".

       01  WS-CATEGORY-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-CODE                      PIC X(04).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-TEXT                      PIC X(30).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-TONIGHT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-TONIGHT-RATE              PIC ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-MTD-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-MTD-RATE                  PIC ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-TOLERANCE                 PIC ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-TREND                     PIC X(07).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  CL-OVER                      PIC X(11).

       01  WS-SUMMARY-HEADING.
           05  FILLER                       PIC X(28)
                   VALUE "CODE-APPLICATION".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(04) VALUE "SRVR".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(11)
                   VALUE "   RECEIVED".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(12)
                   VALUE "TONIGHT OVER".
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FILLER                       PIC X(12)
                   VALUE "    MTD OVER".

       01  WS-SUMMARY-LINE.
           05  SM-CODE-APPLICATION          PIC X(28).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  SM-SERVER-ID                 PIC X(04).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  SM-RECEIVED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(12) VALUE SPACE.
           05  SM-TONIGHT-OVER              PIC Z9.
           05  FILLER                       PIC X(12) VALUE SPACE.
           05  SM-MTD-OVER                  PIC Z9.

       01  WS-UNATTRIBUTED-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  UL-CODE                      PIC X(04).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  UL-TEXT                      PIC X(30).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  UL-COUNT                     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCORE-REJECTS
           PERFORM 2500-SCORE-DUPLICATES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY DS-KEY-KIND DS-KEY DS-TYPE
               INPUT PROCEDURE IS 3000-FEED-SORT
                   THRU 3999-FEED-SORT-EXIT
               OUTPUT PROCEDURE IS 4000-ATTRIBUTE-ERRORS
                   THRU 4999-ATTRIBUTE-ERRORS-EXIT
           PERFORM 6000-CARRY-HISTORY
           PERFORM 7000-PRINT-SCORECARD
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN INPUT DQ-PARM-FILE
           READ DQ-PARM-FILE
               AT END
                   DISPLAY "DQSCORE: ABEND - DQ-PARM-FILE IS EMPTY, "
                       "NO ERROR-RATE TOLERANCES SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE DQ-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE DQ-PARM-FILE
           PERFORM 1050-VALIDATE-PARMS
           MOVE ZERO TO WS-UNATTRIBUTED-TABLE
           OPEN OUTPUT DQ-REPORT-FILE
           MOVE SPACES TO DQ-REPORT-LINE
           STRING "UPSTREAM DATA-QUALITY SCORECARD BY "
               "CODE-APPLICATION/SERVER-ID - RUN " WS-RUN-DATE-X
               DELIMITED BY SIZE INTO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE SPACES TO DQ-REPORT-LINE
           STRING "RATES ARE ERRORS PER 100 RECORDS RECEIVED (CERTIFIED"
               " + REJECTED + DUPLICATE); MONTH TO DATE FROM "
               WS-RUN-MONTH "01"
               DELIMITED BY SIZE INTO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.

       1050-VALIDATE-PARMS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 16
               IF DP-TOLERANCE-PCT(WS-CAT-IDX) NOT NUMERIC
                   DISPLAY "DQSCORE: ABEND - DP-TOLERANCE-PCT FOR "
                       WS-CATEGORY-CODE(WS-CAT-IDX) " IS NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF DP-MIN-RECEIVED NOT NUMERIC
               DISPLAY "DQSCORE: ABEND - DP-MIN-RECEIVED '"
                   DP-MIN-RECEIVED "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-SCORE-REJECTS.
           OPEN INPUT REJECT-FILE
           PERFORM 2100-SCORE-ONE-REJECT UNTIL WS-RJ-END-OF-FILE
           CLOSE REJECT-FILE.

       2100-SCORE-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-RJ-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
                   MOVE EJ-CLIENT-IMAGE-REC TO WS-ORIGIN-IMAGE
                   MOVE CODE-APPLICATION OF WS-ORIGIN-IMAGE
                       TO WS-LOOKUP-CODE-APPLICATION
                   MOVE SERVER-ID OF WS-ORIGIN-IMAGE
                       TO WS-LOOKUP-SERVER-ID
                   PERFORM 5000-FIND-ORIGIN
                   ADD 1 TO WS-OR-RECEIVED(WS-OR-IDX)
                   MOVE EJ-REASON-COUNT TO WS-REASON-LIMIT
                   IF WS-REASON-LIMIT > 11
                       MOVE 11 TO WS-REASON-LIMIT
                   END-IF
                   PERFORM 2110-COUNT-ONE-REASON
                       VARYING WS-REASON-IDX FROM 1 BY 1
                       UNTIL WS-REASON-IDX > WS-REASON-LIMIT
           END-READ.

      *> The eleven CIMEDIT reason codes are the first eleven
      *> categories.
       2110-COUNT-ONE-REASON.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 11
               IF EJ-REASON-CODE(WS-REASON-IDX)
                       = WS-CATEGORY-CODE(WS-CAT-IDX)
                   ADD 1 TO WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2500-SCORE-DUPLICATES.
           OPEN INPUT DUPLICATES-FILE
           PERFORM 2600-SCORE-ONE-DUPLICATE UNTIL WS-DU-END-OF-FILE
           CLOSE DUPLICATES-FILE.

       2600-SCORE-ONE-DUPLICATE.
           READ DUPLICATES-FILE
               AT END
                   SET WS-DU-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUPLICATES-READ
                   MOVE DUPLICATES-REC TO WS-ORIGIN-IMAGE
                   MOVE CODE-APPLICATION OF WS-ORIGIN-IMAGE
                       TO WS-LOOKUP-CODE-APPLICATION
                   MOVE SERVER-ID OF WS-ORIGIN-IMAGE
                       TO WS-LOOKUP-SERVER-ID
                   PERFORM 5000-FIND-ORIGIN
                   ADD 1 TO WS-OR-RECEIVED(WS-OR-IDX)
                   ADD 1 TO WS-OR-COUNT(WS-OR-IDX, WS-DUPL-CATEGORY)
           END-READ.

       3000-FEED-SORT.
           OPEN INPUT CLIENT-IMAGE-FILE
           PERFORM 3100-RELEASE-IMAGE UNTIL WS-CI-END-OF-FILE
           CLOSE CLIENT-IMAGE-FILE
           OPEN INPUT XREF-REPORT-FILE
           PERFORM 3200-RELEASE-XREF-LINE UNTIL WS-XR-END-OF-FILE
           CLOSE XREF-REPORT-FILE
           OPEN INPUT MSG-DECODE-REPORT-FILE
           PERFORM 3300-RELEASE-MSGDEC-LINE UNTIL WS-MR-END-OF-FILE
           CLOSE MSG-DECODE-REPORT-FILE
           OPEN INPUT METADATA-EXTRACT-FILE
           PERFORM 3400-RELEASE-METADATA-ENTRY
               UNTIL WS-ME-END-OF-FILE
           CLOSE METADATA-EXTRACT-FILE
           GO TO 3999-FEED-SORT-EXIT.

      *> Each certified image counts as received for its origin and
      *> is released under both keys its error lines can carry.
       3100-RELEASE-IMAGE.
           READ CLIENT-IMAGE-FILE
               AT END
                   SET WS-CI-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CI-READ-COUNT
                   MOVE CODE-APPLICATION OF CLIENT-IMAGE-REC
                       TO WS-LOOKUP-CODE-APPLICATION
                   MOVE SERVER-ID OF CLIENT-IMAGE-REC
                       TO WS-LOOKUP-SERVER-ID
                   PERFORM 5000-FIND-ORIGIN
                   ADD 1 TO WS-OR-RECEIVED(WS-OR-IDX)
                   MOVE SPACES TO SORT-ERROR-REC
                   SET DS-IS-IMAGE TO TRUE
                   MOVE WS-LOOKUP-CODE-APPLICATION
                       TO DS-CODE-APPLICATION
                   MOVE WS-LOOKUP-SERVER-ID TO DS-SERVER-ID
                   MOVE ZERO TO DS-CATEGORY
                   MOVE "C" TO DS-KEY-KIND
                   MOVE NUM-CONTRAT OF CLIENT-IMAGE-REC TO DS-KEY
                   RELEASE SORT-ERROR-REC
                   MOVE "R" TO DS-KEY-KIND
                   MOVE REF OF CLIENT-IMAGE-REC TO DS-KEY
                   RELEASE SORT-ERROR-REC
           END-READ.

       3200-RELEASE-XREF-LINE.
           READ XREF-REPORT-FILE
               AT END
                   SET WS-XR-END-OF-FILE TO TRUE
               NOT AT END
                   IF XR-FLAG = WS-XREF-FLAG-TEXT
                       MOVE SPACES TO SORT-ERROR-REC
                       MOVE "C" TO DS-KEY-KIND
                       MOVE XR-NUM-CONTRAT TO DS-KEY
                       SET DS-IS-ERROR TO TRUE
                       MOVE WS-XREF-CATEGORY TO DS-CATEGORY
                       RELEASE SORT-ERROR-REC
                   END-IF
           END-READ.

       3300-RELEASE-MSGDEC-LINE.
           READ MSG-DECODE-REPORT-FILE
               AT END
                   SET WS-MR-END-OF-FILE TO TRUE
               NOT AT END
                   IF MR-MSG-DESCRIPTION = WS-MSGU-TEXT
                       MOVE SPACES TO SORT-ERROR-REC
                       MOVE "C" TO DS-KEY-KIND
                       MOVE MR-NUM-CONTRAT TO DS-KEY
                       SET DS-IS-ERROR TO TRUE
                       MOVE WS-MSGU-CATEGORY TO DS-CATEGORY
                       RELEASE SORT-ERROR-REC
                   END-IF
           END-READ.

       3400-RELEASE-METADATA-ENTRY.
           READ METADATA-EXTRACT-FILE
               AT END
                   SET WS-ME-END-OF-FILE TO TRUE
               NOT AT END
                   IF ME-FORMAT-FLAG = "E" OR ME-FORMAT-FLAG = "U"
                       MOVE SPACES TO SORT-ERROR-REC
                       MOVE "R" TO DS-KEY-KIND
                       MOVE ME-IMAGE-REF TO DS-KEY
                       SET DS-IS-ERROR TO TRUE
                       IF ME-FORMAT-FLAG = "E"
                           MOVE WS-MDFE-CATEGORY TO DS-CATEGORY
                       ELSE
                           MOVE WS-MDTU-CATEGORY TO DS-CATEGORY
                       END-IF
                       RELEASE SORT-ERROR-REC
                   END-IF
           END-READ.

       3999-FEED-SORT-EXIT.
           EXIT.

       4000-ATTRIBUTE-ERRORS.
           MOVE HIGH-VALUES TO WS-GROUP-KIND WS-GROUP-KEY
           PERFORM 4100-PROCESS-ONE-SORTED UNTIL WS-SORT-END
           GO TO 4999-ATTRIBUTE-ERRORS-EXIT.

      *> Several images can share a REF (one per NUM); the first
      *> image of the group stands for all of them, since one REF
      *> only ever comes from one feed.
       4100-PROCESS-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END TO TRUE
               NOT AT END
                   IF DS-KEY-KIND NOT = WS-GROUP-KIND
                      OR DS-KEY NOT = WS-GROUP-KEY
                       MOVE DS-KEY-KIND TO WS-GROUP-KIND
                       MOVE DS-KEY TO WS-GROUP-KEY
                       SET WS-GROUP-HAS-NO-IMAGE TO TRUE
                   END-IF
                   IF DS-IS-IMAGE
                       IF WS-GROUP-HAS-NO-IMAGE
                           SET WS-GROUP-HAS-IMAGE TO TRUE
                           MOVE DS-CODE-APPLICATION
                               TO WS-GROUP-CODE-APPLICATION
                           MOVE DS-SERVER-ID TO WS-GROUP-SERVER-ID
                       END-IF
                   ELSE
                       PERFORM 4200-COUNT-ONE-ERROR
                   END-IF
           END-RETURN.

       4200-COUNT-ONE-ERROR.
           IF WS-GROUP-HAS-IMAGE
               MOVE WS-GROUP-CODE-APPLICATION
                   TO WS-LOOKUP-CODE-APPLICATION
               MOVE WS-GROUP-SERVER-ID TO WS-LOOKUP-SERVER-ID
               PERFORM 5000-FIND-ORIGIN
               ADD 1 TO WS-OR-COUNT(WS-OR-IDX, DS-CATEGORY)
               ADD 1 TO WS-ERRORS-ATTRIBUTED
           ELSE
               ADD 1 TO WS-UNATTRIBUTED(DS-CATEGORY)
               ADD 1 TO WS-ERRORS-UNATTRIBUTED
           END-IF.

       4999-ATTRIBUTE-ERRORS-EXIT.
           EXIT.

       5000-FIND-ORIGIN.
           SET WS-ORIGIN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-ORIGIN-COUNT
               IF WS-OR-CODE-APPLICATION(WS-OR-IDX)
                       = WS-LOOKUP-CODE-APPLICATION
                  AND WS-OR-SERVER-ID(WS-OR-IDX) = WS-LOOKUP-SERVER-ID
                   SET WS-ORIGIN-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ORIGIN-WAS-FOUND
               IF WS-ORIGIN-COUNT >= 200
                   DISPLAY "DQSCORE: ABEND - MORE THAN 200 DISTINCT "
                       "CODE-APPLICATION/SERVER-ID SOURCES, "
                       "WS-ORIGIN-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORIGIN-COUNT
               SET WS-OR-IDX TO WS-ORIGIN-COUNT
               MOVE WS-LOOKUP-CODE-APPLICATION
                   TO WS-OR-CODE-APPLICATION(WS-OR-IDX)
               MOVE WS-LOOKUP-SERVER-ID TO WS-OR-SERVER-ID(WS-OR-IDX)
               MOVE ZERO TO WS-OR-RECEIVED(WS-OR-IDX)
               MOVE ZERO TO WS-OR-PRIOR-RECEIVED(WS-OR-IDX)
               MOVE ZERO TO WS-OR-NIGHTS(WS-OR-IDX)
               MOVE ZERO TO WS-OR-TONIGHT-OVER(WS-OR-IDX)
               MOVE ZERO TO WS-OR-MTD-OVER(WS-OR-IDX)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 16
                   MOVE ZERO TO WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX)
                   MOVE ZERO TO WS-OR-PRIOR-COUNT(WS-OR-IDX, WS-CAT-IDX)
               END-PERFORM
           END-IF.

      *> Earlier nights of this month are carried forward and summed
      *> into the month to date; earlier months fall off, and any rows
      *> already dated tonight (a rerun) are replaced by tonight's.
       6000-CARRY-HISTORY.
           OPEN INPUT PRIOR-HISTORY-FILE
           OPEN OUTPUT NEW-HISTORY-FILE
           PERFORM 6100-CARRY-ONE-NIGHT UNTIL WS-PH-END-OF-FILE
           CLOSE PRIOR-HISTORY-FILE
           PERFORM 6200-WRITE-TONIGHT
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-ORIGIN-COUNT
           CLOSE NEW-HISTORY-FILE.

       6100-CARRY-ONE-NIGHT.
           READ PRIOR-HISTORY-FILE
               AT END
                   SET WS-PH-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE DH-RUN-DATE OF PRIOR-HISTORY-REC
                       TO WS-HIST-DATE-X
                   IF WS-HIST-MONTH = WS-RUN-MONTH
                      AND WS-HIST-DATE-X < WS-RUN-DATE-X
                       MOVE PRIOR-HISTORY-REC TO NEW-HISTORY-REC
                       WRITE NEW-HISTORY-REC
                       ADD 1 TO WS-HISTORY-KEPT
                       PERFORM 6110-FOLD-ONE-NIGHT
                   END-IF
           END-READ.

       6110-FOLD-ONE-NIGHT.
           MOVE DH-CODE-APPLICATION OF PRIOR-HISTORY-REC
               TO WS-LOOKUP-CODE-APPLICATION
           MOVE DH-SERVER-ID OF PRIOR-HISTORY-REC
               TO WS-LOOKUP-SERVER-ID
           PERFORM 5000-FIND-ORIGIN
           ADD 1 TO WS-OR-NIGHTS(WS-OR-IDX)
           ADD DH-RECEIVED OF PRIOR-HISTORY-REC
               TO WS-OR-PRIOR-RECEIVED(WS-OR-IDX)
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 16
               ADD DH-ERROR-COUNT OF PRIOR-HISTORY-REC(WS-CAT-IDX)
                   TO WS-OR-PRIOR-COUNT(WS-OR-IDX, WS-CAT-IDX)
           END-PERFORM.

       6200-WRITE-TONIGHT.
           IF WS-OR-RECEIVED(WS-OR-IDX) > ZERO
               MOVE SPACES TO NEW-HISTORY-REC
               MOVE WS-RUN-DATE-X TO DH-RUN-DATE OF NEW-HISTORY-REC
               MOVE WS-OR-CODE-APPLICATION(WS-OR-IDX)
                   TO DH-CODE-APPLICATION OF NEW-HISTORY-REC
               MOVE WS-OR-SERVER-ID(WS-OR-IDX)
                   TO DH-SERVER-ID OF NEW-HISTORY-REC
               MOVE WS-OR-RECEIVED(WS-OR-IDX)
                   TO DH-RECEIVED OF NEW-HISTORY-REC
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 16
                   MOVE WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX)
                       TO DH-ERROR-COUNT OF NEW-HISTORY-REC(WS-CAT-IDX)
               END-PERFORM
               WRITE NEW-HISTORY-REC
               ADD 1 TO WS-SOURCES-SCORED
           END-IF.

       7000-PRINT-SCORECARD.
           PERFORM 7100-PRINT-ONE-SOURCE
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-ORIGIN-COUNT
           PERFORM 7300-PRINT-UNATTRIBUTED
           PERFORM 7400-PRINT-SUMMARY.

       7100-PRINT-ONE-SOURCE.
           COMPUTE WS-MTD-RECEIVED = WS-OR-RECEIVED(WS-OR-IDX)
               + WS-OR-PRIOR-RECEIVED(WS-OR-IDX)
           MOVE SPACES TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE WS-OR-CODE-APPLICATION(WS-OR-IDX)
               TO SL-CODE-APPLICATION
           MOVE WS-OR-SERVER-ID(WS-OR-IDX) TO SL-SERVER-ID
           MOVE WS-OR-RECEIVED(WS-OR-IDX) TO SL-RECEIVED
           MOVE WS-MTD-RECEIVED TO SL-MTD-RECEIVED
           IF WS-OR-RECEIVED(WS-OR-IDX) > ZERO
               COMPUTE SL-NIGHTS = WS-OR-NIGHTS(WS-OR-IDX) + 1
           ELSE
               MOVE WS-OR-NIGHTS(WS-OR-IDX) TO SL-NIGHTS
           END-IF
           MOVE WS-SOURCE-LINE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE WS-CATEGORY-HEADING TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE ZERO TO WS-CATEGORIES-PRINTED
           PERFORM 7110-PRINT-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 16
           IF WS-CATEGORIES-PRINTED = ZERO
               MOVE SPACES TO DQ-REPORT-LINE
               STRING "  NO ERRORS MONTH TO DATE"
                   DELIMITED BY SIZE INTO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
           END-IF
           IF WS-OR-TONIGHT-OVER(WS-OR-IDX) > ZERO
              OR WS-OR-MTD-OVER(WS-OR-IDX) > ZERO
               ADD 1 TO WS-SOURCES-OVER
           END-IF.

      *> Only categories with an error this month are printed. The
      *> trend sets tonight's rate against the earlier nights of the
      *> month.
       7110-PRINT-ONE-CATEGORY.
           COMPUTE WS-MTD-COUNT = WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX)
               + WS-OR-PRIOR-COUNT(WS-OR-IDX, WS-CAT-IDX)
           IF WS-MTD-COUNT > ZERO
               ADD 1 TO WS-CATEGORIES-PRINTED
               MOVE WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX) TO WS-RATE-COUNT
               MOVE WS-OR-RECEIVED(WS-OR-IDX) TO WS-RATE-RECEIVED
               PERFORM 7200-COMPUTE-RATE
               MOVE WS-RATE TO WS-TONIGHT-RATE
               MOVE WS-MTD-COUNT TO WS-RATE-COUNT
               MOVE WS-MTD-RECEIVED TO WS-RATE-RECEIVED
               PERFORM 7200-COMPUTE-RATE
               MOVE WS-RATE TO WS-MTD-RATE
               MOVE WS-OR-PRIOR-COUNT(WS-OR-IDX, WS-CAT-IDX)
                   TO WS-RATE-COUNT
               MOVE WS-OR-PRIOR-RECEIVED(WS-OR-IDX) TO WS-RATE-RECEIVED
               PERFORM 7200-COMPUTE-RATE
               MOVE WS-RATE TO WS-PRIOR-RATE
               SET WS-TONIGHT-NOT-OVER TO TRUE
               SET WS-MTD-NOT-OVER TO TRUE
               IF WS-OR-RECEIVED(WS-OR-IDX) >= DP-MIN-RECEIVED
                  AND WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX) > ZERO
                  AND (WS-TONIGHT-RATE > DP-TOLERANCE-PCT(WS-CAT-IDX)
                       OR DP-TOLERANCE-PCT(WS-CAT-IDX) = ZERO)
                   SET WS-TONIGHT-IS-OVER TO TRUE
                   ADD 1 TO WS-OR-TONIGHT-OVER(WS-OR-IDX)
               END-IF
               IF WS-MTD-RECEIVED >= DP-MIN-RECEIVED
                  AND (WS-MTD-RATE > DP-TOLERANCE-PCT(WS-CAT-IDX)
                       OR DP-TOLERANCE-PCT(WS-CAT-IDX) = ZERO)
                   SET WS-MTD-IS-OVER TO TRUE
                   ADD 1 TO WS-OR-MTD-OVER(WS-OR-IDX)
               END-IF
               MOVE SPACES TO WS-CATEGORY-LINE
               MOVE WS-CATEGORY-CODE(WS-CAT-IDX) TO CL-CODE
               MOVE WS-CATEGORY-TEXT(WS-CAT-IDX) TO CL-TEXT
               MOVE WS-OR-COUNT(WS-OR-IDX, WS-CAT-IDX)
                   TO CL-TONIGHT-COUNT
               MOVE WS-TONIGHT-RATE TO CL-TONIGHT-RATE
               MOVE WS-MTD-COUNT TO CL-MTD-COUNT
               MOVE WS-MTD-RATE TO CL-MTD-RATE
               MOVE DP-TOLERANCE-PCT(WS-CAT-IDX) TO CL-TOLERANCE
               IF WS-OR-NIGHTS(WS-OR-IDX) > ZERO
                  AND WS-OR-RECEIVED(WS-OR-IDX) > ZERO
                   EVALUATE TRUE
                       WHEN WS-TONIGHT-RATE > WS-PRIOR-RATE
                           MOVE "RISING" TO CL-TREND
                       WHEN WS-TONIGHT-RATE < WS-PRIOR-RATE
                           MOVE "FALLING" TO CL-TREND
                       WHEN OTHER
                           MOVE "STEADY" TO CL-TREND
                   END-EVALUATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-TONIGHT-IS-OVER AND WS-MTD-IS-OVER
                       MOVE "TONIGHT+MTD" TO CL-OVER
                   WHEN WS-TONIGHT-IS-OVER
                       MOVE "TONIGHT" TO CL-OVER
                   WHEN WS-MTD-IS-OVER
                       MOVE "MTD" TO CL-OVER
               END-EVALUATE
               MOVE WS-CATEGORY-LINE TO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
           END-IF.

      *> A rate is errors per hundred received. A record can fail more
      *> than one edit, so a rate past 999.99 is shown as 999.99.
       7200-COMPUTE-RATE.
           IF WS-RATE-RECEIVED = ZERO
               MOVE ZERO TO WS-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED
                   = WS-RATE-COUNT * 100 / WS-RATE-RECEIVED
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-RATE
               END-COMPUTE
           END-IF.

       7300-PRINT-UNATTRIBUTED.
           IF WS-ERRORS-UNATTRIBUTED > ZERO
               MOVE SPACES TO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
               MOVE SPACES TO DQ-REPORT-LINE
               STRING "ERROR LINES WITH NO MATCHING IMAGE ON TONIGHT'S "
                   "CLTIMAGE - NOT IN ANY SOURCE'S RATES"
                   DELIMITED BY SIZE INTO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
               PERFORM 7310-PRINT-ONE-UNATTRIBUTED
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 16
           END-IF.

       7310-PRINT-ONE-UNATTRIBUTED.
           IF WS-UNATTRIBUTED(WS-CAT-IDX) > ZERO
               MOVE WS-CATEGORY-CODE(WS-CAT-IDX) TO UL-CODE
               MOVE WS-CATEGORY-TEXT(WS-CAT-IDX) TO UL-TEXT
               MOVE WS-UNATTRIBUTED(WS-CAT-IDX) TO UL-COUNT
               MOVE WS-UNATTRIBUTED-LINE TO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
           END-IF.

       7400-PRINT-SUMMARY.
           MOVE SPACES TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE SPACES TO DQ-REPORT-LINE
           STRING "SOURCES OVER TOLERANCE - CATEGORIES OVER TONIGHT "
               "AND MONTH TO DATE"
               DELIMITED BY SIZE INTO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE WS-SUMMARY-HEADING TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           PERFORM 7410-PRINT-ONE-OVER
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-ORIGIN-COUNT
           IF WS-SOURCES-OVER = ZERO
               MOVE SPACES TO DQ-REPORT-LINE
               STRING "NO SOURCE OVER TOLERANCE"
                   DELIMITED BY SIZE INTO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
           END-IF.

       7410-PRINT-ONE-OVER.
           IF WS-OR-TONIGHT-OVER(WS-OR-IDX) > ZERO
              OR WS-OR-MTD-OVER(WS-OR-IDX) > ZERO
               MOVE WS-OR-CODE-APPLICATION(WS-OR-IDX)
                   TO SM-CODE-APPLICATION
               MOVE WS-OR-SERVER-ID(WS-OR-IDX) TO SM-SERVER-ID
               MOVE WS-OR-RECEIVED(WS-OR-IDX) TO SM-RECEIVED
               MOVE WS-OR-TONIGHT-OVER(WS-OR-IDX) TO SM-TONIGHT-OVER
               MOVE WS-OR-MTD-OVER(WS-OR-IDX) TO SM-MTD-OVER
               MOVE WS-SUMMARY-LINE TO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
           END-IF.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "DQSCORE" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-CI-READ-COUNT TO RC-INPUT-COUNT
           MOVE WS-SOURCES-SCORED TO RC-OUTPUT-1-COUNT
           MOVE WS-REJECTS-READ TO RC-OUTPUT-2-COUNT
           MOVE WS-DUPLICATES-READ TO RC-OUTPUT-3-COUNT
           MOVE WS-ERRORS-ATTRIBUTED TO RC-OUTPUT-4-COUNT
           MOVE WS-ERRORS-UNATTRIBUTED TO RC-OUTPUT-5-COUNT
           MOVE WS-SOURCES-OVER TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE DQ-REPORT-FILE
           DISPLAY "DQSCORE IMAGE RECORDS READ  : " WS-CI-READ-COUNT
           DISPLAY "DQSCORE REJECTS READ        : " WS-REJECTS-READ
           DISPLAY "DQSCORE DUPLICATES READ     : " WS-DUPLICATES-READ
           DISPLAY "DQSCORE ERRORS ATTRIBUTED   : " WS-ERRORS-ATTRIBUTED
           DISPLAY "DQSCORE ERRORS UNATTRIBUTED : "
               WS-ERRORS-UNATTRIBUTED
           DISPLAY "DQSCORE HISTORY NIGHTS KEPT : " WS-HISTORY-KEPT
           DISPLAY "DQSCORE SOURCES SCORED      : " WS-SOURCES-SCORED
           DISPLAY "DQSCORE SOURCES OVER TOL.   : " WS-SOURCES-OVER
           PERFORM 8000-WRITE-RUN-CONTROL.
