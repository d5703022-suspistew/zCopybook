      *>--------------------------------------------------------------
      *> REFMAINT - reference-data maintenance.
      *>
      *> The MESSAGES code table, the supported TYPE-IMAGE/VERSION
      *> combinations, the high-risk TYPE-CLIENT-RISK values and the
      *> ledger accounts open to manual adjustment are rows on the
      *> REFDATA file (REFDATA layout), each carrying the dates it is
      *> in effect between. MSGDEC, CIMEDIT, CIMFIX, CMPALERT and
      *> GLFEED load the rows in effect on their as-of date, so the
      *> tables change by transaction here instead of by recompile.
      *>
      *> This run reads the current file (REFDATIN), applies the
      *> REFTRAN transactions in the order submitted - ADD, CHANGE or
      *> EXPIRE, each from its own effective date - and writes the new
      *> file (REFDATOU) for the next run to use. Rows are never
      *> deleted: a change closes the row in effect on the effective
      *> date and starts a new one, and an expire only closes it, so
      *> the file holds every table as it stood on every past date and
      *> an old night re-runs with the codes it had. A change or
      *> expire effective the same day a row started alters that row
      *> in place rather than leaving an empty one behind. A
      *> transaction that does not fit the file - an add for a key
      *> already in effect, a change or expire with nothing in effect
      *> on its date, a bad date or table - is refused and the file is
      *> left as it was for that key.
      *>
      *> Every transaction, applied or refused, is appended to the
      *> REFAUDIT trail (REFAUDT layout) with who asked for it and the
      *> row before and after, so a code's history can be traced long
      *> after the change.
      *>
      *> To build the file from nothing, submit every row as an ADD
      *> against an empty REFDATIN, effective from a date earlier than
      *> any night that may need re-running.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-DATA-IN-FILE ASSIGN TO "REFDATIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-TRAN-FILE ASSIGN TO "REFTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-DATA-OUT-FILE ASSIGN TO "REFDATOU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-AUDIT-FILE ASSIGN TO "REFAUDIT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-DATA-IN-FILE.
       COPY REFDATA.

       FD  REFERENCE-TRAN-FILE.
       COPY REFTRAN.

       FD  REFERENCE-DATA-OUT-FILE.
       COPY REFDATA REPLACING REFERENCE-DATA-REC
           BY REFERENCE-DATA-OUT-REC.

       FD  REFERENCE-AUDIT-FILE.
       COPY REFAUDT.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RD-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-RD-END-OF-FILE                VALUE "Y".
       01  WS-RT-EOF-SWITCH                 PIC X VALUE "N".
           88  WS-RT-END-OF-FILE                VALUE "Y".

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

      *> The whole file in storage - every row, expired or not. An
      *> entry is a REFDATA row byte for byte.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 2000.
               10  WS-RW-TABLE-ID           PIC X(08).
               10  WS-RW-KEY                PIC X(10).
               10  WS-RW-EFFECTIVE-FROM     PIC X(08).
               10  WS-RW-EFFECTIVE-TO       PIC X(08).
               10  WS-RW-DESCRIPTION        PIC X(60).
       01  WS-ROW-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-ROW-MAX                       PIC 9(04) VALUE 2000.
       01  WS-ROW-IDX                       PIC 9(04).
       01  WS-FOUND-IDX                     PIC 9(04).
       01  WS-ROW-FOUND                     PIC X VALUE "N".
           88  WS-ROW-WAS-FOUND                 VALUE "Y".
           88  WS-ROW-NOT-FOUND                 VALUE "N".

       01  WS-OPEN-END-DATE                 PIC X(08) VALUE "99991231".
       01  WS-REJECT-REASON                 PIC X(40).

       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR-X               PIC X(04).
           05  WS-EDIT-MONTH-DAY-X          PIC X(04).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YEAR                 PIC 9(04).
           05  WS-EDIT-MONTH                PIC 9(02).
           05  WS-EDIT-DAY                  PIC 9(02).
       01  WS-DATE-VALID-SWITCH             PIC X VALUE "N".
           88  WS-DATE-IS-VALID                 VALUE "Y".

       01  WS-MONTH-LENGTH-TABLE            PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE-R REDEFINES WS-MONTH-LENGTH-TABLE.
           05  WS-MONTH-LENGTH OCCURS 12    PIC 9(02).
       01  WS-MAX-DAY                       PIC 9(02).
       01  WS-LEAP-QUOTIENT                 PIC 9(04).
       01  WS-LEAP-REM-4                    PIC 9(04).
       01  WS-LEAP-REM-100                  PIC 9(04).
       01  WS-LEAP-REM-400                  PIC 9(04).

       01  WS-ROWS-READ                     PIC 9(09) VALUE ZERO.
       01  WS-TRANS-READ                    PIC 9(09) VALUE ZERO.
       01  WS-ADDS-APPLIED                  PIC 9(09) VALUE ZERO.
       01  WS-CHANGES-APPLIED               PIC 9(09) VALUE ZERO.
       01  WS-EXPIRES-APPLIED               PIC 9(09) VALUE ZERO.
       01  WS-TRANS-REJECTED                PIC 9(09) VALUE ZERO.
       01  WS-ROWS-WRITTEN                  PIC 9(09) VALUE ZERO.
       01  WS-ROWS-IN-EFFECT                PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-TRANSACTION UNTIL WS-RT-END-OF-FILE
           PERFORM 3000-WRITE-REFERENCE-DATA
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-REFERENCE-DATA
           OPEN INPUT REFERENCE-TRAN-FILE
           OPEN EXTEND REFERENCE-AUDIT-FILE.

       1100-LOAD-REFERENCE-DATA.
           OPEN INPUT REFERENCE-DATA-IN-FILE
           PERFORM 1110-LOAD-ONE-ROW UNTIL WS-RD-END-OF-FILE
           CLOSE REFERENCE-DATA-IN-FILE.

       1110-LOAD-ONE-ROW.
           READ REFERENCE-DATA-IN-FILE
               AT END
                   SET WS-RD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF WS-ROW-COUNT >= WS-ROW-MAX
                       DISPLAY "REFMAINT: ABEND - MORE THAN "
                           WS-ROW-MAX " REFDATA ROWS, "
                           "WS-ROW-TABLE IS FULL"
                       MOVE 16 TO RETURN-CODE
                       CLOSE REFERENCE-DATA-IN-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ROW-COUNT
                   MOVE REFERENCE-DATA-REC
                       TO WS-ROW-ENTRY(WS-ROW-COUNT)
           END-READ.

       2000-APPLY-ONE-TRANSACTION.
           READ REFERENCE-TRAN-FILE
               AT END
                   SET WS-RT-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   MOVE SPACES TO REFERENCE-AUDIT-REC
                   MOVE RT-REQUESTED-BY TO RA-REQUESTED-BY
                   MOVE RT-ACTION TO RA-REQUESTED-ACTION
                   MOVE RT-TABLE-ID TO RA-TABLE-ID
                   MOVE RT-KEY TO RA-KEY
                   MOVE RT-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE
                   PERFORM 2100-EDIT-TRANSACTION
                   IF WS-REJECT-REASON = SPACES
                       EVALUATE TRUE
                           WHEN RT-ADD
                               PERFORM 2200-APPLY-ADD
                           WHEN RT-CHANGE
                               PERFORM 2300-APPLY-CHANGE
                           WHEN RT-EXPIRE
                               PERFORM 2400-APPLY-EXPIRE
                       END-EVALUATE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2900-REJECT-TRANSACTION
                   END-IF
                   PERFORM 5000-WRITE-AUDIT
           END-READ.

      *> MSGCODE and HIGHRISK keys are five characters, GLACCT keys
      *> eight, IMGVERS keys TYPE-IMAGE (8) and VERSION (2).
       2100-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RT-EFFECTIVE-DATE TO WS-EDIT-DATE
           PERFORM 8100-VALIDATE-DATE
           EVALUATE TRUE
               WHEN NOT (RT-ADD OR RT-CHANGE OR RT-EXPIRE)
                   MOVE "ACTION NOT ADD, CHANGE OR EXPIRE"
                       TO WS-REJECT-REASON
               WHEN NOT RT-KNOWN-TABLE
                   MOVE "TABLE ID NOT KNOWN" TO WS-REJECT-REASON
               WHEN RT-KEY = SPACES
                   MOVE "KEY IS BLANK" TO WS-REJECT-REASON
               WHEN RT-GL-ACCOUNT AND RT-KEY(9:2) NOT = SPACES
                   MOVE "KEY LONGER THAN 8 FOR THIS TABLE"
                       TO WS-REJECT-REASON
               WHEN NOT (RT-IMAGE-VERSION OR RT-GL-ACCOUNT)
                       AND RT-KEY(6:5) NOT = SPACES
                   MOVE "KEY LONGER THAN 5 FOR THIS TABLE"
                       TO WS-REJECT-REASON
               WHEN RT-REQUESTED-BY = SPACES
                   MOVE "REQUESTED-BY IS BLANK" TO WS-REJECT-REASON
               WHEN NOT WS-DATE-IS-VALID
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
               WHEN RT-CHANGE AND NOT RT-MESSAGE-CODE
                   MOVE "NOTHING TO CHANGE ON THIS TABLE"
                       TO WS-REJECT-REASON
               WHEN RT-MESSAGE-CODE AND NOT RT-EXPIRE
                       AND RT-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION IS BLANK" TO WS-REJECT-REASON
           END-EVALUATE.

      *> A key may be re-added after it expired, but never while a
      *> row for it is in effect on or after the new start date.
       2200-APPLY-ADD.
           SET WS-ROW-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-RW-TABLE-ID(WS-ROW-IDX) = RT-TABLE-ID
                  AND WS-RW-KEY(WS-ROW-IDX) = RT-KEY
                  AND WS-RW-EFFECTIVE-TO(WS-ROW-IDX) > RT-EFFECTIVE-DATE
                  AND WS-RW-EFFECTIVE-TO(WS-ROW-IDX)
                      > WS-RW-EFFECTIVE-FROM(WS-ROW-IDX)
                   SET WS-ROW-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ROW-WAS-FOUND
               MOVE "KEY IN EFFECT ON OR AFTER THAT DATE"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 2500-ADD-ROW
               MOVE RT-EFFECTIVE-DATE
                   TO WS-RW-EFFECTIVE-FROM(WS-ROW-COUNT)
               MOVE WS-OPEN-END-DATE
                   TO WS-RW-EFFECTIVE-TO(WS-ROW-COUNT)
               MOVE RT-DESCRIPTION TO WS-RW-DESCRIPTION(WS-ROW-COUNT)
               MOVE RT-DESCRIPTION TO RA-AFTER-DESCRIPTION
               MOVE "ADD" TO RA-ACTION
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

      *> The row in effect keeps its start and now ends on the change
      *> date; the new row runs from the change date to wherever the
      *> old one ended.
       2300-APPLY-CHANGE.
           PERFORM 2600-FIND-ROW-IN-EFFECT
           IF WS-ROW-NOT-FOUND
               MOVE "NO ROW IN EFFECT ON THAT DATE"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 2700-CAPTURE-BEFORE-ROW
               IF WS-RW-EFFECTIVE-FROM(WS-FOUND-IDX)
                       = RT-EFFECTIVE-DATE
                   MOVE RT-DESCRIPTION
                       TO WS-RW-DESCRIPTION(WS-FOUND-IDX)
               ELSE
                   PERFORM 2500-ADD-ROW
                   MOVE RT-EFFECTIVE-DATE
                       TO WS-RW-EFFECTIVE-FROM(WS-ROW-COUNT)
                   MOVE WS-RW-EFFECTIVE-TO(WS-FOUND-IDX)
                       TO WS-RW-EFFECTIVE-TO(WS-ROW-COUNT)
                   MOVE RT-DESCRIPTION
                       TO WS-RW-DESCRIPTION(WS-ROW-COUNT)
                   MOVE RT-EFFECTIVE-DATE
                       TO WS-RW-EFFECTIVE-TO(WS-FOUND-IDX)
               END-IF
               MOVE RT-DESCRIPTION TO RA-AFTER-DESCRIPTION
               MOVE "CHANGE" TO RA-ACTION
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.

      *> Expiring on the day the row started leaves it in effect on no
      *> day at all (from = to), which is how it is withdrawn before
      *> it ever took effect.
       2400-APPLY-EXPIRE.
           PERFORM 2600-FIND-ROW-IN-EFFECT
           IF WS-ROW-NOT-FOUND
               MOVE "NO ROW IN EFFECT ON THAT DATE"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 2700-CAPTURE-BEFORE-ROW
               MOVE RT-EFFECTIVE-DATE
                   TO WS-RW-EFFECTIVE-TO(WS-FOUND-IDX)
               MOVE "EXPIRE" TO RA-ACTION
               ADD 1 TO WS-EXPIRES-APPLIED
           END-IF.

       2500-ADD-ROW.
           IF WS-ROW-COUNT >= WS-ROW-MAX
               DISPLAY "REFMAINT: ABEND - MORE THAN " WS-ROW-MAX
                   " REFDATA ROWS, WS-ROW-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE RT-TABLE-ID TO WS-RW-TABLE-ID(WS-ROW-COUNT)
           MOVE RT-KEY TO WS-RW-KEY(WS-ROW-COUNT).

       2600-FIND-ROW-IN-EFFECT.
           SET WS-ROW-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-RW-TABLE-ID(WS-ROW-IDX) = RT-TABLE-ID
                  AND WS-RW-KEY(WS-ROW-IDX) = RT-KEY
                  AND WS-RW-EFFECTIVE-FROM(WS-ROW-IDX)
                      <= RT-EFFECTIVE-DATE
                  AND WS-RW-EFFECTIVE-TO(WS-ROW-IDX) > RT-EFFECTIVE-DATE
                   SET WS-ROW-WAS-FOUND TO TRUE
                   MOVE WS-ROW-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2700-CAPTURE-BEFORE-ROW.
           MOVE WS-RW-EFFECTIVE-FROM(WS-FOUND-IDX) TO RA-BEFORE-FROM
           MOVE WS-RW-EFFECTIVE-TO(WS-FOUND-IDX) TO RA-BEFORE-TO
           MOVE WS-RW-DESCRIPTION(WS-FOUND-IDX)
               TO RA-BEFORE-DESCRIPTION.

       2900-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE "REJECT" TO RA-ACTION
           MOVE WS-REJECT-REASON TO RA-REASON
           DISPLAY "REFMAINT " RT-ACTION " REFUSED: " RT-TABLE-ID " "
               RT-KEY " " RT-EFFECTIVE-DATE " - " WS-REJECT-REASON.

       3000-WRITE-REFERENCE-DATA.
           OPEN OUTPUT REFERENCE-DATA-OUT-FILE
           PERFORM 3100-WRITE-ONE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
           CLOSE REFERENCE-DATA-OUT-FILE.

       3100-WRITE-ONE-ROW.
           MOVE WS-ROW-ENTRY(WS-ROW-IDX) TO REFERENCE-DATA-OUT-REC
           WRITE REFERENCE-DATA-OUT-REC
           ADD 1 TO WS-ROWS-WRITTEN
           IF WS-RW-EFFECTIVE-FROM(WS-ROW-IDX) <= WS-RUN-DATE
              AND WS-RW-EFFECTIVE-TO(WS-ROW-IDX) > WS-RUN-DATE
               ADD 1 TO WS-ROWS-IN-EFFECT
           END-IF.

       5000-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO RA-RUN-DATE
           MOVE WS-START-TIME TO RA-RUN-TIME
           WRITE REFERENCE-AUDIT-REC.

       8100-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-EDIT-DATE IS NUMERIC
               AND WS-EDIT-MONTH >= 1 AND WS-EDIT-MONTH <= 12
               MOVE WS-MONTH-LENGTH(WS-EDIT-MONTH) TO WS-MAX-DAY
               IF WS-EDIT-MONTH = 2
                   PERFORM 8150-CHECK-LEAP-YEAR
               END-IF
               IF WS-EDIT-DAY >= 1 AND WS-EDIT-DAY <= WS-MAX-DAY
                   SET WS-DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

       8150-CHECK-LEAP-YEAR.
           DIVIDE WS-EDIT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-EDIT-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-EDIT-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
           IF (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
                   OR WS-LEAP-REM-400 = ZERO
               MOVE 29 TO WS-MAX-DAY
           END-IF.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "REFMAINT" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-TRANS-READ TO RC-INPUT-COUNT
           MOVE WS-ADDS-APPLIED TO RC-OUTPUT-1-COUNT
           MOVE WS-CHANGES-APPLIED TO RC-OUTPUT-2-COUNT
           MOVE WS-EXPIRES-APPLIED TO RC-OUTPUT-3-COUNT
           MOVE WS-TRANS-REJECTED TO RC-OUTPUT-4-COUNT
           MOVE WS-ROWS-WRITTEN TO RC-OUTPUT-5-COUNT
           MOVE WS-ROWS-IN-EFFECT TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE REFERENCE-TRAN-FILE
           CLOSE REFERENCE-AUDIT-FILE
           DISPLAY "REFMAINT ROWS READ           : " WS-ROWS-READ
           DISPLAY "REFMAINT TRANSACTIONS READ   : " WS-TRANS-READ
           DISPLAY "REFMAINT ADDS APPLIED        : " WS-ADDS-APPLIED
           DISPLAY "REFMAINT CHANGES APPLIED     : " WS-CHANGES-APPLIED
           DISPLAY "REFMAINT EXPIRES APPLIED     : " WS-EXPIRES-APPLIED
           DISPLAY "REFMAINT TRANSACTIONS REFUSED: " WS-TRANS-REJECTED
           DISPLAY "REFMAINT ROWS WRITTEN        : " WS-ROWS-WRITTEN
           DISPLAY "REFMAINT ROWS IN EFFECT      : " WS-ROWS-IN-EFFECT
           PERFORM 8000-WRITE-RUN-CONTROL.
