      *> every contract the client holds, one answer line each with
      *> CONTRACT-STATUS, STATE and the two COMMON-DATA amounts, then
      *> a CLIENT TOTAL line summing the amounts. A miss on either key
      *> still answers with an explicit NOT FOUND line. A contract
      *> SANCSCRN has put on SANCTION-HOLD answers "FOUND - SANCT
      *> HOLD" instead of plain FOUND, on either request type.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       01  WS-BROWSE-LINE-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-INVALID-TYPE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

       01  WS-BROWSE-CLIENT                 PIC 9(10).
       01  WS-CLIENT-CONTRACTS              PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           MOVE AMOUNT-MONNEY-MADE OF CLIENT-IMAGE-REC
                                          TO LK-MONNEY-MADE
           MOVE AMOUNT-BENEF OF CLIENT-IMAGE-REC TO LK-BENEF
           PERFORM 2150-SET-FOUND-RESULT
           WRITE LOOKUP-RESULT-REC
           ADD 1 TO WS-FOUND-COUNT.

       2150-SET-FOUND-RESULT.
           IF SANCTION-HOLD-SET OF CLIENT-IMAGE-REC
               MOVE "FOUND - SANCT HOLD" TO LK-RESULT
           ELSE
               MOVE "FOUND"              TO LK-RESULT
           END-IF.

       2200-BUILD-NOT-FOUND-RESULT.
           MOVE SPACES TO LOOKUP-RESULT-REC
           MOVE LR-NUM-CONTRAT TO LK-NUM-CONTRAT
           MOVE AMOUNT-MONNEY-MADE OF CLIENT-IMAGE-REC
                                          TO LK-MONNEY-MADE
           MOVE AMOUNT-BENEF OF CLIENT-IMAGE-REC TO LK-BENEF
           PERFORM 2150-SET-FOUND-RESULT
           WRITE LOOKUP-RESULT-REC
           ADD 1 TO WS-BROWSE-LINE-COUNT
           ADD AMOUNT-MONNEY-MADE OF CLIENT-IMAGE-REC
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMINQ" TO RC-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
