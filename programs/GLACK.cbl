       01  WS-TRAILER-MISMATCH-SWITCH       PIC X VALUE "N".
           88  WS-TRAILER-MISMATCH              VALUE "Y".

      *> Every D and C detail of the batch as sent - up to 500 journal
      *> pairs and 500 manual adjustment lines - raw image kept so a
      *> refused posting is resent byte for byte. The ack state
      *> starts "N" and moves to "P" posted, "R" refused or "M"
      *> amount mismatch as responses arrive.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY OCCURS 1500
                   INDEXED BY WS-DETAIL-IDX.
               10  WS-DT-ACCOUNT-CODE       PIC X(08).
               10  WS-DT-REGION             PIC X(04).
       01  WS-RESEND-HASH-MONNEY-MADE       PIC S9(15) VALUE ZERO.
       01  WS-RESEND-HASH-BENEF             PIC S9(15) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

      *> Resend batch header and trailer, same shape as the GLFEED
      *> records the ledger ingests.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED-BATCH UNTIL WS-FD-END-OF-FILE
           PERFORM 2500-VERIFY-TRAILER-COUNT
           PERFORM 1100-READ-FEED.

       2100-HOLD-ONE-DETAIL.
           IF WS-DETAIL-COUNT >= 1500
               DISPLAY "GLACK: ABEND - MORE THAN 1500 DETAIL "
                   "RECORDS IN THE FEED BATCH, "
                   "WS-DETAIL-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "GLACK" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-ACKS-READ-COUNT TO RC-INPUT-COUNT
