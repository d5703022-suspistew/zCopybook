      *>--------------------------------------------------------------
      *> TSTMASK - anonymized copy of production data for the test
      *> region.
      *>
      *> The test region has been running on straight copies of the
      *> production files, real client names, client numbers and
      *> IDENT-VALUE included. This run takes those copies and writes
      *> masked ones (the MSK* files) for the test region to load:
      *>   - the CLIENT-IMAGE extract (CLTIMAGE) and the prior night's
      *>     extract CIMDELTA compares against (CLTIMAGP);
      *>   - the CLIENT file the CLINAME master is built from;
      *>   - the TRANFEED transaction feed;
      *>   - the carry-forwards: TRANOVFL, PRIORST, STHISTRY, the open
      *>     compliance cases (ALRTOPIN), the CIMFIX recycle file
      *>     (RCYCIN), the CLISTRUC window history (STRCHIN), the
      *>     sanctions decisions (SANCDCIN), the RISKSCOR last-run
      *>     scores (RSKLSTIN), the prior dormancy extract (DORMEXTP)
      *>     the period accumulator (PERACCIN) and the closed-period
      *>     history (PERHSTIN);
      *>   - the CMPALERT alert queue (CMPALRT).
      *> CLTMSTR and CLINAME are not masked here; the test region
      *> rebuilds them from the masked files with CIMLOAD and CLINMLD.
      *>
      *> Every client number - NUM-CLIENT, NUM-CLIENT-2 and NUM-CLI on
      *> the image, the client number in the first 10 bytes of the
      *> CLIENT file's SOMETHING, and the client number on every
      *> carry-forward and alert - goes through the one client mask,
      *> and every NUM-CONTRAT through the one contract mask, so a
      *> real value becomes the same fake value wherever it appears
      *> and on every run with the same MASKPARM keys. The masks work
      *> character by character: a digit becomes a digit and a letter
      *> a letter, each shifted by its key digit and by the character
      *> before it, and anything else is left alone. Two values are
      *> equal after masking exactly when they were equal before, and
      *> a number stays numeric and a blank stays blank, so XREFCHK's
      *> drift, CIMEDIT's edits and every match-merge see the same
      *> picture as in production. IDENT-VALUE gets its own mask, so
      *> it keeps its shape without giving back the real identifier.
      *> FIRSTNAME/LASTNAME are replaced wherever they appear by a
      *> name picked from the tables below by the masked client
      *> number, so one client has one fake name on CLIENT, SANCDECN
      *> and ALERTREC alike; the NAME-NOT-ON-FILE marker is kept.
      *>
      *> Masked keys no longer sort the way the real ones did, so the
      *> files whose readers guard ascending NUM-CONTRAT order (the
      *> two extracts, TRANFEED, PRIORST, RSKLSTIN, DORMEXTP, the
      *> accumulator's contract totals and the period history's) are
      *> sorted back into order on the masked key. Equal keys keep
      *> their file order, so the feed stays oldest transaction first
      *> within a contract.
      *>
      *> When MK-SCALE-FACTOR is set every amount is multiplied by it,
      *> keeping its sign; a whole-number factor keeps every total
      *> the suite proves in balance. The amount thresholds on
      *> ALRTPARM and STRCPARM, and VP-MIN-DIFF 11 and 12 on
      *> VOLPARM, are not masked data - scale them by hand in the
      *> test region so the same alerts fire and the same movements
      *> hold. The MECLSAUD close audit holds no client data, but its
      *> hash totals are copied scaled to MSKMCAUD so YTDRPT's close
      *> proof still balances against the scaled history. The
      *> VOLCHK history (VOLHSTIN) is copied to MSKVOLHS the same
      *> way, its two RECONDLY amount totals scaled, so tonight's
      *> scaled totals are not held against an unscaled average. An
      *> amount that no longer fits its field stops the run.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE ASSIGN TO "MASKPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACT-IN-FILE ASSIGN TO "CLTIMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-EXTRACT-IN-FILE ASSIGN TO "CLTIMAGP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IMAGE-WORK-FILE ASSIGN TO "MSKWRK01"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IMAGE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-EXTRACT-FILE ASSIGN TO "MSKIMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-PRIOR-EXTRACT-FILE ASSIGN TO "MSKIMAGP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECYCLE-IN-FILE ASSIGN TO "RCYCIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-RECYCLE-FILE ASSIGN TO "MSKRCYC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-IN-FILE ASSIGN TO "CLIENT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-CLIENT-FILE ASSIGN TO "MSKCLIEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-FEED-IN-FILE ASSIGN TO "TRANFEED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-WORK-FILE ASSIGN TO "MSKWRK02"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-FEED-FILE ASSIGN TO "MSKTRANF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-OVERFLOW-IN-FILE ASSIGN TO "TRANOVFL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-OVERFLOW-FILE ASSIGN TO "MSKTROVF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-STATE-IN-FILE ASSIGN TO "PRIORST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-WORK-FILE ASSIGN TO "MSKWRK03"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-PRIOR-STATE-FILE ASSIGN TO "MSKPRIOR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-HISTORY-IN-FILE ASSIGN TO "STHISTRY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-STATE-HISTORY-FILE ASSIGN TO "MSKSTHIS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPEN-ALERT-IN-FILE ASSIGN TO "ALRTOPIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-OPEN-ALERT-FILE ASSIGN TO "MSKALROP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRUCT-HIST-IN-FILE ASSIGN TO "STRCHIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-STRUCT-HIST-FILE ASSIGN TO "MSKSTRCH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-IN-FILE ASSIGN TO "SANCDCIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-DECISION-FILE ASSIGN TO "MSKSANCD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-SCORE-IN-FILE ASSIGN TO "RSKLSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCORE-WORK-FILE ASSIGN TO "MSKWRK04"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCORE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-PRIOR-SCORE-FILE ASSIGN TO "MSKRSKLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-DORMANCY-IN-FILE ASSIGN TO "DORMEXTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DORMANCY-WORK-FILE ASSIGN TO "MSKWRK05"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DORMANCY-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-PRIOR-DORMANCY-FILE ASSIGN TO "MSKDORMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCUM-IN-FILE ASSIGN TO "PERACCIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCUM-WORK-FILE ASSIGN TO "MSKWRK06"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCUM-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-ACCUM-FILE ASSIGN TO "MSKPERAC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-IN-FILE ASSIGN TO "PERHSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-WORK-FILE ASSIGN TO "MSKWRK07"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASKED-HISTORY-FILE ASSIGN TO "MSKPERHS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLOSE-AUDIT-IN-FILE ASSIGN TO "MECLSAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-CLOSE-AUDIT-FILE ASSIGN TO "MSKMCAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOLUME-HIST-IN-FILE ASSIGN TO "VOLHSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-VOLUME-HIST-FILE ASSIGN TO "MSKVOLHS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALERT-IN-FILE ASSIGN TO "CMPALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-ALERT-FILE ASSIGN TO "MSKALERT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM-FILE.
       COPY MASKPARM.

       FD  EXTRACT-IN-FILE.
       01  EXTRACT-IN-REC                   PIC X(6904).

       FD  PRIOR-EXTRACT-IN-FILE.
       01  PRIOR-EXTRACT-IN-REC             PIC X(6904).

       FD  IMAGE-WORK-FILE.
       01  IMAGE-WORK-REC                   PIC X(6904).

       SD  IMAGE-SORT-FILE.
       COPY CLTIMAGE REPLACING CLIENT-IMAGE-REC BY SORT-IMAGE-REC.

       FD  MASKED-EXTRACT-FILE.
       01  MASKED-EXTRACT-REC               PIC X(6904).

       FD  MASKED-PRIOR-EXTRACT-FILE.
       01  MASKED-PRIOR-EXTRACT-REC         PIC X(6904).

       FD  RECYCLE-IN-FILE.
       COPY CIMRCYC.

       FD  MASKED-RECYCLE-FILE.
       01  MASKED-RECYCLE-REC               PIC X(6961).

       FD  CLIENT-IN-FILE.
       COPY CLIENTRD.

       FD  MASKED-CLIENT-FILE.
       01  MASKED-CLIENT-REC                PIC X(66).

       FD  TRANS-FEED-IN-FILE.
       COPY TRANFEED.

       FD  FEED-WORK-FILE.
       01  FEED-WORK-REC                    PIC X(43).

      *> Sort records mirror their file's record byte for byte; only
      *> the sort key is named.
       SD  FEED-SORT-FILE.
       01  FEED-SORT-REC.
           05  FS-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(27).

       FD  MASKED-FEED-FILE.
       01  MASKED-FEED-REC                  PIC X(43).

       FD  TRANS-OVERFLOW-IN-FILE.
       COPY TRNOVFL.

       FD  MASKED-OVERFLOW-FILE.
       01  MASKED-OVERFLOW-REC              PIC X(55).

       FD  PRIOR-STATE-IN-FILE.
       COPY PRIORST.

       FD  STATE-WORK-FILE.
       01  STATE-WORK-REC                   PIC X(17).

       SD  STATE-SORT-FILE.
       01  STATE-SORT-REC.
           05  SS-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(01).

       FD  MASKED-PRIOR-STATE-FILE.
       01  MASKED-PRIOR-STATE-REC           PIC X(17).

       FD  STATE-HISTORY-IN-FILE.
       COPY STHISTRY.

       FD  MASKED-STATE-HISTORY-FILE.
       01  MASKED-STATE-HISTORY-REC         PIC X(28).

       FD  OPEN-ALERT-IN-FILE.
       COPY ALRTOPEN.

       FD  MASKED-OPEN-ALERT-FILE.
       01  MASKED-OPEN-ALERT-REC            PIC X(48).

       FD  STRUCT-HIST-IN-FILE.
       COPY STRCHIST.

       FD  MASKED-STRUCT-HIST-FILE.
       01  MASKED-STRUCT-HIST-REC           PIC X(54).

       FD  DECISION-IN-FILE.
       COPY SANCDECN.

       FD  MASKED-DECISION-FILE.
       01  MASKED-DECISION-REC              PIC X(78).

       FD  PRIOR-SCORE-IN-FILE.
       COPY RISKHIST.

       FD  SCORE-WORK-FILE.
       01  SCORE-WORK-REC                   PIC X(66).

       SD  SCORE-SORT-FILE.
       01  SCORE-SORT-REC.
           05  FILLER                       PIC X(08).
           05  RS-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(42).

       FD  MASKED-PRIOR-SCORE-FILE.
       01  MASKED-PRIOR-SCORE-REC           PIC X(66).

       FD  PRIOR-DORMANCY-IN-FILE.
       COPY DORMEXTR.

       FD  DORMANCY-WORK-FILE.
       01  DORMANCY-WORK-REC                PIC X(55).

       SD  DORMANCY-SORT-FILE.
       01  DORMANCY-SORT-REC.
           05  DS-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(39).

       FD  MASKED-PRIOR-DORMANCY-FILE.
       01  MASKED-PRIOR-DORMANCY-REC        PIC X(55).

       FD  ACCUM-IN-FILE.
       COPY PERACCUM.

       FD  ACCUM-WORK-FILE.
       01  ACCUM-WORK-REC                   PIC X(65).

       SD  ACCUM-SORT-FILE.
       01  ACCUM-SORT-REC.
           05  FILLER                       PIC X(07).
           05  AS-NUM-CONTRAT               PIC X(16).
           05  FILLER                       PIC X(42).

       FD  MASKED-ACCUM-FILE.
       01  MASKED-ACCUM-REC                 PIC X(65).

       FD  HISTORY-IN-FILE.
       COPY PERHIST.

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-REC                 PIC X(80).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-REC.
           05  HS-PERIOD                    PIC X(06).
           05  HS-RECORD-TYPE               PIC X(01).
           05  HS-KEY-DATA                  PIC X(16).
           05  FILLER                       PIC X(57).

       FD  MASKED-HISTORY-FILE.
       01  MASKED-HISTORY-REC               PIC X(80).

       FD  CLOSE-AUDIT-IN-FILE.
       COPY MECLSAUD.

       FD  MASKED-CLOSE-AUDIT-FILE.
       01  MASKED-CLOSE-AUDIT-REC           PIC X(71).

       FD  VOLUME-HIST-IN-FILE.
       COPY VOLHIST.

       FD  MASKED-VOLUME-HIST-FILE.
       01  MASKED-VOLUME-HIST-REC           PIC X(188).

       FD  ALERT-IN-FILE.
       COPY ALERTREC.

       FD  MASKED-ALERT-FILE.
       01  MASKED-ALERT-REC                 PIC X(117).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                    PIC X VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".
       01  WS-SCALING-SWITCH                PIC X VALUE "N".
           88  WS-SCALING-ON                    VALUE "Y".

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-START-TIME                    PIC X(08).

      *> The image being masked.
       COPY CLTIMAGE REPLACING CLIENT-IMAGE-REC BY WS-MASK-IMAGE.
       01  WS-HIST-IDX                      PIC 9(01).

      *> The character mask. WS-MASK-FIELD holds the value, masked in
      *> place over its first WS-MASK-LENGTH characters; the key
      *> digits repeat every 16 characters.
       01  WS-MASK-FIELD                    PIC X(30).
       01  WS-MASK-FIELD-R REDEFINES WS-MASK-FIELD.
           05  WS-MASK-CHAR OCCURS 30       PIC X(01).
       01  WS-MASK-LENGTH                   PIC 9(02).
       01  WS-MASK-KEY                      PIC 9(16).
       01  WS-MASK-KEY-R REDEFINES WS-MASK-KEY.
           05  WS-MASK-KEY-DIGIT OCCURS 16  PIC 9(01).
       01  WS-MASK-IDX                      PIC 9(02).
       01  WS-KEY-IDX                       PIC 9(02).
       01  WS-SET-IDX                       PIC 9(02).
       01  WS-CHAR-VALUE                    PIC 9(02).
       01  WS-NEW-VALUE                     PIC 9(03).
       01  WS-CHAIN                         PIC 9(03).
       01  WS-QUOTIENT                      PIC 9(10).
       01  WS-DIGIT-SET                     PIC X(10)
               VALUE "0123456789".
       01  WS-DIGIT-SET-R REDEFINES WS-DIGIT-SET.
           05  WS-DIGIT OCCURS 10           PIC X(01).
       01  WS-LETTER-SET                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LETTER-SET-R REDEFINES WS-LETTER-SET.
           05  WS-LETTER OCCURS 26          PIC X(01).

       01  WS-CLIENT-FIELD                  PIC X(10).
       01  WS-CONTRACT-FIELD                PIC X(16).
       01  WS-IDENT-FIELD                   PIC X(30).
       01  WS-SOMETHING-WORK.
           05  WS-SOMETHING-CLIENT          PIC X(10).
           05  WS-SOMETHING-REST            PIC X(08).

      *> Fake names, picked by the masked client number: the last
      *> two places (base 20) choose the first name and the next two
      *> the last name, so a client keeps its fake name everywhere.
       01  WS-FIRSTNAME-DATA.
           05  FILLER PIC X(10) VALUE "ANNE".
           05  FILLER PIC X(10) VALUE "BERNARD".
           05  FILLER PIC X(10) VALUE "CLAIRE".
           05  FILLER PIC X(10) VALUE "DANIEL".
           05  FILLER PIC X(10) VALUE "ELENA".
           05  FILLER PIC X(10) VALUE "FRANCOIS".
           05  FILLER PIC X(10) VALUE "GABRIELLE".
           05  FILLER PIC X(10) VALUE "HENRI".
           05  FILLER PIC X(10) VALUE "ISABELLE".
           05  FILLER PIC X(10) VALUE "JULIEN".
           05  FILLER PIC X(10) VALUE "KARINE".
           05  FILLER PIC X(10) VALUE "LUC".
           05  FILLER PIC X(10) VALUE "MARIE".
           05  FILLER PIC X(10) VALUE "NICOLAS".
           05  FILLER PIC X(10) VALUE "ODILE".
           05  FILLER PIC X(10) VALUE "PIERRE".
           05  FILLER PIC X(10) VALUE "SOPHIE".
           05  FILLER PIC X(10) VALUE "THOMAS".
           05  FILLER PIC X(10) VALUE "VALERIE".
           05  FILLER PIC X(10) VALUE "YVES".
       01  WS-FIRSTNAME-R REDEFINES WS-FIRSTNAME-DATA.
           05  WS-FAKE-FIRST OCCURS 20      PIC X(10).
       01  WS-LASTNAME-DATA.
           05  FILLER PIC X(10) VALUE "MARTIN".
           05  FILLER PIC X(10) VALUE "BERTIN".
           05  FILLER PIC X(10) VALUE "DUBOIS".
           05  FILLER PIC X(10) VALUE "LAMBERT".
           05  FILLER PIC X(10) VALUE "ROBERT".
           05  FILLER PIC X(10) VALUE "RICHARD".
           05  FILLER PIC X(10) VALUE "PETIT".
           05  FILLER PIC X(10) VALUE "DURAND".
           05  FILLER PIC X(10) VALUE "LEROY".
           05  FILLER PIC X(10) VALUE "MOREAU".
           05  FILLER PIC X(10) VALUE "SIMON".
           05  FILLER PIC X(10) VALUE "LAURENT".
           05  FILLER PIC X(10) VALUE "LEFEBVRE".
           05  FILLER PIC X(10) VALUE "MICHEL".
           05  FILLER PIC X(10) VALUE "GARNIER".
           05  FILLER PIC X(10) VALUE "DAVID".
           05  FILLER PIC X(10) VALUE "BERTRAND".
           05  FILLER PIC X(10) VALUE "ROUX".
           05  FILLER PIC X(10) VALUE "VINCENT".
           05  FILLER PIC X(10) VALUE "FOURNIER".
       01  WS-LASTNAME-R REDEFINES WS-LASTNAME-DATA.
           05  WS-FAKE-LAST OCCURS 20       PIC X(10).
       01  WS-NAME-SEED                     PIC 9(10).
       01  WS-FIRST-IDX                     PIC 9(02).
       01  WS-LAST-IDX                      PIC 9(02).
       01  WS-FAKE-FIRSTNAME                PIC X(18).
       01  WS-FAKE-LASTNAME                 PIC X(12).

       01  WS-CURRENT-FILE                  PIC X(08).
       01  WS-AMOUNT-FIELD                  PIC X(24).

       01  WS-RECORDS-READ                  PIC 9(09) VALUE ZERO.
       01  WS-IMAGES-MASKED                 PIC 9(09) VALUE ZERO.
       01  WS-CLIENTS-MASKED                PIC 9(09) VALUE ZERO.
       01  WS-TRANS-MASKED                  PIC 9(09) VALUE ZERO.
       01  WS-CARRIED-MASKED                PIC 9(09) VALUE ZERO.
       01  WS-ALERTS-MASKED                 PIC 9(09) VALUE ZERO.
       01  WS-AMOUNTS-SCALED                PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MASK-EXTRACT
           PERFORM 2100-MASK-PRIOR-EXTRACT
           PERFORM 2200-MASK-RECYCLE
           PERFORM 2300-MASK-CLIENT-FILE
           PERFORM 2400-MASK-TRANS-FEED
           PERFORM 2500-MASK-TRANS-OVERFLOW
           PERFORM 2600-MASK-PRIOR-STATE
           PERFORM 2700-MASK-STATE-HISTORY
           PERFORM 2800-MASK-OPEN-ALERTS
           PERFORM 2900-MASK-STRUCT-HISTORY
           PERFORM 3000-MASK-DECISIONS
           PERFORM 3100-MASK-PRIOR-SCORES
           PERFORM 3200-MASK-PRIOR-DORMANCY
           PERFORM 3300-MASK-ACCUMULATOR
           PERFORM 3500-MASK-ALERTS
           PERFORM 3600-MASK-PERIOD-HISTORY
           PERFORM 3700-SCALE-CLOSE-AUDIT
           PERFORM 3800-SCALE-VOLUME-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MASK-PARM-FILE
           READ MASK-PARM-FILE
               AT END
                   DISPLAY "TSTMASK: ABEND - MASK-PARM-FILE IS EMPTY, "
                       "NO MASKING KEYS SUPPLIED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE MASK-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE MASK-PARM-FILE
           IF MK-CLIENT-KEY NOT NUMERIC OR MK-CLIENT-KEY = ZERO
                   OR MK-CONTRACT-KEY NOT NUMERIC
                   OR MK-CONTRACT-KEY = ZERO
                   OR MK-IDENT-KEY NOT NUMERIC OR MK-IDENT-KEY = ZERO
               DISPLAY "TSTMASK: ABEND - MASKPARM KEYS MUST BE "
                   "NUMERIC AND NOT ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MK-SCALE-FACTOR NOT NUMERIC
               DISPLAY "TSTMASK: ABEND - MK-SCALE-FACTOR '"
                   MK-SCALE-FACTOR "' IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MK-SCALE-FACTOR > 1
               SET WS-SCALING-ON TO TRUE
           END-IF.

      *> The extracts go through the work file and back into
      *> ascending masked NUM-CONTRAT order.
       2000-MASK-EXTRACT.
           MOVE "CLTIMAGE" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-IN-FILE
           OPEN OUTPUT IMAGE-WORK-FILE
           PERFORM 2010-MASK-ONE-EXTRACT UNTIL WS-END-OF-FILE
           CLOSE EXTRACT-IN-FILE
           CLOSE IMAGE-WORK-FILE
           SORT IMAGE-SORT-FILE
               ON ASCENDING KEY NUM-CONTRAT OF SORT-IMAGE-REC
               WITH DUPLICATES IN ORDER
               USING IMAGE-WORK-FILE
               GIVING MASKED-EXTRACT-FILE.

       2010-MASK-ONE-EXTRACT.
           READ EXTRACT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE EXTRACT-IN-REC TO WS-MASK-IMAGE
                   PERFORM 7000-MASK-IMAGE
                   WRITE IMAGE-WORK-REC FROM WS-MASK-IMAGE
           END-READ.

       2100-MASK-PRIOR-EXTRACT.
           MOVE "CLTIMAGP" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRIOR-EXTRACT-IN-FILE
           OPEN OUTPUT IMAGE-WORK-FILE
           PERFORM 2110-MASK-ONE-PRIOR-EXTRACT UNTIL WS-END-OF-FILE
           CLOSE PRIOR-EXTRACT-IN-FILE
           CLOSE IMAGE-WORK-FILE
           SORT IMAGE-SORT-FILE
               ON ASCENDING KEY NUM-CONTRAT OF SORT-IMAGE-REC
               WITH DUPLICATES IN ORDER
               USING IMAGE-WORK-FILE
               GIVING MASKED-PRIOR-EXTRACT-FILE.

       2110-MASK-ONE-PRIOR-EXTRACT.
           READ PRIOR-EXTRACT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE PRIOR-EXTRACT-IN-REC TO WS-MASK-IMAGE
                   PERFORM 7000-MASK-IMAGE
                   WRITE IMAGE-WORK-REC FROM WS-MASK-IMAGE
           END-READ.

      *> CIMFIX tables the recycle file, so its order does not matter.
       2200-MASK-RECYCLE.
           MOVE "RCYCIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-IN-FILE
           OPEN OUTPUT MASKED-RECYCLE-FILE
           PERFORM 2210-MASK-ONE-RECYCLE UNTIL WS-END-OF-FILE
           CLOSE RECYCLE-IN-FILE
           CLOSE MASKED-RECYCLE-FILE.

       2210-MASK-ONE-RECYCLE.
           READ RECYCLE-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE RY-CLIENT-IMAGE-REC TO WS-MASK-IMAGE
                   PERFORM 7000-MASK-IMAGE
                   MOVE WS-MASK-IMAGE TO RY-CLIENT-IMAGE-REC
                   WRITE MASKED-RECYCLE-REC FROM RECYCLE-REJECT-REC
           END-READ.

      *> CLINMLD rejects a record whose SOMETHING does not start with
      *> a numeric client number; masking keeps it that way. Only
      *> the client number in SOMETHING is masked.
       2300-MASK-CLIENT-FILE.
           MOVE "CLIENT" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CLIENT-IN-FILE
           OPEN OUTPUT MASKED-CLIENT-FILE
           PERFORM 2310-MASK-ONE-CLIENT UNTIL WS-END-OF-FILE
           CLOSE CLIENT-IN-FILE
           CLOSE MASKED-CLIENT-FILE.

       2310-MASK-ONE-CLIENT.
           READ CLIENT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CLIENTS-MASKED
                   MOVE SOMETHING TO WS-SOMETHING-WORK
                   MOVE WS-SOMETHING-CLIENT TO WS-CLIENT-FIELD
                   PERFORM 7100-MASK-CLIENT
                   MOVE WS-CLIENT-FIELD TO WS-SOMETHING-CLIENT
                   MOVE WS-SOMETHING-WORK TO SOMETHING
                   PERFORM 7300-PICK-FAKE-NAME
                   MOVE WS-FAKE-FIRSTNAME TO FIRSTNAME
                   MOVE WS-FAKE-LASTNAME TO LASTNAME
                   WRITE MASKED-CLIENT-REC FROM CLIENT
           END-READ.

       2400-MASK-TRANS-FEED.
           MOVE "TRANFEED" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TRANS-FEED-IN-FILE
           OPEN OUTPUT FEED-WORK-FILE
           PERFORM 2410-MASK-ONE-TRANSACTION UNTIL WS-END-OF-FILE
           CLOSE TRANS-FEED-IN-FILE
           CLOSE FEED-WORK-FILE
           SORT FEED-SORT-FILE
               ON ASCENDING KEY FS-NUM-CONTRAT
               WITH DUPLICATES IN ORDER
               USING FEED-WORK-FILE
               GIVING MASKED-FEED-FILE.

       2410-MASK-ONE-TRANSACTION.
           READ TRANS-FEED-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-TRANS-MASKED
                   MOVE TF-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO TF-NUM-CONTRAT
                   IF WS-SCALING-ON
                       PERFORM 2420-SCALE-TRANSACTION
                   END-IF
                   WRITE FEED-WORK-REC FROM TRANS-FEED-REC
           END-READ.

       2420-SCALE-TRANSACTION.
           IF TF-AMOUNT-MONNEY-MADE IS NUMERIC
               MOVE "TF-AMOUNT-MONNEY-MADE" TO WS-AMOUNT-FIELD
               COMPUTE TF-AMOUNT-MONNEY-MADE
                   = TF-AMOUNT-MONNEY-MADE * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF TF-AMOUNT-BENEF IS NUMERIC
               MOVE "TF-AMOUNT-BENEF" TO WS-AMOUNT-FIELD
               COMPUTE TF-AMOUNT-BENEF
                   = TF-AMOUNT-BENEF * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

      *> Every reader of TRANOVFL sorts it first; it keeps its
      *> accumulated order here.
       2500-MASK-TRANS-OVERFLOW.
           MOVE "TRANOVFL" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TRANS-OVERFLOW-IN-FILE
           OPEN OUTPUT MASKED-OVERFLOW-FILE
           PERFORM 2510-MASK-ONE-OVERFLOW UNTIL WS-END-OF-FILE
           CLOSE TRANS-OVERFLOW-IN-FILE
           CLOSE MASKED-OVERFLOW-FILE.

       2510-MASK-ONE-OVERFLOW.
           READ TRANS-OVERFLOW-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-TRANS-MASKED
                   MOVE TO-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO TO-NUM-CONTRAT
                   IF WS-SCALING-ON
                       PERFORM 2520-SCALE-OVERFLOW
                   END-IF
                   WRITE MASKED-OVERFLOW-REC FROM TRANS-OVERFLOW-REC
           END-READ.

       2520-SCALE-OVERFLOW.
           IF TO-AMOUNT-MONNEY-MADE IS NUMERIC
               MOVE "TO-AMOUNT-MONNEY-MADE" TO WS-AMOUNT-FIELD
               COMPUTE TO-AMOUNT-MONNEY-MADE
                   = TO-AMOUNT-MONNEY-MADE * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF TO-AMOUNT-BENEF IS NUMERIC
               MOVE "TO-AMOUNT-BENEF" TO WS-AMOUNT-FIELD
               COMPUTE TO-AMOUNT-BENEF
                   = TO-AMOUNT-BENEF * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

       2600-MASK-PRIOR-STATE.
           MOVE "PRIORST" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRIOR-STATE-IN-FILE
           OPEN OUTPUT STATE-WORK-FILE
           PERFORM 2610-MASK-ONE-PRIOR-STATE UNTIL WS-END-OF-FILE
           CLOSE PRIOR-STATE-IN-FILE
           CLOSE STATE-WORK-FILE
           SORT STATE-SORT-FILE
               ON ASCENDING KEY SS-NUM-CONTRAT
               WITH DUPLICATES IN ORDER
               USING STATE-WORK-FILE
               GIVING MASKED-PRIOR-STATE-FILE.

       2610-MASK-ONE-PRIOR-STATE.
           READ PRIOR-STATE-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE PS-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO PS-NUM-CONTRAT
                   WRITE STATE-WORK-REC FROM PRIOR-STATE-REC
           END-READ.

       2700-MASK-STATE-HISTORY.
           MOVE "STHISTRY" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATE-HISTORY-IN-FILE
           OPEN OUTPUT MASKED-STATE-HISTORY-FILE
           PERFORM 2710-MASK-ONE-STATE-CHANGE UNTIL WS-END-OF-FILE
           CLOSE STATE-HISTORY-IN-FILE
           CLOSE MASKED-STATE-HISTORY-FILE.

       2710-MASK-ONE-STATE-CHANGE.
           READ STATE-HISTORY-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE SH-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO SH-NUM-CONTRAT
                   WRITE MASKED-STATE-HISTORY-REC
                       FROM STATE-HISTORY-REC
           END-READ.

       2800-MASK-OPEN-ALERTS.
           MOVE "ALRTOPIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT OPEN-ALERT-IN-FILE
           OPEN OUTPUT MASKED-OPEN-ALERT-FILE
           PERFORM 2810-MASK-ONE-OPEN-ALERT UNTIL WS-END-OF-FILE
           CLOSE OPEN-ALERT-IN-FILE
           CLOSE MASKED-OPEN-ALERT-FILE.

       2810-MASK-ONE-OPEN-ALERT.
           READ OPEN-ALERT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE OP-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO OP-NUM-CONTRAT
                   WRITE MASKED-OPEN-ALERT-REC FROM OPEN-ALERT-REC
           END-READ.

       2900-MASK-STRUCT-HISTORY.
           MOVE "STRCHIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STRUCT-HIST-IN-FILE
           OPEN OUTPUT MASKED-STRUCT-HIST-FILE
           PERFORM 2910-MASK-ONE-STRUCT-DAY UNTIL WS-END-OF-FILE
           CLOSE STRUCT-HIST-IN-FILE
           CLOSE MASKED-STRUCT-HIST-FILE.

       2910-MASK-ONE-STRUCT-DAY.
           READ STRUCT-HIST-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE SD-NUM-CLIENT(1:10) TO WS-CLIENT-FIELD
                   PERFORM 7100-MASK-CLIENT
                   MOVE WS-CLIENT-FIELD TO SD-NUM-CLIENT(1:10)
                   IF WS-SCALING-ON
                       PERFORM 2920-SCALE-STRUCT-DAY
                   END-IF
                   WRITE MASKED-STRUCT-HIST-REC FROM STRUCT-HIST-REC
           END-READ.

       2920-SCALE-STRUCT-DAY.
           IF SD-TOTAL-AMOUNT IS NUMERIC
               MOVE "SD-TOTAL-AMOUNT" TO WS-AMOUNT-FIELD
               COMPUTE SD-TOTAL-AMOUNT
                   = SD-TOTAL-AMOUNT * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF SD-MAX-AMOUNT IS NUMERIC
               MOVE "SD-MAX-AMOUNT" TO WS-AMOUNT-FIELD
               COMPUTE SD-MAX-AMOUNT
                   = SD-MAX-AMOUNT * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

      *> SANCSCRN keeps a cleared decision quiet only while the
      *> client's name is unchanged; the fake name here is the one
      *> the masked CLIENT file gives the same client.
       3000-MASK-DECISIONS.
           MOVE "SANCDCIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DECISION-IN-FILE
           OPEN OUTPUT MASKED-DECISION-FILE
           PERFORM 3010-MASK-ONE-DECISION UNTIL WS-END-OF-FILE
           CLOSE DECISION-IN-FILE
           CLOSE MASKED-DECISION-FILE.

       3010-MASK-ONE-DECISION.
           READ DECISION-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE SC-NUM-CLIENT(1:10) TO WS-CLIENT-FIELD
                   PERFORM 7100-MASK-CLIENT
                   MOVE WS-CLIENT-FIELD TO SC-NUM-CLIENT(1:10)
                   PERFORM 7300-PICK-FAKE-NAME
                   MOVE WS-FAKE-FIRSTNAME TO SC-FIRSTNAME
                   MOVE WS-FAKE-LASTNAME TO SC-LASTNAME
                   WRITE MASKED-DECISION-REC
                       FROM SANCTION-DECISION-REC
           END-READ.

       3100-MASK-PRIOR-SCORES.
           MOVE "RSKLSTIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRIOR-SCORE-IN-FILE
           OPEN OUTPUT SCORE-WORK-FILE
           PERFORM 3110-MASK-ONE-SCORE UNTIL WS-END-OF-FILE
           CLOSE PRIOR-SCORE-IN-FILE
           CLOSE SCORE-WORK-FILE
           SORT SCORE-SORT-FILE
               ON ASCENDING KEY RS-NUM-CONTRAT
               WITH DUPLICATES IN ORDER
               USING SCORE-WORK-FILE
               GIVING MASKED-PRIOR-SCORE-FILE.

       3110-MASK-ONE-SCORE.
           READ PRIOR-SCORE-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE RH-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO RH-NUM-CONTRAT
                   WRITE SCORE-WORK-REC FROM RISK-HIST-REC
           END-READ.

       3200-MASK-PRIOR-DORMANCY.
           MOVE "DORMEXTP" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRIOR-DORMANCY-IN-FILE
           OPEN OUTPUT DORMANCY-WORK-FILE
           PERFORM 3210-MASK-ONE-DORMANCY UNTIL WS-END-OF-FILE
           CLOSE PRIOR-DORMANCY-IN-FILE
           CLOSE DORMANCY-WORK-FILE
           SORT DORMANCY-SORT-FILE
               ON ASCENDING KEY DS-NUM-CONTRAT
               WITH DUPLICATES IN ORDER
               USING DORMANCY-WORK-FILE
               GIVING MASKED-PRIOR-DORMANCY-FILE.

       3210-MASK-ONE-DORMANCY.
           READ PRIOR-DORMANCY-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   MOVE DE-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO DE-NUM-CONTRAT
                   MOVE DE-NUM-CLIENT(1:10) TO WS-CLIENT-FIELD
                   PERFORM 7100-MASK-CLIENT
                   MOVE WS-CLIENT-FIELD TO DE-NUM-CLIENT(1:10)
                   WRITE DORMANCY-WORK-REC FROM DORMANCY-EXTRACT-REC
           END-READ.

      *> The accumulator is the period control record, the group
      *> totals, then the contract totals in ascending NUM-CONTRAT
      *> order. The control and group records have no client data
      *> and go straight out; the contract totals are masked, sorted
      *> on the masked key and added behind them.
       3300-MASK-ACCUMULATOR.
           MOVE "PERACCIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCUM-IN-FILE
           OPEN OUTPUT MASKED-ACCUM-FILE
           OPEN OUTPUT ACCUM-WORK-FILE
           PERFORM 3310-MASK-ONE-ACCUM UNTIL WS-END-OF-FILE
           CLOSE ACCUM-IN-FILE
           CLOSE MASKED-ACCUM-FILE
           CLOSE ACCUM-WORK-FILE
           SORT ACCUM-SORT-FILE
               ON ASCENDING KEY AS-NUM-CONTRAT
               WITH DUPLICATES IN ORDER
               USING ACCUM-WORK-FILE
               OUTPUT PROCEDURE IS 3400-APPEND-CONTRACT-TOTALS
                   THRU 3499-APPEND-CONTRACT-TOTALS-EXIT.

       3310-MASK-ONE-ACCUM.
           READ ACCUM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   IF WS-SCALING-ON
                       PERFORM 3320-SCALE-ACCUM
                   END-IF
                   IF PA-CONTRACT-TOTAL
                       MOVE PA-KEY-DATA TO WS-CONTRACT-FIELD
                       PERFORM 7200-MASK-CONTRACT
                       MOVE WS-CONTRACT-FIELD TO PA-KEY-DATA
                       WRITE ACCUM-WORK-REC FROM PERIOD-ACCUM-REC
                   ELSE
                       WRITE MASKED-ACCUM-REC FROM PERIOD-ACCUM-REC
                   END-IF
           END-READ.

       3320-SCALE-ACCUM.
           IF PA-MONNEY-MADE IS NUMERIC
               MOVE "PA-MONNEY-MADE" TO WS-AMOUNT-FIELD
               COMPUTE PA-MONNEY-MADE
                   = PA-MONNEY-MADE * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF PA-BENEF IS NUMERIC
               MOVE "PA-BENEF" TO WS-AMOUNT-FIELD
               COMPUTE PA-BENEF
                   = PA-BENEF * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

       3400-APPEND-CONTRACT-TOTALS.
           OPEN EXTEND MASKED-ACCUM-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3410-RETURN-ONE-TOTAL UNTIL WS-END-OF-FILE
           CLOSE MASKED-ACCUM-FILE
           GO TO 3499-APPEND-CONTRACT-TOTALS-EXIT.

       3410-RETURN-ONE-TOTAL.
           RETURN ACCUM-SORT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   WRITE MASKED-ACCUM-REC FROM ACCUM-SORT-REC
           END-RETURN.

       3499-APPEND-CONTRACT-TOTALS-EXIT.
           EXIT.

      *> A structuring alert carries no contract (AL-NUM-CONTRAT
      *> blank); the mask leaves a blank blank.
       3500-MASK-ALERTS.
           MOVE "CMPALRT" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALERT-IN-FILE
           OPEN OUTPUT MASKED-ALERT-FILE
           PERFORM 3510-MASK-ONE-ALERT UNTIL WS-END-OF-FILE
           CLOSE ALERT-IN-FILE
           CLOSE MASKED-ALERT-FILE.

       3510-MASK-ONE-ALERT.
           READ ALERT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-ALERTS-MASKED
                   MOVE AL-NUM-CONTRAT TO WS-CONTRACT-FIELD
                   PERFORM 7200-MASK-CONTRACT
                   MOVE WS-CONTRACT-FIELD TO AL-NUM-CONTRAT
                   MOVE AL-NUM-CLIENT(1:10) TO WS-CLIENT-FIELD
                   PERFORM 7100-MASK-CLIENT
                   MOVE WS-CLIENT-FIELD TO AL-NUM-CLIENT(1:10)
                   IF AL-FIRSTNAME NOT = "NAME-NOT-ON-FILE"
                       PERFORM 7300-PICK-FAKE-NAME
                       MOVE WS-FAKE-FIRSTNAME TO AL-FIRSTNAME
                       MOVE WS-FAKE-LASTNAME TO AL-LASTNAME
                   END-IF
                   IF WS-SCALING-ON
                       PERFORM 3520-SCALE-ALERT
                   END-IF
                   WRITE MASKED-ALERT-REC FROM COMPLIANCE-ALERT-REC
           END-READ.

       3520-SCALE-ALERT.
           IF AL-MAX-AMOUNT IS NUMERIC
               MOVE "AL-MAX-AMOUNT" TO WS-AMOUNT-FIELD
               COMPUTE AL-MAX-AMOUNT
                   = AL-MAX-AMOUNT * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF AL-WINDOW-TOTAL IS NUMERIC
               MOVE "AL-WINDOW-TOTAL" TO WS-AMOUNT-FIELD
               COMPUTE AL-WINDOW-TOTAL
                   = AL-WINDOW-TOTAL * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

      *> The history is the closed periods in order, each period's
      *> group totals, contract totals and close record in that
      *> order. Only the contract totals carry a NUM-CONTRAT; sorting
      *> on period, record type and the masked key puts them back in
      *> order without moving a period or a close record.
       3600-MASK-PERIOD-HISTORY.
           MOVE "PERHSTIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-IN-FILE
           OPEN OUTPUT HISTORY-WORK-FILE
           PERFORM 3610-MASK-ONE-HISTORY UNTIL WS-END-OF-FILE
           CLOSE HISTORY-IN-FILE
           CLOSE HISTORY-WORK-FILE
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HS-PERIOD
                                HS-RECORD-TYPE
                                HS-KEY-DATA
               WITH DUPLICATES IN ORDER
               USING HISTORY-WORK-FILE
               GIVING MASKED-HISTORY-FILE.

       3610-MASK-ONE-HISTORY.
           READ HISTORY-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   IF WS-SCALING-ON
                       PERFORM 3620-SCALE-HISTORY
                   END-IF
                   IF PH-CONTRACT-TOTAL
                       MOVE PH-KEY-DATA TO WS-CONTRACT-FIELD
                       PERFORM 7200-MASK-CONTRACT
                       MOVE WS-CONTRACT-FIELD TO PH-KEY-DATA
                   END-IF
                   WRITE HISTORY-WORK-REC FROM PERIOD-HIST-REC
           END-READ.

       3620-SCALE-HISTORY.
           IF PH-MONNEY-MADE IS NUMERIC
               MOVE "PH-MONNEY-MADE" TO WS-AMOUNT-FIELD
               COMPUTE PH-MONNEY-MADE
                   = PH-MONNEY-MADE * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF PH-BENEF IS NUMERIC
               MOVE "PH-BENEF" TO WS-AMOUNT-FIELD
               COMPUTE PH-BENEF
                   = PH-BENEF * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

       3700-SCALE-CLOSE-AUDIT.
           MOVE "MECLSAUD" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CLOSE-AUDIT-IN-FILE
           OPEN OUTPUT MASKED-CLOSE-AUDIT-FILE
           PERFORM 3710-SCALE-ONE-CLOSE-AUDIT UNTIL WS-END-OF-FILE
           CLOSE CLOSE-AUDIT-IN-FILE
           CLOSE MASKED-CLOSE-AUDIT-FILE.

       3710-SCALE-ONE-CLOSE-AUDIT.
           READ CLOSE-AUDIT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   IF WS-SCALING-ON
                       IF MC-HASH-MONNEY-MADE IS NUMERIC
                           MOVE "MC-HASH-MONNEY-MADE" TO WS-AMOUNT-FIELD
                           COMPUTE MC-HASH-MONNEY-MADE
                               = MC-HASH-MONNEY-MADE * MK-SCALE-FACTOR
                               ON SIZE ERROR
                                   PERFORM 7490-AMOUNT-TOO-LARGE
                           END-COMPUTE
                           ADD 1 TO WS-AMOUNTS-SCALED
                       END-IF
                       IF MC-HASH-BENEF IS NUMERIC
                           MOVE "MC-HASH-BENEF" TO WS-AMOUNT-FIELD
                           COMPUTE MC-HASH-BENEF
                               = MC-HASH-BENEF * MK-SCALE-FACTOR
                               ON SIZE ERROR
                                   PERFORM 7490-AMOUNT-TOO-LARGE
                           END-COMPUTE
                           ADD 1 TO WS-AMOUNTS-SCALED
                       END-IF
                   END-IF
                   WRITE MASKED-CLOSE-AUDIT-REC FROM PERIOD-CLOSE-REC
           END-READ.

       3800-SCALE-VOLUME-HISTORY.
           MOVE "VOLHSTIN" TO WS-CURRENT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT VOLUME-HIST-IN-FILE
           OPEN OUTPUT MASKED-VOLUME-HIST-FILE
           PERFORM 3810-SCALE-ONE-VOLUME-NIGHT UNTIL WS-END-OF-FILE
           CLOSE VOLUME-HIST-IN-FILE
           CLOSE MASKED-VOLUME-HIST-FILE.

      *> Metrics 11 and 12 are the RECONDLY amount totals; the counts
      *> and mix shares are not amounts and are copied as they stand.
       3810-SCALE-ONE-VOLUME-NIGHT.
           READ VOLUME-HIST-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CARRIED-MASKED
                   IF WS-SCALING-ON
                       IF VH-METRIC(11) IS NUMERIC
                           MOVE "VH-METRIC(11)" TO WS-AMOUNT-FIELD
                           COMPUTE VH-METRIC(11)
                               = VH-METRIC(11) * MK-SCALE-FACTOR
                               ON SIZE ERROR
                                   PERFORM 7490-AMOUNT-TOO-LARGE
                           END-COMPUTE
                           ADD 1 TO WS-AMOUNTS-SCALED
                       END-IF
                       IF VH-METRIC(12) IS NUMERIC
                           MOVE "VH-METRIC(12)" TO WS-AMOUNT-FIELD
                           COMPUTE VH-METRIC(12)
                               = VH-METRIC(12) * MK-SCALE-FACTOR
                               ON SIZE ERROR
                                   PERFORM 7490-AMOUNT-TOO-LARGE
                           END-COMPUTE
                           ADD 1 TO WS-AMOUNTS-SCALED
                       END-IF
                   END-IF
                   WRITE MASKED-VOLUME-HIST-REC FROM VOL-HIST-REC
           END-READ.

      *> The three client numbers are masked through their character
      *> form, so one that is not numeric stays not numeric and
      *> CIMEDIT still rejects it.
       7000-MASK-IMAGE.
           ADD 1 TO WS-IMAGES-MASKED
           MOVE NUM-CLIENT OF WS-MASK-IMAGE(1:10) TO WS-CLIENT-FIELD
           PERFORM 7100-MASK-CLIENT
           MOVE WS-CLIENT-FIELD TO NUM-CLIENT OF WS-MASK-IMAGE(1:10)
           MOVE NUM-CLIENT-2 OF WS-MASK-IMAGE(1:10) TO WS-CLIENT-FIELD
           PERFORM 7100-MASK-CLIENT
           MOVE WS-CLIENT-FIELD
               TO NUM-CLIENT-2 OF WS-MASK-IMAGE(1:10)
           MOVE NUM-CLI OF WS-MASK-IMAGE TO WS-CLIENT-FIELD
           PERFORM 7100-MASK-CLIENT
           MOVE WS-CLIENT-FIELD TO NUM-CLI OF WS-MASK-IMAGE
           MOVE NUM-CONTRAT OF WS-MASK-IMAGE TO WS-CONTRACT-FIELD
           PERFORM 7200-MASK-CONTRACT
           MOVE WS-CONTRACT-FIELD TO NUM-CONTRAT OF WS-MASK-IMAGE
           MOVE IDENT-VALUE OF WS-MASK-IMAGE TO WS-IDENT-FIELD
           PERFORM 7250-MASK-IDENT
           MOVE WS-IDENT-FIELD TO IDENT-VALUE OF WS-MASK-IMAGE
           IF WS-SCALING-ON
               PERFORM 7050-SCALE-IMAGE
           END-IF.

       7050-SCALE-IMAGE.
           IF AMOUNT-MONNEY-MADE OF WS-MASK-IMAGE IS NUMERIC
               MOVE "AMOUNT-MONNEY-MADE" TO WS-AMOUNT-FIELD
               COMPUTE AMOUNT-MONNEY-MADE OF WS-MASK-IMAGE
                   = AMOUNT-MONNEY-MADE OF WS-MASK-IMAGE
                     * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF AMOUNT-BENEF OF WS-MASK-IMAGE IS NUMERIC
               MOVE "AMOUNT-BENEF" TO WS-AMOUNT-FIELD
               COMPUTE AMOUNT-BENEF OF WS-MASK-IMAGE
                   = AMOUNT-BENEF OF WS-MASK-IMAGE * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           PERFORM 7060-SCALE-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 5.

       7060-SCALE-ONE-HISTORY.
           IF HIST-AMOUNT-MONNEY-MADE OF WS-MASK-IMAGE(WS-HIST-IDX)
                   IS NUMERIC
               MOVE "HIST-AMOUNT-MONNEY-MADE" TO WS-AMOUNT-FIELD
               COMPUTE HIST-AMOUNT-MONNEY-MADE
                       OF WS-MASK-IMAGE(WS-HIST-IDX)
                   = HIST-AMOUNT-MONNEY-MADE
                       OF WS-MASK-IMAGE(WS-HIST-IDX)
                     * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF
           IF HIST-AMOUNT-BENEF OF WS-MASK-IMAGE(WS-HIST-IDX)
                   IS NUMERIC
               MOVE "HIST-AMOUNT-BENEF" TO WS-AMOUNT-FIELD
               COMPUTE HIST-AMOUNT-BENEF OF WS-MASK-IMAGE(WS-HIST-IDX)
                   = HIST-AMOUNT-BENEF OF WS-MASK-IMAGE(WS-HIST-IDX)
                     * MK-SCALE-FACTOR
                   ON SIZE ERROR PERFORM 7490-AMOUNT-TOO-LARGE
               END-COMPUTE
               ADD 1 TO WS-AMOUNTS-SCALED
           END-IF.

       7100-MASK-CLIENT.
           MOVE SPACES TO WS-MASK-FIELD
           MOVE WS-CLIENT-FIELD TO WS-MASK-FIELD
           MOVE 10 TO WS-MASK-LENGTH
           MOVE MK-CLIENT-KEY TO WS-MASK-KEY
           PERFORM 7900-MASK-CHARACTERS
           MOVE WS-MASK-FIELD TO WS-CLIENT-FIELD.

       7200-MASK-CONTRACT.
           MOVE SPACES TO WS-MASK-FIELD
           MOVE WS-CONTRACT-FIELD TO WS-MASK-FIELD
           MOVE 16 TO WS-MASK-LENGTH
           MOVE MK-CONTRACT-KEY TO WS-MASK-KEY
           PERFORM 7900-MASK-CHARACTERS
           MOVE WS-MASK-FIELD TO WS-CONTRACT-FIELD.

       7250-MASK-IDENT.
           MOVE WS-IDENT-FIELD TO WS-MASK-FIELD
           MOVE 30 TO WS-MASK-LENGTH
           MOVE MK-IDENT-KEY TO WS-MASK-KEY
           PERFORM 7900-MASK-CHARACTERS
           MOVE WS-MASK-FIELD TO WS-IDENT-FIELD.

      *> Called straight after 7100-MASK-CLIENT, so WS-CLIENT-FIELD
      *> holds the masked client number. A client number that is not
      *> numeric picks by the record count instead.
       7300-PICK-FAKE-NAME.
           IF WS-CLIENT-FIELD IS NUMERIC
               MOVE WS-CLIENT-FIELD TO WS-NAME-SEED
           ELSE
               MOVE WS-RECORDS-READ TO WS-NAME-SEED
           END-IF
           DIVIDE WS-NAME-SEED BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-FIRST-IDX
           DIVIDE WS-QUOTIENT BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-LAST-IDX
           ADD 1 TO WS-FIRST-IDX
           ADD 1 TO WS-LAST-IDX
           MOVE WS-FAKE-FIRST(WS-FIRST-IDX) TO WS-FAKE-FIRSTNAME
           MOVE WS-FAKE-LAST(WS-LAST-IDX) TO WS-FAKE-LASTNAME.

       7490-AMOUNT-TOO-LARGE.
           DISPLAY "TSTMASK: ABEND - " WS-AMOUNT-FIELD " ON "
               WS-CURRENT-FILE " DOES NOT FIT ITS FIELD AFTER SCALING"
               " BY " MK-SCALE-FACTOR
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Each digit moves on by its key digit plus the running total of
      *> the characters before it (before masking), modulo 10; each
      *> letter likewise modulo 26. One pass runs left to right and
      *> a second right to left, so every character of the result
      *> depends on the whole value and neighbouring numbers do not
      *> mask to neighbouring numbers. Each pass can only be undone
      *> with the key, and no two different values ever mask to the
      *> same one.
       7900-MASK-CHARACTERS.
           MOVE ZERO TO WS-CHAIN
           PERFORM 7910-MASK-ONE-CHARACTER
               VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > WS-MASK-LENGTH
           MOVE ZERO TO WS-CHAIN
           PERFORM 7910-MASK-ONE-CHARACTER
               VARYING WS-MASK-IDX FROM WS-MASK-LENGTH BY -1
               UNTIL WS-MASK-IDX < 1.

       7910-MASK-ONE-CHARACTER.
           COMPUTE WS-KEY-IDX = WS-MASK-IDX - 1
           DIVIDE WS-KEY-IDX BY 16 GIVING WS-QUOTIENT
               REMAINDER WS-KEY-IDX
           ADD 1 TO WS-KEY-IDX
           MOVE ZERO TO WS-CHAR-VALUE
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 10
               IF WS-DIGIT(WS-SET-IDX) = WS-MASK-CHAR(WS-MASK-IDX)
                   MOVE WS-SET-IDX TO WS-CHAR-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHAR-VALUE > ZERO
               SUBTRACT 1 FROM WS-CHAR-VALUE
               COMPUTE WS-NEW-VALUE = WS-CHAR-VALUE
                   + WS-MASK-KEY-DIGIT(WS-KEY-IDX) + WS-CHAIN
               DIVIDE WS-NEW-VALUE BY 10 GIVING WS-QUOTIENT
                   REMAINDER WS-NEW-VALUE
               MOVE WS-DIGIT(WS-NEW-VALUE + 1)
                   TO WS-MASK-CHAR(WS-MASK-IDX)
               PERFORM 7930-CARRY-CHAIN
           ELSE
               PERFORM 7920-MASK-ONE-LETTER
           END-IF.

       7920-MASK-ONE-LETTER.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 26
               IF WS-LETTER(WS-SET-IDX) = WS-MASK-CHAR(WS-MASK-IDX)
                   MOVE WS-SET-IDX TO WS-CHAR-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHAR-VALUE > ZERO
               SUBTRACT 1 FROM WS-CHAR-VALUE
               COMPUTE WS-NEW-VALUE = WS-CHAR-VALUE
                   + WS-MASK-KEY-DIGIT(WS-KEY-IDX) + WS-CHAIN
               DIVIDE WS-NEW-VALUE BY 26 GIVING WS-QUOTIENT
                   REMAINDER WS-NEW-VALUE
               MOVE WS-LETTER(WS-NEW-VALUE + 1)
                   TO WS-MASK-CHAR(WS-MASK-IDX)
               PERFORM 7930-CARRY-CHAIN
           END-IF.

      *> Only the chain modulo 130 matters to the digits (mod 10) and
      *> the letters (mod 26).
       7930-CARRY-CHAIN.
           ADD WS-CHAR-VALUE TO WS-CHAIN
           DIVIDE WS-CHAIN BY 130 GIVING WS-QUOTIENT
               REMAINDER WS-CHAIN.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "TSTMASK" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-INPUT-COUNT
           MOVE WS-IMAGES-MASKED TO RC-OUTPUT-1-COUNT
           MOVE WS-CLIENTS-MASKED TO RC-OUTPUT-2-COUNT
           MOVE WS-TRANS-MASKED TO RC-OUTPUT-3-COUNT
           MOVE WS-CARRIED-MASKED TO RC-OUTPUT-4-COUNT
           MOVE WS-ALERTS-MASKED TO RC-OUTPUT-5-COUNT
           MOVE WS-AMOUNTS-SCALED TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           DISPLAY "TSTMASK RECORDS READ        : " WS-RECORDS-READ
           DISPLAY "TSTMASK IMAGES MASKED       : " WS-IMAGES-MASKED
           DISPLAY "TSTMASK CLIENT RECS MASKED  : " WS-CLIENTS-MASKED
           DISPLAY "TSTMASK TRANSACTIONS MASKED : " WS-TRANS-MASKED
           DISPLAY "TSTMASK CARRY-FORWARD RECS  : " WS-CARRIED-MASKED
           DISPLAY "TSTMASK ALERTS MASKED       : " WS-ALERTS-MASKED
           DISPLAY "TSTMASK AMOUNTS SCALED      : " WS-AMOUNTS-SCALED
           PERFORM 8000-WRITE-RUN-CONTROL.
