      *>--------------------------------------------------------------
      *> CIMEXPRT - parameter-driven delimited export of CLIENT-IMAGE.
      *>
      *> Every new slice of the 6904-byte record the analytics group
      *> asked for used to be a one-off program; MDEXTR covers only
      *> METADATA. This one program writes whatever slice the EXPPARM
      *> selection record names: any of the CONTRACT, COMMON-DATA and
      *> TECH-HEADER fields on the field list below, including a
      *> chosen HISTORIQUE-TRANS or MESSAGES occurrence, for the
      *> records that pass the EXPPARM filters on REGION, COUNTRY,
      *> PRD, CONTRACT-STATUS and SEQ-TYPE.
      *>
      *> The output is one delimited row per record, after a header
      *> row of column names (a chosen occurrence shows as NAME(n)),
      *> and ends with a trailer row - TRAILER, the EXPPARM export id,
      *> the run date and the number of data rows - so the receiving
      *> side can prove it loaded everything. Values are written
      *> without trailing blanks; a value holding the delimiter or a
      *> quote is enclosed in quotes with its quotes doubled. Signed
      *> amounts are written as plain signed decimals (-1234, not the
      *> zoned sign). YYYYMMDD dates are written YYYY-MM-DD, the
      *> month/day-only E-DATE as --MM-DD, and the two 26-byte
      *> timestamps as YYYY-MM-DD HH:MM:SS.NNNNNN. A date that is not
      *> a calendar date, or an amount that is not numeric, is
      *> written empty and counted rather than passed through as
      *> something the loader would misread. The rows are fixed
      *> length like every other file in the suite; the receiving
      *> side trims the trailing blanks.
      *>
      *> A field name not on the list, a bad occurrence or an unknown
      *> filter field abends the run with RC 16 before anything is
      *> written.
      *>--------------------------------------------------------------
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIMEXPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-PARM-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENT-IMAGE-FILE ASSIGN TO "CLTIMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "CIMEXOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-PARM-FILE.
       COPY EXPPARM.

       FD  CLIENT-IMAGE-FILE.
       COPY CLTIMAGE.

       FD  EXPORT-FILE
           RECORD CONTAINS 2000 CHARACTERS.
       01  EXPORT-ROW                      PIC X(2000).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                   PIC X VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
       01  WS-ROWS-WRITTEN                 PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-FILTERED             PIC 9(09) VALUE ZERO.
       01  WS-DATES-BLANKED                PIC 9(09) VALUE ZERO.
       01  WS-AMOUNTS-BLANKED              PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-START-TIME                   PIC X(08).

      *> The fields an EXPPARM may name, with the highest occurrence
      *> each takes (00 - not an occurring field). Names that occur in
      *> more than one group carry the group's prefix. A field added
      *> here needs its own WHEN in 2300-GET-FIELD-VALUE.
       01  WS-FIELD-CATALOG.
           05  WS-FIELD-CATALOG-ENTRY.
      *> TECH-HEADER
               10  FILLER PIC X(26) VALUE "TYPE-IMAGE              00".
               10  FILLER PIC X(26) VALUE "TH-VERSION              00".
               10  FILLER PIC X(26) VALUE "CODE-APPLICATION        00".
               10  FILLER PIC X(26) VALUE "SERVER-ID               00".
               10  FILLER PIC X(26) VALUE "TH-MESSAGE              00".
               10  FILLER PIC X(26) VALUE "USER-NAME               00".
               10  FILLER PIC X(26) VALUE "DATA-1                  00".
               10  FILLER PIC X(26) VALUE "DATA-2                  00".
               10  FILLER PIC X(26) VALUE "DATA-3                  00".
               10  FILLER PIC X(26) VALUE "DATA-4                  00".
               10  FILLER PIC X(26) VALUE "DATA-5                  00".
               10  FILLER PIC X(26) VALUE "DATA-6                  00".
               10  FILLER PIC X(26) VALUE "DATA-7                  00".
               10  FILLER PIC X(26) VALUE "DATA-8                  00".
               10  FILLER PIC X(26) VALUE "LANGUAGE                00".
               10  FILLER PIC X(26) VALUE "CANAL                   00".
               10  FILLER PIC X(26) VALUE "TH-CODE-1               00".
               10  FILLER PIC X(26) VALUE "TECHNICAL-MESSAGE       00".
               10  FILLER PIC X(26) VALUE "IMAGE-TIMESTAMP         00".
               10  FILLER PIC X(26) VALUE "REF                     00".
               10  FILLER PIC X(26) VALUE "SEQ-TYPE                00".
               10  FILLER PIC X(26) VALUE "NUM                     00".
      *> CONTRACT
               10  FILLER PIC X(26) VALUE "CONTRACT-TYPE           00".
               10  FILLER PIC X(26) VALUE "CT-VERSION              00".
               10  FILLER PIC X(26) VALUE "TYPE-1                  00".
               10  FILLER PIC X(26) VALUE "TYPE-2                  00".
               10  FILLER PIC X(26) VALUE "TYPE-3                  00".
               10  FILLER PIC X(26) VALUE "NUM-CLIENT              00".
               10  FILLER PIC X(26) VALUE "CT-INDICE-1             00".
               10  FILLER PIC X(26) VALUE "NUM-CLIENT-2            00".
               10  FILLER PIC X(26) VALUE "CT-INDICE-2             00".
               10  FILLER PIC X(26) VALUE "NUM-CLI                 00".
               10  FILLER PIC X(26) VALUE "NUM-CONTRAT             00".
               10  FILLER PIC X(26) VALUE "TIMESTAMP               00".
               10  FILLER PIC X(26) VALUE "REGION                  00".
               10  FILLER PIC X(26) VALUE "COUNTRY                 00".
               10  FILLER PIC X(26) VALUE "CONTRACT-STATUS         00".
               10  FILLER PIC X(26) VALUE "TYPE-3B                 00".
               10  FILLER PIC X(26) VALUE "SANCTION-HOLD           00".
      *> COMMON-DATA
               10  FILLER PIC X(26) VALUE "STATE                   00".
               10  FILLER PIC X(26) VALUE "PRD                     00".
               10  FILLER PIC X(26) VALUE "STATE-2                 00".
               10  FILLER PIC X(26) VALUE "STATE-UPDT-DATE         00".
               10  FILLER PIC X(26) VALUE "REASON-UPDT             00".
               10  FILLER PIC X(26) VALUE "CD-CODE-1               00".
               10  FILLER PIC X(26) VALUE "CODE-2                  00".
               10  FILLER PIC X(26) VALUE "CODE-3                  00".
               10  FILLER PIC X(26) VALUE "CODE-4                  00".
               10  FILLER PIC X(26) VALUE "A-DATE                  00".
               10  FILLER PIC X(26) VALUE "B-DATE                  00".
               10  FILLER PIC X(26) VALUE "C-DATE                  00".
               10  FILLER PIC X(26) VALUE "D-DATE                  00".
               10  FILLER PIC X(26) VALUE "E-DATE                  00".
               10  FILLER PIC X(26) VALUE "CD-INDICE-1             00".
               10  FILLER PIC X(26) VALUE "CODE-5                  00".
               10  FILLER PIC X(26) VALUE "CODE-6                  00".
               10  FILLER PIC X(26) VALUE "AMOUNT-MONNEY-MADE      00".
               10  FILLER PIC X(26) VALUE "AMOUNT-BENEF            00".
               10  FILLER PIC X(26) VALUE "CD-INDICE-2             00".
               10  FILLER PIC X(26) VALUE "HIST-TYPE               05".
               10  FILLER PIC X(26) VALUE "HIST-KEY                05".
               10  FILLER PIC X(26) VALUE "HIST-AMOUNT-MONNEY-MADE 05".
               10  FILLER PIC X(26) VALUE "HIST-AMOUNT-BENEF       05".
               10  FILLER PIC X(26) VALUE "ID-RANDOM               00".
               10  FILLER PIC X(26) VALUE "MSG-VALUE               15".
               10  FILLER PIC X(26) VALUE "TYPE-CLIENT-RISK        00".
               10  FILLER PIC X(26) VALUE "IDENT-VALUE             00".
               10  FILLER PIC X(26) VALUE "CODE-7                  00".
       01  WS-FIELD-CATALOG-R REDEFINES WS-FIELD-CATALOG.
           05  WS-CATALOG-ROW OCCURS 68.
               10  WS-CT-FIELD-NAME        PIC X(24).
               10  WS-CT-MAX-OCCURRENCE    PIC 9(02).
       01  WS-CATALOG-COUNT                PIC 9(03) VALUE 68.

       01  WS-SELECTED-TABLE.
           05  WS-SELECTED-ENTRY OCCURS 40.
               10  WS-SF-FIELD-NAME        PIC X(24).
               10  WS-SF-OCCURRENCE        PIC 9(02).
       01  WS-SELECTED-COUNT               PIC 9(02) VALUE ZERO.

      *> Filters by field slot: 1 REGION, 2 COUNTRY, 3 PRD,
      *> 4 CONTRACT-STATUS, 5 SEQ-TYPE.
       01  WS-FILTER-TABLE.
           05  WS-FILTER-ENTRY OCCURS 10.
               10  WS-FT-SLOT              PIC 9(01).
               10  WS-FT-VALUE             PIC X(08).
       01  WS-FILTER-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 5.
               10  WS-SLOT-USED            PIC X(01).
               10  WS-SLOT-MATCHED         PIC X(01).
       01  WS-FILTER-ACTUAL                PIC X(08).
       01  WS-PASS-SWITCH                  PIC X.
           88  WS-RECORD-PASSES                VALUE "Y".

       01  WS-FIELD-IDX                    PIC 9(02).
       01  WS-CATALOG-IDX                  PIC 9(03).
       01  WS-FILTER-IDX                   PIC 9(02).
       01  WS-SLOT-IDX                     PIC 9(01).
       01  WS-CHAR-IDX                     PIC 9(02).
       01  WS-OCC                          PIC 9(02).
       01  WS-CATALOG-FOUND                PIC X VALUE "N".
           88  WS-CATALOG-WAS-FOUND            VALUE "Y".
           88  WS-CATALOG-NOT-FOUND            VALUE "N".

      *> One field's raw value and how it is to be written.
       01  WS-VALUE-KIND                   PIC X(01).
           88  WS-KIND-TEXT                    VALUE "X".
           88  WS-KIND-NUMBER                  VALUE "N".
           88  WS-KIND-DATE                    VALUE "D".
           88  WS-KIND-MONTH-DAY               VALUE "M".
           88  WS-KIND-TIMESTAMP               VALUE "T".
       01  WS-TEXT-VALUE                   PIC X(40).
       01  WS-NUM-VALUE                    PIC S9(13).
       01  WS-NUM-OK-SWITCH                PIC X.
           88  WS-NUM-IS-OK                    VALUE "Y".
       01  WS-NUM-EDIT                     PIC -(13)9.
       01  WS-OCC-X                        PIC 9(02).

       01  WS-TS-VALUE.
           05  WS-TS-YEAR                  PIC X(04).
           05  WS-TS-SEP-1                 PIC X(01).
           05  WS-TS-MONTH                 PIC X(02).
           05  WS-TS-SEP-2                 PIC X(01).
           05  WS-TS-DAY                   PIC X(02).
           05  WS-TS-TIME.
               10  FILLER                  PIC X(01).
               10  WS-TS-HOUR              PIC X(02).
               10  FILLER                  PIC X(01).
               10  WS-TS-MINUTE            PIC X(02).
               10  FILLER                  PIC X(01).
               10  WS-TS-SECOND            PIC X(02).
               10  FILLER                  PIC X(01).
               10  WS-TS-FRACTION          PIC X(06).

      *> The formatted value and the row it is appended to.
       01  WS-OUT-VALUE                    PIC X(40).
       01  WS-OUT-LENGTH                   PIC 9(02).
       01  WS-SPECIAL-COUNT                PIC 9(02).
       01  WS-APPEND-CHAR                  PIC X(01).
       01  WS-DELIMITER                    PIC X(01).
       01  WS-ROW                          PIC X(2000).
       01  WS-ROW-PTR                      PIC 9(04).
       01  WS-ROW-MAX                      PIC 9(04) VALUE 2000.
       01  WS-FIRST-COLUMN-SWITCH          PIC X.
           88  WS-FIRST-COLUMN                 VALUE "Y".

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

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CLIENT-IMAGE UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-TRAILER-ROW
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EXPORT-PARM-FILE
           READ EXPORT-PARM-FILE
               AT END
                   DISPLAY "CIMEXPRT: ABEND - EXPORT-PARM-FILE IS "
                       "EMPTY, NO FIELDS SELECTED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE EXPORT-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE EXPORT-PARM-FILE
           IF EP-DELIMITER = SPACE
               MOVE "," TO WS-DELIMITER
           ELSE
               MOVE EP-DELIMITER TO WS-DELIMITER
           END-IF
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 40
               IF EP-FIELD-NAME(WS-FIELD-IDX) NOT = SPACES
                   PERFORM 1100-SELECT-ONE-FIELD
               END-IF
           END-PERFORM
           IF WS-SELECTED-COUNT = ZERO
               DISPLAY "CIMEXPRT: ABEND - EXPPARM NAMES NO FIELDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 5
               MOVE "N" TO WS-SLOT-USED(WS-SLOT-IDX)
           END-PERFORM
           PERFORM VARYING WS-FILTER-IDX FROM 1 BY 1
                   UNTIL WS-FILTER-IDX > 10
               IF EP-FILTER-FIELD(WS-FILTER-IDX) NOT = SPACES
                   PERFORM 1200-LOAD-ONE-FILTER
               END-IF
           END-PERFORM
           OPEN INPUT CLIENT-IMAGE-FILE
           OPEN OUTPUT EXPORT-FILE
           PERFORM 1300-WRITE-HEADER-ROW
           READ CLIENT-IMAGE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1100-SELECT-ONE-FIELD.
           SET WS-CATALOG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
                   UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
               IF WS-CT-FIELD-NAME(WS-CATALOG-IDX)
                       = EP-FIELD-NAME(WS-FIELD-IDX)
                   SET WS-CATALOG-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CATALOG-NOT-FOUND
               DISPLAY "CIMEXPRT: ABEND - FIELD '"
                   EP-FIELD-NAME(WS-FIELD-IDX)
                   "' IS NOT ON THE EXPORT FIELD LIST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CT-MAX-OCCURRENCE(WS-CATALOG-IDX) = ZERO
               IF EP-OCCURRENCE(WS-FIELD-IDX) NUMERIC
                  AND EP-OCCURRENCE(WS-FIELD-IDX) NOT = ZERO
                   DISPLAY "CIMEXPRT: ABEND - FIELD '"
                       EP-FIELD-NAME(WS-FIELD-IDX)
                       "' DOES NOT OCCUR, OCCURRENCE MUST BE ZERO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZERO TO WS-OCC
           ELSE
               IF EP-OCCURRENCE(WS-FIELD-IDX) NOT NUMERIC
                  OR EP-OCCURRENCE(WS-FIELD-IDX) = ZERO
                  OR EP-OCCURRENCE(WS-FIELD-IDX)
                       > WS-CT-MAX-OCCURRENCE(WS-CATALOG-IDX)
                   DISPLAY "CIMEXPRT: ABEND - FIELD '"
                       EP-FIELD-NAME(WS-FIELD-IDX)
                       "' NEEDS AN OCCURRENCE FROM 1 TO "
                       WS-CT-MAX-OCCURRENCE(WS-CATALOG-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE EP-OCCURRENCE(WS-FIELD-IDX) TO WS-OCC
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           MOVE EP-FIELD-NAME(WS-FIELD-IDX)
               TO WS-SF-FIELD-NAME(WS-SELECTED-COUNT)
           MOVE WS-OCC TO WS-SF-OCCURRENCE(WS-SELECTED-COUNT).

       1200-LOAD-ONE-FILTER.
           ADD 1 TO WS-FILTER-COUNT
           EVALUATE EP-FILTER-FIELD(WS-FILTER-IDX)
               WHEN "REGION"
                   MOVE 1 TO WS-FT-SLOT(WS-FILTER-COUNT)
               WHEN "COUNTRY"
                   MOVE 2 TO WS-FT-SLOT(WS-FILTER-COUNT)
               WHEN "PRD"
                   MOVE 3 TO WS-FT-SLOT(WS-FILTER-COUNT)
               WHEN "CONTRACT-STATUS"
                   MOVE 4 TO WS-FT-SLOT(WS-FILTER-COUNT)
               WHEN "SEQ-TYPE"
                   MOVE 5 TO WS-FT-SLOT(WS-FILTER-COUNT)
               WHEN OTHER
                   DISPLAY "CIMEXPRT: ABEND - FILTER FIELD '"
                       EP-FILTER-FIELD(WS-FILTER-IDX)
                       "' IS NOT REGION, COUNTRY, PRD, "
                       "CONTRACT-STATUS OR SEQ-TYPE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE EP-FILTER-VALUE(WS-FILTER-IDX)
               TO WS-FT-VALUE(WS-FILTER-COUNT)
           MOVE "Y" TO WS-SLOT-USED(WS-FT-SLOT(WS-FILTER-COUNT)).

       1300-WRITE-HEADER-ROW.
           PERFORM 3000-START-ROW
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-SELECTED-COUNT
               MOVE SPACES TO WS-OUT-VALUE
               MOVE WS-SF-OCCURRENCE(WS-FIELD-IDX) TO WS-OCC-X
               EVALUATE TRUE
                   WHEN WS-OCC-X = ZERO
                       MOVE WS-SF-FIELD-NAME(WS-FIELD-IDX)
                           TO WS-OUT-VALUE
                   WHEN WS-OCC-X < 10
                       STRING WS-SF-FIELD-NAME(WS-FIELD-IDX)
                               DELIMITED BY SPACE
                           "(" WS-OCC-X(2:1) ")"
                               DELIMITED BY SIZE
                           INTO WS-OUT-VALUE
                   WHEN OTHER
                       STRING WS-SF-FIELD-NAME(WS-FIELD-IDX)
                               DELIMITED BY SPACE
                           "(" WS-OCC-X ")"
                               DELIMITED BY SIZE
                           INTO WS-OUT-VALUE
               END-EVALUATE
               PERFORM 3100-APPEND-VALUE
           END-PERFORM
           PERFORM 3900-WRITE-ROW.

       2000-PROCESS-CLIENT-IMAGE.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2100-APPLY-FILTERS
           IF WS-RECORD-PASSES
               PERFORM 3000-START-ROW
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > WS-SELECTED-COUNT
                   PERFORM 2300-GET-FIELD-VALUE
                   PERFORM 2400-FORMAT-VALUE
                   PERFORM 3100-APPEND-VALUE
               END-PERFORM
               PERFORM 3900-WRITE-ROW
               ADD 1 TO WS-ROWS-WRITTEN
           ELSE
               ADD 1 TO WS-RECORDS-FILTERED
           END-IF
           READ CLIENT-IMAGE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *> Values for one field are alternatives; every field filtered
      *> on must match.
       2100-APPLY-FILTERS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 5
               MOVE "N" TO WS-SLOT-MATCHED(WS-SLOT-IDX)
           END-PERFORM
           PERFORM VARYING WS-FILTER-IDX FROM 1 BY 1
                   UNTIL WS-FILTER-IDX > WS-FILTER-COUNT
               EVALUATE WS-FT-SLOT(WS-FILTER-IDX)
                   WHEN 1
                       MOVE REGION TO WS-FILTER-ACTUAL
                   WHEN 2
                       MOVE COUNTRY TO WS-FILTER-ACTUAL
                   WHEN 3
                       MOVE PRD TO WS-FILTER-ACTUAL
                   WHEN 4
                       MOVE CONTRACT-STATUS TO WS-FILTER-ACTUAL
                   WHEN 5
                       MOVE SEQ-TYPE TO WS-FILTER-ACTUAL
               END-EVALUATE
               IF WS-FILTER-ACTUAL = WS-FT-VALUE(WS-FILTER-IDX)
                   MOVE "Y"
                       TO WS-SLOT-MATCHED(WS-FT-SLOT(WS-FILTER-IDX))
               END-IF
           END-PERFORM
           SET WS-RECORD-PASSES TO TRUE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 5
               IF WS-SLOT-USED(WS-SLOT-IDX) = "Y"
                  AND WS-SLOT-MATCHED(WS-SLOT-IDX) = "N"
                   MOVE "N" TO WS-PASS-SWITCH
               END-IF
           END-PERFORM.

       2300-GET-FIELD-VALUE.
           SET WS-KIND-TEXT TO TRUE
           MOVE SPACES TO WS-TEXT-VALUE
           MOVE "N" TO WS-NUM-OK-SWITCH
           MOVE WS-SF-OCCURRENCE(WS-FIELD-IDX) TO WS-OCC
           EVALUATE WS-SF-FIELD-NAME(WS-FIELD-IDX)
               WHEN "TYPE-IMAGE"
                   MOVE TYPE-IMAGE TO WS-TEXT-VALUE
               WHEN "TH-VERSION"
                   MOVE VERSION OF TECH-HEADER TO WS-TEXT-VALUE
               WHEN "CODE-APPLICATION"
                   MOVE CODE-APPLICATION TO WS-TEXT-VALUE
               WHEN "SERVER-ID"
                   MOVE SERVER-ID TO WS-TEXT-VALUE
               WHEN "TH-MESSAGE"
                   MOVE TH-MESSAGE TO WS-TEXT-VALUE
               WHEN "USER-NAME"
                   MOVE NAME OF USER-ID TO WS-TEXT-VALUE
               WHEN "DATA-1"
                   MOVE DATA-1 TO WS-TEXT-VALUE
               WHEN "DATA-2"
                   MOVE DATA-2 TO WS-TEXT-VALUE
               WHEN "DATA-3"
                   MOVE DATA-3 TO WS-TEXT-VALUE
               WHEN "DATA-4"
                   MOVE DATA-4 TO WS-TEXT-VALUE
               WHEN "DATA-5"
                   MOVE DATA-5 TO WS-TEXT-VALUE
               WHEN "DATA-6"
                   MOVE DATA-6 TO WS-TEXT-VALUE
               WHEN "DATA-7"
                   MOVE DATA-7 TO WS-TEXT-VALUE
               WHEN "DATA-8"
                   MOVE DATA-8 TO WS-TEXT-VALUE
               WHEN "LANGUAGE"
                   MOVE LANGUAGE TO WS-TEXT-VALUE
               WHEN "CANAL"
                   MOVE CANAL TO WS-TEXT-VALUE
               WHEN "TH-CODE-1"
                   MOVE CODE-1 OF TECH-HEADER TO WS-TEXT-VALUE
               WHEN "TECHNICAL-MESSAGE"
                   MOVE TECHNICAL-MESSAGE TO WS-TEXT-VALUE
               WHEN "IMAGE-TIMESTAMP"
                   SET WS-KIND-TIMESTAMP TO TRUE
                   MOVE IMAGE-TIMESTAMP TO WS-TEXT-VALUE
               WHEN "REF"
                   MOVE REF TO WS-TEXT-VALUE
               WHEN "SEQ-TYPE"
                   MOVE SEQ-TYPE TO WS-TEXT-VALUE
               WHEN "NUM"
                   MOVE NUM TO WS-TEXT-VALUE
               WHEN "CONTRACT-TYPE"
                   MOVE CONTRACT-TYPE TO WS-TEXT-VALUE
               WHEN "CT-VERSION"
                   MOVE VERSION OF CONTRACT TO WS-TEXT-VALUE
               WHEN "TYPE-1"
                   MOVE TYPE-1 OF CONTRACT TO WS-TEXT-VALUE
               WHEN "TYPE-2"
                   MOVE TYPE-2 OF CONTRACT TO WS-TEXT-VALUE
               WHEN "TYPE-3"
                   MOVE TYPE-3 OF CONTRACT TO WS-TEXT-VALUE
               WHEN "NUM-CLIENT"
                   MOVE NUM-CLIENT TO WS-TEXT-VALUE
               WHEN "CT-INDICE-1"
                   MOVE INDICE-1 OF CONTRACT TO WS-TEXT-VALUE
               WHEN "NUM-CLIENT-2"
                   MOVE NUM-CLIENT-2 TO WS-TEXT-VALUE
               WHEN "CT-INDICE-2"
                   MOVE INDICE-2 OF CONTRACT TO WS-TEXT-VALUE
               WHEN "NUM-CLI"
                   MOVE NUM-CLI TO WS-TEXT-VALUE
               WHEN "NUM-CONTRAT"
                   MOVE NUM-CONTRAT TO WS-TEXT-VALUE
               WHEN "TIMESTAMP"
                   SET WS-KIND-TIMESTAMP TO TRUE
                   MOVE TIMESTAMP TO WS-TEXT-VALUE
               WHEN "REGION"
                   MOVE REGION TO WS-TEXT-VALUE
               WHEN "COUNTRY"
                   MOVE COUNTRY TO WS-TEXT-VALUE
               WHEN "CONTRACT-STATUS"
                   MOVE CONTRACT-STATUS TO WS-TEXT-VALUE
               WHEN "TYPE-3B"
                   MOVE TYPE-3B TO WS-TEXT-VALUE
               WHEN "SANCTION-HOLD"
                   MOVE SANCTION-HOLD TO WS-TEXT-VALUE
               WHEN "STATE"
                   MOVE STATE TO WS-TEXT-VALUE
               WHEN "PRD"
                   MOVE PRD TO WS-TEXT-VALUE
               WHEN "STATE-2"
                   MOVE STATE-2 TO WS-TEXT-VALUE
               WHEN "STATE-UPDT-DATE"
                   SET WS-KIND-DATE TO TRUE
                   MOVE STATE-UPDT-DATE TO WS-TEXT-VALUE
               WHEN "REASON-UPDT"
                   MOVE REASON-UPDT TO WS-TEXT-VALUE
               WHEN "CD-CODE-1"
                   MOVE CODE-1 OF COMMON-DATA TO WS-TEXT-VALUE
               WHEN "CODE-2"
                   MOVE CODE-2 TO WS-TEXT-VALUE
               WHEN "CODE-3"
                   MOVE CODE-3 TO WS-TEXT-VALUE
               WHEN "CODE-4"
                   MOVE CODE-4 TO WS-TEXT-VALUE
               WHEN "A-DATE"
                   SET WS-KIND-DATE TO TRUE
                   MOVE A-DATE TO WS-TEXT-VALUE
               WHEN "B-DATE"
                   SET WS-KIND-DATE TO TRUE
                   MOVE B-DATE TO WS-TEXT-VALUE
               WHEN "C-DATE"
                   SET WS-KIND-DATE TO TRUE
                   MOVE C-DATE TO WS-TEXT-VALUE
               WHEN "D-DATE"
                   SET WS-KIND-DATE TO TRUE
                   MOVE D-DATE TO WS-TEXT-VALUE
               WHEN "E-DATE"
                   SET WS-KIND-MONTH-DAY TO TRUE
                   MOVE E-DATE TO WS-TEXT-VALUE
               WHEN "CD-INDICE-1"
                   MOVE INDICE-1 OF COMMON-DATA TO WS-TEXT-VALUE
               WHEN "CODE-5"
                   MOVE CODE-5 TO WS-TEXT-VALUE
               WHEN "CODE-6"
                   MOVE CODE-6 TO WS-TEXT-VALUE
               WHEN "AMOUNT-MONNEY-MADE"
                   SET WS-KIND-NUMBER TO TRUE
                   IF AMOUNT-MONNEY-MADE NUMERIC
                       MOVE AMOUNT-MONNEY-MADE TO WS-NUM-VALUE
                       SET WS-NUM-IS-OK TO TRUE
                   END-IF
               WHEN "AMOUNT-BENEF"
                   SET WS-KIND-NUMBER TO TRUE
                   IF AMOUNT-BENEF NUMERIC
                       MOVE AMOUNT-BENEF TO WS-NUM-VALUE
                       SET WS-NUM-IS-OK TO TRUE
                   END-IF
               WHEN "CD-INDICE-2"
                   MOVE INDICE-2 OF COMMON-DATA TO WS-TEXT-VALUE
               WHEN "HIST-TYPE"
                   MOVE HIST-TYPE(WS-OCC) TO WS-TEXT-VALUE
               WHEN "HIST-KEY"
                   MOVE HIST-KEY(WS-OCC) TO WS-TEXT-VALUE
               WHEN "HIST-AMOUNT-MONNEY-MADE"
                   SET WS-KIND-NUMBER TO TRUE
                   IF HIST-AMOUNT-MONNEY-MADE(WS-OCC) NUMERIC
                       MOVE HIST-AMOUNT-MONNEY-MADE(WS-OCC)
                           TO WS-NUM-VALUE
                       SET WS-NUM-IS-OK TO TRUE
                   END-IF
               WHEN "HIST-AMOUNT-BENEF"
                   SET WS-KIND-NUMBER TO TRUE
                   IF HIST-AMOUNT-BENEF(WS-OCC) NUMERIC
                       MOVE HIST-AMOUNT-BENEF(WS-OCC) TO WS-NUM-VALUE
                       SET WS-NUM-IS-OK TO TRUE
                   END-IF
               WHEN "ID-RANDOM"
                   MOVE ID-RANDOM TO WS-TEXT-VALUE
               WHEN "MSG-VALUE"
                   MOVE MSG-VALUE(WS-OCC) TO WS-TEXT-VALUE
               WHEN "TYPE-CLIENT-RISK"
                   MOVE TYPE-CLIENT-RISK TO WS-TEXT-VALUE
               WHEN "IDENT-VALUE"
                   MOVE IDENT-VALUE TO WS-TEXT-VALUE
               WHEN "CODE-7"
                   MOVE CODE-7 TO WS-TEXT-VALUE
           END-EVALUATE.

       2400-FORMAT-VALUE.
           MOVE SPACES TO WS-OUT-VALUE
           EVALUATE TRUE
               WHEN WS-KIND-TEXT
                   MOVE WS-TEXT-VALUE TO WS-OUT-VALUE
               WHEN WS-KIND-NUMBER
                   IF WS-NUM-IS-OK
                       PERFORM 2410-FORMAT-NUMBER
                   ELSE
                       ADD 1 TO WS-AMOUNTS-BLANKED
                   END-IF
               WHEN WS-KIND-DATE
                   PERFORM 2420-FORMAT-DATE
               WHEN WS-KIND-MONTH-DAY
                   PERFORM 2430-FORMAT-MONTH-DAY
               WHEN WS-KIND-TIMESTAMP
                   PERFORM 2440-FORMAT-TIMESTAMP
           END-EVALUATE.

      *> Floating minus, no leading zeros, left-justified.
       2410-FORMAT-NUMBER.
           MOVE WS-NUM-VALUE TO WS-NUM-EDIT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-NUM-EDIT(WS-CHAR-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-NUM-EDIT(WS-CHAR-IDX:) TO WS-OUT-VALUE.

       2420-FORMAT-DATE.
           IF WS-TEXT-VALUE(1:8) NOT = SPACES
               MOVE WS-TEXT-VALUE(1:8) TO WS-EDIT-DATE
               PERFORM 8100-VALIDATE-DATE
               IF WS-DATE-IS-VALID
                   STRING WS-EDIT-YEAR-X "-"
                       WS-EDIT-MONTH-DAY-X(1:2) "-"
                       WS-EDIT-MONTH-DAY-X(3:2)
                       DELIMITED BY SIZE INTO WS-OUT-VALUE
               ELSE
                   ADD 1 TO WS-DATES-BLANKED
               END-IF
           END-IF.

      *> E-DATE carries no year, so it is checked against a leap year
      *> exactly as CIMEDIT checks it.
       2430-FORMAT-MONTH-DAY.
           IF WS-TEXT-VALUE(1:4) NOT = SPACES
               MOVE "2000" TO WS-EDIT-YEAR-X
               MOVE WS-TEXT-VALUE(1:4) TO WS-EDIT-MONTH-DAY-X
               PERFORM 8100-VALIDATE-DATE
               IF WS-DATE-IS-VALID
                   STRING "--" WS-EDIT-MONTH-DAY-X(1:2) "-"
                       WS-EDIT-MONTH-DAY-X(3:2)
                       DELIMITED BY SIZE INTO WS-OUT-VALUE
               ELSE
                   ADD 1 TO WS-DATES-BLANKED
               END-IF
           END-IF.

      *> Upstream timestamps are YYYY-MM-DD-HH.MM.SS.NNNNNN. A date
      *> part alone (time blank) is written as a date.
       2440-FORMAT-TIMESTAMP.
           IF WS-TEXT-VALUE(1:26) NOT = SPACES
               MOVE WS-TEXT-VALUE(1:26) TO WS-TS-VALUE
               MOVE "N" TO WS-DATE-VALID-SWITCH
               IF WS-TS-SEP-1 = "-" AND WS-TS-SEP-2 = "-"
                   STRING WS-TS-YEAR WS-TS-MONTH WS-TS-DAY
                       DELIMITED BY SIZE INTO WS-EDIT-DATE
                   PERFORM 8100-VALIDATE-DATE
               END-IF
               IF WS-DATE-IS-VALID AND WS-TS-TIME NOT = SPACES
                  AND NOT (WS-TS-HOUR NUMERIC AND WS-TS-MINUTE NUMERIC
                       AND WS-TS-SECOND NUMERIC
                       AND WS-TS-FRACTION NUMERIC)
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-DATE-IS-VALID
                       ADD 1 TO WS-DATES-BLANKED
                   WHEN WS-TS-TIME = SPACES
                       STRING WS-TS-YEAR "-" WS-TS-MONTH "-" WS-TS-DAY
                           DELIMITED BY SIZE INTO WS-OUT-VALUE
                   WHEN OTHER
                       STRING WS-TS-YEAR "-" WS-TS-MONTH "-" WS-TS-DAY
                           " " WS-TS-HOUR ":" WS-TS-MINUTE ":"
                           WS-TS-SECOND "." WS-TS-FRACTION
                           DELIMITED BY SIZE INTO WS-OUT-VALUE
               END-EVALUATE
           END-IF.

       3000-START-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           SET WS-FIRST-COLUMN TO TRUE.

      *> Trailing blanks are dropped; a value holding the delimiter
      *> or a quote goes out quoted with its quotes doubled.
       3100-APPEND-VALUE.
           IF WS-FIRST-COLUMN
               MOVE "N" TO WS-FIRST-COLUMN-SWITCH
           ELSE
               MOVE WS-DELIMITER TO WS-APPEND-CHAR
               PERFORM 3200-APPEND-CHAR
           END-IF
           PERFORM VARYING WS-OUT-LENGTH FROM 40 BY -1
                   UNTIL WS-OUT-LENGTH = ZERO
                      OR WS-OUT-VALUE(WS-OUT-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-OUT-LENGTH > ZERO
               MOVE ZERO TO WS-SPECIAL-COUNT
               INSPECT WS-OUT-VALUE(1:WS-OUT-LENGTH) TALLYING
                   WS-SPECIAL-COUNT FOR ALL WS-DELIMITER ALL QUOTE
               IF WS-SPECIAL-COUNT > ZERO
                   MOVE QUOTE TO WS-APPEND-CHAR
                   PERFORM 3200-APPEND-CHAR
               END-IF
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-OUT-LENGTH
                   MOVE WS-OUT-VALUE(WS-CHAR-IDX:1) TO WS-APPEND-CHAR
                   PERFORM 3200-APPEND-CHAR
                   IF WS-APPEND-CHAR = QUOTE
                       PERFORM 3200-APPEND-CHAR
                   END-IF
               END-PERFORM
               IF WS-SPECIAL-COUNT > ZERO
                   MOVE QUOTE TO WS-APPEND-CHAR
                   PERFORM 3200-APPEND-CHAR
               END-IF
           END-IF.

       3200-APPEND-CHAR.
           IF WS-ROW-PTR > WS-ROW-MAX
               DISPLAY "CIMEXPRT: ABEND - ROW LONGER THAN "
                   WS-ROW-MAX " CHARACTERS, TOO MANY FIELDS ON "
                   "EXPPARM"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           MOVE WS-APPEND-CHAR TO WS-ROW(WS-ROW-PTR:1)
           ADD 1 TO WS-ROW-PTR.

       3900-WRITE-ROW.
           MOVE WS-ROW TO EXPORT-ROW
           WRITE EXPORT-ROW.

       4000-WRITE-TRAILER-ROW.
           PERFORM 3000-START-ROW
           MOVE "TRAILER" TO WS-OUT-VALUE
           PERFORM 3100-APPEND-VALUE
           MOVE EP-EXPORT-ID TO WS-OUT-VALUE
           PERFORM 3100-APPEND-VALUE
           MOVE WS-RUN-DATE TO WS-OUT-VALUE
           PERFORM 3100-APPEND-VALUE
           MOVE WS-ROWS-WRITTEN TO WS-NUM-VALUE
           MOVE SPACES TO WS-OUT-VALUE
           PERFORM 2410-FORMAT-NUMBER
           PERFORM 3100-APPEND-VALUE
           PERFORM 3900-WRITE-ROW.

       8000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE "CIMEXPRT" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RECORDS-READ TO RC-INPUT-COUNT
           MOVE WS-ROWS-WRITTEN TO RC-OUTPUT-1-COUNT
           MOVE WS-RECORDS-FILTERED TO RC-OUTPUT-2-COUNT
           MOVE WS-SELECTED-COUNT TO RC-OUTPUT-3-COUNT
           MOVE WS-DATES-BLANKED TO RC-OUTPUT-4-COUNT
           MOVE WS-AMOUNTS-BLANKED TO RC-OUTPUT-5-COUNT
           MOVE ZERO TO RC-OUTPUT-6-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9000-TERMINATE.
           CLOSE CLIENT-IMAGE-FILE
           CLOSE EXPORT-FILE
           DISPLAY "CIMEXPRT EXPORT ID      : " EP-EXPORT-ID
           DISPLAY "CIMEXPRT RECORDS READ   : " WS-RECORDS-READ
           DISPLAY "CIMEXPRT ROWS WRITTEN   : " WS-ROWS-WRITTEN
           DISPLAY "CIMEXPRT FILTERED OUT   : " WS-RECORDS-FILTERED
           DISPLAY "CIMEXPRT DATES BLANKED  : " WS-DATES-BLANKED
           DISPLAY "CIMEXPRT AMOUNTS BLANKED: " WS-AMOUNTS-BLANKED
           PERFORM 8000-WRITE-RUN-CONTROL.

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
