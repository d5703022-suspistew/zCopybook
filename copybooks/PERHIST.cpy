      *>--------------------------------------------------------------
      *> PERHIST - closed-period history record. MECLOSE carries the
      *> history forward at every month-end close (PERHSTIN in,
      *> PERHSTOU out) and adds the period it closes, so the month's
      *> totals outlive the fresh accumulator it rolls to. The file
      *> is in ascending PH-PERIOD order; within a period the records
      *> are written group totals, then contract totals, then the
      *> period's close record:
      *>   "G" group total - one per REGION/COUNTRY/PRD, the closed
      *>       PERACCUM G record as it stood at the close.
      *>   "K" contract total - one per NUM-CONTRAT (PH-KEY-DATA), in
      *>       ascending NUM-CONTRAT order; PH-DETAIL-COUNT is the
      *>       nights the contract appeared in the month.
      *>   "P" period close - the sum of the month's daily GLFEED
      *>       trailers (count and hash totals) and whether MECLOSE
      *>       found the group totals in balance with them, as on the
      *>       period's MECLSAUD record.
      *> Closing a period again (a rerun of MECLOSE) replaces that
      *> period's records. YTDRPT reports from this file.
      *>--------------------------------------------------------------
       01  PERIOD-HIST-REC.
           05  PH-PERIOD                    PIC X(06).
           05  PH-PERIOD-NUM REDEFINES PH-PERIOD.
               10  PH-PERIOD-YEAR           PIC 9(04).
               10  PH-PERIOD-MONTH          PIC 9(02).
           05  PH-RECORD-TYPE               PIC X(01).
               88  PH-GROUP-TOTAL               VALUE "G".
               88  PH-CONTRACT-TOTAL            VALUE "K".
               88  PH-PERIOD-CLOSE              VALUE "P".
           05  PH-KEY-DATA                  PIC X(16).
           05  PH-KEY-GROUP REDEFINES PH-KEY-DATA.
               10  PH-REGION                PIC X(04).
               10  PH-COUNTRY               PIC X(04).
               10  PH-PRD                   PIC X(03).
               10  FILLER                   PIC X(05).
           05  PH-CLOSE-DATE                PIC X(08).
           05  PH-DAYS-FOLDED               PIC 9(03).
           05  PH-DETAIL-COUNT              PIC 9(09).
           05  PH-MONNEY-MADE               PIC S9(15).
           05  PH-BENEF                     PIC S9(15).
           05  PH-BALANCED-FLAG             PIC X(01).
           05  FILLER                       PIC X(06).
