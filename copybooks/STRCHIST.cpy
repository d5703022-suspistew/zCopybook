      *>--------------------------------------------------------------
      *> STRCHIST - CLISTRUC's rolling-window carry-forward, written
      *> nightly as STRUCT-HIST-OUT-FILE and read back the next night
      *> as STRUCT-HIST-IN-FILE. Two record types:
      *>   D - one client's transaction totals for one activity date:
      *>       how many transactions, the sum of their MONNEY-MADE
      *>       credits and the largest single one. SD-SOURCE says
      *>       where the day came from - FEED for a night's TRANFEED,
      *>       OVFL for a day rebuilt from TRANS-OVERFLOW-FILE stamps.
      *>   A - a client already alerted for structuring and still over
      *>       the limit; SD-ACTIVITY-DATE is the run date the alert
      *>       was first raised. It stops the same pattern re-raising
      *>       every night while the window rolls over it.
      *> Rows older than the window are dropped on the rewrite.
      *>--------------------------------------------------------------
       01  STRUCT-HIST-REC.
           05  SD-RECORD-TYPE               PIC X(01).
               88  SD-DAILY-TOTAL               VALUE "D".
               88  SD-ALERTED-CLIENT            VALUE "A".
           05  SD-NUM-CLIENT                PIC 9(10).
           05  SD-ACTIVITY-DATE             PIC X(08).
           05  SD-SOURCE                    PIC X(04).
           05  SD-TRANS-COUNT               PIC 9(07).
           05  SD-TOTAL-AMOUNT              PIC S9(13).
           05  SD-MAX-AMOUNT                PIC S9(11).
