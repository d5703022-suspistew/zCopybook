      *>--------------------------------------------------------------
      *> DQHIST - one upstream source's data-quality counts for one
      *> night, written by DQSCORE. A source is an IMAGE-ORIGIN -
      *> CODE-APPLICATION plus SERVER-ID. DH-RECEIVED is every record
      *> the source sent: certified, rejected by CIMEDIT or diverted
      *> by CIMDEDUP as a duplicate. DH-ERROR-COUNT is positional by
      *> category:
      *>    1-11 CIMEDIT reason codes NCL1 NCL2 NCON SEQT TYPV DTST
      *>         DTA DTB DTC DTD DTE (see CIMEDREJ)
      *>   12    DUPL duplicate image diverted by CIMDEDUP
      *>   13    XREF client-number drift reported by XREFCHK
      *>   14    MDFE METADATA value not in its declared format
      *>         (MDEXTR flag E)
      *>   15    MDTU METADATA of unknown MD-TYPE (MDEXTR flag U)
      *>   16    MSGU MESSAGES code unknown to MSGDEC
      *> The carry-forward (DQHSTIN in, DQHSTOU out) holds the current
      *> month's nights for the month-to-date trend.
      *>--------------------------------------------------------------
       01  DQ-HIST-REC.
           05  DH-RUN-DATE                  PIC X(08).
           05  DH-CODE-APPLICATION          PIC X(28).
           05  DH-SERVER-ID                 PIC X(04).
           05  DH-RECEIVED                  PIC 9(09).
           05  DH-ERROR-COUNT OCCURS 16     PIC 9(09).
