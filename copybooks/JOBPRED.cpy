      *>--------------------------------------------------------------
      *> JOBPRED - job-stream predecessor table. Each row says "this
      *> job requires that job complete for today with return code
      *> zero". A job may appear in several rows (at most five); a job
      *> with no row has no predecessor. JOBGATE proves the rows
      *> before it releases a job and BATCHWIN walks them to find the
      *> night's critical path. Add new rows here as jobs join the
      *> stream, and raise the OCCURS and JOB-PRED-TABLE-COUNT to
      *> match.
      *>--------------------------------------------------------------
       01  JOB-PRED-TABLE.
           05  JOB-PRED-ENTRY.
               10  FILLER PIC X(16) VALUE "SEQSPLT CIMEDIT".
               10  FILLER PIC X(16) VALUE "CIMDELTACIMEDIT".
               10  FILLER PIC X(16) VALUE "CIMLOAD CIMEDIT".
               10  FILLER PIC X(16) VALUE "CIMFIX  CIMEDIT".
               10  FILLER PIC X(16) VALUE "CIMDEDUPCIMEDIT".
               10  FILLER PIC X(16) VALUE "CIMMAINTCIMDELTA".
               10  FILLER PIC X(16) VALUE "STHIST  CIMEDIT".
               10  FILLER PIC X(16) VALUE "TRNSTMT TRNOVFL".
               10  FILLER PIC X(16) VALUE "GLFEED  CIMEDIT".
               10  FILLER PIC X(16) VALUE "GLACK   GLFEED".
               10  FILLER PIC X(16) VALUE "RECONDLYCIMEDIT".
               10  FILLER PIC X(16) VALUE "CMPALERTCIMEDIT".
               10  FILLER PIC X(16) VALUE "CLIPOS  CIMEDIT".
               10  FILLER PIC X(16) VALUE "PERACCUMGLFEED".
               10  FILLER PIC X(16) VALUE "MECLOSE PERACCUM".
               10  FILLER PIC X(16) VALUE "YTDRPT  MECLOSE".
               10  FILLER PIC X(16) VALUE "DORMSCANCIMEDIT".
               10  FILLER PIC X(16) VALUE "CMPALERTDORMSCAN".
               10  FILLER PIC X(16) VALUE "CLIPOS  CLINMLD".
               10  FILLER PIC X(16) VALUE "CMPALERTCLINMLD".
               10  FILLER PIC X(16) VALUE "DORMSCANCLINMLD".
               10  FILLER PIC X(16) VALUE "CIMDEDUPCIMFIX".
               10  FILLER PIC X(16) VALUE "STHIST  STRMSNAP".
               10  FILLER PIC X(16) VALUE "TRNOVFL STRMSNAP".
               10  FILLER PIC X(16) VALUE "ADOVFL  STRMSNAP".
               10  FILLER PIC X(16) VALUE "CLISTRUCCIMEDIT".
               10  FILLER PIC X(16) VALUE "CLISTRUCTRNOVFL".
               10  FILLER PIC X(16) VALUE "CLISTRUCCLINMLD".
               10  FILLER PIC X(16) VALUE "CMPALERTCLISTRUC".
               10  FILLER PIC X(16) VALUE "SANCSCRNCLINMLD".
               10  FILLER PIC X(16) VALUE "SANCSCRNCIMMAINT".
               10  FILLER PIC X(16) VALUE "RISKSCORCMPALERT".
               10  FILLER PIC X(16) VALUE "RISKSCORDORMSCAN".
               10  FILLER PIC X(16) VALUE "RISKSCORSTHIST".
               10  FILLER PIC X(16) VALUE "DQSCORE CIMDEDUP".
               10  FILLER PIC X(16) VALUE "DQSCORE XREFCHK".
               10  FILLER PIC X(16) VALUE "DQSCORE MDEXTR".
               10  FILLER PIC X(16) VALUE "DQSCORE MSGDEC".
               10  FILLER PIC X(16) VALUE "VOLCHK  CIMDEDUP".
               10  FILLER PIC X(16) VALUE "VOLCHK  SEQSPLT".
               10  FILLER PIC X(16) VALUE "VOLCHK  CIMDELTA".
               10  FILLER PIC X(16) VALUE "VOLCHK  RECONDLY".
               10  FILLER PIC X(16) VALUE "GLFEED  VOLCHK".
               10  FILLER PIC X(16) VALUE "CIMMAINTVOLCHK".
               10  FILLER PIC X(16) VALUE "STHIST  VOLCHK".
               10  FILLER PIC X(16) VALUE "CMPALERTVOLCHK".
       01  JOB-PRED-TABLE-R REDEFINES JOB-PRED-TABLE.
           05  JOB-PRED-ROW OCCURS 46.
               10  JP-JOB-NAME             PIC X(08).
               10  JP-PRED-NAME            PIC X(08).
       01  JOB-PRED-TABLE-COUNT            PIC 9(03) VALUE 46.
