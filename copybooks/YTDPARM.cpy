      *>--------------------------------------------------------------
      *> YTDPARM - the closed period (YYYYMM) YTDRPT reports for. Left
      *> empty (or blank) the run takes the latest period closed on
      *> the period history; set it to an earlier period to reprint
      *> that month's year-to-date figures.
      *>--------------------------------------------------------------
       01  YTD-PARM-REC.
           05  YP-REPORT-PERIOD             PIC X(06).
