      *>--------------------------------------------------------------
      *> STRCPARM - operator controls for the CLISTRUC nightly
      *> client-level structuring scan. SP-WINDOW-DAYS is the rolling
      *> window in calendar days, tonight included. SP-CLIENT-LIMIT is
      *> the client's total MONNEY-MADE credits across all contracts
      *> inside the window above which the client is reviewed.
      *> SP-MIN-TRANS-COUNT is the fewest transactions that can make
      *> up a structured pattern. The single-transaction ceiling is
      *> not repeated here; it is ALRTPARM's AP-AMOUNT-THRESHOLD, the
      *> same figure CMPALERT alerts on, so the two scans cannot drift
      *> apart.
      *>--------------------------------------------------------------
       01  STRUCTURING-PARM-REC.
           05  SP-WINDOW-DAYS               PIC 9(03).
           05  SP-CLIENT-LIMIT              PIC 9(13).
           05  SP-MIN-TRANS-COUNT           PIC 9(03).
