      *> construction - then one "T" trailer carrying the detail
      *> record count and hash totals (the arithmetic sum of the
      *> amount fields over every detail record, debits and credits
      *> alike). Approved manual adjustments from the GLADJIN journal
      *> follow the summarized pairs as D/C records of their own,
      *> each posted to the GL-ACCOUNT-CODE its REFDATA GLACCT entry
      *> gives, and count in the trailer's record count and hash
      *> totals like any other detail. The ledger side maps
      *> GL-ACCOUNT-CODE REVENUE/CONTROL, and every code on the GLACCT
      *> table, onto its own chart of accounts.
      *>--------------------------------------------------------------
       01  GL-HEADER-REC.
           05  GH-RECORD-TYPE               PIC X(01).
