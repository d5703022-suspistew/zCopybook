      *> CTRYCUR - maintained reference file mapping CONTRACT's
      *> COUNTRY code to the ISO currency code that country's amounts
      *> are booked in. One record per country; maintained by finance
      *> the same way REFDATA is maintained by the business.
      *>--------------------------------------------------------------
       01  COUNTRY-CURRENCY-REC.
           05  CY-COUNTRY                   PIC X(04).
