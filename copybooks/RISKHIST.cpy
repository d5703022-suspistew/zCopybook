      *>--------------------------------------------------------------
      *> RISKHIST - one contract's composite risk score for one run,
      *> written by RISKSCOR. Appended nightly to the dated score
      *> history file (RISKHIST), and the same night's rows are also
      *> written as the RSKLSTOU carry-forward, in ascending
      *> NUM-CONTRAT order, for the next run to measure movement
      *> against. RH-SCORE is the sum of the five component points
      *> beside it, kept so a score can be explained after the fact.
      *>--------------------------------------------------------------
       01  RISK-HIST-REC.
           05  RH-RUN-DATE                  PIC X(08).
           05  RH-NUM-CONTRAT               PIC X(16).
           05  RH-REGION                    PIC X(04).
           05  RH-COUNTRY                   PIC X(04).
           05  RH-SCORE                     PIC 9(07).
           05  RH-RISK-POINTS               PIC 9(05).
           05  RH-MESSAGE-POINTS            PIC 9(05).
           05  RH-CHURN-POINTS              PIC 9(07).
           05  RH-CASE-POINTS               PIC 9(05).
           05  RH-DORMANCY-POINTS           PIC 9(05).
