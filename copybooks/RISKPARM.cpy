      *>--------------------------------------------------------------
      *> RISKPARM - weights for the RISKSCOR composite contract risk
      *> score, one record, maintained by compliance. Every weight is
      *> points added to the score; a zero weight switches its input
      *> off. Inputs and what earns the points:
      *>   RK-RISK-ENTRY    TYPE-CLIENT-RISK equal to RK-RISK-VALUE
      *>                    (unused slots SPACES)
      *>   RK-MSG-ENTRY     each MESSAGES occurrence equal to
      *>                    RK-MSG-CODE (unused slots SPACES)
      *>   RK-CHURN-...     each STATE transition on STATE-HISTORY
      *>                    dated inside the last RK-CHURN-WINDOW-DAYS
      *>                    days, counted up to RK-CHURN-CAP
      *>   RK-OPEN-CASE-... each compliance case the contract holds on
      *>                    the ALRTOPEN carry-forward - escalated
      *>                    (ES) cases at RK-ESCALATED-WEIGHT, other
      *>                    open cases at RK-OPEN-CASE-WEIGHT
      *>   RK-...-WEIGHT    the contract's DORMEXTR classification
      *> RK-MOVER-COUNT is how many of the biggest score movers the
      *> report lists (1 to 50). RK-BAND-LIMIT gives the top score of
      *> distribution bands 1 to 4 in ascending order; band 5 holds
      *> everything above RK-BAND-LIMIT(4).
      *>--------------------------------------------------------------
       01  RISK-PARM-REC.
           05  RK-RISK-ENTRY OCCURS 5.
               10  RK-RISK-VALUE            PIC X(05).
               10  RK-RISK-WEIGHT           PIC 9(03).
           05  RK-MSG-ENTRY OCCURS 10.
               10  RK-MSG-CODE              PIC X(05).
               10  RK-MSG-WEIGHT            PIC 9(03).
           05  RK-CHURN-WINDOW-DAYS         PIC 9(03).
           05  RK-CHURN-WEIGHT              PIC 9(03).
           05  RK-CHURN-CAP                 PIC 9(03).
           05  RK-OPEN-CASE-WEIGHT          PIC 9(03).
           05  RK-ESCALATED-WEIGHT          PIC 9(03).
           05  RK-INACTIVE-WEIGHT           PIC 9(03).
           05  RK-DORMANT-WEIGHT            PIC 9(03).
           05  RK-ESCHEAT-WEIGHT            PIC 9(03).
           05  RK-NODATE-WEIGHT             PIC 9(03).
           05  RK-MOVER-COUNT               PIC 9(03).
           05  RK-BAND-LIMIT OCCURS 4       PIC 9(07).
