      *> CONTRACT-STATUS, STATE and the two COMMON-DATA amounts - then
      *> a line with LK-RESULT "CLIENT TOTAL" summing the amounts. A
      *> miss on either key still answers with an explicit "NOT FOUND"
      *> line, as the single-contract inquiry always has. A contract
      *> on sanctions hold answers "FOUND - SANCT HOLD" in place of
      *> "FOUND".
      *>--------------------------------------------------------------
       01  LOOKUP-RESULT-REC.
           05  LK-NUM-CONTRAT               PIC X(16).
