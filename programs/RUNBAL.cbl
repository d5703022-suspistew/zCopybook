      *> TYPE-1 through TYPE-4 plus unknown counts must sum to its
      *> input, CIMLOAD's loaded plus rejected must equal its input,
      *> CKPTRST's processed plus skipped likewise, CIMEDIT's
      *> certified plus rejected likewise, CIMEXPRT's exported plus
      *> filtered-out likewise, CIMFIX's repaired plus
      *> carried-forward plus collapsed duplicates likewise, and
      *> CIMDELTA's added plus
      *> changed plus unchanged must equal today's record count, and
               WHEN "CIMEDIT"
               WHEN "CIMDEDUP"
               WHEN "CLINMLD"
               WHEN "CIMEXPRT"
                   COMPUTE WS-EXPECTED-TOTAL =
                       RC-OUTPUT-1-COUNT + RC-OUTPUT-2-COUNT
               WHEN "CIMINQ"
