      * POLREC.cpy
      * Record layout for the risk-policy parameter file (POLITICAS).
      * One row per policy version: the origin it applies to (PROG5
      * operations, REG6RR / REGLOTE registrations, MANTLOTE
      * maintenances), the date it takes effect, its version number
      * within the origin, and the risk bands: levels up to
      * POL-AUTO-MAX are auto-approved, levels up to POL-REVISION-MAX
      * go to management review, anything above is a hard reject.
      * RISKEVAL picks the row with the newest effective date not in
      * the future for the calling origin.
      ******************************************************************
       01 REGISTRO-POLITICA.
           02 POL-ORIGEN          PIC X(8).
