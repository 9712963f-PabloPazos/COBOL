      ******************************************************************
      * PESOREC.cpy
      * Record layout for the risk-score weights file (PESOS). One
      * row per weights version, with the date it takes effect and
      * the points RISKSCOR adds for each occurrence of a factor:
      *   1 prior rejected decisions for the DNI
      *   2 prior pending decisions for the DNI
      *   3 rejected or pending decisions of other household members
      *   4 possible-duplicate hits in the PERSONAS master
      *   5 missing or invalid contact data (address, telephone)
      * Rows are only written by POLAPROB when a weights proposal
      * from POLMANT is approved by a different operator, under the
      * same four-eyes control as POLITICAS. RISKSCOR picks the row
      * with the newest effective date not in the future.
      ******************************************************************
       01 REGISTRO-PESOS.
           02 PES-VIGENCIA        PIC 9(8).
           02 PES-VERSION         PIC 9(4).
           02 PES-PESO            PIC 9(1) OCCURS 5 TIMES.
