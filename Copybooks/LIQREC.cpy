      ******************************************************************
      * LIQREC.cpy
      * Record layout for the branch settlement ledger (LIQUIDAC).
      * One entry per originating branch and processing date, built
      * by LIQUIDA from the calculator audit file. For each operator
      * (1 = '+', 2 = '-', 3 = '*', 4 = '/') it carries the count and
      * the sum of AUD-RESULTADO of the valid transactions of the
      * day, and the month-to-date and year-to-date running totals
      * of the same branch; the invalid transactions, parked in the
      * suspense file, are counted apart with their own running
      * totals. Finance posts from this ledger.
      ******************************************************************
       01 REGISTRO-LIQUIDACION.
           02 LQ-ORIGEN            PIC X(8).
           02 LQ-FECHA             PIC 9(8).
           02 LQ-HORA              PIC 9(8).
           02 LQ-OPERACION OCCURS 4 TIMES.
               03 LQ-DIA-CANTIDAD  PIC 9(8).
               03 LQ-DIA-IMPORTE   PIC S9(15)V99
                                    SIGN IS TRAILING SEPARATE.
               03 LQ-MES-CANTIDAD  PIC 9(8).
               03 LQ-MES-IMPORTE   PIC S9(15)V99
                                    SIGN IS TRAILING SEPARATE.
               03 LQ-ANO-CANTIDAD  PIC 9(8).
               03 LQ-ANO-IMPORTE   PIC S9(15)V99
                                    SIGN IS TRAILING SEPARATE.
           02 LQ-DIA-SUSPENDIDAS   PIC 9(8).
           02 LQ-MES-SUSPENDIDAS   PIC 9(8).
           02 LQ-ANO-SUSPENDIDAS   PIC 9(8).
