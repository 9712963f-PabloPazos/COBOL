      ******************************************************************
      * OPERAREC.cpy
      * Record layout for the operation register (OPERACIONES), one
      * entry per operation captured by PROG5 before its risk level
      * is evaluated. OPE-NUMERO is assigned by PROG5 as the highest
      * number in the file plus one and is carried by RISKEVAL into
      * DEC-OPERACION, which links the decision to the operation.
      * OPE-DNI is the client, who must be an active person in the
      * PERSONAS master. OPE-OPERADOR is the operator of the menu
      * session that captured it (the program name without one).
      ******************************************************************
       01 REGISTRO-OPERACION.
           02 OPE-NUMERO          PIC 9(8).
           02 OPE-DNI             PIC 9(8).
           02 OPE-TIPO            PIC X(1).
               88 OPE-PRESTAMO        VALUE 'P'.
               88 OPE-TARJETA         VALUE 'T'.
               88 OPE-DESCUBIERTO     VALUE 'D'.
               88 OPE-OTRA            VALUE 'O'.
           02 OPE-IMPORTE         PIC 9(13)V99.
           02 OPE-OPERADOR        PIC X(8).
           02 OPE-FECHA           PIC 9(8).
           02 OPE-HORA            PIC 9(8).
           02 OPE-RIESGO          PIC 9(1).
