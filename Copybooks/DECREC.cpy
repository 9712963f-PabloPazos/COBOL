      * DECREC.cpy
      * Record layout for the risk-decision audit file (DECISIONES).
      * One entry is written per risk level evaluated by RISKEVAL,
      * whether the call came from PROG5 (an operation of a client,
      * registered in OPERACIONES), from REG6RR/REGLOTE (a person
      * registration) or from MANTLOTE (a maintenance that changed a
      * person's data). DEC-ORIGEN identifies which caller wrote the
      * entry. DEC-OPERACION is the OPERACIONES number of the
      * operation evaluated, zero when the decision is not about one.
      * DEC-PUNTAJE is the breakdown of the level (same layout as
      * PU-DETALLE in PUNTREC): computed by RISKSCOR ('C') with the
      * PESOS version used and, per factor, the occurrences found
      * and the points added; or keyed by the operator ('I'), as in
      * PROG5 and in every decision written before the score existed.
      * The file is indexed: DEC-CLAVE (origin, DNI, date and time of
      * the decision) is the record key and DEC-ESTADO is an
      * alternate key with duplicates, so pending decisions can be
      * read directly without scanning the whole history.
      * A pending decision whose person is reported dead by the death
      * registry load (CARGAFAL) is closed as cancelled ('C').
      ******************************************************************
       01 REGISTRO-DECISION.
           02 DEC-CLAVE.
               03 DEC-ORIGEN          PIC X(8).
               03 DEC-DNI             PIC 9(8).
               03 DEC-FECHA           PIC 9(8).
               03 DEC-HORA            PIC 9(8).
           02 DEC-RIESGO          PIC 9(1).
           02 DEC-ESTADO          PIC X(1).
               88 DEC-APROBADO        VALUE 'A'.
               88 DEC-PENDIENTE       VALUE 'P'.
               88 DEC-RECHAZADO       VALUE 'R'.
               88 DEC-CANCELADO       VALUE 'C'.
           02 DEC-POLITICA         PIC 9(4).
           02 DEC-OPERACION        PIC 9(8).
           02 DEC-PUNTAJE.
               03 DEC-NIVEL-ORIGEN     PIC X(1).
                   88 DEC-NIVEL-CALCULADO  VALUE 'C'.
                   88 DEC-NIVEL-INFORMADO  VALUE 'I'.
               03 DEC-PESOS-VERSION    PIC 9(4).
               03 DEC-FACTOR           OCCURS 5 TIMES.
                   04 DEC-FACTOR-CANTIDAD  PIC 9(2).
                   04 DEC-FACTOR-PUNTOS    PIC 9(1).
