      ******************************************************************
      * ACUSEREC.cpy
      * Record layout for the per-branch acknowledgement file that
      * REGLOTE and MANTLOTE return to every branch listed in
      * SUCURSALES. A header names the branch, the program that
      * processed its lote and the processing date; one detail per
      * transaction read gives the DNI, the outcome, the RISKEVAL
      * estado (blank when no decision was taken) and the rejection
      * reason in words; the trailer carries the counts the branch
      * balances against what it sent (leidas = aceptadas +
      * rechazadas).
      ******************************************************************
       01 ACUSE-CAB.
           02 AK-TIPO             PIC X(1).
               88 AK-ES-CABECERA      VALUE 'H'.
           02 AK-ORIGEN           PIC X(8).
           02 AK-PROGRAMA         PIC X(8).
           02 AK-FECHA            PIC 9(8).
           02 AK-HORA             PIC 9(8).
       01 ACUSE-DET.
           02 AK-TIPO-DET         PIC X(1).
               88 AK-ES-DETALLE       VALUE 'D'.
           02 AK-SECUENCIA        PIC 9(6).
           02 AK-DNI              PIC X(8).
           02 AK-RESULTADO        PIC X(9).
               88 AK-ACEPTADA         VALUE 'ACEPTADA'.
               88 AK-RECHAZADA        VALUE 'RECHAZADA'.
           02 AK-ESTADO-DECISION  PIC X(1).
           02 AK-MOTIVO           PIC X(2).
           02 AK-DESCRIPCION      PIC X(40).
       01 ACUSE-PIE.
           02 AK-TIPO-PIE         PIC X(1).
               88 AK-ES-PIE           VALUE 'T'.
           02 AK-LEIDAS           PIC 9(8).
           02 AK-ACEPTADAS        PIC 9(8).
           02 AK-RECHAZADAS       PIC 9(8).
           02 AK-APROBADAS        PIC 9(8).
           02 AK-PENDIENTES       PIC 9(8).
           02 AK-RECH-RIESGO      PIC 9(8).
