      ******************************************************************
      * PLOGREC.cpy
      * Record layout for the policy approval log (POLLOG). POLAPROB
      * appends one entry per proposal resolved: who proposed and
      * who approved or rejected each version, with the bands and
      * the dates. It is the record of the four-eyes control on
      * POLITICAS, and the segregation-of-duties control reads it to
      * see which approvals an operator signed on a given day.
      * Weights proposals for the risk score are logged the same way
      * with origin 'PUNTAJE', class 'F' and the weights in PL-PESO.
      ******************************************************************
       01 REGISTRO-POLLOG.
           02 PL-ORIGEN           PIC X(8).
           02 PL-VERSION          PIC 9(4).
           02 PL-RESULTADO        PIC X(1).
               88 PL-APROBADA         VALUE 'A'.
               88 PL-RECHAZADA        VALUE 'R'.
           02 PL-AUTO-MAX         PIC 9(1).
           02 PL-REVISION-MAX     PIC 9(1).
           02 PL-VIGENCIA         PIC 9(8).
           02 PL-PROPONENTE       PIC X(8).
           02 PL-APROBADOR        PIC X(8).
           02 PL-FECHA-PROPUESTA  PIC 9(8).
           02 PL-FECHA-RESOLUCION PIC 9(8).
           02 PL-HORA-RESOLUCION  PIC 9(8).
           02 PL-CLASE            PIC X(1).
               88 PL-DE-POLITICA      VALUES 'P' SPACE.
               88 PL-DE-PESOS         VALUE 'F'.
           02 PL-PESO             PIC 9(1) OCCURS 5 TIMES.
