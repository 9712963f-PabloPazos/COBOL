      ******************************************************************
      * PUNTREC.cpy
      * Risk score returned by RISKSCOR for a person registration or
      * maintenance. PU-NIVEL is the 0-9 level passed to RISKEVAL;
      * PU-DETALLE is the breakdown RISKEVAL stores in DEC-PUNTAJE
      * and must keep the same layout. PU-FACTOR is indexed as in
      * PESOREC: for each factor the occurrences found and the points
      * they added (occurrences times weight, at most 9). A caller
      * that keys the level instead of computing it (PROG5) sets
      * PU-NIVEL-INFORMADO and leaves the factors at zero.
      ******************************************************************
       01 PUNTAJE-RIESGO.
           02 PU-NIVEL            PIC 9(1).
           02 PU-DETALLE.
               03 PU-NIVEL-ORIGEN     PIC X(1).
                   88 PU-NIVEL-CALCULADO  VALUE 'C'.
                   88 PU-NIVEL-INFORMADO  VALUE 'I'.
               03 PU-PESOS-VERSION    PIC 9(4).
               03 PU-FACTOR           OCCURS 5 TIMES.
                   04 PU-FACTOR-CANTIDAD  PIC 9(2).
                   04 PU-FACTOR-PUNTOS    PIC 9(1).
