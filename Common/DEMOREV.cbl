      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT REVISIONES-FILE ASSIGN TO "REVISIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REVISIONES.

           SELECT DEMORAS-FILE ASSIGN TO "DEMOREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DEMORAS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DECREC.

       FD  REVISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVREC.

       FD  DEMORAS-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEMORAS-REC             PIC X(90).

       WORKING-STORAGE SECTION.
           01 FS-DECISIONES PIC X(2).
           01 FS-REVISIONES PIC X(2).
           01 FS-DEMORAS    PIC X(2).

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 DECISIONES-ESTADO PIC X(1).
               88 DECISIONES-ABIERTO  VALUE 'S'.
               88 DECISIONES-CERRADO  VALUE 'N'.

           01 FECHA-ACTUAL PIC 9(8).

      ******************************************************************
      * Tramos de antiguedad de las pendientes: 1 = 0 a 2 dias,
      * 2 = 3 a 7, 3 = 8 a 30, 4 = mas de 30. Los origenes que no
      * entran en la tabla se suman juntos en OTROS.
      ******************************************************************
           01 TABLA-ORIGENES.
               02 CANTIDAD-ORIGENES PIC 9(2) VALUE ZERO.
               02 ENTRADA-ORIGEN OCCURS 20 TIMES.
                   03 TO-ORIGEN     PIC X(8).
                   03 TO-TRAMO      PIC 9(6) OCCURS 4 TIMES.
           01 OTROS-TRAMO PIC 9(6) OCCURS 4 TIMES.

           01 TABLA-RIESGOS.
               02 ENTRADA-RIESGO OCCURS 10 TIMES.
                   03 TRI-TRAMO     PIC 9(6) OCCURS 4 TIMES.

           01 TOTAL-TRAMO PIC 9(6) OCCURS 4 TIMES.

      ******************************************************************
      * Productividad por revisor. READJUD y CARGAFAL entran en la
      * tabla como cualquier otro revisor pero se listan aparte,
      * porque sus resoluciones son automaticas; las cancelaciones
      * de CARGAFAL cuentan como no aprobadas.
      ******************************************************************
           01 TABLA-REVISORES.
               02 CANTIDAD-REVISORES PIC 9(3) VALUE ZERO.
               02 ENTRADA-REVISOR OCCURS 100 TIMES.
                   03 TV-REVISOR    PIC X(8).
                   03 TV-RESUELTAS  PIC 9(6).
                   03 TV-APROBADAS  PIC 9(6).
                   03 TV-RECHAZADAS PIC 9(6).
                   03 TV-DIAS       PIC 9(8).

           01 INDICE-TABLA    PIC 9(3).
           01 INDICE-TRAMO    PIC 9(1).
           01 INDICE-RIESGO   PIC 9(2).
           01 POSICION-HALLADA PIC 9(4).

           01 FECHA-CALCULO PIC 9(8).
           01 CALCULO-PARTES REDEFINES FECHA-CALCULO.
               02 CALC-ANO  PIC 9(4).
               02 CALC-MES  PIC 9(2).
               02 CALC-DIA  PIC 9(2).

           01 JULIANO-AUX PIC S9(9).
           01 JULIANO-A   PIC S9(9).
           01 JULIANO-Y   PIC S9(9).
           01 JULIANO-M   PIC S9(9).
           01 JULIANO-T1  PIC S9(9).
           01 JULIANO-T2  PIC S9(9).
           01 JULIANO-T3  PIC S9(9).
           01 JULIANO-T4  PIC S9(9).
           01 DIAS-HOY        PIC S9(9).
           01 DIAS-DECISION   PIC S9(9).
           01 DIAS-ANTIGUEDAD PIC S9(5).

           01 TOTAL-REVISIONES    PIC 9(6) VALUE ZERO.
           01 TOTAL-EMPAREJADAS   PIC 9(6) VALUE ZERO.
           01 TOTAL-SIN-DECISION  PIC 9(6) VALUE ZERO.
           01 TOTAL-PENDIENTES    PIC 9(6) VALUE ZERO.
           01 REVISORES-SIN-LUGAR PIC 9(6) VALUE ZERO.

           01 PORCENTAJE-APROB PIC 9(3)V99.
           01 PROMEDIO-DIAS    PIC 9(5)V9.

           01 LINEA-SALIDA PIC X(90).

           01 LINEA-PAGINA PIC 9(2) VALUE 99.
           01 NUMERO-PAGINA PIC 9(3) VALUE ZERO.

           01 LINEA-TITULO.
               02 LT-TEXTO     PIC X(48).
               02 LT-FECHA     PIC 9(8).
               02 LT-ETIQUETA  PIC X(9).
               02 LT-PAGINA    PIC ZZ9.

           01 LINEA-CIFRA.
               02 LC-ETIQUETA  PIC X(42).
               02 LC-CANTIDAD  PIC ZZZZZZZ9.

           01 CABECERA-TRAMOS.
               02 FILLER       PIC X(10) VALUE SPACES.
               02 FILLER       PIC X(11) VALUE '   0-2 DIAS'.
               02 FILLER       PIC X(11) VALUE '   3-7 DIAS'.
               02 FILLER       PIC X(11) VALUE '  8-30 DIAS'.
               02 FILLER       PIC X(11) VALUE '  MAS DE 30'.
               02 FILLER       PIC X(11) VALUE '      TOTAL'.

           01 LINEA-ANTIGUEDAD.
               02 LA-CLAVE     PIC X(10).
               02 LA-TRAMO1    PIC Z(10)9.
               02 LA-TRAMO2    PIC Z(10)9.
               02 LA-TRAMO3    PIC Z(10)9.
               02 LA-TRAMO4    PIC Z(10)9.
               02 LA-TOTAL     PIC Z(10)9.

           01 CABECERA-REVISOR.
               02 FILLER       PIC X(10) VALUE 'REVISOR'.
               02 FILLER       PIC X(11) VALUE '  RESUELTAS'.
               02 FILLER       PIC X(11) VALUE '  APROBADAS'.
               02 FILLER       PIC X(11) VALUE ' RECHAZADAS'.
               02 FILLER       PIC X(11) VALUE '   % APROB.'.
               02 FILLER       PIC X(11) VALUE ' DIAS PROM.'.

           01 LINEA-REVISOR.
               02 LR-REVISOR   PIC X(10).
               02 LR-RESUELTAS PIC Z(10)9.
               02 LR-APROBADAS PIC Z(10)9.
               02 LR-RECHAZADAS PIC Z(10)9.
               02 LR-PORCENTAJE PIC Z(7)9.99.
               02 LR-PROMEDIO  PIC Z(8)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            MOVE FECHA-ACTUAL TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            MOVE JULIANO-AUX TO DIAS-HOY.

            INITIALIZE TABLA-RIESGOS.
            MOVE ZERO TO TOTAL-TRAMO (1) TOTAL-TRAMO (2)
                TOTAL-TRAMO (3) TOTAL-TRAMO (4).
            MOVE ZERO TO OTROS-TRAMO (1) OTROS-TRAMO (2)
                OTROS-TRAMO (3) OTROS-TRAMO (4).

            SET DECISIONES-ABIERTO TO TRUE.
            OPEN INPUT DECISIONES-FILE.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'Aviso: no hay archivo de decisiones.'
                SET DECISIONES-CERRADO TO TRUE
            END-IF.

            IF DECISIONES-ABIERTO
                PERFORM RECORRER-PENDIENTES
                    THRU RECORRER-PENDIENTES-EXIT
            END-IF.

            PERFORM MEDIR-REVISIONES THRU MEDIR-REVISIONES-EXIT.

            IF DECISIONES-ABIERTO
                CLOSE DECISIONES-FILE
            END-IF.

            OPEN OUTPUT DEMORAS-FILE.
            PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
            CLOSE DEMORAS-FILE.

            DISPLAY 'Informe de demoras y productividad generado.'.
            DISPLAY 'Pendientes: ' TOTAL-PENDIENTES.
            DISPLAY 'Revisiones medidas: ' TOTAL-EMPAREJADAS.
            DISPLAY 'Revisiones sin decision en el archivo: '
                TOTAL-SIN-DECISION.

            GOBACK.

      ******************************************************************
      * Las pendientes se leen por la clave alternativa del estado.
      * Cada una se ubica en su tramo de antiguedad y se suma a su
      * origen y a su nivel de riesgo.
      ******************************************************************
       RECORRER-PENDIENTES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            MOVE 'P' TO DEC-ESTADO.
            START DECISIONES-FILE KEY IS = DEC-ESTADO
                INVALID KEY
                    SET FIN-DE-ARCHIVO TO TRUE
            END-START.

            PERFORM CLASIFICAR-PENDIENTE THRU CLASIFICAR-PENDIENTE-EXIT
                UNTIL FIN-DE-ARCHIVO.
       RECORRER-PENDIENTES-EXIT.
            EXIT.

       CLASIFICAR-PENDIENTE.
            READ DECISIONES-FILE NEXT RECORD
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CLASIFICAR-PENDIENTE-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CLASIFICAR-PENDIENTE-EXIT
            END-IF.

            ADD 1 TO TOTAL-PENDIENTES.

            MOVE DEC-FECHA TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            MOVE JULIANO-AUX TO DIAS-DECISION.
            COMPUTE DIAS-ANTIGUEDAD = DIAS-HOY - DIAS-DECISION.

            EVALUATE TRUE
                WHEN DIAS-ANTIGUEDAD < 3
                    MOVE 1 TO INDICE-TRAMO
                WHEN DIAS-ANTIGUEDAD < 8
                    MOVE 2 TO INDICE-TRAMO
                WHEN DIAS-ANTIGUEDAD < 31
                    MOVE 3 TO INDICE-TRAMO
                WHEN OTHER
                    MOVE 4 TO INDICE-TRAMO
            END-EVALUATE.

            ADD 1 TO TOTAL-TRAMO (INDICE-TRAMO).

            COMPUTE INDICE-RIESGO = DEC-RIESGO + 1.
            ADD 1 TO TRI-TRAMO (INDICE-RIESGO, INDICE-TRAMO).

            MOVE ZERO TO POSICION-HALLADA.
            PERFORM BUSCAR-ORIGEN THRU BUSCAR-ORIGEN-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ORIGENES.

            IF POSICION-HALLADA = ZERO
                IF CANTIDAD-ORIGENES = 20
                    ADD 1 TO OTROS-TRAMO (INDICE-TRAMO)
                    GO TO CLASIFICAR-PENDIENTE-EXIT
                END-IF
                ADD 1 TO CANTIDAD-ORIGENES
                MOVE CANTIDAD-ORIGENES TO POSICION-HALLADA
                MOVE DEC-ORIGEN TO TO-ORIGEN (POSICION-HALLADA)
                MOVE ZERO TO TO-TRAMO (POSICION-HALLADA, 1)
                    TO-TRAMO (POSICION-HALLADA, 2)
                    TO-TRAMO (POSICION-HALLADA, 3)
                    TO-TRAMO (POSICION-HALLADA, 4)
            END-IF.

            ADD 1 TO TO-TRAMO (POSICION-HALLADA, INDICE-TRAMO).
       CLASIFICAR-PENDIENTE-EXIT.
            EXIT.

       BUSCAR-ORIGEN.
            IF TO-ORIGEN (INDICE-TABLA) = DEC-ORIGEN
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       BUSCAR-ORIGEN-EXIT.
            EXIT.

      ******************************************************************
      * De cada revision se lee su decision por la clave (origen,
      * DNI, fecha y hora de la decision). La demora es la diferencia
      * en dias entre la fecha de la decision y la de la revision.
      * Las revisiones cuya decision ya no esta en el archivo se
      * cuentan aparte.
      ******************************************************************
       MEDIR-REVISIONES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT REVISIONES-FILE.
            IF FS-REVISIONES NOT = '00'
                DISPLAY 'Aviso: no hay archivo de revisiones.'
                GO TO MEDIR-REVISIONES-EXIT
            END-IF.

            PERFORM MEDIR-UNA-REVISION THRU MEDIR-UNA-REVISION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE REVISIONES-FILE.
       MEDIR-REVISIONES-EXIT.
            EXIT.

       MEDIR-UNA-REVISION.
            READ REVISIONES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO MEDIR-UNA-REVISION-EXIT
            END-READ.

            ADD 1 TO TOTAL-REVISIONES.

            IF DECISIONES-CERRADO
                ADD 1 TO TOTAL-SIN-DECISION
                GO TO MEDIR-UNA-REVISION-EXIT
            END-IF.

            MOVE REV-ORIGEN         TO DEC-ORIGEN.
            MOVE REV-DNI            TO DEC-DNI.
            MOVE REV-FECHA-DECISION TO DEC-FECHA.
            MOVE REV-HORA-DECISION  TO DEC-HORA.
            READ DECISIONES-FILE
                KEY IS DEC-CLAVE
                INVALID KEY
                    ADD 1 TO TOTAL-SIN-DECISION
                    GO TO MEDIR-UNA-REVISION-EXIT
            END-READ.

            ADD 1 TO TOTAL-EMPAREJADAS.

            MOVE DEC-FECHA TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            MOVE JULIANO-AUX TO DIAS-DECISION.
            MOVE REV-FECHA TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            COMPUTE DIAS-ANTIGUEDAD = JULIANO-AUX - DIAS-DECISION.
            IF DIAS-ANTIGUEDAD < ZERO
                MOVE ZERO TO DIAS-ANTIGUEDAD
            END-IF.

            PERFORM ACUMULAR-REVISOR THRU ACUMULAR-REVISOR-EXIT.
       MEDIR-UNA-REVISION-EXIT.
            EXIT.

       ACUMULAR-REVISOR.
            MOVE ZERO TO POSICION-HALLADA.
            PERFORM BUSCAR-REVISOR THRU BUSCAR-REVISOR-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-REVISORES.

            IF POSICION-HALLADA = ZERO
                IF CANTIDAD-REVISORES = 100
                    ADD 1 TO REVISORES-SIN-LUGAR
                    GO TO ACUMULAR-REVISOR-EXIT
                END-IF
                ADD 1 TO CANTIDAD-REVISORES
                MOVE CANTIDAD-REVISORES TO POSICION-HALLADA
                MOVE REV-REVISOR TO TV-REVISOR (POSICION-HALLADA)
                MOVE ZERO TO TV-RESUELTAS (POSICION-HALLADA)
                MOVE ZERO TO TV-APROBADAS (POSICION-HALLADA)
                MOVE ZERO TO TV-RECHAZADAS (POSICION-HALLADA)
                MOVE ZERO TO TV-DIAS (POSICION-HALLADA)
            END-IF.

            ADD 1 TO TV-RESUELTAS (POSICION-HALLADA).
            IF REV-VEREDICTO = 'A'
                ADD 1 TO TV-APROBADAS (POSICION-HALLADA)
            ELSE
                ADD 1 TO TV-RECHAZADAS (POSICION-HALLADA)
            END-IF.
            ADD DIAS-ANTIGUEDAD TO TV-DIAS (POSICION-HALLADA).
       ACUMULAR-REVISOR-EXIT.
            EXIT.

       BUSCAR-REVISOR.
            IF TV-REVISOR (INDICE-TABLA) = REV-REVISOR
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       BUSCAR-REVISOR-EXIT.
            EXIT.

       ESCRIBIR-INFORME.
            PERFORM ESCRIBIR-TITULO THRU ESCRIBIR-TITULO-EXIT.

            MOVE 'PENDIENTES POR ANTIGUEDAD Y ORIGEN' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            PERFORM ESCRIBIR-CABECERA-TRAMOS
                THRU ESCRIBIR-CABECERA-TRAMOS-EXIT.

            PERFORM LISTAR-ORIGEN THRU LISTAR-ORIGEN-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ORIGENES.

            IF OTROS-TRAMO (1) > ZERO OR OTROS-TRAMO (2) > ZERO
                    OR OTROS-TRAMO (3) > ZERO OR OTROS-TRAMO (4) > ZERO
                MOVE SPACES TO LINEA-ANTIGUEDAD
                MOVE 'OTROS'          TO LA-CLAVE
                MOVE OTROS-TRAMO (1)  TO LA-TRAMO1
                MOVE OTROS-TRAMO (2)  TO LA-TRAMO2
                MOVE OTROS-TRAMO (3)  TO LA-TRAMO3
                MOVE OTROS-TRAMO (4)  TO LA-TRAMO4
                COMPUTE LA-TOTAL = OTROS-TRAMO (1) + OTROS-TRAMO (2)
                    + OTROS-TRAMO (3) + OTROS-TRAMO (4)
                MOVE LINEA-ANTIGUEDAD TO LINEA-SALIDA
                PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
            END-IF.

            MOVE SPACES TO LINEA-ANTIGUEDAD.
            MOVE 'TOTAL'          TO LA-CLAVE.
            MOVE TOTAL-TRAMO (1)  TO LA-TRAMO1.
            MOVE TOTAL-TRAMO (2)  TO LA-TRAMO2.
            MOVE TOTAL-TRAMO (3)  TO LA-TRAMO3.
            MOVE TOTAL-TRAMO (4)  TO LA-TRAMO4.
            MOVE TOTAL-PENDIENTES TO LA-TOTAL.
            MOVE LINEA-ANTIGUEDAD TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE 'PENDIENTES POR ANTIGUEDAD Y RIESGO' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            PERFORM ESCRIBIR-CABECERA-TRAMOS
                THRU ESCRIBIR-CABECERA-TRAMOS-EXIT.

            PERFORM LISTAR-RIESGO THRU LISTAR-RIESGO-EXIT
                VARYING INDICE-RIESGO FROM 1 BY 1
                UNTIL INDICE-RIESGO > 10.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE 'PRODUCTIVIDAD POR REVISOR' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            PERFORM ESCRIBIR-CABECERA-REVISOR
                THRU ESCRIBIR-CABECERA-REVISOR-EXIT.

            PERFORM LISTAR-REVISOR THRU LISTAR-REVISOR-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-REVISORES.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE 'RESOLUCIONES AUTOMATICAS' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            PERFORM ESCRIBIR-CABECERA-REVISOR
                THRU ESCRIBIR-CABECERA-REVISOR-EXIT.

            PERFORM LISTAR-READJUD THRU LISTAR-READJUD-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-REVISORES.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'REVISIONES LEIDAS'  TO LC-ETIQUETA.
            MOVE TOTAL-REVISIONES     TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'REVISIONES EMPAREJADAS CON SU DECISION'
                TO LC-ETIQUETA.
            MOVE TOTAL-EMPAREJADAS    TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'REVISIONES SIN DECISION EN EL ARCHIVO'
                TO LC-ETIQUETA.
            MOVE TOTAL-SIN-DECISION   TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            IF REVISORES-SIN-LUGAR > ZERO
                MOVE SPACES TO LINEA-CIFRA
                MOVE 'REVISIONES FUERA DE TABLA DE REVISORES'
                    TO LC-ETIQUETA
                MOVE REVISORES-SIN-LUGAR TO LC-CANTIDAD
                MOVE LINEA-CIFRA TO LINEA-SALIDA
                PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
            END-IF.
       ESCRIBIR-INFORME-EXIT.
            EXIT.

       ESCRIBIR-CABECERA-TRAMOS.
            MOVE CABECERA-TRAMOS TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-CABECERA-TRAMOS-EXIT.
            EXIT.

       ESCRIBIR-CABECERA-REVISOR.
            MOVE CABECERA-REVISOR TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-CABECERA-REVISOR-EXIT.
            EXIT.

       LISTAR-ORIGEN.
            MOVE SPACES TO LINEA-ANTIGUEDAD.
            MOVE TO-ORIGEN (INDICE-TABLA)    TO LA-CLAVE.
            MOVE TO-TRAMO (INDICE-TABLA, 1)  TO LA-TRAMO1.
            MOVE TO-TRAMO (INDICE-TABLA, 2)  TO LA-TRAMO2.
            MOVE TO-TRAMO (INDICE-TABLA, 3)  TO LA-TRAMO3.
            MOVE TO-TRAMO (INDICE-TABLA, 4)  TO LA-TRAMO4.
            COMPUTE LA-TOTAL = TO-TRAMO (INDICE-TABLA, 1)
                + TO-TRAMO (INDICE-TABLA, 2)
                + TO-TRAMO (INDICE-TABLA, 3)
                + TO-TRAMO (INDICE-TABLA, 4).
            MOVE LINEA-ANTIGUEDAD TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-ORIGEN-EXIT.
            EXIT.

       LISTAR-RIESGO.
            IF TRI-TRAMO (INDICE-RIESGO, 1) = ZERO
                    AND TRI-TRAMO (INDICE-RIESGO, 2) = ZERO
                    AND TRI-TRAMO (INDICE-RIESGO, 3) = ZERO
                    AND TRI-TRAMO (INDICE-RIESGO, 4) = ZERO
                GO TO LISTAR-RIESGO-EXIT
            END-IF.

            MOVE SPACES TO LINEA-ANTIGUEDAD.
            MOVE 'RIESGO '                     TO LA-CLAVE.
            COMPUTE INDICE-TRAMO = INDICE-RIESGO - 1.
            MOVE INDICE-TRAMO                  TO LA-CLAVE (8:1).
            MOVE TRI-TRAMO (INDICE-RIESGO, 1)  TO LA-TRAMO1.
            MOVE TRI-TRAMO (INDICE-RIESGO, 2)  TO LA-TRAMO2.
            MOVE TRI-TRAMO (INDICE-RIESGO, 3)  TO LA-TRAMO3.
            MOVE TRI-TRAMO (INDICE-RIESGO, 4)  TO LA-TRAMO4.
            COMPUTE LA-TOTAL = TRI-TRAMO (INDICE-RIESGO, 1)
                + TRI-TRAMO (INDICE-RIESGO, 2)
                + TRI-TRAMO (INDICE-RIESGO, 3)
                + TRI-TRAMO (INDICE-RIESGO, 4).
            MOVE LINEA-ANTIGUEDAD TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-RIESGO-EXIT.
            EXIT.

       LISTAR-REVISOR.
            IF TV-REVISOR (INDICE-TABLA) = 'READJUD'
                    OR TV-REVISOR (INDICE-TABLA) = 'CARGAFAL'
                GO TO LISTAR-REVISOR-EXIT
            END-IF.

            PERFORM ARMAR-LINEA-REVISOR THRU ARMAR-LINEA-REVISOR-EXIT.
       LISTAR-REVISOR-EXIT.
            EXIT.

       LISTAR-READJUD.
            IF TV-REVISOR (INDICE-TABLA) NOT = 'READJUD'
                    AND TV-REVISOR (INDICE-TABLA) NOT = 'CARGAFAL'
                GO TO LISTAR-READJUD-EXIT
            END-IF.

            PERFORM ARMAR-LINEA-REVISOR THRU ARMAR-LINEA-REVISOR-EXIT.
       LISTAR-READJUD-EXIT.
            EXIT.

       ARMAR-LINEA-REVISOR.
            MOVE ZERO TO PORCENTAJE-APROB.
            MOVE ZERO TO PROMEDIO-DIAS.
            IF TV-RESUELTAS (INDICE-TABLA) > ZERO
                COMPUTE PORCENTAJE-APROB ROUNDED =
                    TV-APROBADAS (INDICE-TABLA) * 100
                    / TV-RESUELTAS (INDICE-TABLA)
                COMPUTE PROMEDIO-DIAS ROUNDED =
                    TV-DIAS (INDICE-TABLA) / TV-RESUELTAS (INDICE-TABLA)
            END-IF.

            MOVE SPACES TO LINEA-REVISOR.
            MOVE TV-REVISOR (INDICE-TABLA)    TO LR-REVISOR.
            MOVE TV-RESUELTAS (INDICE-TABLA)  TO LR-RESUELTAS.
            MOVE TV-APROBADAS (INDICE-TABLA)  TO LR-APROBADAS.
            MOVE TV-RECHAZADAS (INDICE-TABLA) TO LR-RECHAZADAS.
            MOVE PORCENTAJE-APROB             TO LR-PORCENTAJE.
            MOVE PROMEDIO-DIAS                TO LR-PROMEDIO.
            MOVE LINEA-REVISOR TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ARMAR-LINEA-REVISOR-EXIT.
            EXIT.

       ESCRIBIR-TITULO.
            ADD 1 TO NUMERO-PAGINA.
            MOVE SPACES TO LINEA-TITULO.
            MOVE 'DEMORAS DE DECISIONES Y PRODUCTIVIDAD  FECHA: '
                TO LT-TEXTO.
            MOVE FECHA-ACTUAL TO LT-FECHA.
            MOVE ' PAGINA: ' TO LT-ETIQUETA.
            MOVE NUMERO-PAGINA TO LT-PAGINA.
            MOVE LINEA-TITULO TO DEMORAS-REC.
            WRITE DEMORAS-REC.

            MOVE SPACES TO DEMORAS-REC.
            WRITE DEMORAS-REC.
            MOVE 2 TO LINEA-PAGINA.
       ESCRIBIR-TITULO-EXIT.
            EXIT.

       ESCRIBIR-LINEA.
            IF LINEA-PAGINA > 55
                PERFORM ESCRIBIR-TITULO THRU ESCRIBIR-TITULO-EXIT
            END-IF.
            MOVE LINEA-SALIDA TO DEMORAS-REC.
            WRITE DEMORAS-REC.
            ADD 1 TO LINEA-PAGINA.
       ESCRIBIR-LINEA-EXIT.
            EXIT.

      ******************************************************************
      * Convierte FECHA-CALCULO (AAAAMMDD) en numero de dia juliano
      * en JULIANO-AUX para poder restar fechas en dias.
      ******************************************************************
       CALCULAR-DIAS.
            COMPUTE JULIANO-A = (14 - CALC-MES) / 12.
            COMPUTE JULIANO-Y = CALC-ANO + 4800 - JULIANO-A.
            COMPUTE JULIANO-M = CALC-MES + 12 * JULIANO-A - 3.
            COMPUTE JULIANO-T1 = (153 * JULIANO-M + 2) / 5.
            COMPUTE JULIANO-T2 = JULIANO-Y / 4.
            COMPUTE JULIANO-T3 = JULIANO-Y / 100.
            COMPUTE JULIANO-T4 = JULIANO-Y / 400.
            COMPUTE JULIANO-AUX = CALC-DIA + JULIANO-T1
                + 365 * JULIANO-Y + JULIANO-T2 - JULIANO-T3
                + JULIANO-T4 - 32045.
       CALCULAR-DIAS-EXIT.
            EXIT.
       END PROGRAM DEMOREV.
