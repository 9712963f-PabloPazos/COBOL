               FILE STATUS IS FS-AUDITORIA.

           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT OPERACIONES-FILE ASSIGN TO "OPERACIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.

           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY DECREC.

       FD  OPERACIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAREC.

       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.
       WORKING-STORAGE SECTION.
           01 FS-AUDITORIA   PIC X(2).
           01 FS-DECISIONES  PIC X(2).
           01 FS-OPERACIONES PIC X(2).
           01 FS-PERSONAS    PIC X(2).
           01 FS-RESUMEN     PIC X(2).
           01 FS-ESTADISTICA PIC X(2).
           01 TOTAL-APROBADAS   PIC 9(8) VALUE ZERO.
           01 TOTAL-PENDIENTES  PIC 9(8) VALUE ZERO.
           01 TOTAL-RECHAZADAS  PIC 9(8) VALUE ZERO.
           01 TOTAL-CANCELADAS  PIC 9(8) VALUE ZERO.
           01 TOTAL-ALTAS       PIC 9(8) VALUE ZERO.

           01 TOTAL-OPERACIONES   PIC 9(8) VALUE ZERO.
           01 IMPORTE-OPERACIONES PIC 9(15)V99 VALUE ZERO.

           01 TASA-RECHAZO PIC 9(3)V99 VALUE ZERO.

           01 TABLA-MENSAJES.
                   03 TO-APROBADAS  PIC 9(6).
                   03 TO-PENDIENTES PIC 9(6).
                   03 TO-RECHAZADAS PIC 9(6).
                   03 TO-CANCELADAS PIC 9(6).

      ******************************************************************
      * Decisiones del dia tomadas sobre una operacion, para cruzar
      * cada operacion registrada hoy con el estado de su decision.
      ******************************************************************
           01 TABLA-DEC-OPERACION.
               02 CANTIDAD-DEC-OPERACION PIC 9(4) VALUE ZERO.
               02 ENTRADA-DEC-OPERACION OCCURS 5000 TIMES.
                   03 TX-OPERACION  PIC 9(8).
                   03 TX-ESTADO     PIC X(1).

           01 CARGA-DEC-OPERACION PIC X(1) VALUE 'S'.
               88 DEC-OPERACION-COMPLETA   VALUE 'S'.
               88 DEC-OPERACION-DESBORDADA VALUE 'N'.

           01 INDICE-DEC-OPERACION PIC 9(4).
           01 ESTADO-HALLADO       PIC X(1).

      ******************************************************************
      * Operaciones del dia por estado de su decision; la ultima
      * entrada junta las que no tienen decision del dia.
      ******************************************************************
           01 ESTADOS-OPERACION-INIT.
               05 FILLER PIC X(1)  VALUE 'A'.
               05 FILLER PIC X(30) VALUE 'OPERACIONES APROBADAS'.
               05 FILLER PIC X(1)  VALUE 'P'.
               05 FILLER PIC X(30) VALUE 'OPERACIONES PENDIENTES'.
               05 FILLER PIC X(1)  VALUE 'R'.
               05 FILLER PIC X(30) VALUE 'OPERACIONES RECHAZADAS'.
               05 FILLER PIC X(1)  VALUE 'C'.
               05 FILLER PIC X(30) VALUE 'OPERACIONES CANCELADAS'.
               05 FILLER PIC X(1)  VALUE SPACE.
               05 FILLER PIC X(30) VALUE 'OPERACIONES SIN DECISION'.
           01 ESTADOS-OPERACION REDEFINES ESTADOS-OPERACION-INIT.
               05 ESTADO-OPERACION OCCURS 5 TIMES.
                   10 EO-ESTADO   PIC X(1).
                   10 EO-ETIQUETA PIC X(30).

           01 TOTALES-OPERACION.
               05 TOTAL-ESTADO-OPERACION OCCURS 5 TIMES.
                   10 TE-CANTIDAD PIC 9(8).
                   10 TE-IMPORTE  PIC 9(15)V99.

           01 ESTADOS-CON-DECISION PIC 9(2) VALUE 4.
           01 ESTADO-SIN-DECISION  PIC 9(2) VALUE 5.

           01 INDICE-TABLA PIC 9(2).
           01 POSICION-HALLADA PIC 9(2).
               02 LO-PENDIENTES PIC ZZZZZ9.
               02 LO-ETIQ-REC   PIC X(13).
               02 LO-RECHAZADAS PIC ZZZZZ9.
               02 LO-ETIQ-CAN   PIC X(13).
               02 LO-CANCELADAS PIC ZZZZZ9.

           01 LINEA-OPERACION.
               02 LP-ETIQUETA  PIC X(42).
               02 LP-CANTIDAD  PIC ZZZZZZZ9.
               02 LP-ETIQ-IMP  PIC X(11).
               02 LP-IMPORTE   PIC Z(14)9.99.

           01 LINEA-TASA.
               02 LTA-ETIQUETA PIC X(42).

            PERFORM RESUMIR-AUDITORIA THRU RESUMIR-AUDITORIA-EXIT.
            PERFORM RESUMIR-DECISIONES THRU RESUMIR-DECISIONES-EXIT.
            PERFORM RESUMIR-OPERACIONES THRU RESUMIR-OPERACIONES-EXIT.
            PERFORM RESUMIR-ALTAS THRU RESUMIR-ALTAS-EXIT.

            PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
                    ADD 1 TO TOTAL-PENDIENTES
                WHEN DEC-RECHAZADO
                    ADD 1 TO TOTAL-RECHAZADAS
                WHEN DEC-CANCELADO
                    ADD 1 TO TOTAL-CANCELADAS
            END-EVALUATE.

            PERFORM ACUMULAR-ORIGEN THRU ACUMULAR-ORIGEN-EXIT.

            IF DEC-OPERACION > ZERO
                PERFORM GUARDAR-DEC-OPERACION
                    THRU GUARDAR-DEC-OPERACION-EXIT
            END-IF.
       RESUMIR-UNA-DECISION-EXIT.
            EXIT.

                MOVE ZERO TO TO-APROBADAS (POSICION-HALLADA)
                MOVE ZERO TO TO-PENDIENTES (POSICION-HALLADA)
                MOVE ZERO TO TO-RECHAZADAS (POSICION-HALLADA)
                MOVE ZERO TO TO-CANCELADAS (POSICION-HALLADA)
            END-IF.

            EVALUATE TRUE
                    ADD 1 TO TO-PENDIENTES (POSICION-HALLADA)
                WHEN DEC-RECHAZADO
                    ADD 1 TO TO-RECHAZADAS (POSICION-HALLADA)
                WHEN DEC-CANCELADO
                    ADD 1 TO TO-CANCELADAS (POSICION-HALLADA)
            END-EVALUATE.
       ACUMULAR-ORIGEN-EXIT.
            EXIT.
       BUSCAR-ORIGEN-EXIT.
            EXIT.

       GUARDAR-DEC-OPERACION.
            IF CANTIDAD-DEC-OPERACION = 5000
                SET DEC-OPERACION-DESBORDADA TO TRUE
                GO TO GUARDAR-DEC-OPERACION-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-DEC-OPERACION.
            MOVE DEC-OPERACION TO TX-OPERACION (CANTIDAD-DEC-OPERACION).
            MOVE DEC-ESTADO    TO TX-ESTADO (CANTIDAD-DEC-OPERACION).
       GUARDAR-DEC-OPERACION-EXIT.
            EXIT.

      ******************************************************************
      * Las operaciones registradas hoy se suman, en cantidad e
      * importe, segun el estado de la decision que se tomo sobre
      * cada una.
      ******************************************************************
       RESUMIR-OPERACIONES.
            INITIALIZE TOTALES-OPERACION.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT OPERACIONES-FILE.
            IF FS-OPERACIONES NOT = '00'
                GO TO RESUMIR-OPERACIONES-EXIT
            END-IF.

            PERFORM RESUMIR-UNA-OPERACION
                THRU RESUMIR-UNA-OPERACION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE OPERACIONES-FILE.
       RESUMIR-OPERACIONES-EXIT.
            EXIT.

       RESUMIR-UNA-OPERACION.
            READ OPERACIONES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO RESUMIR-UNA-OPERACION-EXIT
            END-READ.

            IF OPE-FECHA NOT = FECHA-ACTUAL
                GO TO RESUMIR-UNA-OPERACION-EXIT
            END-IF.

            ADD 1           TO TOTAL-OPERACIONES.
            ADD OPE-IMPORTE TO IMPORTE-OPERACIONES.

            MOVE SPACE TO ESTADO-HALLADO.
            PERFORM BUSCAR-DEC-OPERACION THRU BUSCAR-DEC-OPERACION-EXIT
                VARYING INDICE-DEC-OPERACION FROM 1 BY 1
                UNTIL INDICE-DEC-OPERACION > CANTIDAD-DEC-OPERACION
                   OR ESTADO-HALLADO NOT = SPACE.

            MOVE ESTADO-SIN-DECISION TO POSICION-HALLADA.
            PERFORM BUSCAR-ESTADO-OPERACION
                THRU BUSCAR-ESTADO-OPERACION-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > ESTADOS-CON-DECISION.

            ADD 1           TO TE-CANTIDAD (POSICION-HALLADA).
            ADD OPE-IMPORTE TO TE-IMPORTE (POSICION-HALLADA).
       RESUMIR-UNA-OPERACION-EXIT.
            EXIT.

       BUSCAR-DEC-OPERACION.
            IF TX-OPERACION (INDICE-DEC-OPERACION) = OPE-NUMERO
                MOVE TX-ESTADO (INDICE-DEC-OPERACION)
                    TO ESTADO-HALLADO
            END-IF.
       BUSCAR-DEC-OPERACION-EXIT.
            EXIT.

       BUSCAR-ESTADO-OPERACION.
            IF EO-ESTADO (INDICE-TABLA) = ESTADO-HALLADO
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       BUSCAR-ESTADO-OPERACION-EXIT.
            EXIT.

       RESUMIR-ALTAS.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT PERSONAS-FILE.
            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE 'OPERACIONES POR ESTADO DE LA DECISION'
                TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            PERFORM LISTAR-ESTADO-OPERACION
                THRU LISTAR-ESTADO-OPERACION-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > ESTADO-SIN-DECISION.

            MOVE SPACES TO LINEA-OPERACION.
            MOVE 'OPERACIONES DEL DIA' TO LP-ETIQUETA.
            MOVE TOTAL-OPERACIONES     TO LP-CANTIDAD.
            MOVE '  IMPORTE: '         TO LP-ETIQ-IMP.
            MOVE IMPORTE-OPERACIONES   TO LP-IMPORTE.
            MOVE LINEA-OPERACION TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            IF DEC-OPERACION-DESBORDADA
                MOVE 'AVISO: MAS DE 5000 DECISIONES SOBRE OPERACIONES; '
                    TO LINEA-SALIDA
                MOVE 'LAS DEMAS FIGURAN SIN DECISION'
                    TO LINEA-SALIDA (50:)
                PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
            END-IF.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'ALTAS NETAS DE PERSONAS' TO LC-ETIQUETA.
            MOVE TOTAL-ALTAS               TO LC-CANTIDAD.
            MOVE TO-PENDIENTES (INDICE-TABLA) TO LO-PENDIENTES.
            MOVE ' RECHAZADAS: '              TO LO-ETIQ-REC.
            MOVE TO-RECHAZADAS (INDICE-TABLA) TO LO-RECHAZADAS.
            MOVE ' CANCELADAS: '              TO LO-ETIQ-CAN.
            MOVE TO-CANCELADAS (INDICE-TABLA) TO LO-CANCELADAS.
            MOVE LINEA-ORIGEN TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-ORIGEN-EXIT.
            EXIT.

       LISTAR-ESTADO-OPERACION.
            MOVE SPACES TO LINEA-OPERACION.
            MOVE EO-ETIQUETA (INDICE-TABLA) TO LP-ETIQUETA.
            MOVE TE-CANTIDAD (INDICE-TABLA) TO LP-CANTIDAD.
            MOVE '  IMPORTE: '              TO LP-ETIQ-IMP.
            MOVE TE-IMPORTE (INDICE-TABLA)  TO LP-IMPORTE.
            MOVE LINEA-OPERACION TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-ESTADO-OPERACION-EXIT.
            EXIT.

       ESCRIBIR-GRAN-TOTAL.
            PERFORM ESCRIBIR-TITULO THRU ESCRIBIR-TITULO-EXIT.

            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-OPERACION.
            MOVE 'OPERACIONES REGISTRADAS' TO LP-ETIQUETA.
            MOVE TOTAL-OPERACIONES         TO LP-CANTIDAD.
            MOVE '  IMPORTE: '             TO LP-ETIQ-IMP.
            MOVE IMPORTE-OPERACIONES       TO LP-IMPORTE.
            MOVE LINEA-OPERACION TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'ALTAS NETAS DE PERSONAS' TO LC-ETIQUETA.
            MOVE TOTAL-ALTAS               TO LC-CANTIDAD.
