               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMREP.

           SELECT PARAMUMB-FILE ASSIGN TO "PARAMUMB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMUMB.

           SELECT RETENIDAS-FILE ASSIGN TO "RETENREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDAS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACCIONES-FILE
       01 PARAMREP-REC.
           02 PAR-FORZAR-REPROCESO PIC X(1).

      ******************************************************************
      * Un registro por operador con el importe maximo, en valor
      * absoluto, que pueden tener cada uno de los dos operandos y el
      * resultado sin que la transaccion quede retenida por el
      * control previo. Un operador sin registro, o con umbral cero,
      * no tiene control de importe.
      ******************************************************************
       FD  PARAMUMB-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARAMUMB-REC.
           02 PU-OPERADOR          PIC X(1).
           02 PU-UMBRAL            PIC 9(13)V99.

       FD  RETENIDAS-FILE
           LABEL RECORDS ARE STANDARD.
       01 RETENIDAS-REC           PIC X(90).

       WORKING-STORAGE SECTION.
           01 NUMEROS.
               02 NUM1      PIC S9(7)V99
           01 FS-SUSPENSO      PIC X(2).
           01 FS-LOTESPROC     PIC X(2).
           01 FS-PARAMREP      PIC X(2).
           01 FS-PARAMUMB      PIC X(2).
           01 FS-RETENIDAS     PIC X(2).

           01 FECHA-ACTUAL      PIC 9(8).
           01 HORA-ACTUAL       PIC 9(8).
           01 CAB-FECHA-ARCHIVO PIC 9(8) VALUE ZERO.
           01 CAB-ORIGEN        PIC X(8) VALUE SPACES.

      ******************************************************************
      * Sucursal de la transaccion en curso: la que trae el detalle
      * cuando el archivo viene consolidado o reciclado, y si no la
      * de la cabecera. Con ella se asientan la auditoria y el
      * suspenso para la liquidacion por sucursal.
      ******************************************************************
           01 ORIGEN-TRANSACCION PIC X(8) VALUE SPACES.

           01 LOTE-FECHA-PROC PIC 9(8) VALUE ZERO.
           01 LOTE-ORIGEN-PROC PIC X(8) VALUE SPACES.

                   10 OP-VALIDAS    PIC 9(8).
                   10 OP-INVALIDAS  PIC 9(8).

      ******************************************************************
      * Control previo al asiento. Cada detalle valido del lote se
      * compara con lo ya asentado: los detalles de este lote que
      * pasaron el control y los asentados hoy por otros lotes, que se
      * leen de la auditoria al empezar. Un detalle igual (sucursal,
      * importes y operador) o cuyos operandos o resultado superan el
      * umbral de su operador se retiene en el suspenso con un motivo
      * propio.
      ******************************************************************
           01 UMBRALES-OPERADOR VALUE ZERO.
               05 UMBRAL-OPERADOR PIC 9(13)V99 OCCURS 5 TIMES.

           01 FIN-PARAMUMB PIC X(1).
               88 FIN-DE-UMBRALES     VALUE 'S'.
               88 NO-FIN-DE-UMBRALES  VALUE 'N'.

           01 FIN-AUDITORIA PIC X(1).
               88 FIN-DE-AUDITORIA    VALUE 'S'.
               88 NO-FIN-DE-AUDITORIA VALUE 'N'.

           01 TABLA-CONTROL.
               02 CANTIDAD-CONTROL PIC 9(5) VALUE ZERO.
               02 ENTRADA-CONTROL OCCURS 20000 TIMES.
                   03 TX-ORIGEN      PIC X(8).
                   03 TX-DATOS       PIC X(21).
                   03 TX-LOTE-FECHA  PIC 9(8).
                   03 TX-PROCEDENCIA PIC X(1).
                       88 TX-DEL-LOTE       VALUE 'L'.
                       88 TX-DE-OTRO-LOTE   VALUE 'O'.

           01 CONTROL-ESTADO PIC X(1) VALUE 'C'.
               88 CONTROL-COMPLETO    VALUE 'C'.
               88 CONTROL-DESBORDADO  VALUE 'D'.

           01 INDICE-CONTROL   PIC 9(5).
           01 POSICION-CONTROL PIC 9(5).
           01 PROCEDENCIA-NUEVA PIC X(1).
           01 ORIGEN-NUEVO      PIC X(8).
           01 LOTE-NUEVO        PIC 9(8).

           01 DATOS-CONTROL.
               02 DC-NUM1     PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE.
               02 DC-OPERADOR PIC X(1).
               02 DC-NUM2     PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE.

           01 RETENCION PIC X(1).
               88 SIN-RETENCION       VALUE ' '.
               88 RETENIDA-DUP-LOTE   VALUE 'L'.
               88 RETENIDA-DUP-OTRO   VALUE 'O'.
               88 RETENIDA-UMBRAL     VALUE 'U'.

           01 CONTROL-LOTE PIC X(1) VALUE 'N'.
               88 LOTE-CONTROLADO     VALUE 'S'.
               88 LOTE-SIN-CONTROL    VALUE 'N'.

           01 TOTAL-CONTROLADAS  PIC 9(8) VALUE ZERO.
           01 TOTAL-RET-LOTE     PIC 9(8) VALUE ZERO.
           01 TOTAL-RET-OTRO     PIC 9(8) VALUE ZERO.
           01 TOTAL-RET-UMBRAL   PIC 9(8) VALUE ZERO.

           01 LINEA-RETENIDA.
               02 LR-TRANSACCION PIC ZZZZZZZ9.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 LR-ORIGEN      PIC X(8).
               02 FILLER         PIC X(1) VALUE SPACE.
               02 LR-NUM1        PIC -ZZZZZZ9.99.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 LR-OPERADOR    PIC X(1).
               02 FILLER         PIC X(1) VALUE SPACE.
               02 LR-NUM2        PIC -ZZZZZZ9.99.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 LR-MOTIVO      PIC X(40).

           01 LINEA-CIFRA.
               02 LF-ETIQUETA    PIC X(42).
               02 LF-CANTIDAD    PIC ZZZZZZZ9.

           01 LINEA-BALANCEO.
               02 LB-ETIQUETA   PIC X(22).
               02 LB-VALOR1     PIC ZZZZZZZZ9.

            PERFORM LEER-CHECKPOINT THRU LEER-CHECKPOINT-EXIT.

            PERFORM LEER-UMBRALES THRU LEER-UMBRALES-EXIT.
            PERFORM CARGAR-ASENTADAS THRU CARGAR-ASENTADAS-EXIT.

            OPEN EXTEND RETENIDAS-FILE.
            IF FS-RETENIDAS NOT = '00'
                OPEN OUTPUT RETENIDAS-FILE
            END-IF.

            OPEN EXTEND AUDITORIA-FILE.
            IF FS-AUDITORIA NOT = '00'
                OPEN OUTPUT AUDITORIA-FILE
                    DISPLAY 'Reproceso del lote ' CAB-FECHA-ARCHIVO
                        ' de ' CAB-ORIGEN ' forzado por parametro.'
                END-IF
                SET LOTE-CONTROLADO TO TRUE
                PERFORM ESCRIBIR-CABECERA-CONTROL
                    THRU ESCRIBIR-CABECERA-CONTROL-EXIT
            END-IF.

            IF NOT ARCHIVO-MAL-FORMADO
                    UNTIL FIN-DE-ARCHIVO OR TRAILER-LEIDO
            END-IF.

            IF LEYENDO-TRANSACCIONES AND LOTE-CONTROLADO
                PERFORM ESCRIBIR-TOTALES-CONTROL
                    THRU ESCRIBIR-TOTALES-CONTROL-EXIT
                SET LOTE-SIN-CONTROL TO TRUE
            END-IF.

            PERFORM BALANCEAR-ARCHIVO THRU BALANCEAR-ARCHIVO-EXIT.
            PERFORM ESCRIBIR-BALANCEO THRU ESCRIBIR-BALANCEO-EXIT.

            MOVE TR-NUM1     TO NUM1.
            MOVE TR-OPERADOR TO OPERADOR.
            MOVE TR-NUM2     TO NUM2.
            IF TR-ORIGEN = SPACES
                MOVE CAB-ORIGEN TO ORIGEN-TRANSACCION
            ELSE
                MOVE TR-ORIGEN  TO ORIGEN-TRANSACCION
            END-IF.

            PERFORM VALIDAR-DATOS THRU VALIDAR-DATOS-EXIT.

            IF DATOS-SON-VALIDOS AND LEYENDO-TRANSACCIONES
                PERFORM CONTROLAR-TRANSACCION
                    THRU CONTROLAR-TRANSACCION-EXIT
            END-IF.

            IF DATOS-SON-VALIDOS
                PERFORM CALCULAR-RESULTADO THRU CALCULAR-RESULTADO-EXIT
            ELSE
       VALIDAR-DATOS-EXIT.
            EXIT.

      ******************************************************************
      * Solo se controla el lote del dia: lo que vuelve por el reciclo
      * ya paso por el corrector, que es quien libera una retenida.
      ******************************************************************
       CONTROLAR-TRANSACCION.
            SET SIN-RETENCION TO TRUE.
            ADD 1 TO TOTAL-CONTROLADAS.

            MOVE NUM1     TO DC-NUM1.
            MOVE OPERADOR TO DC-OPERADOR.
            MOVE NUM2     TO DC-NUM2.

            PERFORM BUSCAR-ASENTADA THRU BUSCAR-ASENTADA-EXIT.
            IF POSICION-CONTROL > ZERO
                IF TX-DEL-LOTE (POSICION-CONTROL)
                    SET RETENIDA-DUP-LOTE TO TRUE
                    ADD 1 TO TOTAL-RET-LOTE
                    MOVE 'CONTROL: REPETIDA EN EL LOTE'
                        TO MENSAJE-TRANSACCION
                ELSE
                    SET RETENIDA-DUP-OTRO TO TRUE
                    ADD 1 TO TOTAL-RET-OTRO
                    MOVE 'CONTROL: REPETIDA DE OTRO LOTE DEL DIA'
                        TO MENSAJE-TRANSACCION
                END-IF
                GO TO CONTROLAR-TRANSACCION-RETENER
            END-IF.

            PERFORM CALCULAR-RESULTADO THRU CALCULAR-RESULTADO-EXIT.
            SET IDX-OPERADOR TO 1.
            SEARCH OPERADOR-TABLA
                AT END
                    SET IDX-OPERADOR TO 5
                WHEN OP-SIMBOLO (IDX-OPERADOR) = OPERADOR
                    CONTINUE
            END-SEARCH.
      * Un punto decimal perdido suele verse solo en los operandos
      * (una resta o division de importes grandes da un resultado
      * chico), por eso se controlan antes que el resultado.
            IF UMBRAL-OPERADOR (IDX-OPERADOR) > ZERO
                IF NUM1 > UMBRAL-OPERADOR (IDX-OPERADOR)
                        OR NUM1 < ZERO - UMBRAL-OPERADOR
                            (IDX-OPERADOR)
                        OR NUM2 > UMBRAL-OPERADOR (IDX-OPERADOR)
                        OR NUM2 < ZERO - UMBRAL-OPERADOR
                            (IDX-OPERADOR)
                    SET RETENIDA-UMBRAL TO TRUE
                    ADD 1 TO TOTAL-RET-UMBRAL
                    MOVE 'CONTROL: SUPERA EL UMBRAL DEL OPERADOR'
                        TO MENSAJE-TRANSACCION
                    GO TO CONTROLAR-TRANSACCION-RETENER
                END-IF
                IF RESULTADO > UMBRAL-OPERADOR (IDX-OPERADOR)
                        OR RESULTADO < ZERO - UMBRAL-OPERADOR
                            (IDX-OPERADOR)
                    SET RETENIDA-UMBRAL TO TRUE
                    ADD 1 TO TOTAL-RET-UMBRAL
                    MOVE 'CONTROL: SUPERA EL UMBRAL DEL OPERADOR'
                        TO MENSAJE-TRANSACCION
                    GO TO CONTROLAR-TRANSACCION-RETENER
                END-IF
            END-IF.

            MOVE 'L' TO PROCEDENCIA-NUEVA.
            MOVE ORIGEN-TRANSACCION TO ORIGEN-NUEVO.
            MOVE CAB-FECHA-ARCHIVO  TO LOTE-NUEVO.
            PERFORM AGREGAR-ASENTADA THRU AGREGAR-ASENTADA-EXIT.
            GO TO CONTROLAR-TRANSACCION-EXIT.

       CONTROLAR-TRANSACCION-RETENER.
            SET DATOS-NO-SON-VALIDOS TO TRUE.
            PERFORM ESCRIBIR-RETENIDA THRU ESCRIBIR-RETENIDA-EXIT.
       CONTROLAR-TRANSACCION-EXIT.
            EXIT.

      ******************************************************************
      * En un reproceso forzado lo asentado hoy por el mismo lote no
      * cuenta como repetido: es justamente lo que se reprocesa.
      ******************************************************************
       BUSCAR-ASENTADA.
            MOVE ZERO TO POSICION-CONTROL.
            PERFORM COMPARAR-ASENTADA THRU COMPARAR-ASENTADA-EXIT
                VARYING INDICE-CONTROL FROM 1 BY 1
                UNTIL INDICE-CONTROL > CANTIDAD-CONTROL
                   OR POSICION-CONTROL > ZERO.
       BUSCAR-ASENTADA-EXIT.
            EXIT.

       COMPARAR-ASENTADA.
            IF TX-ORIGEN (INDICE-CONTROL) NOT = ORIGEN-TRANSACCION
                    OR TX-DATOS (INDICE-CONTROL) NOT = DATOS-CONTROL
                GO TO COMPARAR-ASENTADA-EXIT
            END-IF.

            IF REPROCESO-FORZADO
                    AND TX-DE-OTRO-LOTE (INDICE-CONTROL)
                    AND TX-LOTE-FECHA (INDICE-CONTROL)
                        = CAB-FECHA-ARCHIVO
                GO TO COMPARAR-ASENTADA-EXIT
            END-IF.

            MOVE INDICE-CONTROL TO POSICION-CONTROL.
       COMPARAR-ASENTADA-EXIT.
            EXIT.

       AGREGAR-ASENTADA.
            IF CANTIDAD-CONTROL = 20000
                IF CONTROL-COMPLETO
                    SET CONTROL-DESBORDADO TO TRUE
                    DISPLAY 'Tabla del control previo llena: no se '
                        'controlan repetidas de lo que sigue.'
                END-IF
                GO TO AGREGAR-ASENTADA-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-CONTROL.
            MOVE ORIGEN-NUEVO       TO TX-ORIGEN (CANTIDAD-CONTROL).
            MOVE DATOS-CONTROL      TO TX-DATOS (CANTIDAD-CONTROL).
            MOVE LOTE-NUEVO         TO TX-LOTE-FECHA (CANTIDAD-CONTROL).
            MOVE PROCEDENCIA-NUEVA  TO TX-PROCEDENCIA
                                        (CANTIDAD-CONTROL).
       AGREGAR-ASENTADA-EXIT.
            EXIT.

       LEER-UMBRALES.
            MOVE ZERO TO UMBRALES-OPERADOR.
            SET NO-FIN-DE-UMBRALES TO TRUE.
            OPEN INPUT PARAMUMB-FILE.
            IF FS-PARAMUMB NOT = '00'
                GO TO LEER-UMBRALES-EXIT
            END-IF.

            PERFORM LEER-UN-UMBRAL THRU LEER-UN-UMBRAL-EXIT
                UNTIL FIN-DE-UMBRALES.

            CLOSE PARAMUMB-FILE.
       LEER-UMBRALES-EXIT.
            EXIT.

       LEER-UN-UMBRAL.
            READ PARAMUMB-FILE
                AT END
                    SET FIN-DE-UMBRALES TO TRUE
                    GO TO LEER-UN-UMBRAL-EXIT
            END-READ.

            IF PU-UMBRAL IS NOT NUMERIC
                GO TO LEER-UN-UMBRAL-EXIT
            END-IF.

            SET IDX-OPERADOR TO 1.
            SEARCH OPERADOR-TABLA
                AT END
                    CONTINUE
                WHEN OP-SIMBOLO (IDX-OPERADOR) = PU-OPERADOR
                    MOVE PU-UMBRAL TO UMBRAL-OPERADOR (IDX-OPERADOR)
            END-SEARCH.
       LEER-UN-UMBRAL-EXIT.
            EXIT.

      ******************************************************************
      * Lo asentado hoy por corridas anteriores sale de la auditoria,
      * antes de abrirla para agregar las entradas de esta corrida.
      ******************************************************************
       CARGAR-ASENTADAS.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            MOVE ZERO TO CANTIDAD-CONTROL.
            SET CONTROL-COMPLETO TO TRUE.
            SET NO-FIN-DE-AUDITORIA TO TRUE.

            OPEN INPUT AUDITORIA-FILE.
            IF FS-AUDITORIA NOT = '00'
                GO TO CARGAR-ASENTADAS-EXIT
            END-IF.

            PERFORM CARGAR-UNA-ASENTADA THRU CARGAR-UNA-ASENTADA-EXIT
                UNTIL FIN-DE-AUDITORIA.

            CLOSE AUDITORIA-FILE.
       CARGAR-ASENTADAS-EXIT.
            EXIT.

       CARGAR-UNA-ASENTADA.
            READ AUDITORIA-FILE
                AT END
                    SET FIN-DE-AUDITORIA TO TRUE
                    GO TO CARGAR-UNA-ASENTADA-EXIT
            END-READ.

            IF NOT AUD-VALIDA OR AUD-FECHA NOT = FECHA-ACTUAL
                GO TO CARGAR-UNA-ASENTADA-EXIT
            END-IF.

            MOVE AUD-NUM1     TO DC-NUM1.
            MOVE AUD-OPERADOR TO DC-OPERADOR.
            MOVE AUD-NUM2     TO DC-NUM2.
            MOVE AUD-LOTE-FECHA TO LOTE-NUEVO.
            MOVE AUD-ORIGEN   TO ORIGEN-NUEVO.
            MOVE 'O' TO PROCEDENCIA-NUEVA.
            PERFORM AGREGAR-ASENTADA THRU AGREGAR-ASENTADA-EXIT.
       CARGAR-UNA-ASENTADA-EXIT.
            EXIT.

       ESCRIBIR-CABECERA-CONTROL.
            MOVE ZERO TO TOTAL-CONTROLADAS.
            MOVE ZERO TO TOTAL-RET-LOTE.
            MOVE ZERO TO TOTAL-RET-OTRO.
            MOVE ZERO TO TOTAL-RET-UMBRAL.

            MOVE SPACES TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.
            MOVE 'CONTROL PREVIO AL ASIENTO DEL LOTE' TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.

            MOVE SPACES TO LINEA-CABECERA.
            MOVE 'FECHA DEL ARCHIVO: ' TO LC-ETIQUETA.
            MOVE CAB-FECHA-ARCHIVO     TO LC-FECHA.
            MOVE ' ORIGEN: '           TO LC-ETIQUETA2.
            MOVE CAB-ORIGEN            TO LC-ORIGEN.
            MOVE LINEA-CABECERA        TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.

            MOVE 'TRANSAC. SUCURSAL   IMPORTE 1 O   IMPORTE 2 MOTIVO'
                TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.
       ESCRIBIR-CABECERA-CONTROL-EXIT.
            EXIT.

       ESCRIBIR-RETENIDA.
            MOVE NUM-TRANSACCION     TO LR-TRANSACCION.
            MOVE ORIGEN-TRANSACCION  TO LR-ORIGEN.
            MOVE NUM1                TO LR-NUM1.
            MOVE OPERADOR            TO LR-OPERADOR.
            MOVE NUM2                TO LR-NUM2.
            MOVE MENSAJE-TRANSACCION TO LR-MOTIVO.
            MOVE LINEA-RETENIDA      TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.
       ESCRIBIR-RETENIDA-EXIT.
            EXIT.

       ESCRIBIR-TOTALES-CONTROL.
            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'DETALLES CONTROLADOS' TO LF-ETIQUETA.
            MOVE TOTAL-CONTROLADAS      TO LF-CANTIDAD.
            MOVE LINEA-CIFRA TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'RETENIDAS POR REPETIDAS EN EL LOTE' TO LF-ETIQUETA.
            MOVE TOTAL-RET-LOTE         TO LF-CANTIDAD.
            MOVE LINEA-CIFRA TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'RETENIDAS POR REPETIDAS DE OTRO LOTE'
                TO LF-ETIQUETA.
            MOVE TOTAL-RET-OTRO         TO LF-CANTIDAD.
            MOVE LINEA-CIFRA TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'RETENIDAS POR SUPERAR EL UMBRAL' TO LF-ETIQUETA.
            MOVE TOTAL-RET-UMBRAL       TO LF-CANTIDAD.
            MOVE LINEA-CIFRA TO RETENIDAS-REC.
            WRITE RETENIDAS-REC.
       ESCRIBIR-TOTALES-CONTROL-EXIT.
            EXIT.

       CONTAR-OPERADOR.
            SET IDX-OPERADOR TO 1.
            SEARCH OPERADOR-TABLA
            MOVE MENSAJE-TRANSACCION TO AUD-MENSAJE.
            MOVE FECHA-ACTUAL        TO AUD-FECHA.
            MOVE HORA-ACTUAL         TO AUD-HORA.
            MOVE CAB-FECHA-ARCHIVO   TO AUD-LOTE-FECHA.
            MOVE ORIGEN-TRANSACCION  TO AUD-ORIGEN.

            WRITE REGISTRO-AUDITORIA.
       GRABAR-AUDITORIA-EXIT.
            MOVE OPERADOR            TO SUS-OPERADOR.
            MOVE TRANSACCION-REC (12:10) TO SUS-NUM2.
            MOVE MENSAJE-TRANSACCION TO SUS-MOTIVO.
            MOVE ORIGEN-TRANSACCION  TO SUS-ORIGEN.

            WRITE REGISTRO-SUSPENSO.
       GRABAR-SUSPENSO-EXIT.
            CLOSE AUDITORIA-FILE.
            CLOSE SUSPENSO-FILE.
            CLOSE BALANCEO-FILE.
            CLOSE RETENIDAS-FILE.
       CERRAR-ARCHIVOS-EXIT.
            EXIT.
       END PROGRAM CALC4RR.
