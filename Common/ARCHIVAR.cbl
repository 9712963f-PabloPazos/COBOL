       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"

           01 PURGA-DECISIONES PIC X(1) VALUE 'N'.
               88 DECISIONES-PURGADO  VALUE 'S'.
               88 DECISIONES-ARCHIVADO VALUE 'A'.
           01 PURGA-AUDITORIA  PIC X(1) VALUE 'N'.
               88 AUDITORIA-PURGADO   VALUE 'S'.


           01 PERIODO-ABIERTO PIC 9(6) VALUE ZERO.

           01 CONTROL-ESTADO PIC X(1).
               88 PERIODO-YA-ARCHIVADO  VALUE 'S'.
               88 PERIODO-SIN-ARCHIVAR  VALUE 'N'.

           01 TRAILER-GENERACION.
               02 TG-MARCA    PIC X(8) VALUE '*CONTROL'.
               02 TG-CANTIDAD PIC 9(8).

           01 TOTAL-ARCHIVADOS PIC 9(8) VALUE ZERO.
           01 TOTAL-RETENIDOS  PIC 9(8) VALUE ZERO.
           01 TOTAL-A-BORRAR   PIC 9(8) VALUE ZERO.
           01 TOTAL-BORRADOS   PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            GOBACK.

       INFORMAR-PURGAS.
            EVALUATE TRUE
                WHEN DECISIONES-PURGADO
                    DISPLAY 'DECISIONES: archivado y purgado.'
                WHEN DECISIONES-ARCHIVADO
                    DISPLAY 'DECISIONES: archivado; la purga quedo '
                        'incompleta y sigue en la proxima corrida.'
                WHEN OTHER
                    DISPLAY 'DECISIONES: sin cambios.'
            END-EVALUATE.
            IF AUDITORIA-PURGADO
                DISPLAY 'AUDITORIA: archivado y purgado.'
            ELSE
       CARGAR-UN-CONTROL-EXIT.
            EXIT.

      ******************************************************************
      * Primero quedan completas las generaciones, sus trailers y
      * ARCHCTRL; recien despues se saca lo archivado del archivo
      * vivo. Si la purga de DECISIONES se corta, lo que quedo de
      * un periodo ya asentado en ARCHCTRL no se vuelve a archivar:
      * la corrida siguiente solo lo borra.
      ******************************************************************
       PROCESAR-UN-ARCHIVO.
            MOVE ZERO TO CANTIDAD-PERIODOS.
            MOVE ZERO TO TOTAL-ARCHIVADOS.
            MOVE ZERO TO TOTAL-RETENIDOS.
            MOVE ZERO TO TOTAL-A-BORRAR.
            MOVE ZERO TO TOTAL-BORRADOS.

            PERFORM PASADA-RELEVAMIENTO THRU PASADA-RELEVAMIENTO-EXIT.

                GO TO PROCESAR-UN-ARCHIVO-EXIT
            END-IF.

            IF CANTIDAD-PERIODOS = ZERO AND TOTAL-A-BORRAR = ZERO
                DISPLAY 'Sin periodos para archivar en '
                    ARCHIVO-ACTUAL '.'
                GO TO PROCESAR-UN-ARCHIVO-EXIT
            END-IF.

            IF CANTIDAD-PERIODOS > ZERO
                PERFORM PASADA-CORTE THRU PASADA-CORTE-EXIT
                IF TOTAL-ARCHIVADOS = ZERO
                    GO TO PROCESAR-UN-ARCHIVO-EXIT
                END-IF
                PERFORM PASADA-TRAILERS THRU PASADA-TRAILERS-EXIT
            END-IF.
            IF PROCESANDO-DECISIONES
                SET DECISIONES-ARCHIVADO TO TRUE
            END-IF.

            IF PROCESANDO-AUDITORIA
                PERFORM PASADA-REEMPLAZO THRU PASADA-REEMPLAZO-EXIT
            ELSE
                PERFORM PASADA-PURGA THRU PASADA-PURGA-EXIT
            END-IF.
            IF CORRIDA-CON-ERROR
                GO TO PROCESAR-UN-ARCHIVO-EXIT
            END-IF.

            IF PROCESANDO-DECISIONES
                SET DECISIONES-PURGADO TO TRUE

            DISPLAY 'Archivo ' ARCHIVO-ACTUAL ': archivados '
                TOTAL-ARCHIVADOS ', retenidos ' TOTAL-RETENIDOS '.'.
            IF PROCESANDO-DECISIONES
                DISPLAY 'Archivo ' ARCHIVO-ACTUAL ': borrados '
                    TOTAL-BORRADOS '.'
            END-IF.
       PROCESAR-UN-ARCHIVO-EXIT.
            EXIT.


            IF INDICE-PERIODO < INDICE-LIMITE
                PERFORM ACUMULAR-PERIODO THRU ACUMULAR-PERIODO-EXIT
            ELSE
                ADD 1 TO TOTAL-RETENIDOS
            END-IF.

            IF NOT CORRIDA-CON-ERROR

       ACUMULAR-PERIODO.
            PERFORM VERIFICAR-CONTROL THRU VERIFICAR-CONTROL-EXIT.
            IF PERIODO-YA-ARCHIVADO
                IF PROCESANDO-DECISIONES
                    ADD 1 TO TOTAL-A-BORRAR
                ELSE
                    DISPLAY 'El periodo ' PERIODO-REGISTRO ' de '
                        ARCHIVO-ACTUAL ' ya fue archivado.'
                    SET CORRIDA-CON-ERROR TO TRUE
                END-IF
                GO TO ACUMULAR-PERIODO-EXIT
            END-IF.
            ADD 1 TO TOTAL-A-BORRAR.

            MOVE ZERO TO POSICION-HALLADA.
            PERFORM BUSCAR-PERIODO THRU BUSCAR-PERIODO-EXIT
            EXIT.

       VERIFICAR-CONTROL.
            SET PERIODO-SIN-ARCHIVAR TO TRUE.
            PERFORM VERIFICAR-UN-CONTROL THRU VERIFICAR-UN-CONTROL-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-CONTROLES
                   OR PERIODO-YA-ARCHIVADO.
       VERIFICAR-CONTROL-EXIT.
            EXIT.

       VERIFICAR-UN-CONTROL.
            IF TC-ARCHIVO (INDICE-TABLA) = ARCHIVO-ACTUAL
                    AND TC-PERIODO (INDICE-TABLA) = PERIODO-REGISTRO
                SET PERIODO-YA-ARCHIVADO TO TRUE
            END-IF.
       VERIFICAR-UN-CONTROL-EXIT.
            EXIT.

      ******************************************************************
      * El corte solo graba las generaciones. La auditoria deja ademas
      * lo retenido en el archivo de trabajo; DECISIONES es indexado
      * y lo archivado se borra despues, en PASADA-PURGA.
      ******************************************************************
       PASADA-CORTE.
            MOVE ZERO TO PERIODO-ABIERTO.
            PERFORM ABRIR-ENTRADA THRU ABRIR-ENTRADA-EXIT.
            IF PROCESANDO-AUDITORIA
                OPEN OUTPUT TRABAJO-FILE
            END-IF.

            PERFORM LEER-REGISTRO THRU LEER-REGISTRO-EXIT.
            PERFORM CORTAR-REGISTRO THRU CORTAR-REGISTRO-EXIT
                MOVE ZERO TO PERIODO-ABIERTO
            END-IF.

            IF PROCESANDO-AUDITORIA
                CLOSE TRABAJO-FILE
            END-IF.
            PERFORM CERRAR-ENTRADA THRU CERRAR-ENTRADA-EXIT.
       PASADA-CORTE-EXIT.
            EXIT.
            PERFORM CLASIFICAR-PERIODO THRU CLASIFICAR-PERIODO-EXIT.

            IF INDICE-PERIODO < INDICE-LIMITE
                PERFORM VERIFICAR-CONTROL THRU VERIFICAR-CONTROL-EXIT
                IF PERIODO-SIN-ARCHIVAR
                    PERFORM ESCRIBIR-GENERACION
                        THRU ESCRIBIR-GENERACION-EXIT
                    ADD 1 TO TOTAL-ARCHIVADOS
                END-IF
            ELSE
                IF PROCESANDO-AUDITORIA
                    MOVE REGISTRO-IMAGEN TO TRABAJO-REC
                    WRITE TRABAJO-REC
                END-IF
            END-IF.

            PERFORM LEER-REGISTRO THRU LEER-REGISTRO-EXIT.
       CORTAR-REGISTRO-EXIT.
            EXIT.

      ******************************************************************
      * Con las generaciones y ARCHCTRL ya grabados, se borra de
      * DECISIONES todo lo anterior al limite, por clave. El primer
      * borrado que falla corta la purga y la corrida termina con
      * error; lo que quedo se borra en la corrida siguiente.
      ******************************************************************
       PASADA-PURGA.
            PERFORM ABRIR-PURGA THRU ABRIR-PURGA-EXIT.
            IF FIN-DE-ARCHIVO
                GO TO PASADA-PURGA-EXIT
            END-IF.

            PERFORM LEER-REGISTRO THRU LEER-REGISTRO-EXIT.
            PERFORM PURGAR-REGISTRO THRU PURGAR-REGISTRO-EXIT
                UNTIL FIN-DE-ARCHIVO OR CORRIDA-CON-ERROR.

            PERFORM CERRAR-ENTRADA THRU CERRAR-ENTRADA-EXIT.
       PASADA-PURGA-EXIT.
            EXIT.

       PURGAR-REGISTRO.
            PERFORM CLASIFICAR-PERIODO THRU CLASIFICAR-PERIODO-EXIT.

            IF INDICE-PERIODO < INDICE-LIMITE
                PERFORM BORRAR-DECISION THRU BORRAR-DECISION-EXIT
            END-IF.

            IF NOT CORRIDA-CON-ERROR
                PERFORM LEER-REGISTRO THRU LEER-REGISTRO-EXIT
            END-IF.
       PURGAR-REGISTRO-EXIT.
            EXIT.

       BORRAR-DECISION.
            DELETE DECISIONES-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'No se pudo borrar la decision de '
                    DEC-ORIGEN ' ' DEC-DNI '. Estado: '
                    FS-DECISIONES
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO BORRAR-DECISION-EXIT
            END-IF.
            ADD 1 TO TOTAL-BORRADOS.
       BORRAR-DECISION-EXIT.
            EXIT.

       ESCRIBIR-GENERACION.
            IF PERIODO-REGISTRO NOT = PERIODO-ABIERTO
                IF PERIODO-ABIERTO NOT = ZERO
       PASADA-REEMPLAZO.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT TRABAJO-FILE.
            OPEN OUTPUT AUDITORIA-FILE.

            READ TRABAJO-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
            EXIT.

       COPIAR-RETENIDO.
            MOVE TRABAJO-REC TO REGISTRO-AUDITORIA.
            WRITE REGISTRO-AUDITORIA.

            READ TRABAJO-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
       ABRIR-ENTRADA-EXIT.
            EXIT.

       ABRIR-PURGA.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN I-O DECISIONES-FILE.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'No se pudo abrir DECISIONES para la purga. '
                    'Estado: ' FS-DECISIONES
                SET CORRIDA-CON-ERROR TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
            END-IF.
       ABRIR-PURGA-EXIT.
            EXIT.

       CERRAR-ENTRADA.
            IF PROCESANDO-DECISIONES
                CLOSE DECISIONES-FILE

       LEER-REGISTRO.
            IF PROCESANDO-DECISIONES
                READ DECISIONES-FILE NEXT RECORD
                    AT END
                        SET FIN-DE-ARCHIVO TO TRUE
                        GO TO LEER-REGISTRO-EXIT
