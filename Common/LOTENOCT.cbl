               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

           SELECT PARAMNOC-FILE ASSIGN TO "PARAMNOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMNOC.

           SELECT SESION-FILE ASSIGN TO "SESION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESION.

           SELECT SISTEMA-FILE ASSIGN TO "SISTEMA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SISTEMA.

           SELECT SISTLOG-FILE ASSIGN TO "SISTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SISTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE
           02 JL-RC           PIC 9(4).
           02 FILLER          PIC X(1).
           02 JL-RESULTADO    PIC X(10).
           02 FILLER          PIC X(1).
           02 JL-TIPO-DIA     PIC X(1).

       FD  PARAMUTI-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARAMUTI-REC.
           02 PU-MODO-UTILITARIO PIC X(1).

      ******************************************************************
      * Modo de la corrida nocturna: R = reinicio de la corrida del
      * dia desde el paso que fallo; cualquier otro valor, o el
      * archivo ausente, es una corrida normal. El pedido de reinicio
      * vale para una sola corrida.
      ******************************************************************
       FD  PARAMNOC-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARAMNOC-REC.
           02 PN-MODO-CORRIDA    PIC X(1).

      ******************************************************************
      * Calendario de procesamiento, cargado con un anio de
      * anticipacion: un registro por fecha con su tipo de dia.
               88 CAL-DIA-FERIADO     VALUE 'F'.
               88 CAL-DIA-CIERRE      VALUE 'C'.

      ******************************************************************
      * Sesion del menu. MENUPRIN la graba solo mientras el operador
      * puede actualizar; una sesion de consulta la deja vacia.
      ******************************************************************
       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       01 SESION-REC.
           02 SE-OPERADOR         PIC X(8).
           02 SE-ROL              PIC X(1).

       FD  SISTEMA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SISTREC.

       FD  SISTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLOGREC.

       WORKING-STORAGE SECTION.
           01 FS-JOBLOG     PIC X(2).
           01 FS-PARAMUTI   PIC X(2).
           01 FS-CALENDARIO PIC X(2).
           01 FS-PARAMNOC   PIC X(2).
           01 FS-SESION     PIC X(2).
           01 FS-SISTEMA    PIC X(2).
           01 FS-SISTLOG    PIC X(2).

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-INICIO-PASO PIC 9(8).
      ******************************************************************
      * Secuencia nocturna. El respaldo del maestro corre antes que
      * los pasos que lo actualizan. Los pasos corren en este orden
      * y la corrida se detiene en el primer paso que termina con un
      * codigo de retorno distinto de cero y de 4; los pasos
      * restantes quedan registrados como omitidos. Un codigo 4 es un
      * aviso: queda registrado y la corrida sigue. Los pasos que
      * siguen a REPDIA son el cierre mensual y corren solo el ultimo
      * dia habil del mes segun el calendario. La anonimizacion corre
      * despues de la foto mensual, que todavia toma los datos del
      * mes cerrado.
      ******************************************************************
           01 TABLA-PASOS-INIT.
               05 FILLER PIC X(8) VALUE 'PERUTIL'.
               05 FILLER PIC X(8) VALUE 'CONSLOTE'.
               05 FILLER PIC X(8) VALUE 'RECICLAR'.
               05 FILLER PIC X(8) VALUE 'CALC4RR'.
               05 FILLER PIC X(8) VALUE 'LIQUIDA'.
               05 FILLER PIC X(8) VALUE 'SUSPVENC'.
               05 FILLER PIC X(8) VALUE 'READJUD'.
               05 FILLER PIC X(8) VALUE 'HOGARES'.
               05 FILLER PIC X(8) VALUE 'INFO7RR'.
               05 FILLER PIC X(8) VALUE 'CONCILIA'.
               05 FILLER PIC X(8) VALUE 'SEPFUNC'.
               05 FILLER PIC X(8) VALUE 'EXTRPERS'.
               05 FILLER PIC X(8) VALUE 'REPDIA'.
               05 FILLER PIC X(8) VALUE 'ESTAMES'.
               05 FILLER PIC X(8) VALUE 'FOTOMES'.
               05 FILLER PIC X(8) VALUE 'ARCHIVAR'.
               05 FILLER PIC X(8) VALUE 'ANONMES'.
           01 TABLA-PASOS REDEFINES TABLA-PASOS-INIT.
               05 PASO-TABLA OCCURS 18 TIMES.
                   10 PASO-NOMBRE PIC X(8).

           01 PASOS-DIARIOS  PIC 9(2) VALUE 14.
           01 PASOS-CIERRE   PIC 9(2) VALUE 18.
           01 CANTIDAD-PASOS PIC 9(2) VALUE 14.
           01 INDICE-PASO    PIC 9(2).

           01 RC-PASO   PIC 9(4) VALUE ZERO.

           01 RESULTADO-PASO PIC X(10).

           01 SESION-ESTADO PIC X(1).
               88 HAY-SESION-ABIERTA  VALUE 'S'.
               88 NO-HAY-SESION       VALUE 'N'.
           01 OPERADOR-ABIERTO PIC X(8).

           01 EVENTO-SISTEMA PIC X(1).
           01 OPERADOR-EVENTO PIC X(8).

           01 MODO-CORRIDA PIC X(1).
               88 CORRIDA-NORMAL      VALUE 'N'.
               88 CORRIDA-REINICIO    VALUE 'R'.

           01 REINICIO-ESTADO PIC X(1).
               88 REINICIO-ACEPTADO   VALUE 'A'.
               88 REINICIO-RECHAZADO  VALUE 'X'.

           01 FIN-JOBLOG PIC X(1).
               88 FIN-DE-JOBLOG       VALUE 'S'.
               88 NO-FIN-DE-JOBLOG    VALUE 'N'.

      ******************************************************************
      * Estado de cada paso en la corrida del dia segun el JOBLOG:
      * vale el ultimo registro del paso con la fecha de hoy.
      ******************************************************************
           01 TABLA-ESTADO-PASOS.
               05 EP-ESTADO OCCURS 18 TIMES PIC X(1).
                   88 PASO-TERMINADO      VALUE 'T'.
                   88 PASO-NO-TERMINADO   VALUE 'N'.

           01 ULTIMA-FECHA-JOBLOG PIC 9(8) VALUE ZERO.
           01 TIPO-REGISTRADO     PIC X(1) VALUE SPACE.
           01 PASOS-DE-HOY        PIC 9(4) VALUE ZERO.
           01 PASO-INICIAL        PIC 9(2) VALUE 1.
           01 INDICE-BUSQUEDA     PIC 9(2).
           01 POSICION-PASO       PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.

            PERFORM LEER-CALENDARIO THRU LEER-CALENDARIO-EXIT.

            IF NOT DIA-FERIADO
                PERFORM VERIFICAR-SESION THRU VERIFICAR-SESION-EXIT
                IF HAY-SESION-ABIERTA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.

            PERFORM LEER-MODO-CORRIDA THRU LEER-MODO-CORRIDA-EXIT.

            IF CORRIDA-REINICIO
                PERFORM PREPARAR-REINICIO THRU PREPARAR-REINICIO-EXIT
                IF REINICIO-RECHAZADO
                    MOVE RC-CORRIDA TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.

            IF DIA-FERIADO
                DISPLAY 'Dia sin proceso segun el calendario. La '
                    'corrida nocturna no corre.'
                MOVE PASOS-DIARIOS TO CANTIDAD-PASOS
            END-IF.

            PERFORM MARCAR-LOTE THRU MARCAR-LOTE-EXIT.

            IF CORRIDA-EN-MARCHA
                PERFORM FORZAR-MODO-RESPALDO
                    THRU FORZAR-MODO-RESPALDO-EXIT
            END-IF.

            PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-EXIT
                VARYING INDICE-PASO FROM PASO-INICIAL BY 1
                UNTIL INDICE-PASO > CANTIDAD-PASOS.

            IF CORRIDA-DETENIDA
                DISPLAY 'Corrida nocturna detenida por error. Vea el '
                    'registro de pasos.'
                DISPLAY 'El menu sigue solo para consultas hasta que '
                    'la corrida termine bien.'
            ELSE
                PERFORM DESMARCAR-LOTE THRU DESMARCAR-LOTE-EXIT
                IF RC-CORRIDA = ZERO
                    DISPLAY 'Corrida nocturna terminada sin errores.'
                ELSE
                    DISPLAY 'Corrida nocturna terminada con avisos. '
                        'Vea el registro de pasos.'
                END-IF
            END-IF.

            MOVE RC-CORRIDA TO RETURN-CODE.
            MOVE HORA-INICIO-PASO TO JL-HORA-FIN.
            MOVE ZERO         TO JL-RC.
            MOVE 'NOPROCESO'  TO JL-RESULTADO.
            MOVE TIPO-DIA     TO JL-TIPO-DIA.
            WRITE JOBLOG-REC.

            CLOSE JOBLOG-FILE.
       GRABAR-JOBLOG-DIA-EXIT.
            EXIT.

      ******************************************************************
      * La corrida no arranca con una sesion de actualizacion abierta
      * en el menu: un cambio tipeado mientras corren el respaldo y
      * los pasos sobre el maestro se perderia o quedaria fuera del
      * respaldo. El rechazo queda en el JOBLOG y en SISTLOG con el
      * operador de la sesion. Se controla antes de leer PARAMNOC
      * para no consumir un pedido de reinicio.
      ******************************************************************
       VERIFICAR-SESION.
            SET NO-HAY-SESION TO TRUE.

            OPEN INPUT SESION-FILE.
            IF FS-SESION NOT = '00'
                GO TO VERIFICAR-SESION-EXIT
            END-IF.
            READ SESION-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SE-OPERADOR NOT = SPACES
                        SET HAY-SESION-ABIERTA TO TRUE
                        MOVE SE-OPERADOR TO OPERADOR-ABIERTO
                    END-IF
            END-READ.
            CLOSE SESION-FILE.

            IF NO-HAY-SESION
                GO TO VERIFICAR-SESION-EXIT
            END-IF.

            DISPLAY 'Hay una sesion de actualizacion abierta en el '
                'menu (operador ' OPERADOR-ABIERTO '). La corrida '
                'nocturna no arranca.'.
            DISPLAY 'Si la sesion quedo abierta por una caida, '
                'ingrese y salga del menu para cerrarla.'.

            MOVE 16 TO RC-CORRIDA.
            MOVE 'RECHAZADO' TO RESULTADO-PASO.
            OPEN EXTEND JOBLOG-FILE.
            IF FS-JOBLOG NOT = '00'
                OPEN OUTPUT JOBLOG-FILE
            END-IF.
            MOVE SPACES TO JOBLOG-REC.
            MOVE FECHA-ACTUAL TO JL-FECHA.
            MOVE 'SESION'     TO JL-PASO.
            ACCEPT HORA-INICIO-PASO FROM TIME.
            MOVE HORA-INICIO-PASO TO JL-HORA-INICIO.
            MOVE HORA-INICIO-PASO TO JL-HORA-FIN.
            MOVE RC-CORRIDA   TO JL-RC.
            MOVE RESULTADO-PASO TO JL-RESULTADO.
            MOVE TIPO-DIA     TO JL-TIPO-DIA.
            WRITE JOBLOG-REC.
            CLOSE JOBLOG-FILE.

            MOVE 'R' TO EVENTO-SISTEMA.
            MOVE OPERADOR-ABIERTO TO OPERADOR-EVENTO.
            PERFORM GRABAR-SISTLOG THRU GRABAR-SISTLOG-EXIT.
       VERIFICAR-SESION-EXIT.
            EXIT.

      ******************************************************************
      * Mientras corre la secuencia el estado del sistema queda en
      * proceso nocturno y el menu solo abre consultas. Sin poder
      * marcarlo la corrida no sigue, igual que sin el modo de
      * respaldo.
      ******************************************************************
       MARCAR-LOTE.
            OPEN OUTPUT SISTEMA-FILE.
            IF FS-SISTEMA NOT = '00'
                DISPLAY 'No se pudo marcar el proceso nocturno en '
                    'curso.'
                SET CORRIDA-DETENIDA TO TRUE
                MOVE 16 TO RC-CORRIDA
                GO TO MARCAR-LOTE-EXIT
            END-IF.
            MOVE SPACES TO REGISTRO-SISTEMA.
            SET SIS-LOTE-EN-CURSO TO TRUE.
            MOVE 'LOTENOCT'   TO SIS-PROGRAMA.
            MOVE FECHA-ACTUAL TO SIS-FECHA.
            ACCEPT SIS-HORA FROM TIME.
            WRITE REGISTRO-SISTEMA.
            CLOSE SISTEMA-FILE.

            MOVE 'I' TO EVENTO-SISTEMA.
            MOVE 'LOTENOCT' TO OPERADOR-EVENTO.
            PERFORM GRABAR-SISTLOG THRU GRABAR-SISTLOG-EXIT.
       MARCAR-LOTE-EXIT.
            EXIT.

       DESMARCAR-LOTE.
            OPEN OUTPUT SISTEMA-FILE.
            IF FS-SISTEMA NOT = '00'
                DISPLAY 'Aviso: no se pudo quitar la marca de proceso '
                    'nocturno en curso.'
                GO TO DESMARCAR-LOTE-EXIT
            END-IF.
            MOVE SPACES TO REGISTRO-SISTEMA.
            MOVE 'N'          TO SIS-LOTE.
            MOVE 'LOTENOCT'   TO SIS-PROGRAMA.
            MOVE FECHA-ACTUAL TO SIS-FECHA.
            ACCEPT SIS-HORA FROM TIME.
            WRITE REGISTRO-SISTEMA.
            CLOSE SISTEMA-FILE.

            MOVE 'F' TO EVENTO-SISTEMA.
            MOVE 'LOTENOCT' TO OPERADOR-EVENTO.
            PERFORM GRABAR-SISTLOG THRU GRABAR-SISTLOG-EXIT.
       DESMARCAR-LOTE-EXIT.
            EXIT.

       GRABAR-SISTLOG.
            OPEN EXTEND SISTLOG-FILE.
            IF FS-SISTLOG NOT = '00'
                OPEN OUTPUT SISTLOG-FILE
            END-IF.

            MOVE EVENTO-SISTEMA  TO SL-EVENTO.
            MOVE OPERADOR-EVENTO TO SL-OPERADOR.
            MOVE FECHA-ACTUAL    TO SL-FECHA.
            ACCEPT SL-HORA FROM TIME.
            WRITE REGISTRO-SISTLOG.

            CLOSE SISTLOG-FILE.
       GRABAR-SISTLOG-EXIT.
            EXIT.

       LEER-MODO-CORRIDA.
            SET CORRIDA-NORMAL TO TRUE.

            OPEN INPUT PARAMNOC-FILE.
            IF FS-PARAMNOC NOT = '00'
                GO TO LEER-MODO-CORRIDA-EXIT
            END-IF.
            READ PARAMNOC-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PN-MODO-CORRIDA = 'R'
                        SET CORRIDA-REINICIO TO TRUE
                    END-IF
            END-READ.
            CLOSE PARAMNOC-FILE.

            IF CORRIDA-NORMAL
                GO TO LEER-MODO-CORRIDA-EXIT
            END-IF.

            DISPLAY 'Corrida nocturna en modo reinicio.'.
            OPEN OUTPUT PARAMNOC-FILE.
            IF FS-PARAMNOC = '00'
                MOVE 'N' TO PN-MODO-CORRIDA
                WRITE PARAMNOC-REC
                CLOSE PARAMNOC-FILE
            END-IF.
       LEER-MODO-CORRIDA-EXIT.
            EXIT.

      ******************************************************************
      * El reinicio retoma la corrida de hoy: los pasos que ya
      * terminaron con codigo cero o con avisos no se repiten y la
      * corrida sigue desde el primero que fallo o quedo omitido. Se
      * rechaza si la ultima corrida registrada es de otra fecha o si
      * el calendario cambio el tipo de dia (habil o cierre) desde
      * entonces, porque la secuencia de pasos ya no seria la misma.
      * Si todos los pasos ya terminaron, el reinicio solo se asienta
      * y quita la marca de proceso en curso que pudo quedar de una
      * caida despues del ultimo paso.
      ******************************************************************
       PREPARAR-REINICIO.
            SET REINICIO-RECHAZADO TO TRUE.
            MOVE 16 TO RC-CORRIDA.

            PERFORM CARGAR-JOBLOG THRU CARGAR-JOBLOG-EXIT.
            IF FS-JOBLOG NOT = '00'
                DISPLAY 'No hay registro de pasos. No se puede '
                    'reiniciar.'
                GO TO PREPARAR-REINICIO-EXIT
            END-IF.

            IF ULTIMA-FECHA-JOBLOG NOT = FECHA-ACTUAL
                DISPLAY 'La ultima corrida registrada es del '
                    ULTIMA-FECHA-JOBLOG ' y hoy es ' FECHA-ACTUAL
                    '. La fecha cambio: no se reinicia.'
                MOVE 'RECHAZADO' TO RESULTADO-PASO
                PERFORM GRABAR-JOBLOG-REINICIO
                    THRU GRABAR-JOBLOG-REINICIO-EXIT
                GO TO PREPARAR-REINICIO-EXIT
            END-IF.

            IF PASOS-DE-HOY = ZERO
                DISPLAY 'No hay pasos de la corrida de hoy para '
                    'reiniciar.'
                MOVE 'RECHAZADO' TO RESULTADO-PASO
                PERFORM GRABAR-JOBLOG-REINICIO
                    THRU GRABAR-JOBLOG-REINICIO-EXIT
                GO TO PREPARAR-REINICIO-EXIT
            END-IF.

            IF TIPO-REGISTRADO NOT = SPACE
                    AND TIPO-REGISTRADO NOT = TIPO-DIA
                DISPLAY 'El tipo de dia cambio en el calendario ('
                    TIPO-REGISTRADO ' a ' TIPO-DIA
                    '). No se reinicia.'
                MOVE 'RECHAZADO' TO RESULTADO-PASO
                PERFORM GRABAR-JOBLOG-REINICIO
                    THRU GRABAR-JOBLOG-REINICIO-EXIT
                GO TO PREPARAR-REINICIO-EXIT
            END-IF.

            IF DIA-CIERRE
                MOVE PASOS-CIERRE TO CANTIDAD-PASOS
            ELSE
                MOVE PASOS-DIARIOS TO CANTIDAD-PASOS
            END-IF.

            MOVE ZERO TO PASO-INICIAL.
            PERFORM BUSCAR-PASO-INICIAL THRU BUSCAR-PASO-INICIAL-EXIT
                VARYING INDICE-BUSQUEDA FROM CANTIDAD-PASOS BY -1
                UNTIL INDICE-BUSQUEDA = ZERO.

            IF PASO-INICIAL = ZERO
                DISPLAY 'La corrida de hoy termino sin errores. No '
                    'hay pasos para reiniciar.'
                MOVE ZERO TO RC-CORRIDA
                MOVE 'SIN PASOS' TO RESULTADO-PASO
                PERFORM GRABAR-JOBLOG-REINICIO
                    THRU GRABAR-JOBLOG-REINICIO-EXIT
                PERFORM DESMARCAR-LOTE THRU DESMARCAR-LOTE-EXIT
                GO TO PREPARAR-REINICIO-EXIT
            END-IF.

            PERFORM INFORMAR-PASO-TERMINADO
                THRU INFORMAR-PASO-TERMINADO-EXIT
                VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA = PASO-INICIAL.

            DISPLAY 'Se reinicia desde el paso '
                PASO-NOMBRE (PASO-INICIAL) '.'.
            SET REINICIO-ACEPTADO TO TRUE.
            MOVE ZERO TO RC-CORRIDA.
            MOVE PASO-NOMBRE (PASO-INICIAL) TO RESULTADO-PASO.
            PERFORM GRABAR-JOBLOG-REINICIO
                THRU GRABAR-JOBLOG-REINICIO-EXIT.
       PREPARAR-REINICIO-EXIT.
            EXIT.

       CARGAR-JOBLOG.
            MOVE ALL 'N' TO TABLA-ESTADO-PASOS.
            MOVE ZERO TO ULTIMA-FECHA-JOBLOG.
            MOVE ZERO TO PASOS-DE-HOY.
            MOVE SPACE TO TIPO-REGISTRADO.
            SET NO-FIN-DE-JOBLOG TO TRUE.

            OPEN INPUT JOBLOG-FILE.
            IF FS-JOBLOG NOT = '00'
                GO TO CARGAR-JOBLOG-EXIT
            END-IF.

            PERFORM CARGAR-UN-JOBLOG THRU CARGAR-UN-JOBLOG-EXIT
                UNTIL FIN-DE-JOBLOG.

            CLOSE JOBLOG-FILE.
            MOVE '00' TO FS-JOBLOG.
       CARGAR-JOBLOG-EXIT.
            EXIT.

       CARGAR-UN-JOBLOG.
            READ JOBLOG-FILE
                AT END
                    SET FIN-DE-JOBLOG TO TRUE
                    GO TO CARGAR-UN-JOBLOG-EXIT
            END-READ.

            MOVE JL-FECHA TO ULTIMA-FECHA-JOBLOG.
            IF JL-FECHA NOT = FECHA-ACTUAL
                GO TO CARGAR-UN-JOBLOG-EXIT
            END-IF.

            MOVE ZERO TO POSICION-PASO.
            PERFORM BUSCAR-PASO THRU BUSCAR-PASO-EXIT
                VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > PASOS-CIERRE.
            IF POSICION-PASO = ZERO
                GO TO CARGAR-UN-JOBLOG-EXIT
            END-IF.

            ADD 1 TO PASOS-DE-HOY.
            IF JL-TIPO-DIA NOT = SPACE
                MOVE JL-TIPO-DIA TO TIPO-REGISTRADO
            END-IF.

            IF (JL-RC = ZERO AND JL-RESULTADO = 'OK')
                    OR (JL-RC = 4 AND JL-RESULTADO = 'AVISO')
                SET PASO-TERMINADO (POSICION-PASO) TO TRUE
            ELSE
                SET PASO-NO-TERMINADO (POSICION-PASO) TO TRUE
            END-IF.
       CARGAR-UN-JOBLOG-EXIT.
            EXIT.

       BUSCAR-PASO.
            IF PASO-NOMBRE (INDICE-BUSQUEDA) = JL-PASO
                MOVE INDICE-BUSQUEDA TO POSICION-PASO
            END-IF.
       BUSCAR-PASO-EXIT.
            EXIT.

      ******************************************************************
      * Se recorre de atras hacia adelante para quedarse con el
      * primer paso de la secuencia que no termino bien.
      ******************************************************************
       BUSCAR-PASO-INICIAL.
            IF PASO-NO-TERMINADO (INDICE-BUSQUEDA)
                MOVE INDICE-BUSQUEDA TO PASO-INICIAL
            END-IF.
       BUSCAR-PASO-INICIAL-EXIT.
            EXIT.

       INFORMAR-PASO-TERMINADO.
            DISPLAY 'El paso ' PASO-NOMBRE (INDICE-BUSQUEDA)
                ' ya termino hoy; no se repite.'.
       INFORMAR-PASO-TERMINADO-EXIT.
            EXIT.

      ******************************************************************
      * El reinicio queda asentado en el JOBLOG con el paso REINICIO
      * y, como resultado, el paso desde el que se retoma o
      * RECHAZADO si no se pudo reiniciar.
      ******************************************************************
       GRABAR-JOBLOG-REINICIO.
            OPEN EXTEND JOBLOG-FILE.
            IF FS-JOBLOG NOT = '00'
                OPEN OUTPUT JOBLOG-FILE
            END-IF.

            MOVE SPACES TO JOBLOG-REC.
            MOVE FECHA-ACTUAL TO JL-FECHA.
            MOVE 'REINICIO'   TO JL-PASO.
            ACCEPT HORA-INICIO-PASO FROM TIME.
            MOVE HORA-INICIO-PASO TO JL-HORA-INICIO.
            MOVE HORA-INICIO-PASO TO JL-HORA-FIN.
            MOVE RC-CORRIDA   TO JL-RC.
            MOVE RESULTADO-PASO TO JL-RESULTADO.
            MOVE TIPO-DIA     TO JL-TIPO-DIA.
            WRITE JOBLOG-REC.

            CLOSE JOBLOG-FILE.
       GRABAR-JOBLOG-REINICIO-EXIT.
            EXIT.

       FORZAR-MODO-RESPALDO.
            OPEN OUTPUT PARAMUTI-FILE.
            IF FS-PARAMUTI NOT = '00'

            ACCEPT HORA-FIN-PASO FROM TIME.

      * Un codigo 4 es un aviso del paso: queda en el registro y la
      * corrida sigue.
            EVALUATE RC-PASO
                WHEN ZERO
                    MOVE 'OK' TO RESULTADO-PASO
                WHEN 4
                    MOVE 'AVISO' TO RESULTADO-PASO
                    IF RC-CORRIDA < 4
                        MOVE 4 TO RC-CORRIDA
                    END-IF
                    DISPLAY 'El paso ' PASO-NOMBRE (INDICE-PASO)
                        ' termino con avisos.'
                WHEN OTHER
                    MOVE 'FALLO' TO RESULTADO-PASO
                    MOVE RC-PASO TO RC-CORRIDA
                    SET CORRIDA-DETENIDA TO TRUE
                    DISPLAY 'El paso ' PASO-NOMBRE (INDICE-PASO)
                        ' termino con codigo ' RC-PASO '.'
            END-EVALUATE.

            PERFORM GRABAR-JOBLOG THRU GRABAR-JOBLOG-EXIT.
       EJECUTAR-PASO-EXIT.
            MOVE HORA-FIN-PASO              TO JL-HORA-FIN.
            MOVE RC-PASO                    TO JL-RC.
            MOVE RESULTADO-PASO             TO JL-RESULTADO.
            MOVE TIPO-DIA                   TO JL-TIPO-DIA.
            WRITE JOBLOG-REC.

            CLOSE JOBLOG-FILE.
