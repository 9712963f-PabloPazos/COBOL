      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPFUNC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

           SELECT REVISIONES-FILE ASSIGN TO "REVISIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REVISIONES.

           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERLOG.

           SELECT POLLOG-FILE ASSIGN TO "POLLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POLLOG.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMSEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT SEPARADO-FILE ASSIGN TO "SEPFUREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SEPARADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMBHIST.

       FD  REVISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVREC.

       FD  OPERADORES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  OPERLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPLOGREC.

       FD  POLLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLOGREC.

      ******************************************************************
      * Ventana en dias entre una modificacion de la persona y la
      * revision de su decision por el mismo operador para que el
      * par se informe como violacion.
      ******************************************************************
       FD  PARAMETROS-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARAMETRO-REC.
           02 PAR-DIAS-VENTANA    PIC 9(3).

       FD  SEPARADO-FILE
           LABEL RECORDS ARE STANDARD.
       01 SEPARADO-REC.
           02 SF-DETALLE          PIC X(90).

       WORKING-STORAGE SECTION.
           01 FS-CAMBIOS    PIC X(2).
           01 FS-REVISIONES PIC X(2).
           01 FS-OPERADORES PIC X(2).
           01 FS-OPERLOG    PIC X(2).
           01 FS-POLLOG     PIC X(2).
           01 FS-PARAMETROS PIC X(2).
           01 FS-SEPARADO   PIC X(2).

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 CARGA-ESTADO PIC X(1).
               88 CARGA-COMPLETA      VALUE 'S'.
               88 CARGA-DESBORDADA    VALUE 'N'.

           01 DIAS-VENTANA PIC 9(3) VALUE 30.

           01 FECHA-ACTUAL PIC 9(8).

      ******************************************************************
      * Revisiones firmadas por una persona (las de READJUD y
      * CARGAFAL son automaticas y no entran en el control), con su
      * fecha ya convertida a dia juliano para medir la ventana.
      ******************************************************************
           01 TABLA-REVISIONES.
               02 CANTIDAD-REVISIONES PIC 9(4) VALUE ZERO.
               02 ENTRADA-REVISION OCCURS 5000 TIMES.
                   03 TR-DNI             PIC 9(8).
                   03 TR-VEREDICTO       PIC X(1).
                   03 TR-REVISOR         PIC X(8).
                   03 TR-FECHA           PIC 9(8).
                   03 TR-DIAS            PIC S9(9).
                   03 TR-MARCADA         PIC X(1).

           01 TABLA-OPERADORES.
               02 CANTIDAD-OPERADORES PIC 9(4) VALUE ZERO.
               02 ENTRADA-OPERADOR OCCURS 500 TIMES.
                   03 TOP-ID             PIC X(8).
                   03 TOP-DNI            PIC 9(8).

           01 TABLA-HABILITACIONES.
               02 CANTIDAD-HABILITACIONES PIC 9(4) VALUE ZERO.
               02 ENTRADA-HABILITACION OCCURS 2000 TIMES.
                   03 TH-OPERADOR        PIC X(8).
                   03 TH-SUPERVISOR      PIC X(8).
                   03 TH-FECHA           PIC 9(8).
                   03 TH-HORA            PIC 9(8).

           01 INDICE-REVISION     PIC 9(4).
           01 INDICE-OPERADOR     PIC 9(4).
           01 INDICE-HABILITACION PIC 9(4).

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
           01 DIAS-CAMBIO     PIC S9(9).
           01 DIAS-HOY        PIC S9(9).
           01 DIAS-DIFERENCIA PIC S9(9).

           01 TOTAL-CAMBIOS        PIC 9(6) VALUE ZERO.
           01 TOTAL-REVISIONES     PIC 9(6) VALUE ZERO.
           01 TOTAL-APROBACIONES   PIC 9(6) VALUE ZERO.
           01 TOTAL-CAMBIO-REVISION PIC 9(5) VALUE ZERO.
           01 TOTAL-PROPIO-DNI     PIC 9(5) VALUE ZERO.
           01 TOTAL-HABILITA-APRUEBA PIC 9(5) VALUE ZERO.

           01 LINEA-TITULO.
               02 LTI-TEXTO    PIC X(44).
               02 LTI-FECHA    PIC 9(8).
               02 LTI-ETIQUETA PIC X(10).
               02 LTI-VENTANA  PIC ZZ9.

           01 LINEA-DETALLE.
               02 LD-CONCEPTO  PIC X(24).
               02 LD-ETIQUETA1 PIC X(7).
               02 LD-OPERADOR  PIC X(8).
               02 LD-ETIQUETA2 PIC X(7).
               02 LD-DATO1     PIC X(8).
               02 LD-ETIQUETA3 PIC X(8).
               02 LD-DATO2     PIC X(8).
               02 LD-ETIQUETA4 PIC X(7).
               02 LD-DATO3     PIC X(8).

           01 LINEA-TOTAL.
               02 LT-ETIQUETA  PIC X(40).
               02 LT-CANTIDAD  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.

            PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-EXIT.

            MOVE FECHA-ACTUAL TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            MOVE JULIANO-AUX TO DIAS-HOY.

            SET CARGA-COMPLETA TO TRUE.
            PERFORM CARGAR-OPERADORES THRU CARGAR-OPERADORES-EXIT.
            PERFORM CARGAR-REVISIONES THRU CARGAR-REVISIONES-EXIT.
            PERFORM CARGAR-HABILITACIONES
                THRU CARGAR-HABILITACIONES-EXIT.

            OPEN OUTPUT SEPARADO-FILE.

            PERFORM ESCRIBIR-TITULO THRU ESCRIBIR-TITULO-EXIT.

            IF CARGA-DESBORDADA
                DISPLAY 'Aviso: demasiados registros dentro de la '
                    'ventana; el control queda incompleto.'
                MOVE 'AVISO: CONTROL INCOMPLETO POR CAPACIDAD'
                    TO SF-DETALLE
                WRITE SEPARADO-REC
                MOVE SPACES TO SF-DETALLE
                WRITE SEPARADO-REC
                MOVE 4 TO RETURN-CODE
            END-IF.

            PERFORM CONTROLAR-CAMBIOS THRU CONTROLAR-CAMBIOS-EXIT.

            PERFORM CONTROLAR-PROPIO-DNI
                THRU CONTROLAR-PROPIO-DNI-EXIT
                VARYING INDICE-REVISION FROM 1 BY 1
                UNTIL INDICE-REVISION > CANTIDAD-REVISIONES.

            PERFORM CONTROLAR-APROBACIONES
                THRU CONTROLAR-APROBACIONES-EXIT.

            PERFORM ESCRIBIR-TOTALES THRU ESCRIBIR-TOTALES-EXIT.

            CLOSE SEPARADO-FILE.

            DISPLAY 'Control de separacion de funciones terminado.'.
            DISPLAY 'Cambio y revision del mismo operador: '
                TOTAL-CAMBIO-REVISION.
            DISPLAY 'Aprobaciones sobre el propio DNI: '
                TOTAL-PROPIO-DNI.
            DISPLAY 'Habilitados que aprobaron el mismo dia: '
                TOTAL-HABILITA-APRUEBA.

            GOBACK.

       LEER-PARAMETROS.
            OPEN INPUT PARAMETROS-FILE.
            IF FS-PARAMETROS = '00'
                READ PARAMETROS-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PAR-DIAS-VENTANA IS NUMERIC
                            MOVE PAR-DIAS-VENTANA TO DIAS-VENTANA
                        END-IF
                END-READ
                CLOSE PARAMETROS-FILE
            END-IF.
       LEER-PARAMETROS-EXIT.
            EXIT.

      ******************************************************************
      * El DNI del operador permite ver si un revisor resolvio una
      * decision sobre si mismo. Los operadores dados de alta antes
      * de registrar el DNI quedan en cero y no se comparan.
      ******************************************************************
       CARGAR-OPERADORES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT OPERADORES-FILE.
            IF FS-OPERADORES NOT = '00'
                DISPLAY 'Aviso: no hay maestro de operadores.'
                GO TO CARGAR-OPERADORES-EXIT
            END-IF.

            PERFORM CARGAR-UN-OPERADOR THRU CARGAR-UN-OPERADOR-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE OPERADORES-FILE.
       CARGAR-OPERADORES-EXIT.
            EXIT.

       CARGAR-UN-OPERADOR.
            READ OPERADORES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CARGAR-UN-OPERADOR-EXIT
            END-READ.

            IF CANTIDAD-OPERADORES = 500
                SET CARGA-DESBORDADA TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-UN-OPERADOR-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-OPERADORES.
            MOVE OP-ID TO TOP-ID (CANTIDAD-OPERADORES).
            IF OP-DNI IS NUMERIC
                MOVE OP-DNI TO TOP-DNI (CANTIDAD-OPERADORES)
            ELSE
                MOVE ZERO TO TOP-DNI (CANTIDAD-OPERADORES)
            END-IF.
       CARGAR-UN-OPERADOR-EXIT.
            EXIT.

      ******************************************************************
      * Solo entran las revisiones de la ventana hacia atras desde la
      * fecha de la corrida: un par cambio-revision mas viejo ya se
      * informo en las corridas de esos dias.
      ******************************************************************
       CARGAR-REVISIONES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT REVISIONES-FILE.
            IF FS-REVISIONES NOT = '00'
                DISPLAY 'Aviso: no hay archivo de revisiones.'
                GO TO CARGAR-REVISIONES-EXIT
            END-IF.

            PERFORM CARGAR-UNA-REVISION THRU CARGAR-UNA-REVISION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE REVISIONES-FILE.
       CARGAR-REVISIONES-EXIT.
            EXIT.

       CARGAR-UNA-REVISION.
            READ REVISIONES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CARGAR-UNA-REVISION-EXIT
            END-READ.

            ADD 1 TO TOTAL-REVISIONES.

            IF REV-REVISOR = 'READJUD' OR REV-REVISOR = 'CARGAFAL'
                GO TO CARGAR-UNA-REVISION-EXIT
            END-IF.

            MOVE REV-FECHA TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            IF DIAS-HOY - JULIANO-AUX > DIAS-VENTANA
                GO TO CARGAR-UNA-REVISION-EXIT
            END-IF.

            IF CANTIDAD-REVISIONES = 5000
                SET CARGA-DESBORDADA TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-UNA-REVISION-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-REVISIONES.
            MOVE REV-DNI       TO TR-DNI (CANTIDAD-REVISIONES).
            MOVE REV-VEREDICTO TO TR-VEREDICTO (CANTIDAD-REVISIONES).
            MOVE REV-REVISOR   TO TR-REVISOR (CANTIDAD-REVISIONES).
            MOVE REV-FECHA     TO TR-FECHA (CANTIDAD-REVISIONES).
            MOVE 'N'           TO TR-MARCADA (CANTIDAD-REVISIONES).
            MOVE JULIANO-AUX   TO TR-DIAS (CANTIDAD-REVISIONES).
       CARGAR-UNA-REVISION-EXIT.
            EXIT.

      ******************************************************************
      * Solo interesan las altas y rehabilitaciones hechas por un
      * supervisor: la baja de un operador no le da ninguna funcion.
      * Como el control es del mismo dia, alcanza con las de la
      * ventana.
      ******************************************************************
       CARGAR-HABILITACIONES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT OPERLOG-FILE.
            IF FS-OPERLOG NOT = '00'
                GO TO CARGAR-HABILITACIONES-EXIT
            END-IF.

            PERFORM CARGAR-UNA-HABILITACION
                THRU CARGAR-UNA-HABILITACION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE OPERLOG-FILE.
       CARGAR-HABILITACIONES-EXIT.
            EXIT.

       CARGAR-UNA-HABILITACION.
            READ OPERLOG-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CARGAR-UNA-HABILITACION-EXIT
            END-READ.

            IF NOT OL-HABILITA
                GO TO CARGAR-UNA-HABILITACION-EXIT
            END-IF.

            MOVE OL-FECHA TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            IF DIAS-HOY - JULIANO-AUX > DIAS-VENTANA
                GO TO CARGAR-UNA-HABILITACION-EXIT
            END-IF.

            IF CANTIDAD-HABILITACIONES = 2000
                SET CARGA-DESBORDADA TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-UNA-HABILITACION-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-HABILITACIONES.
            MOVE OL-OPERADOR
                TO TH-OPERADOR (CANTIDAD-HABILITACIONES).
            MOVE OL-SUPERVISOR
                TO TH-SUPERVISOR (CANTIDAD-HABILITACIONES).
            MOVE OL-FECHA TO TH-FECHA (CANTIDAD-HABILITACIONES).
            MOVE OL-HORA  TO TH-HORA (CANTIDAD-HABILITACIONES).
       CARGAR-UNA-HABILITACION-EXIT.
            EXIT.

      ******************************************************************
      * Una persona modificada en MANTPERS o CAMBDIR por el mismo
      * operador que resolvio su decision pendiente en REVDEC dentro
      * de la ventana, antes o despues de la modificacion. Cada
      * revision se informa una sola vez aunque haya varios cambios.
      ******************************************************************
       CONTROLAR-CAMBIOS.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT CAMBIOS-FILE.
            IF FS-CAMBIOS NOT = '00'
                DISPLAY 'Aviso: no hay historial de cambios.'
                GO TO CONTROLAR-CAMBIOS-EXIT
            END-IF.

            PERFORM CONTROLAR-UN-CAMBIO THRU CONTROLAR-UN-CAMBIO-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE CAMBIOS-FILE.
       CONTROLAR-CAMBIOS-EXIT.
            EXIT.

       CONTROLAR-UN-CAMBIO.
            READ CAMBIOS-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CONTROLAR-UN-CAMBIO-EXIT
            END-READ.

            ADD 1 TO TOTAL-CAMBIOS.

            IF CH-DNI = ZERO
                GO TO CONTROLAR-UN-CAMBIO-EXIT
            END-IF.

            MOVE CH-FECHA TO FECHA-CALCULO.
            PERFORM CALCULAR-DIAS THRU CALCULAR-DIAS-EXIT.
            MOVE JULIANO-AUX TO DIAS-CAMBIO.

            PERFORM COMPARAR-CAMBIO THRU COMPARAR-CAMBIO-EXIT
                VARYING INDICE-REVISION FROM 1 BY 1
                UNTIL INDICE-REVISION > CANTIDAD-REVISIONES.
       CONTROLAR-UN-CAMBIO-EXIT.
            EXIT.

       COMPARAR-CAMBIO.
            IF TR-MARCADA (INDICE-REVISION) = 'S'
                    OR TR-REVISOR (INDICE-REVISION) NOT = CH-ORIGEN
                    OR TR-DNI (INDICE-REVISION) NOT = CH-DNI
                GO TO COMPARAR-CAMBIO-EXIT
            END-IF.

            COMPUTE DIAS-DIFERENCIA =
                TR-DIAS (INDICE-REVISION) - DIAS-CAMBIO.
            IF DIAS-DIFERENCIA < ZERO
                COMPUTE DIAS-DIFERENCIA = ZERO - DIAS-DIFERENCIA
            END-IF.
            IF DIAS-DIFERENCIA > DIAS-VENTANA
                GO TO COMPARAR-CAMBIO-EXIT
            END-IF.

            MOVE 'S' TO TR-MARCADA (INDICE-REVISION).
            ADD 1 TO TOTAL-CAMBIO-REVISION.

            MOVE SPACES TO LINEA-DETALLE.
            MOVE 'CAMBIO Y REVISION'        TO LD-CONCEPTO.
            MOVE ' OPER: '                  TO LD-ETIQUETA1.
            MOVE CH-ORIGEN                  TO LD-OPERADOR.
            MOVE ' DNI: '                   TO LD-ETIQUETA2.
            MOVE CH-DNI                     TO LD-DATO1.
            MOVE ' CAMB: '                  TO LD-ETIQUETA3.
            MOVE CH-FECHA                   TO LD-DATO2.
            MOVE ' REV: '                   TO LD-ETIQUETA4.
            MOVE TR-FECHA (INDICE-REVISION) TO LD-DATO3.
            MOVE LINEA-DETALLE TO SF-DETALLE.
            WRITE SEPARADO-REC.
       COMPARAR-CAMBIO-EXIT.
            EXIT.

      ******************************************************************
      * Un revisor que aprobo una decision sobre su propio DNI.
      ******************************************************************
       CONTROLAR-PROPIO-DNI.
            IF TR-VEREDICTO (INDICE-REVISION) NOT = 'A'
                    OR TR-DNI (INDICE-REVISION) = ZERO
                GO TO CONTROLAR-PROPIO-DNI-EXIT
            END-IF.

            MOVE ZERO TO POSICION-HALLADA.
            PERFORM BUSCAR-OPERADOR THRU BUSCAR-OPERADOR-EXIT
                VARYING INDICE-OPERADOR FROM 1 BY 1
                UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
                   OR POSICION-HALLADA > ZERO.

            IF POSICION-HALLADA = ZERO
                GO TO CONTROLAR-PROPIO-DNI-EXIT
            END-IF.

            IF TOP-DNI (POSICION-HALLADA) NOT =
                    TR-DNI (INDICE-REVISION)
                GO TO CONTROLAR-PROPIO-DNI-EXIT
            END-IF.

            ADD 1 TO TOTAL-PROPIO-DNI.

            MOVE SPACES TO LINEA-DETALLE.
            MOVE 'APROBO SU PROPIO DNI'       TO LD-CONCEPTO.
            MOVE ' OPER: '                    TO LD-ETIQUETA1.
            MOVE TR-REVISOR (INDICE-REVISION) TO LD-OPERADOR.
            MOVE ' DNI: '                     TO LD-ETIQUETA2.
            MOVE TR-DNI (INDICE-REVISION)     TO LD-DATO1.
            MOVE ' FECHA: '                   TO LD-ETIQUETA3.
            MOVE TR-FECHA (INDICE-REVISION)   TO LD-DATO2.
            MOVE LINEA-DETALLE TO SF-DETALLE.
            WRITE SEPARADO-REC.
       CONTROLAR-PROPIO-DNI-EXIT.
            EXIT.

       BUSCAR-OPERADOR.
            IF TOP-ID (INDICE-OPERADOR) = TR-REVISOR (INDICE-REVISION)
                MOVE INDICE-OPERADOR TO POSICION-HALLADA
            END-IF.
       BUSCAR-OPERADOR-EXIT.
            EXIT.

      ******************************************************************
      * Un operador habilitado por un supervisor en OPERMANT que ese
      * mismo dia, despues de la habilitacion, aprobo propuestas de
      * politica en POLAPROB. Las aprobaciones salen de POLLOG porque
      * PROPUESTAS no guarda quien aprobo.
      ******************************************************************
       CONTROLAR-APROBACIONES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT POLLOG-FILE.
            IF FS-POLLOG NOT = '00'
                GO TO CONTROLAR-APROBACIONES-EXIT
            END-IF.

            PERFORM CONTROLAR-UNA-APROBACION
                THRU CONTROLAR-UNA-APROBACION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE POLLOG-FILE.
       CONTROLAR-APROBACIONES-EXIT.
            EXIT.

       CONTROLAR-UNA-APROBACION.
            READ POLLOG-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CONTROLAR-UNA-APROBACION-EXIT
            END-READ.

            IF NOT PL-APROBADA
                GO TO CONTROLAR-UNA-APROBACION-EXIT
            END-IF.

            ADD 1 TO TOTAL-APROBACIONES.

            MOVE ZERO TO POSICION-HALLADA.
            PERFORM BUSCAR-HABILITACION THRU BUSCAR-HABILITACION-EXIT
                VARYING INDICE-HABILITACION FROM 1 BY 1
                UNTIL INDICE-HABILITACION > CANTIDAD-HABILITACIONES
                   OR POSICION-HALLADA > ZERO.

            IF POSICION-HALLADA = ZERO
                GO TO CONTROLAR-UNA-APROBACION-EXIT
            END-IF.

            ADD 1 TO TOTAL-HABILITA-APRUEBA.

            MOVE SPACES TO LINEA-DETALLE.
            MOVE 'HABILITADO Y APROBO'        TO LD-CONCEPTO.
            MOVE ' OPER: '                    TO LD-ETIQUETA1.
            MOVE PL-APROBADOR                 TO LD-OPERADOR.
            MOVE ' SUPV: '                    TO LD-ETIQUETA2.
            MOVE TH-SUPERVISOR (POSICION-HALLADA) TO LD-DATO1.
            MOVE ' FECHA: '                   TO LD-ETIQUETA3.
            MOVE PL-FECHA-RESOLUCION          TO LD-DATO2.
            MOVE ' ORIG: '                    TO LD-ETIQUETA4.
            MOVE PL-ORIGEN                    TO LD-DATO3.
            MOVE LINEA-DETALLE TO SF-DETALLE.
            WRITE SEPARADO-REC.
       CONTROLAR-UNA-APROBACION-EXIT.
            EXIT.

       BUSCAR-HABILITACION.
            IF TH-OPERADOR (INDICE-HABILITACION) = PL-APROBADOR
                    AND TH-FECHA (INDICE-HABILITACION)
                        = PL-FECHA-RESOLUCION
                    AND TH-HORA (INDICE-HABILITACION)
                        NOT > PL-HORA-RESOLUCION
                MOVE INDICE-HABILITACION TO POSICION-HALLADA
            END-IF.
       BUSCAR-HABILITACION-EXIT.
            EXIT.

       ESCRIBIR-TITULO.
            MOVE SPACES TO LINEA-TITULO.
            MOVE 'CONTROL DE SEPARACION DE FUNCIONES  FECHA: '
                TO LTI-TEXTO.
            MOVE FECHA-ACTUAL   TO LTI-FECHA.
            MOVE ' VENTANA: '   TO LTI-ETIQUETA.
            MOVE DIAS-VENTANA   TO LTI-VENTANA.
            MOVE LINEA-TITULO TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO SF-DETALLE.
            WRITE SEPARADO-REC.
       ESCRIBIR-TITULO-EXIT.
            EXIT.

       ESCRIBIR-TOTALES.
            MOVE SPACES TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO LINEA-TOTAL.
            MOVE 'CAMBIOS CONTROLADOS' TO LT-ETIQUETA.
            MOVE TOTAL-CAMBIOS         TO LT-CANTIDAD.
            MOVE LINEA-TOTAL TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO LINEA-TOTAL.
            MOVE 'REVISIONES CONTROLADAS' TO LT-ETIQUETA.
            MOVE TOTAL-REVISIONES         TO LT-CANTIDAD.
            MOVE LINEA-TOTAL TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO LINEA-TOTAL.
            MOVE 'APROBACIONES DE POLITICA CONTROLADAS'
                TO LT-ETIQUETA.
            MOVE TOTAL-APROBACIONES TO LT-CANTIDAD.
            MOVE LINEA-TOTAL TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO LINEA-TOTAL.
            MOVE 'CAMBIO Y REVISION DEL MISMO OPERADOR'
                TO LT-ETIQUETA.
            MOVE TOTAL-CAMBIO-REVISION TO LT-CANTIDAD.
            MOVE LINEA-TOTAL TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO LINEA-TOTAL.
            MOVE 'APROBACIONES SOBRE EL PROPIO DNI' TO LT-ETIQUETA.
            MOVE TOTAL-PROPIO-DNI                   TO LT-CANTIDAD.
            MOVE LINEA-TOTAL TO SF-DETALLE.
            WRITE SEPARADO-REC.

            MOVE SPACES TO LINEA-TOTAL.
            MOVE 'HABILITADOS QUE APROBARON EL MISMO DIA'
                TO LT-ETIQUETA.
            MOVE TOTAL-HABILITA-APRUEBA TO LT-CANTIDAD.
            MOVE LINEA-TOTAL TO SF-DETALLE.
            WRITE SEPARADO-REC.
       ESCRIBIR-TOTALES-EXIT.
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
       END PROGRAM SEPFUNC.
