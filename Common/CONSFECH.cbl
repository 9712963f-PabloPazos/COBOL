      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFECH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-DNI
               ALTERNATE RECORD KEY IS PM-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSONAS.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DOMICILIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

       FD  CAMBIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMBHIST.

       FD  DOMICILIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIRHREC.

       WORKING-STORAGE SECTION.
           01 FS-PERSONAS   PIC X(2).
           01 FS-CAMBIOS    PIC X(2).
           01 FS-DOMICILIOS PIC X(2).

           01 FECHA-ACTUAL PIC 9(8).

           01 DNI-BUSCADO PIC 9(8).

           01 FECHA-CORTE PIC 9(8).
           01 FECHA-PARTES REDEFINES FECHA-CORTE.
               02 FECHA-ANO  PIC 9(4).
               02 FECHA-MES  PIC 9(2).
               02 FECHA-DIA  PIC 9(2).

           01 FECHA-ESTADO PIC X(1).
               88 FECHA-VALIDA        VALUE 'V'.
               88 FECHA-INVALIDA      VALUE 'I'.

           01 PERSONA-ESTADO PIC X(1).
               88 PERSONA-ENCONTRADA     VALUE 'E'.
               88 PERSONA-NO-ENCONTRADA  VALUE 'N'.

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

      ******************************************************************
      * Historia de la persona en CAMBIOS: la imagen anterior del
      * primer cambio posterior al corte es el registro de ese dia; la
      * ultima imagen nueva sirve para ver que cada cambio parta de la
      * del anterior.
      ******************************************************************
           01 CAMBIOS-PERSONA PIC 9(5).
           01 SALTOS-CAMBIOS  PIC 9(5).
           01 FECHA-PRIMER-SALTO PIC 9(8).
           01 ULTIMA-IMAGEN   PIC X(256).
           01 IMAGEN-CORTE    PIC X(256).
           01 FECHA-POSTERIOR  PIC 9(8).
           01 ORIGEN-POSTERIOR PIC X(8).

           01 POSTERIOR-ESTADO PIC X(1).
               88 HAY-CAMBIO-POSTERIOR   VALUE 'S'.
               88 SIN-CAMBIO-POSTERIOR   VALUE 'N'.

      ******************************************************************
      * Historia de la persona en DOMICILIOS: continuidad de los
      * periodos desde el alta y el periodo en vigor al corte.
      ******************************************************************
           01 PERIODOS-PERSONA PIC 9(5).
           01 SALTOS-PERIODOS  PIC 9(5).
           01 PRIMER-DESDE     PIC 9(8).
           01 ULTIMO-HASTA     PIC 9(8).
           01 CUBRE-DESDE      PIC 9(8).
           01 CUBRE-HASTA      PIC 9(8).
           01 CUBRE-DIRECCION  PIC X(50).
           01 CUBRE-AREA       PIC 9(4).
           01 CUBRE-NUMERO     PIC 9(8).

           01 CUBRE-ESTADO PIC X(1).
               88 HAY-PERIODO-AL-CORTE   VALUE 'S'.
               88 SIN-PERIODO-AL-CORTE   VALUE 'N'.

      * Registro reconstruido al corte, con la forma del maestro.
           COPY PERSMSTR REPLACING LEADING ==PM-== BY ==FM-==.

           01 DOMICILIO-ESTADO PIC X(1).
               88 DOMICILIO-COINCIDE        VALUE 'C'.
               88 DOMICILIO-DIFIERE-PERIODO VALUE 'P'.
               88 DOMICILIO-DIFIERE-VIGENTE VALUE 'V'.

           01 HUECOS-HALLADOS PIC 9(2).

           01 LINEA-SALIDA PIC X(100).

           01 LINEA-TITULO.
               02 TI-TEXTO     PIC X(21).
               02 TI-DNI       PIC 9(8).
               02 TI-ETIQUETA  PIC X(13).
               02 TI-FECHA     PIC 9(8).

           01 LINEA-DATO.
               02 DA-ETIQUETA  PIC X(22).
               02 DA-VALOR     PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.

            DISPLAY 'Ingrese el DNI de la persona: '.
            ACCEPT DNI-BUSCADO.

            DISPLAY 'Ingrese la fecha a consultar (AAAAMMDD): '.
            MOVE ZERO TO FECHA-CORTE.
            ACCEPT FECHA-CORTE.

            SET FECHA-VALIDA TO TRUE.
            IF FECHA-ANO < 1900
                    OR FECHA-MES < 1 OR FECHA-MES > 12
                    OR FECHA-DIA < 1 OR FECHA-DIA > 31
                    OR FECHA-CORTE > FECHA-ACTUAL
                SET FECHA-INVALIDA TO TRUE
            END-IF.
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida o posterior a hoy.'
                GOBACK
            END-IF.

            OPEN INPUT PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de personas.'
                GOBACK
            END-IF.

            SET PERSONA-NO-ENCONTRADA TO TRUE.
            MOVE DNI-BUSCADO TO PM-DNI.
            READ PERSONAS-FILE
                INVALID KEY
                    SET PERSONA-NO-ENCONTRADA TO TRUE
                NOT INVALID KEY
                    SET PERSONA-ENCONTRADA TO TRUE
            END-READ.
            CLOSE PERSONAS-FILE.

            IF PERSONA-NO-ENCONTRADA
                DISPLAY 'No existe una persona con ese DNI.'
                GOBACK
            END-IF.

            IF PM-FEC-ALTA > FECHA-CORTE
                DISPLAY 'La persona no estaba registrada a esa fecha. '
                    'Fecha de alta: ' PM-FEC-ALTA
                GOBACK
            END-IF.

            PERFORM LEER-CAMBIOS THRU LEER-CAMBIOS-EXIT.
            PERFORM LEER-DOMICILIOS THRU LEER-DOMICILIOS-EXIT.
            PERFORM RECONSTRUIR-PERSONA THRU RECONSTRUIR-PERSONA-EXIT.

            PERFORM MOSTRAR-PERSONA THRU MOSTRAR-PERSONA-EXIT.
            PERFORM MOSTRAR-HUECOS THRU MOSTRAR-HUECOS-EXIT.

            GOBACK.

      ******************************************************************
      * CAMBIOS se graba en el orden en que ocurren los cambios.
      ******************************************************************
       LEER-CAMBIOS.
            MOVE ZERO TO CAMBIOS-PERSONA.
            MOVE ZERO TO SALTOS-CAMBIOS.
            MOVE ZERO TO FECHA-PRIMER-SALTO.
            MOVE SPACES TO ULTIMA-IMAGEN.
            MOVE SPACES TO IMAGEN-CORTE.
            SET SIN-CAMBIO-POSTERIOR TO TRUE.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT CAMBIOS-FILE.
            IF FS-CAMBIOS NOT = '00'
                GO TO LEER-CAMBIOS-EXIT
            END-IF.

            PERFORM LEER-UN-CAMBIO THRU LEER-UN-CAMBIO-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE CAMBIOS-FILE.
       LEER-CAMBIOS-EXIT.
            EXIT.

       LEER-UN-CAMBIO.
            READ CAMBIOS-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO LEER-UN-CAMBIO-EXIT
            END-READ.

            IF CH-DNI NOT = DNI-BUSCADO
                GO TO LEER-UN-CAMBIO-EXIT
            END-IF.

            IF CAMBIOS-PERSONA > ZERO
                    AND CH-IMAGEN-ANTERIOR NOT = ULTIMA-IMAGEN
                ADD 1 TO SALTOS-CAMBIOS
                IF FECHA-PRIMER-SALTO = ZERO
                    MOVE CH-FECHA TO FECHA-PRIMER-SALTO
                END-IF
            END-IF.

            ADD 1 TO CAMBIOS-PERSONA.
            MOVE CH-IMAGEN-NUEVA TO ULTIMA-IMAGEN.

            IF CH-FECHA > FECHA-CORTE AND SIN-CAMBIO-POSTERIOR
                MOVE CH-IMAGEN-ANTERIOR TO IMAGEN-CORTE
                MOVE CH-FECHA  TO FECHA-POSTERIOR
                MOVE CH-ORIGEN TO ORIGEN-POSTERIOR
                SET HAY-CAMBIO-POSTERIOR TO TRUE
            END-IF.
       LEER-UN-CAMBIO-EXIT.
            EXIT.

       LEER-DOMICILIOS.
            MOVE ZERO TO PERIODOS-PERSONA.
            MOVE ZERO TO SALTOS-PERIODOS.
            MOVE ZERO TO PRIMER-DESDE.
            MOVE ZERO TO ULTIMO-HASTA.
            SET SIN-PERIODO-AL-CORTE TO TRUE.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT DOMICILIOS-FILE.
            IF FS-DOMICILIOS NOT = '00'
                GO TO LEER-DOMICILIOS-EXIT
            END-IF.

            PERFORM LEER-UN-DOMICILIO THRU LEER-UN-DOMICILIO-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE DOMICILIOS-FILE.
       LEER-DOMICILIOS-EXIT.
            EXIT.

       LEER-UN-DOMICILIO.
            READ DOMICILIOS-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO LEER-UN-DOMICILIO-EXIT
            END-READ.

            IF DH-DNI NOT = DNI-BUSCADO
                GO TO LEER-UN-DOMICILIO-EXIT
            END-IF.

            IF PERIODOS-PERSONA = ZERO
                MOVE DH-FECHA-DESDE TO PRIMER-DESDE
            ELSE
                IF DH-FECHA-DESDE NOT = ULTIMO-HASTA
                    ADD 1 TO SALTOS-PERIODOS
                END-IF
            END-IF.

            ADD 1 TO PERIODOS-PERSONA.
            MOVE DH-FECHA-HASTA TO ULTIMO-HASTA.

            IF DH-FECHA-DESDE NOT > FECHA-CORTE
                    AND DH-FECHA-HASTA > FECHA-CORTE
                SET HAY-PERIODO-AL-CORTE TO TRUE
                MOVE DH-FECHA-DESDE     TO CUBRE-DESDE
                MOVE DH-FECHA-HASTA     TO CUBRE-HASTA
                MOVE DH-DIRECCION       TO CUBRE-DIRECCION
                MOVE DH-TEL-CODIGO-AREA TO CUBRE-AREA
                MOVE DH-TEL-NUMERO      TO CUBRE-NUMERO
            END-IF.
       LEER-UN-DOMICILIO-EXIT.
            EXIT.

      ******************************************************************
      * Mismo criterio que la foto mensual de FOTOMES: el registro al
      * corte es la imagen anterior del primer cambio posterior, o el
      * vigente si no hubo cambios despues; el domicilio y el
      * telefono salen del periodo de DOMICILIOS en vigor ese dia.
      ******************************************************************
       RECONSTRUIR-PERSONA.
            IF HAY-CAMBIO-POSTERIOR
                MOVE IMAGEN-CORTE TO FM-PERSONA-REC
            ELSE
                MOVE PM-PERSONA-REC TO FM-PERSONA-REC
            END-IF.

            SET DOMICILIO-COINCIDE TO TRUE.

            IF HAY-PERIODO-AL-CORTE
                IF FM-DIRECCION NOT = CUBRE-DIRECCION
                        OR FM-TEL-CODIGO-AREA NOT = CUBRE-AREA
                        OR FM-TEL-NUMERO NOT = CUBRE-NUMERO
                    SET DOMICILIO-DIFIERE-PERIODO TO TRUE
                    MOVE CUBRE-DIRECCION TO FM-DIRECCION
                    MOVE CUBRE-AREA      TO FM-TEL-CODIGO-AREA
                    MOVE CUBRE-NUMERO    TO FM-TEL-NUMERO
                END-IF
            ELSE
                IF FM-DIRECCION NOT = PM-DIRECCION
                        OR FM-TELEFONO NOT = PM-TELEFONO
                    SET DOMICILIO-DIFIERE-VIGENTE TO TRUE
                END-IF
            END-IF.
       RECONSTRUIR-PERSONA-EXIT.
            EXIT.

       MOSTRAR-DATO.
            MOVE LINEA-DATO TO LINEA-SALIDA.
            DISPLAY LINEA-SALIDA.
       MOSTRAR-DATO-EXIT.
            EXIT.

       MOSTRAR-PERSONA.
            DISPLAY ' '.
            MOVE SPACES TO LINEA-TITULO.
            MOVE 'PERSONA AL DIA  DNI: ' TO TI-TEXTO.
            MOVE DNI-BUSCADO TO TI-DNI.
            MOVE '  AL CIERRE: ' TO TI-ETIQUETA.
            MOVE FECHA-CORTE TO TI-FECHA.
            MOVE LINEA-TITULO TO LINEA-SALIDA.
            DISPLAY LINEA-SALIDA.
            DISPLAY ' '.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'NOMBRE:'   TO DA-ETIQUETA.
            MOVE FM-NOMBRE   TO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'APELLIDO:' TO DA-ETIQUETA.
            MOVE FM-APELLIDO TO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'DIRECCION:' TO DA-ETIQUETA.
            MOVE FM-DIRECCION TO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'TELEFONO:' TO DA-ETIQUETA.
            STRING '(' DELIMITED BY SIZE
                FM-TEL-CODIGO-AREA DELIMITED BY SIZE
                ') ' DELIMITED BY SIZE
                FM-TEL-NUMERO DELIMITED BY SIZE
                INTO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'ESTADO CIVIL:' TO DA-ETIQUETA.
            MOVE FM-ESTADO-CIVIL TO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'HIJOS:'  TO DA-ETIQUETA.
            MOVE FM-HIJOS  TO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'GRUPO Y FACTOR:' TO DA-ETIQUETA.
            STRING FM-GRUPO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                FM-FACTOR DELIMITED BY SIZE
                INTO DA-VALOR.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'ESTADO:' TO DA-ETIQUETA.
            EVALUATE TRUE
                WHEN FM-ACTIVO
                    MOVE 'ACTIVO' TO DA-VALOR
                WHEN FM-SUSPENDIDO
                    MOVE 'SUSPENDIDO' TO DA-VALOR
                WHEN FM-DE-BAJA
                    MOVE 'DE BAJA' TO DA-VALOR
                WHEN FM-FALLECIDO
                    MOVE 'FALLECIDO' TO DA-VALOR
                WHEN OTHER
                    MOVE FM-ESTADO TO DA-VALOR
            END-EVALUATE.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'FECHA DE ALTA:' TO DA-ETIQUETA.
            MOVE FM-FEC-ALTA TO DA-VALOR (1:8).
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'ULTIMA MODIFICACION:' TO DA-ETIQUETA.
            MOVE FM-FEC-MODIF TO DA-VALOR (1:8).
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            DISPLAY ' '.
            MOVE SPACES TO LINEA-DATO.
            MOVE 'TOMADO DE:' TO DA-ETIQUETA.
            IF HAY-CAMBIO-POSTERIOR
                STRING 'IMAGEN ANTERIOR AL CAMBIO DEL '
                        DELIMITED BY SIZE
                    FECHA-POSTERIOR DELIMITED BY SIZE
                    ' POR ' DELIMITED BY SIZE
                    ORIGEN-POSTERIOR DELIMITED BY SPACE
                    INTO DA-VALOR
            ELSE
                MOVE 'MAESTRO VIGENTE, SIN CAMBIOS POSTERIORES'
                    TO DA-VALOR
            END-IF.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.

            MOVE SPACES TO LINEA-DATO.
            MOVE 'DOMICILIO TOMADO DE:' TO DA-ETIQUETA.
            IF HAY-PERIODO-AL-CORTE
                STRING 'PERIODO DEL ' DELIMITED BY SIZE
                    CUBRE-DESDE DELIMITED BY SIZE
                    ' AL ' DELIMITED BY SIZE
                    CUBRE-HASTA DELIMITED BY SIZE
                    INTO DA-VALOR
            ELSE
                IF PERIODOS-PERSONA = ZERO
                    MOVE 'DOMICILIO VIGENTE DESDE EL ALTA' TO DA-VALOR
                ELSE
                    STRING 'DOMICILIO VIGENTE DESDE EL '
                            DELIMITED BY SIZE
                        ULTIMO-HASTA DELIMITED BY SIZE
                        INTO DA-VALOR
                END-IF
            END-IF.
            PERFORM MOSTRAR-DATO THRU MOSTRAR-DATO-EXIT.
       MOSTRAR-PERSONA-EXIT.
            EXIT.

      ******************************************************************
      * Los huecos en la historia se informan siempre, para que la
      * respuesta no se de por exacta cuando no se puede asegurar.
      ******************************************************************
       MOSTRAR-HUECOS.
            DISPLAY ' '.
            MOVE ZERO TO HUECOS-HALLADOS.

            IF FM-FEC-MODIF > FECHA-CORTE
                DISPLAY 'Aviso: el registro se modifico despues de la '
                    'fecha sin dejar imagen en CAMBIOS; los datos '
                    'pueden no ser los de ese dia.'
                ADD 1 TO HUECOS-HALLADOS
            END-IF.

            IF SALTOS-CAMBIOS > ZERO
                DISPLAY 'Aviso: ' SALTOS-CAMBIOS ' cambio(s) no parten '
                    'de la imagen del cambio anterior; el primero es '
                    'del ' FECHA-PRIMER-SALTO '.'
                ADD 1 TO HUECOS-HALLADOS
            END-IF.

            IF CAMBIOS-PERSONA > ZERO
                    AND ULTIMA-IMAGEN NOT = PM-PERSONA-REC
                DISPLAY 'Aviso: el registro vigente no es la imagen '
                    'del ultimo cambio registrado.'
                ADD 1 TO HUECOS-HALLADOS
            END-IF.

            IF PERIODOS-PERSONA > ZERO
                    AND (SALTOS-PERIODOS > ZERO
                      OR PRIMER-DESDE NOT = PM-FEC-ALTA)
                DISPLAY 'Aviso: los periodos de DOMICILIOS no son '
                    'continuos desde el alta.'
                ADD 1 TO HUECOS-HALLADOS
            END-IF.

            IF DOMICILIO-DIFIERE-PERIODO
                DISPLAY 'Aviso: el domicilio de la imagen no coincide '
                    'con el periodo de DOMICILIOS; se muestra el del '
                    'periodo.'
                ADD 1 TO HUECOS-HALLADOS
            END-IF.

            IF DOMICILIO-DIFIERE-VIGENTE
                DISPLAY 'Aviso: el domicilio cambio despues de la '
                    'fecha sin dejar periodo en DOMICILIOS.'
                ADD 1 TO HUECOS-HALLADOS
            END-IF.

            IF HUECOS-HALLADOS = ZERO
                DISPLAY 'Historia completa: sin huecos detectados.'
            ELSE
                DISPLAY 'Historia con huecos: ' HUECOS-HALLADOS
                    ' aviso(s). Verifique antes de informar.'
            END-IF.
       MOSTRAR-HUECOS-EXIT.
            EXIT.
       END PROGRAM CONSFECH.
