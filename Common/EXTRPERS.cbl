               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-NOCONTAC.

           SELECT ORDEN-NOCONTAC-FILE ASSIGN TO "EXTRSRT1".

           SELECT NOCORD-FILE ASSIGN TO "EXTRNOCO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-NOCORD.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE
       01 CONTROL-REC.
           02 EC-FECHA-ULTIMA     PIC 9(8).

      ******************************************************************
      * El registro de no contactar se ordena por DNI en un archivo de
      * trabajo para recorrerlo junto con el maestro.
      ******************************************************************
       FD  NOCONTAC-FILE
           LABEL RECORDS ARE STANDARD.
       01 NOCONTAC-REC            PIC X(88).

       SD  ORDEN-NOCONTAC-FILE.
           COPY NOCOREC REPLACING LEADING ==NC-== BY ==ON-==
               ==REGISTRO-NOCONTACTO== BY ==ORDEN-NOCONTACTO==.

       FD  NOCORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOCOREC.

       WORKING-STORAGE SECTION.
           01 FS-PERSONAS   PIC X(2).
           01 FS-EXTRACTO   PIC X(2).
           01 FS-PARAMETROS PIC X(2).
           01 FS-CONTROL    PIC X(2).
           01 FS-NOCONTAC   PIC X(2).
           01 FS-NOCORD     PIC X(2).

           01 FECHA-ACTUAL PIC 9(8).

               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-NOCONTAC PIC X(1).
               88 FIN-DEL-REGISTRO    VALUE 'S'.
               88 NO-FIN-DEL-REGISTRO VALUE 'N'.

           01 TOTAL-EXTRAIDAS PIC 9(8) VALUE ZERO.
           01 TOTAL-SUPRIMIDAS PIC 9(8) VALUE ZERO.
           01 TOTAL-CANAL-SUPRIMIDO PIC 9(8) VALUE ZERO.
           01 TOTAL-BLOQUEO-REENVIADO PIC 9(8) VALUE ZERO.

           01 VIGOR-ENTRADA  PIC X(1).
           01 CAMBIO-ENTRADA PIC X(1).

           01 SUPRESION-TELEFONO PIC X(1).
               88 TELEFONO-SUPRIMIDO  VALUE 'S'.
           01 SUPRESION-CORREO PIC X(1).
               88 CORREO-SUPRIMIDO    VALUE 'S'.
           01 CAMBIO-REGISTRO PIC X(1).
               88 REGISTRO-CAMBIADO   VALUE 'S'.

           01 TEL-AREA-EXTRACTO   PIC X(4).
           01 TEL-NUMERO-EXTRACTO PIC X(8).
           01 DIRECCION-EXTRACTO  PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-EXIT.
            PERFORM LEER-CONTROL THRU LEER-CONTROL-EXIT.

            PERFORM ORDENAR-NOCONTAC THRU ORDENAR-NOCONTAC-EXIT.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'

            CLOSE EXTRACTO-FILE.
            CLOSE PERSONAS-FILE.
            IF FS-NOCORD = '00' OR FS-NOCORD = '10'
                CLOSE NOCORD-FILE
            END-IF.

            PERFORM GRABAR-CONTROL THRU GRABAR-CONTROL-EXIT.

            DISPLAY 'Personas extraidas: ' TOTAL-EXTRAIDAS.
            DISPLAY 'Personas suprimidas por no contactar: '
                TOTAL-SUPRIMIDAS.
            DISPLAY 'Personas extraidas con un canal suprimido: '
                TOTAL-CANAL-SUPRIMIDO.
            DISPLAY 'Personas reenviadas sin canales por un bloqueo '
                'nuevo: ' TOTAL-BLOQUEO-REENVIADO.

            GOBACK.

       ESCRIBIR-CABECERA-EXIT.
            EXIT.

      ******************************************************************
      * Sin registro de no contactar no se suprime ningun canal. El
      * archivo ordenado queda con su primer pedido leido.
      * EXTRNOCO (y el de trabajo del SORT, EXTRSRT1) es un archivo
      * de paso: se rehace en cada corrida y no hace falta guardarlo.
      ******************************************************************
       ORDENAR-NOCONTAC.
            SET FIN-DEL-REGISTRO TO TRUE.
            MOVE SPACES TO FS-NOCORD.

            OPEN INPUT NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                GO TO ORDENAR-NOCONTAC-EXIT
            END-IF.
            CLOSE NOCONTAC-FILE.

            SORT ORDEN-NOCONTAC-FILE
                ON ASCENDING KEY ON-DNI
                WITH DUPLICATES IN ORDER
                USING NOCONTAC-FILE
                GIVING NOCORD-FILE.
            IF SORT-RETURN NOT = ZERO
                DISPLAY 'No se pudo ordenar el registro de no '
                    'contactar. No se genera el extracto.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN INPUT NOCORD-FILE.
            IF FS-NOCORD NOT = '00'
                DISPLAY 'No se pudo abrir el registro de no contactar '
                    'ordenado. No se genera el extracto.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            SET NO-FIN-DEL-REGISTRO TO TRUE.
            PERFORM LEER-NOCONTAC THRU LEER-NOCONTAC-EXIT.
       ORDENAR-NOCONTAC-EXIT.
            EXIT.

       LEER-NOCONTAC.
            READ NOCORD-FILE
                AT END SET FIN-DEL-REGISTRO TO TRUE
            END-READ.
       LEER-NOCONTAC-EXIT.
            EXIT.

      ******************************************************************
      * Solo las personas activas viajan al sistema de campanias;
      * las suspendidas, de baja o fallecidas no se extraen. De las
      * activas se suprime el canal con un pedido de no contactar en
      * vigor, y la persona entera si los tiene en los dos canales.
      ******************************************************************
       EXTRAER-PERSONA.
            IF PM-ACTIVO
                PERFORM SELECCIONAR-PERSONA
                    THRU SELECCIONAR-PERSONA-EXIT
            END-IF.

            READ PERSONAS-FILE
       EXTRAER-PERSONA-EXIT.
            EXIT.

      ******************************************************************
      * En el modo incremental, quien quedo bloqueado en los dos
      * canales desde la ultima corrida se reenvia igual, con los dos
      * canales en blanco: si no, el sistema de campanias se queda
      * con el telefono y la direccion del extracto anterior.
      ******************************************************************
       SELECCIONAR-PERSONA.
            PERFORM REVISAR-NOCONTAC THRU REVISAR-NOCONTAC-EXIT.

            IF EXTRACTO-COMPLETO
                    OR PM-FEC-MODIF >= FECHA-ULTIMA-CORRIDA
                    OR REGISTRO-CAMBIADO
                IF TELEFONO-SUPRIMIDO AND CORREO-SUPRIMIDO
                    IF NOT EXTRACTO-COMPLETO AND REGISTRO-CAMBIADO
                        ADD 1 TO TOTAL-BLOQUEO-REENVIADO
                        PERFORM ESCRIBIR-DETALLE
                            THRU ESCRIBIR-DETALLE-EXIT
                    ELSE
                        ADD 1 TO TOTAL-SUPRIMIDAS
                    END-IF
                ELSE
                    PERFORM ESCRIBIR-DETALLE
                        THRU ESCRIBIR-DETALLE-EXIT
                END-IF
            END-IF.
       SELECCIONAR-PERSONA-EXIT.
            EXIT.

      ******************************************************************
      * Los pedidos de DNIs anteriores son de personas que no se
      * extraen o que no estan en el maestro y se pasan por alto.
      ******************************************************************
       REVISAR-NOCONTAC.
            MOVE 'N' TO SUPRESION-TELEFONO.
            MOVE 'N' TO SUPRESION-CORREO.
            MOVE 'N' TO CAMBIO-REGISTRO.
            PERFORM LEER-NOCONTAC THRU LEER-NOCONTAC-EXIT
                UNTIL FIN-DEL-REGISTRO OR NC-DNI NOT < PM-DNI.
            PERFORM REVISAR-UN-NOCONTAC THRU REVISAR-UN-NOCONTAC-EXIT
                UNTIL FIN-DEL-REGISTRO OR NC-DNI NOT = PM-DNI.
       REVISAR-NOCONTAC-EXIT.
            EXIT.

      ******************************************************************
      * Pedidos de no contactar que importan a esta corrida: los que
      * estan en vigor, que suprimen su canal del extracto, y los que
      * se dieron de alta, se levantaron o vencieron desde la ultima
      * corrida, que en el modo incremental obligan a reenviar a la
      * persona aunque su registro no haya cambiado.
      ******************************************************************
       REVISAR-UN-NOCONTAC.
            MOVE 'N' TO VIGOR-ENTRADA.
            IF NC-VIGENTE
                    AND (NC-FECHA-VENCE = ZERO
                        OR NC-FECHA-VENCE >= FECHA-ACTUAL)
                MOVE 'S' TO VIGOR-ENTRADA
            END-IF.

            MOVE 'N' TO CAMBIO-ENTRADA.
            IF NC-FECHA-ALTA >= FECHA-ULTIMA-CORRIDA
                    OR (NC-LEVANTADO
                        AND NC-FECHA-BAJA >= FECHA-ULTIMA-CORRIDA)
                    OR (NC-FECHA-VENCE NOT = ZERO
                        AND NC-FECHA-VENCE >= FECHA-ULTIMA-CORRIDA
                        AND NC-FECHA-VENCE < FECHA-ACTUAL)
                MOVE 'S' TO CAMBIO-ENTRADA
            END-IF.

            IF CAMBIO-ENTRADA = 'S'
                SET REGISTRO-CAMBIADO TO TRUE
            END-IF.

            IF VIGOR-ENTRADA = 'S'
                IF NC-TELEFONO
                    SET TELEFONO-SUPRIMIDO TO TRUE
                ELSE
                    SET CORREO-SUPRIMIDO TO TRUE
                END-IF
            END-IF.

            PERFORM LEER-NOCONTAC THRU LEER-NOCONTAC-EXIT.
       REVISAR-UN-NOCONTAC-EXIT.
            EXIT.

       ESCRIBIR-DETALLE.
            MOVE PM-TEL-CODIGO-AREA TO TEL-AREA-EXTRACTO.
            MOVE PM-TEL-NUMERO      TO TEL-NUMERO-EXTRACTO.
            MOVE PM-DIRECCION       TO DIRECCION-EXTRACTO.
            IF TELEFONO-SUPRIMIDO
                MOVE SPACES TO TEL-AREA-EXTRACTO
                MOVE SPACES TO TEL-NUMERO-EXTRACTO
            END-IF.
            IF CORREO-SUPRIMIDO
                MOVE SPACES TO DIRECCION-EXTRACTO
            END-IF.
            IF TELEFONO-SUPRIMIDO OR CORREO-SUPRIMIDO
                IF NOT (TELEFONO-SUPRIMIDO AND CORREO-SUPRIMIDO)
                    ADD 1 TO TOTAL-CANAL-SUPRIMIDO
                END-IF
            END-IF.

            MOVE SPACES TO EXTRACTO-REC.
            STRING 'D;' DELIMITED BY SIZE
                PM-DNI DELIMITED BY SIZE
                ';' DELIMITED BY SIZE
                PM-APELLIDO DELIMITED BY '  '
                ';' DELIMITED BY SIZE
                TEL-AREA-EXTRACTO DELIMITED BY SPACE
                ';' DELIMITED BY SIZE
                TEL-NUMERO-EXTRACTO DELIMITED BY SPACE
                ';' DELIMITED BY SIZE
                DIRECCION-EXTRACTO DELIMITED BY '  '
                ';' DELIMITED BY SIZE
                PM-ESTADO-CIVIL DELIMITED BY '  '
                INTO EXTRACTO-REC.
