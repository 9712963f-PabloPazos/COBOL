               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONTACTOS.

           SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-NOCONTAC.

           SELECT RECHAZADAS-FILE ASSIGN TO "RESPRECH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZADAS.
      * El archivo de respuestas del sistema de campanias trae
      * detalles con el DNI contactado, la fecha de contacto y el
      * resultado, y un pie con la cantidad de detalles para
      * balancear la carga. Cuando la persona pidio no ser
      * contactada (resultado 'B') el detalle trae ademas el canal.
      ******************************************************************
       FD  RESPUESTAS-FILE
           LABEL RECORDS ARE STANDARD.
           02 RS-DNI              PIC X(8).
           02 RS-FECHA            PIC X(8).
           02 RS-RESULTADO        PIC X(1).
               88 RS-RESULTADO-VALIDO VALUES 'C' 'R' 'N' 'B'.
               88 RS-NO-CONTACTAR     VALUE 'B'.
           02 RS-CANAL            PIC X(1).
               88 RS-CANAL-VALIDO     VALUES 'T' 'C'.
       01 RESPUESTA-PIE.
           02 RS-TIPO-PIE         PIC X(1).
               88 RS-ES-PIE           VALUE 'T'.
           LABEL RECORDS ARE STANDARD.
           COPY CONTREC.

       FD  NOCONTAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOCOREC.

       FD  RECHAZADAS-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECHAZADA-REC.
           02 RC-RESPUESTA        PIC X(19).
           02 RC-MOTIVO           PIC X(2).

       WORKING-STORAGE SECTION.
           01 FS-RESPUESTAS PIC X(2).
           01 FS-PERSONAS   PIC X(2).
           01 FS-CONTACTOS  PIC X(2).
           01 FS-NOCONTAC   PIC X(2).
           01 FS-RECHAZADAS PIC X(2).

           01 FECHA-ACTUAL PIC 9(8).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-NOCONTAC PIC X(1).
               88 FIN-DEL-REGISTRO    VALUE 'S'.
               88 NO-FIN-DEL-REGISTRO VALUE 'N'.

           01 CORTE-RESPUESTAS PIC X(1).
               88 TRAILER-LEIDO       VALUE 'T'.
               88 SIN-TRAILER         VALUE 'N'.
      *        03 = fecha de contacto invalida
      *        04 = codigo de resultado invalido
      *        05 = tipo de registro desconocido
      *        06 = pedido de no contactar sin canal valido

           01 DNI-ESTADO PIC X(1).
               88 DNI-EXISTE          VALUE 'E'.
           01 TOTAL-LEIDAS     PIC 9(8) VALUE ZERO.
           01 TOTAL-CARGADAS   PIC 9(8) VALUE ZERO.
           01 TOTAL-RECHAZADAS PIC 9(8) VALUE ZERO.
           01 TOTAL-NO-CONTACTAR PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Pedidos de no contactar ya en vigor, para no repetirlos cuando
      * la campania vuelve a informar el mismo pedido. Si la tabla se
      * llena, los pedidos que no entran se registran igual.
      ******************************************************************
           01 TABLA-NOCONTAC.
               02 CANTIDAD-NOCONTAC PIC 9(4) VALUE ZERO.
               02 ENTRADA-NOCONTAC OCCURS 5000 TIMES.
                   03 TN-DNI   PIC 9(8).
                   03 TN-CANAL PIC X(1).

           01 INDICE-TABLA     PIC 9(4).
           01 POSICION-HALLADA PIC 9(4).
           01 CANTIDAD-ESPERADA PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
                OPEN OUTPUT CONTACTOS-FILE
            END-IF.

            PERFORM CARGAR-NOCONTAC THRU CARGAR-NOCONTAC-EXIT.

            OPEN EXTEND NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                OPEN OUTPUT NOCONTAC-FILE
            END-IF.

            OPEN OUTPUT RECHAZADAS-FILE.

            PERFORM PROCESAR-RESPUESTA THRU PROCESAR-RESPUESTA-EXIT
                UNTIL FIN-DE-ARCHIVO OR TRAILER-LEIDO.

            CLOSE RECHAZADAS-FILE.
            CLOSE NOCONTAC-FILE.
            CLOSE CONTACTOS-FILE.
            CLOSE PERSONAS-FILE.
            CLOSE RESPUESTAS-FILE.
            DISPLAY 'Respuestas leidas: ' TOTAL-LEIDAS.
            DISPLAY 'Contactos cargados: ' TOTAL-CARGADAS.
            DISPLAY 'Respuestas rechazadas: ' TOTAL-RECHAZADAS.
            DISPLAY 'Pedidos de no contactar registrados: '
                TOTAL-NO-CONTACTAR.

            IF SIN-TRAILER
                DISPLAY 'El archivo de respuestas no tiene pie de '
            IF NOT RS-RESULTADO-VALIDO
                MOVE '04' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                GO TO VALIDAR-RESPUESTA-EXIT
            END-IF.

            IF RS-NO-CONTACTAR AND NOT RS-CANAL-VALIDO
                MOVE '06' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
            END-IF.
       VALIDAR-RESPUESTA-EXIT.
            EXIT.
            MOVE FECHA-ACTUAL    TO CT-FECHA-CARGA.
            WRITE REGISTRO-CONTACTO.
            ADD 1 TO TOTAL-CARGADAS.

            IF RS-NO-CONTACTAR
                PERFORM GRABAR-NOCONTAC THRU GRABAR-NOCONTAC-EXIT
            END-IF.
       GRABAR-CONTACTO-EXIT.
            EXIT.

      ******************************************************************
      * El pedido de no contactar informado por la campania entra al
      * registro en vigor y sin vencimiento, firmado por el programa;
      * se levanta desde el menu como cualquier otro.
      ******************************************************************
       GRABAR-NOCONTAC.
            PERFORM BUSCAR-NOCONTAC THRU BUSCAR-NOCONTAC-EXIT.
            IF POSICION-HALLADA > ZERO
                GO TO GRABAR-NOCONTAC-EXIT
            END-IF.

            MOVE DNI-RESPUESTA   TO NC-DNI.
            MOVE RS-CANAL        TO NC-CANAL.
            MOVE 'PEDIDO EN RESPUESTA DE CAMPANIA' TO NC-MOTIVO.
            MOVE FECHA-RESPUESTA TO NC-FECHA-PEDIDO.
            MOVE ZERO            TO NC-FECHA-VENCE.
            SET NC-VIGENTE TO TRUE.
            MOVE 'CARGACON'      TO NC-OPERADOR.
            MOVE FECHA-ACTUAL    TO NC-FECHA-ALTA.
            MOVE SPACES          TO NC-OPERADOR-BAJA.
            MOVE ZERO            TO NC-FECHA-BAJA.
            WRITE REGISTRO-NOCONTACTO.
            ADD 1 TO TOTAL-NO-CONTACTAR.

            IF CANTIDAD-NOCONTAC < 5000
                ADD 1 TO CANTIDAD-NOCONTAC
                MOVE NC-DNI   TO TN-DNI (CANTIDAD-NOCONTAC)
                MOVE NC-CANAL TO TN-CANAL (CANTIDAD-NOCONTAC)
            END-IF.
       GRABAR-NOCONTAC-EXIT.
            EXIT.

       BUSCAR-NOCONTAC.
            MOVE ZERO TO POSICION-HALLADA.
            PERFORM COMPARAR-NOCONTAC THRU COMPARAR-NOCONTAC-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-NOCONTAC
                   OR POSICION-HALLADA > ZERO.
       BUSCAR-NOCONTAC-EXIT.
            EXIT.

       COMPARAR-NOCONTAC.
            IF TN-DNI (INDICE-TABLA) = DNI-RESPUESTA
                    AND TN-CANAL (INDICE-TABLA) = RS-CANAL
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       COMPARAR-NOCONTAC-EXIT.
            EXIT.

       CARGAR-NOCONTAC.
            MOVE ZERO TO CANTIDAD-NOCONTAC.
            SET NO-FIN-DEL-REGISTRO TO TRUE.
            OPEN INPUT NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                GO TO CARGAR-NOCONTAC-EXIT
            END-IF.

            PERFORM CARGAR-UN-NOCONTAC THRU CARGAR-UN-NOCONTAC-EXIT
                UNTIL FIN-DEL-REGISTRO.

            CLOSE NOCONTAC-FILE.
       CARGAR-NOCONTAC-EXIT.
            EXIT.

       CARGAR-UN-NOCONTAC.
            READ NOCONTAC-FILE
                AT END
                    SET FIN-DEL-REGISTRO TO TRUE
                    GO TO CARGAR-UN-NOCONTAC-EXIT
            END-READ.

            IF NC-LEVANTADO
                GO TO CARGAR-UN-NOCONTAC-EXIT
            END-IF.
            IF NC-FECHA-VENCE NOT = ZERO
                    AND NC-FECHA-VENCE < FECHA-ACTUAL
                GO TO CARGAR-UN-NOCONTAC-EXIT
            END-IF.

            IF CANTIDAD-NOCONTAC < 5000
                ADD 1 TO CANTIDAD-NOCONTAC
                MOVE NC-DNI   TO TN-DNI (CANTIDAD-NOCONTAC)
                MOVE NC-CANAL TO TN-CANAL (CANTIDAD-NOCONTAC)
            END-IF.
       CARGAR-UN-NOCONTAC-EXIT.
            EXIT.

       GRABAR-RECHAZO.
            MOVE RESPUESTA-REC  TO RC-RESPUESTA.
            MOVE MOTIVO-RECHAZO TO RC-MOTIVO.
