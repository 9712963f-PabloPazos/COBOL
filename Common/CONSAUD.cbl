      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALCAUD.

       FD  SUSPENSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       WORKING-STORAGE SECTION.
           01 FS-AUDITORIA PIC X(2).
           01 FS-SUSPENSO  PIC X(2).

           01 MODO-CONSULTA PIC X(1).
               88 CONSULTA-POR-LOTE      VALUE 'L'.
               88 CONSULTA-POR-FECHAS    VALUE 'F'.
               88 CONSULTA-POR-IMPORTE   VALUE 'I'.
               88 CONSULTA-POR-ESTADO    VALUE 'E'.
               88 CONSULTA-VALIDA        VALUES 'L' 'F' 'I' 'E'.

           01 CRITERIO-ESTADO PIC X(1).
               88 CRITERIO-VALIDO     VALUE 'V'.
               88 CRITERIO-INVALIDO   VALUE 'I'.

           01 LOTE-BUSCADO        PIC 9(8).
           01 TRANSACCION-BUSCADA PIC 9(8).
           01 FECHA-DESDE         PIC 9(8).
           01 FECHA-HASTA         PIC 9(8).

           01 CAMPO-IMPORTE PIC X(1).
               88 CAMPO-NUM1          VALUE '1'.
               88 CAMPO-NUM2          VALUE '2'.
               88 CAMPO-RESULTADO     VALUE 'R'.
               88 CAMPO-VALIDO        VALUES '1' '2' 'R'.

           01 IMPORTE-DESDE    PIC S9(15)V99.
           01 IMPORTE-HASTA    PIC S9(15)V99.
           01 IMPORTE-AUDITADO PIC S9(15)V99.

           01 ESTADO-BUSCADO PIC X(1).
               88 ESTADO-CONOCIDO     VALUES 'S' 'N'.

      ******************************************************************
      * Captura de importes con signo y hasta dos decimales, como en
      * la correccion del suspenso pero con los 15 enteros que puede
      * tener un resultado. El valor aceptado queda en IMPORTE-VALOR.
      ******************************************************************
           01 IMPORTE-RAW       PIC X(20).
           01 IMPORTE-SIN-SIGNO PIC X(20).
           01 SIGNO-IMPORTE     PIC X(1).
           01 PARTE-ENTERA-TXT  PIC X(20).
           01 PARTE-DECIMAL-TXT PIC X(20).
           01 ENTERA-JUS        PIC X(15) JUSTIFIED RIGHT.
           01 ENTERA-LON        PIC 9(2).
           01 DECIMAL-LON       PIC 9(2).
           01 ENTERA-NUM        PIC 9(15).
           01 DECIMAL-AJUSTADO  PIC X(2).
           01 DECIMAL-NUM       PIC 9(2).
           01 IMPORTE-VALOR     PIC S9(15)V99.

           01 IMPORTE-ESTADO PIC X(1).
               88 IMPORTE-VALIDO      VALUE 'V'.
               88 IMPORTE-INVALIDO    VALUE 'I'.

           01 FIN-RECORRIDA PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-SUSPENSO PIC X(1).
               88 FIN-DEL-SUSPENSO    VALUE 'S'.
               88 NO-FIN-DEL-SUSPENSO VALUE 'N'.

           01 COINCIDENCIA PIC X(1).
               88 REGISTRO-COINCIDE    VALUE 'S'.
               88 REGISTRO-NO-COINCIDE VALUE 'N'.

           01 PAGINA-ESTADO PIC X(1).
               88 SEGUIR-PAGINANDO    VALUE 'S'.
               88 CORTAR-PAGINADO     VALUE 'N'.

           01 OPCION-PAGINA PIC X(2).

           01 OPCION-ESTADO PIC X(1).
               88 OPCION-RESUELTA     VALUE 'R'.
               88 OPCION-PENDIENTE    VALUE 'P'.

           01 OPCION-NUMERO PIC 9(2).

           01 RESPUESTA PIC X(1).

           01 RENGLONES-PAGINA PIC 9(2) VALUE ZERO.
           01 TOTAL-LISTADOS   PIC 9(8) VALUE ZERO.
           01 TOTAL-SUSPENSOS  PIC 9(4) VALUE ZERO.

           01 TABLA-PAGINA.
               02 RENGLON-PAGINA OCCURS 10 TIMES.
                   03 PG-AUDITORIA PIC X(120).

           01 NUM1-EDITADO      PIC -ZZZZZZ9.99.
           01 NUM2-EDITADO      PIC -ZZZZZZ9.99.
           01 RESULTADO-EDITADO PIC -Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE ZERO TO TOTAL-LISTADOS.
            OPEN INPUT AUDITORIA-FILE.
            IF FS-AUDITORIA NOT = '00'
                DISPLAY 'No hay archivo de auditoria de la '
                    'calculadora.'
                GOBACK
            END-IF.

            MOVE SPACE TO MODO-CONSULTA.
            PERFORM CAPTURAR-MODO THRU CAPTURAR-MODO-EXIT
                UNTIL CONSULTA-VALIDA.

            PERFORM CAPTURAR-CRITERIO THRU CAPTURAR-CRITERIO-EXIT.

            IF CRITERIO-VALIDO
                SET NO-FIN-DE-ARCHIVO TO TRUE
                SET SEGUIR-PAGINANDO TO TRUE
                PERFORM MOSTRAR-PAGINA THRU MOSTRAR-PAGINA-EXIT
                    UNTIL CORTAR-PAGINADO
            END-IF.

            CLOSE AUDITORIA-FILE.

            GOBACK.

       CAPTURAR-MODO.
            DISPLAY 'Ingrese el modo de consulta. '.
            DISPLAY 'Por lote y numero de transaccion= L'.
            DISPLAY 'Por rango de fechas de proceso= F'.
            DISPLAY 'Por rango de importes= I'.
            DISPLAY 'Por estado (valida o invalida)= E'.
            ACCEPT MODO-CONSULTA.
            IF NOT CONSULTA-VALIDA
                DISPLAY 'Modo de consulta invalido.'
            END-IF.
       CAPTURAR-MODO-EXIT.
            EXIT.

       CAPTURAR-CRITERIO.
            SET CRITERIO-VALIDO TO TRUE.

            EVALUATE TRUE
                WHEN CONSULTA-POR-LOTE
                    DISPLAY 'Ingrese la fecha del lote (AAAAMMDD): '
                    ACCEPT LOTE-BUSCADO
                    DISPLAY 'Ingrese el numero de transaccion: '
                    ACCEPT TRANSACCION-BUSCADA
                WHEN CONSULTA-POR-FECHAS
                    DISPLAY 'Ingrese la fecha desde (AAAAMMDD): '
                    ACCEPT FECHA-DESDE
                    DISPLAY 'Ingrese la fecha hasta (AAAAMMDD): '
                    ACCEPT FECHA-HASTA
                    IF FECHA-DESDE > FECHA-HASTA
                        DISPLAY 'La fecha desde es posterior a la '
                            'fecha hasta.'
                        SET CRITERIO-INVALIDO TO TRUE
                    END-IF
                WHEN CONSULTA-POR-IMPORTE
                    PERFORM CAPTURAR-RANGO THRU CAPTURAR-RANGO-EXIT
                WHEN CONSULTA-POR-ESTADO
                    DISPLAY 'Ingrese el estado (S= valida, '
                        'N= invalida): '
                    ACCEPT ESTADO-BUSCADO
                    IF NOT ESTADO-CONOCIDO
                        DISPLAY 'Estado invalido.'
                        SET CRITERIO-INVALIDO TO TRUE
                    END-IF
            END-EVALUATE.
       CAPTURAR-CRITERIO-EXIT.
            EXIT.

       CAPTURAR-RANGO.
            DISPLAY 'Ingrese el campo a comparar (1= primer numero, '
                '2= segundo numero, R= resultado): '.
            ACCEPT CAMPO-IMPORTE.
            IF NOT CAMPO-VALIDO
                DISPLAY 'Campo invalido.'
                SET CRITERIO-INVALIDO TO TRUE
                GO TO CAPTURAR-RANGO-EXIT
            END-IF.

            DISPLAY 'Ingrese el importe desde (signo adelante, '
                'hasta 2 decimales): '.
            PERFORM CAPTURAR-IMPORTE THRU CAPTURAR-IMPORTE-EXIT.
            IF IMPORTE-INVALIDO
                DISPLAY 'Importe invalido.'
                SET CRITERIO-INVALIDO TO TRUE
                GO TO CAPTURAR-RANGO-EXIT
            END-IF.
            MOVE IMPORTE-VALOR TO IMPORTE-DESDE.

            DISPLAY 'Ingrese el importe hasta (signo adelante, '
                'hasta 2 decimales): '.
            PERFORM CAPTURAR-IMPORTE THRU CAPTURAR-IMPORTE-EXIT.
            IF IMPORTE-INVALIDO
                DISPLAY 'Importe invalido.'
                SET CRITERIO-INVALIDO TO TRUE
                GO TO CAPTURAR-RANGO-EXIT
            END-IF.
            MOVE IMPORTE-VALOR TO IMPORTE-HASTA.

            IF IMPORTE-DESDE > IMPORTE-HASTA
                DISPLAY 'El importe desde es mayor que el importe '
                    'hasta.'
                SET CRITERIO-INVALIDO TO TRUE
            END-IF.
       CAPTURAR-RANGO-EXIT.
            EXIT.

      ******************************************************************
      * Acepta un importe como se escribe (por ejemplo -1234.50) y lo
      * deja en IMPORTE-VALOR.
      ******************************************************************
       CAPTURAR-IMPORTE.
            SET IMPORTE-INVALIDO TO TRUE.

            MOVE SPACES TO IMPORTE-RAW.
            ACCEPT IMPORTE-RAW.

            MOVE '+' TO SIGNO-IMPORTE.
            IF IMPORTE-RAW (1:1) = '-' OR IMPORTE-RAW (1:1) = '+'
                MOVE IMPORTE-RAW (1:1) TO SIGNO-IMPORTE
                MOVE IMPORTE-RAW (2:)  TO IMPORTE-SIN-SIGNO
            ELSE
                MOVE IMPORTE-RAW TO IMPORTE-SIN-SIGNO
            END-IF.

            MOVE SPACES TO PARTE-ENTERA-TXT.
            MOVE SPACES TO PARTE-DECIMAL-TXT.
            UNSTRING IMPORTE-SIN-SIGNO DELIMITED BY '.'
                INTO PARTE-ENTERA-TXT, PARTE-DECIMAL-TXT.

            MOVE ZERO TO ENTERA-LON.
            INSPECT PARTE-ENTERA-TXT TALLYING ENTERA-LON
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF ENTERA-LON < 1 OR ENTERA-LON > 15
                GO TO CAPTURAR-IMPORTE-EXIT
            END-IF.
            IF PARTE-ENTERA-TXT (1:ENTERA-LON) IS NOT NUMERIC
                GO TO CAPTURAR-IMPORTE-EXIT
            END-IF.
            MOVE PARTE-ENTERA-TXT (1:ENTERA-LON) TO ENTERA-JUS.
            INSPECT ENTERA-JUS REPLACING LEADING SPACE BY '0'.
            MOVE ENTERA-JUS TO ENTERA-NUM.

            MOVE ZERO TO DECIMAL-LON.
            INSPECT PARTE-DECIMAL-TXT TALLYING DECIMAL-LON
                FOR CHARACTERS BEFORE INITIAL SPACE.
            EVALUATE DECIMAL-LON
                WHEN 0
                    MOVE '00' TO DECIMAL-AJUSTADO
                WHEN 1
                    MOVE PARTE-DECIMAL-TXT (1:1)
                        TO DECIMAL-AJUSTADO (1:1)
                    MOVE '0' TO DECIMAL-AJUSTADO (2:1)
                WHEN 2
                    MOVE PARTE-DECIMAL-TXT (1:2) TO DECIMAL-AJUSTADO
                WHEN OTHER
                    GO TO CAPTURAR-IMPORTE-EXIT
            END-EVALUATE.
            IF DECIMAL-AJUSTADO IS NOT NUMERIC
                GO TO CAPTURAR-IMPORTE-EXIT
            END-IF.
            MOVE DECIMAL-AJUSTADO TO DECIMAL-NUM.

            COMPUTE IMPORTE-VALOR = ENTERA-NUM + DECIMAL-NUM / 100.
            IF SIGNO-IMPORTE = '-'
                COMPUTE IMPORTE-VALOR = ZERO - IMPORTE-VALOR
            END-IF.

            SET IMPORTE-VALIDO TO TRUE.
       CAPTURAR-IMPORTE-EXIT.
            EXIT.

      ******************************************************************
      * La auditoria se recorre de corrido y se muestran de a diez
      * las entradas que cumplen el criterio, igual que la consulta
      * de personas por apellido. La consulta no graba nada.
      ******************************************************************
       MOSTRAR-PAGINA.
            MOVE ZERO TO RENGLONES-PAGINA.
            DISPLAY ' '.

            PERFORM LEER-RENGLON THRU LEER-RENGLON-EXIT
                UNTIL FIN-DE-ARCHIVO OR RENGLONES-PAGINA = 10.

            IF RENGLONES-PAGINA = ZERO
                IF TOTAL-LISTADOS = ZERO
                    DISPLAY 'No hay entradas de auditoria que cumplan '
                        'el criterio.'
                ELSE
                    DISPLAY 'No hay mas entradas para listar.'
                END-IF
                SET CORTAR-PAGINADO TO TRUE
                GO TO MOSTRAR-PAGINA-EXIT
            END-IF.

            SET OPCION-PENDIENTE TO TRUE.
            PERFORM CAPTURAR-OPCION-PAGINA
                THRU CAPTURAR-OPCION-PAGINA-EXIT
                UNTIL OPCION-RESUELTA.
       MOSTRAR-PAGINA-EXIT.
            EXIT.

       LEER-RENGLON.
            READ AUDITORIA-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO LEER-RENGLON-EXIT
            END-READ.

            PERFORM VERIFICAR-CRITERIO THRU VERIFICAR-CRITERIO-EXIT.
            IF REGISTRO-NO-COINCIDE
                GO TO LEER-RENGLON-EXIT
            END-IF.

            ADD 1 TO RENGLONES-PAGINA.
            ADD 1 TO TOTAL-LISTADOS.
            MOVE REGISTRO-AUDITORIA TO PG-AUDITORIA (RENGLONES-PAGINA).
            PERFORM EDITAR-IMPORTES THRU EDITAR-IMPORTES-EXIT.
            DISPLAY RENGLONES-PAGINA '. Lote ' AUD-LOTE-FECHA
                ' Tr ' AUD-NUM-TRANSACCION ' ' AUD-ORIGEN ' '
                NUM1-EDITADO ' ' AUD-OPERADOR ' ' NUM2-EDITADO
                ' = ' RESULTADO-EDITADO ' ' AUD-ESTADO.
       LEER-RENGLON-EXIT.
            EXIT.

       VERIFICAR-CRITERIO.
            SET REGISTRO-NO-COINCIDE TO TRUE.

            EVALUATE TRUE
                WHEN CONSULTA-POR-LOTE
                    IF AUD-LOTE-FECHA = LOTE-BUSCADO
                            AND AUD-NUM-TRANSACCION
                                = TRANSACCION-BUSCADA
                        SET REGISTRO-COINCIDE TO TRUE
                    END-IF
                WHEN CONSULTA-POR-FECHAS
                    IF AUD-FECHA NOT < FECHA-DESDE
                            AND AUD-FECHA NOT > FECHA-HASTA
                        SET REGISTRO-COINCIDE TO TRUE
                    END-IF
                WHEN CONSULTA-POR-IMPORTE
                    PERFORM VERIFICAR-IMPORTE
                        THRU VERIFICAR-IMPORTE-EXIT
                WHEN CONSULTA-POR-ESTADO
                    IF AUD-ESTADO = ESTADO-BUSCADO
                        SET REGISTRO-COINCIDE TO TRUE
                    END-IF
            END-EVALUATE.
       VERIFICAR-CRITERIO-EXIT.
            EXIT.

      ******************************************************************
      * Un operando que entro con basura no tiene importe y no entra
      * en ningun rango.
      ******************************************************************
       VERIFICAR-IMPORTE.
            EVALUATE TRUE
                WHEN CAMPO-NUM1
                    IF AUD-NUM1 IS NOT NUMERIC
                        GO TO VERIFICAR-IMPORTE-EXIT
                    END-IF
                    MOVE AUD-NUM1 TO IMPORTE-AUDITADO
                WHEN CAMPO-NUM2
                    IF AUD-NUM2 IS NOT NUMERIC
                        GO TO VERIFICAR-IMPORTE-EXIT
                    END-IF
                    MOVE AUD-NUM2 TO IMPORTE-AUDITADO
                WHEN CAMPO-RESULTADO
                    IF AUD-RESULTADO IS NOT NUMERIC
                        GO TO VERIFICAR-IMPORTE-EXIT
                    END-IF
                    MOVE AUD-RESULTADO TO IMPORTE-AUDITADO
            END-EVALUATE.

            IF IMPORTE-AUDITADO NOT < IMPORTE-DESDE
                    AND IMPORTE-AUDITADO NOT > IMPORTE-HASTA
                SET REGISTRO-COINCIDE TO TRUE
            END-IF.
       VERIFICAR-IMPORTE-EXIT.
            EXIT.

       EDITAR-IMPORTES.
            MOVE ZERO TO NUM1-EDITADO.
            MOVE ZERO TO NUM2-EDITADO.
            MOVE ZERO TO RESULTADO-EDITADO.
            IF AUD-NUM1 IS NUMERIC
                MOVE AUD-NUM1 TO NUM1-EDITADO
            END-IF.
            IF AUD-NUM2 IS NUMERIC
                MOVE AUD-NUM2 TO NUM2-EDITADO
            END-IF.
            IF AUD-RESULTADO IS NUMERIC
                MOVE AUD-RESULTADO TO RESULTADO-EDITADO
            END-IF.
       EDITAR-IMPORTES-EXIT.
            EXIT.

       CAPTURAR-OPCION-PAGINA.
            DISPLAY 'Ingrese el numero de renglon para ver el '
                'detalle,'.
            DISPLAY '"S" para la pagina siguiente o "X" para salir: '.
            ACCEPT OPCION-PAGINA.

            IF OPCION-PAGINA (1:1) IS NUMERIC
                    AND OPCION-PAGINA (2:1) = SPACE
                MOVE OPCION-PAGINA (1:1) TO OPCION-PAGINA (2:1)
                MOVE '0' TO OPCION-PAGINA (1:1)
            END-IF.

            EVALUATE TRUE
                WHEN OPCION-PAGINA = 'S '
                    SET OPCION-RESUELTA TO TRUE
                    IF FIN-DE-ARCHIVO
                        DISPLAY 'No hay mas entradas para listar.'
                        SET CORTAR-PAGINADO TO TRUE
                    END-IF
                WHEN OPCION-PAGINA = 'X '
                    SET OPCION-RESUELTA TO TRUE
                    SET CORTAR-PAGINADO TO TRUE
                WHEN OPCION-PAGINA IS NUMERIC
                    MOVE OPCION-PAGINA TO OPCION-NUMERO
                    IF OPCION-NUMERO >= 1
                            AND OPCION-NUMERO <= RENGLONES-PAGINA
                        SET OPCION-RESUELTA TO TRUE
                        PERFORM MOSTRAR-DETALLE
                            THRU MOSTRAR-DETALLE-EXIT
                        SET CORTAR-PAGINADO TO TRUE
                    ELSE
                        DISPLAY 'Numero de renglon invalido.'
                    END-IF
                WHEN OTHER
                    DISPLAY 'Opcion invalida.'
            END-EVALUATE.
       CAPTURAR-OPCION-PAGINA-EXIT.
            EXIT.

       MOSTRAR-DETALLE.
            MOVE PG-AUDITORIA (OPCION-NUMERO) TO REGISTRO-AUDITORIA.
            PERFORM EDITAR-IMPORTES THRU EDITAR-IMPORTES-EXIT.

            DISPLAY ' '.
            DISPLAY 'Fecha del lote: ' AUD-LOTE-FECHA.
            DISPLAY 'Numero de transaccion: ' AUD-NUM-TRANSACCION.
            DISPLAY 'Sucursal de origen: ' AUD-ORIGEN.
            DISPLAY 'Primer numero: ' NUM1-EDITADO.
            DISPLAY 'Operador: ' AUD-OPERADOR.
            DISPLAY 'Segundo numero: ' NUM2-EDITADO.
            DISPLAY 'Resultado: ' RESULTADO-EDITADO.
            EVALUATE TRUE
                WHEN AUD-VALIDA
                    DISPLAY 'Estado: Valida'
                WHEN AUD-INVALIDA
                    DISPLAY 'Estado: Invalida'
                WHEN OTHER
                    DISPLAY 'Estado: ' AUD-ESTADO
            END-EVALUATE.
            DISPLAY 'Mensaje: ' AUD-MENSAJE.
            DISPLAY 'Procesada el ' AUD-FECHA ' a las ' AUD-HORA.

            IF NOT AUD-INVALIDA
                GO TO MOSTRAR-DETALLE-EXIT
            END-IF.

            IF AUD-LOTE-FECHA = ZERO
                DISPLAY 'La entrada no registra el lote: no se puede '
                    'ubicar su suspenso.'
                GO TO MOSTRAR-DETALLE-EXIT
            END-IF.

            DISPLAY 'Desea ver la entrada del suspenso? (S/N): '.
            MOVE SPACE TO RESPUESTA.
            ACCEPT RESPUESTA.
            IF RESPUESTA = 'S'
                PERFORM MOSTRAR-SUSPENSO THRU MOSTRAR-SUSPENSO-EXIT
            END-IF.
       MOSTRAR-DETALLE-EXIT.
            EXIT.

      ******************************************************************
      * Una transaccion invalida quedo en el suspenso con la misma
      * fecha de lote y numero de transaccion que en la auditoria.
      * Un lote reprocesado puede dejar mas de una entrada: se
      * muestran todas.
      ******************************************************************
       MOSTRAR-SUSPENSO.
            MOVE ZERO TO TOTAL-SUSPENSOS.
            SET NO-FIN-DEL-SUSPENSO TO TRUE.

            OPEN INPUT SUSPENSO-FILE.
            IF FS-SUSPENSO NOT = '00'
                DISPLAY 'No hay archivo de suspenso.'
                GO TO MOSTRAR-SUSPENSO-EXIT
            END-IF.

            PERFORM MOSTRAR-UN-SUSPENSO THRU MOSTRAR-UN-SUSPENSO-EXIT
                UNTIL FIN-DEL-SUSPENSO.

            CLOSE SUSPENSO-FILE.

            IF TOTAL-SUSPENSOS = ZERO
                DISPLAY 'La transaccion no figura en el suspenso; '
                    'puede haber sido archivada.'
            END-IF.
       MOSTRAR-SUSPENSO-EXIT.
            EXIT.

       MOSTRAR-UN-SUSPENSO.
            READ SUSPENSO-FILE
                AT END
                    SET FIN-DEL-SUSPENSO TO TRUE
                    GO TO MOSTRAR-UN-SUSPENSO-EXIT
            END-READ.

            IF SUS-LOTE-FECHA NOT = AUD-LOTE-FECHA
                    OR SUS-NUM-TRANSACCION NOT = AUD-NUM-TRANSACCION
                GO TO MOSTRAR-UN-SUSPENSO-EXIT
            END-IF.

            ADD 1 TO TOTAL-SUSPENSOS.
            DISPLAY ' '.
            DISPLAY 'Suspenso del lote ' SUS-LOTE-FECHA
                ' transaccion ' SUS-NUM-TRANSACCION.
            DISPLAY 'Alta: ' SUS-FECHA-ALTA ' Sucursal: ' SUS-ORIGEN.
            DISPLAY 'Datos: ' SUS-NUM1 ' ' SUS-OPERADOR ' ' SUS-NUM2.
            DISPLAY 'Motivo: ' SUS-MOTIVO.
            EVALUATE TRUE
                WHEN SUS-SUSPENDIDA
                    DISPLAY 'Estado: Suspendida'
                WHEN SUS-CORREGIDA
                    DISPLAY 'Estado: Corregida'
                WHEN SUS-CANCELADA
                    DISPLAY 'Estado: Cancelada'
                WHEN SUS-RECICLADA
                    DISPLAY 'Estado: Reciclada'
                WHEN OTHER
                    DISPLAY 'Estado: ' SUS-ESTADO
            END-EVALUATE.
       MOSTRAR-UN-SUSPENSO-EXIT.
            EXIT.
       END PROGRAM CONSAUD.
