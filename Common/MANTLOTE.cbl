       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCURSALES-FILE ASSIGN TO "SUCURSALES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.

           SELECT LOTE-FILE ASSIGN USING NOMBRE-LOTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.

           SELECT ACUSE-FILE ASSIGN USING NOMBRE-ACUSE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.

           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSALES-FILE
           LABEL RECORDS ARE STANDARD.
       01 SUCURSALES-REC.
           02 SU-ORIGEN           PIC X(8).

      ******************************************************************
      * Transacciones de mantenimiento de las sucursales. El tipo
      * dice que se pide (modificar, baja o cambio de domicilio) y
           02 RC-LOTE-REC         PIC X(176).
           02 RC-MOTIVO           PIC X(2).

       FD  ACUSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACUSEREC.

       WORKING-STORAGE SECTION.
           01 FS-SUCURSALES PIC X(2).
           01 FS-LOTE       PIC X(2).
           01 FS-ACUSE      PIC X(2).
           01 FS-PERSONAS   PIC X(2).
           01 FS-CAMBIOS    PIC X(2).
           01 FS-DOMICILIOS PIC X(2).
           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

      ******************************************************************
      * Cada sucursal manda su lote de mantenimiento con el nombre
      * MANTE mas el origen declarado en SUCURSALES (por ejemplo
      * MANTESUC01) y recibe de vuelta el acuse ACUMA mas el mismo
      * origen.
      ******************************************************************
           01 NOMBRE-LOTE.
               02 NOM-PREFIJO       PIC X(5) VALUE 'MANTE'.
               02 NOM-ORIGEN        PIC X(8).

           01 NOMBRE-ACUSE.
               02 NOM-ACUSE-PREFIJO PIC X(5) VALUE 'ACUMA'.
               02 NOM-ACUSE-ORIGEN  PIC X(8).

           01 FIN-SUCURSALES PIC X(1).
               88 FIN-DE-SUCURSALES   VALUE 'S'.
               88 NO-FIN-DE-SUCURSALES VALUE 'N'.

           01 FIN-LOTE PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.
      *        10 = cambio de domicilio sin direccion
      *        11 = modificacion sin campos informados
      *        12 = error al regrabar el maestro
      *        13 = no aplicada: decision de riesgo no grabada
           01 MOTIVO-NUMERO REDEFINES MOTIVO-RECHAZO PIC 9(2).

      ******************************************************************
      * Texto de cada motivo para el acuse de la sucursal, en el
      * orden de los codigos de arriba.
      ******************************************************************
           01 TABLA-MOTIVOS-INIT.
               05 FILLER PIC X(40) VALUE
                   'TIPO DE TRANSACCION DESCONOCIDO'.
               05 FILLER PIC X(40) VALUE 'DNI NO NUMERICO O CERO'.
               05 FILLER PIC X(40) VALUE
                   'DNI NO FIGURA EN EL MAESTRO DE PERSONAS'.
               05 FILLER PIC X(40) VALUE
                   'CODIGO DE ESTADO CIVIL INVALIDO'.
               05 FILLER PIC X(40) VALUE 'CODIGO DE AREA INVALIDO'.
               05 FILLER PIC X(40) VALUE
                   'NUMERO DE ABONADO INVALIDO'.
               05 FILLER PIC X(40) VALUE 'GRUPO SANGUINEO INVALIDO'.
               05 FILLER PIC X(40) VALUE 'FACTOR SANGUINEO INVALIDO'.
               05 FILLER PIC X(40) VALUE
                   'INDICADOR DE HIJOS INVALIDO'.
               05 FILLER PIC X(40) VALUE
                   'CAMBIO DE DOMICILIO SIN DIRECCION'.
               05 FILLER PIC X(40) VALUE
                   'MODIFICACION SIN CAMPOS INFORMADOS'.
               05 FILLER PIC X(40) VALUE
                   'ERROR AL REGRABAR EL MAESTRO'.
               05 FILLER PIC X(40) VALUE
                   'NO APLICADA: DECISION NO GRABADA'.
           01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-INIT.
               05 MOTIVO-TEXTO PIC X(40) OCCURS 13 TIMES.

           01 PERSONA-ESTADO PIC X(1).
               88 PERSONA-ENCONTRADA     VALUE 'E'.
           01 TOTAL-ACEPTADAS  PIC 9(5) VALUE ZERO.
           01 TOTAL-RECHAZADAS PIC 9(5) VALUE ZERO.

           01 TOTAL-SUCURSALES PIC 9(4) VALUE ZERO.
           01 TOTAL-SIN-LOTE   PIC 9(4) VALUE ZERO.

           01 SUC-LEIDAS       PIC 9(8) VALUE ZERO.
           01 SUC-ACEPTADAS    PIC 9(8) VALUE ZERO.
           01 SUC-RECHAZADAS   PIC 9(8) VALUE ZERO.
           01 SUC-APROBADAS    PIC 9(8) VALUE ZERO.
           01 SUC-PENDIENTES   PIC 9(8) VALUE ZERO.
           01 SUC-RECH-RIESGO  PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Codigo de retorno del paso. Se lleva aparte porque RISKSCOR y
      * RISKEVAL limpian RETURN-CODE en cada llamada; se devuelve al
      * terminar.
      ******************************************************************
           01 RC-PROGRAMA      PIC 9(2) VALUE ZERO.

      ******************************************************************
      * Una modificacion o un cambio de domicilio aplicados vuelven a
      * calcular el nivel de riesgo de la persona con sus datos
      * nuevos y dejan una decision de origen MANTLOTE.
      ******************************************************************
           01 RIESGO-PERSONA PIC 9(1).
           01 ORIGEN-DECISION PIC X(8) VALUE 'MANTLOTE'.
           01 OPERACION-NULA  PIC 9(8) VALUE ZERO.
           01 ESTADO-DECISION PIC X(1).
               88 DECISION-APROBADA   VALUE 'A'.
               88 DECISION-PENDIENTE  VALUE 'P'.
               88 DECISION-RECHAZADA  VALUE 'R'.

           COPY PUNTREC.

      ******************************************************************
      * Posibles duplicados que se pasan a RISKSCOR. Se buscan en el
      * maestro ya abierto por la clave del apellido; la persona
      * evaluada queda guardada aparte mientras se recorre.
      ******************************************************************
           COPY PERSMSTR REPLACING LEADING ==PM-== BY ==PE-==.
           01 DUPLICADOS-PERSONA PIC 9(6).
           01 FIN-DUPLICADOS PIC X(1).
               88 FIN-DE-DUPLICADOS    VALUE 'S'.
               88 NO-FIN-DE-DUPLICADOS VALUE 'N'.
           01 DNI-PROPIO         PIC 9(8).
           01 DNI-PROPIO-DIGITOS REDEFINES DNI-PROPIO.
               02 PROPIO-DIGITO PIC 9(1) OCCURS 8 TIMES.
           01 DNI-OTRO           PIC 9(8).
           01 DNI-OTRO-DIGITOS REDEFINES DNI-OTRO.
               02 OTRO-DIGITO PIC 9(1) OCCURS 8 TIMES.
           01 INDICE-DIGITO      PIC 9(1).
           01 DIGITOS-DISTINTOS  PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

            SET NO-FIN-DE-SUCURSALES TO TRUE.
            OPEN INPUT SUCURSALES-FILE.
            IF FS-SUCURSALES NOT = '00'
                DISPLAY 'No hay archivo de sucursales esperadas.'
                MOVE 8 TO RC-PROGRAMA
                MOVE RC-PROGRAMA TO RETURN-CODE
                GOBACK
            END-IF.

            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el maestro de personas. '
                    'Estado: ' FS-PERSONAS
                CLOSE SUCURSALES-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT ACEPTADAS-FILE.
            OPEN OUTPUT RECHAZADAS-FILE.

            PERFORM PROCESAR-SUCURSAL THRU PROCESAR-SUCURSAL-EXIT
                UNTIL FIN-DE-SUCURSALES.

            CLOSE RECHAZADAS-FILE.
            CLOSE ACEPTADAS-FILE.
            CLOSE PERSONAS-FILE.
            CLOSE SUCURSALES-FILE.

            DISPLAY 'Sucursales procesadas: ' TOTAL-SUCURSALES.
            DISPLAY 'Sucursales sin lote de mantenimiento: '
                TOTAL-SIN-LOTE.
            DISPLAY 'Transacciones leidas: ' TOTAL-LEIDAS.
            DISPLAY 'Transacciones aceptadas: ' TOTAL-ACEPTADAS.
            DISPLAY 'Transacciones rechazadas: ' TOTAL-RECHAZADAS.

            MOVE RC-PROGRAMA TO RETURN-CODE.
            GOBACK.

      ******************************************************************
      * Cada sucursal recibe su acuse aunque su lote no haya llegado:
      * un acuse con cero leidas le avisa que no se proceso nada. Una
      * sucursal sin lote no es un error: no todos los dias hay
      * mantenimiento que mandar.
      ******************************************************************
       PROCESAR-SUCURSAL.
            READ SUCURSALES-FILE
                AT END
                    SET FIN-DE-SUCURSALES TO TRUE
                    GO TO PROCESAR-SUCURSAL-EXIT
            END-READ.

            ADD 1 TO TOTAL-SUCURSALES.
            MOVE SU-ORIGEN TO NOM-ORIGEN.
            MOVE SU-ORIGEN TO NOM-ACUSE-ORIGEN.

            MOVE ZERO TO SUC-LEIDAS.
            MOVE ZERO TO SUC-ACEPTADAS.
            MOVE ZERO TO SUC-RECHAZADAS.
            MOVE ZERO TO SUC-APROBADAS.
            MOVE ZERO TO SUC-PENDIENTES.
            MOVE ZERO TO SUC-RECH-RIESGO.

            OPEN OUTPUT ACUSE-FILE.
            IF FS-ACUSE NOT = '00'
                DISPLAY 'No se pudo grabar el acuse de la sucursal '
                    SU-ORIGEN '. Su lote no se procesa.'
                MOVE 8 TO RC-PROGRAMA
                GO TO PROCESAR-SUCURSAL-EXIT
            END-IF.

            PERFORM ESCRIBIR-CABECERA-ACUSE
                THRU ESCRIBIR-CABECERA-ACUSE-EXIT.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT LOTE-FILE.
            IF FS-LOTE NOT = '00'
                DISPLAY 'La sucursal ' SU-ORIGEN ' no mando lote '
                    'de mantenimiento.'
                ADD 1 TO TOTAL-SIN-LOTE
            ELSE
                PERFORM LEER-LOTE THRU LEER-LOTE-EXIT
                PERFORM PROCESAR-TRANSACCION
                    THRU PROCESAR-TRANSACCION-EXIT
                    UNTIL FIN-DE-ARCHIVO
                CLOSE LOTE-FILE
            END-IF.

            PERFORM ESCRIBIR-PIE-ACUSE THRU ESCRIBIR-PIE-ACUSE-EXIT.

            CLOSE ACUSE-FILE.
       PROCESAR-SUCURSAL-EXIT.
            EXIT.

       ESCRIBIR-CABECERA-ACUSE.
            MOVE SPACES TO ACUSE-CAB.
            SET AK-ES-CABECERA TO TRUE.
            MOVE SU-ORIGEN    TO AK-ORIGEN.
            MOVE 'MANTLOTE'   TO AK-PROGRAMA.
            MOVE FECHA-ACTUAL TO AK-FECHA.
            MOVE HORA-ACTUAL  TO AK-HORA.
            WRITE ACUSE-CAB.
       ESCRIBIR-CABECERA-ACUSE-EXIT.
            EXIT.

       ESCRIBIR-PIE-ACUSE.
            MOVE SPACES TO ACUSE-PIE.
            SET AK-ES-PIE TO TRUE.
            MOVE SUC-LEIDAS     TO AK-LEIDAS.
            MOVE SUC-ACEPTADAS  TO AK-ACEPTADAS.
            MOVE SUC-RECHAZADAS TO AK-RECHAZADAS.
            MOVE SUC-APROBADAS   TO AK-APROBADAS.
            MOVE SUC-PENDIENTES  TO AK-PENDIENTES.
            MOVE SUC-RECH-RIESGO TO AK-RECH-RIESGO.
            WRITE ACUSE-PIE.
       ESCRIBIR-PIE-ACUSE-EXIT.
            EXIT.

       LEER-LOTE.
            READ LOTE-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
            END-READ.
            IF NOT FIN-DE-ARCHIVO
                ADD 1 TO TOTAL-LEIDAS
                ADD 1 TO SUC-LEIDAS
            END-IF.
       LEER-LOTE-EXIT.
            EXIT.
       PROCESAR-TRANSACCION.
            SET REGISTRO-VALIDO TO TRUE.
            MOVE SPACES TO MOTIVO-RECHAZO.
            MOVE SPACE TO ESTADO-DECISION.

            IF NOT MT-TIPO-VALIDO
                MOVE '01' TO MOTIVO-RECHAZO
       PROCESAR-TRANSACCION-EXIT.
            EXIT.

      ******************************************************************
      * El nivel se calcula sobre el registro ya modificado, antes de
      * regrabarlo. Sin decision grabada el cambio no se aplica y la
      * transaccion vuelve rechazada. Con decision el cambio se
      * aplica igual y el acuse informa su estado; un nivel rechazado
      * cuenta en el pie como rechazo por riesgo.
      * El registro que se regraba es el que BUSCAR-PERSONA leyo por
      * su clave antes de evaluar, asi que el REWRITE no puede fallar
      * por clave con la decision ya grabada.
      ******************************************************************
       EVALUAR-RIESGO.
            PERFORM CONTAR-DUPLICADOS THRU CONTAR-DUPLICADOS-EXIT.
            CALL 'RISKSCOR' USING PM-PERSONA-REC, PUNTAJE-RIESGO,
                DUPLICADOS-PERSONA.
            MOVE PU-NIVEL TO RIESGO-PERSONA.
            CALL 'RISKEVAL' USING RIESGO-PERSONA, ESTADO-DECISION,
                ORIGEN-DECISION, DNI-LOTE, OPERACION-NULA,
                PUNTAJE-RIESGO.

            IF RETURN-CODE NOT = ZERO
                MOVE ZERO TO RETURN-CODE
                MOVE SPACE TO ESTADO-DECISION
                MOVE '13' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                MOVE 8 TO RC-PROGRAMA
            END-IF.
       EVALUAR-RIESGO-EXIT.
            EXIT.

      ******************************************************************
      * Posibles duplicados con las reglas de DUPREP entre las
      * personas del mismo apellido: mismo telefono, mismo nombre con
      * el DNI distinto en uno o dos digitos, o mismo domicilio. Cada
      * persona del maestro cuenta una sola vez. Al terminar, el
      * registro de la persona evaluada vuelve a su lugar.
      ******************************************************************
       CONTAR-DUPLICADOS.
            MOVE ZERO TO DUPLICADOS-PERSONA.
            MOVE PM-PERSONA-REC TO PE-PERSONA-REC.
            MOVE PE-DNI TO DNI-PROPIO.

            SET NO-FIN-DE-DUPLICADOS TO TRUE.
            START PERSONAS-FILE KEY IS = PM-APELLIDO
                INVALID KEY
                    SET FIN-DE-DUPLICADOS TO TRUE
            END-START.

            PERFORM COMPARAR-PERSONA THRU COMPARAR-PERSONA-EXIT
                UNTIL FIN-DE-DUPLICADOS.

            MOVE PE-PERSONA-REC TO PM-PERSONA-REC.
       CONTAR-DUPLICADOS-EXIT.
            EXIT.

       COMPARAR-PERSONA.
            READ PERSONAS-FILE NEXT RECORD
                AT END
                    SET FIN-DE-DUPLICADOS TO TRUE
                    GO TO COMPARAR-PERSONA-EXIT
            END-READ.

            IF PM-APELLIDO NOT = PE-APELLIDO
                SET FIN-DE-DUPLICADOS TO TRUE
                GO TO COMPARAR-PERSONA-EXIT
            END-IF.

            IF PM-DNI = PE-DNI
                GO TO COMPARAR-PERSONA-EXIT
            END-IF.

            IF PM-TELEFONO = PE-TELEFONO
                    AND PE-TELEFONO NOT = '000000000000'
                ADD 1 TO DUPLICADOS-PERSONA
                GO TO COMPARAR-PERSONA-EXIT
            END-IF.

            IF PM-NOMBRE = PE-NOMBRE
                MOVE PM-DNI TO DNI-OTRO
                PERFORM CONTAR-DIGITOS THRU CONTAR-DIGITOS-EXIT
                IF DIGITOS-DISTINTOS <= 2
                    ADD 1 TO DUPLICADOS-PERSONA
                    GO TO COMPARAR-PERSONA-EXIT
                END-IF
            END-IF.

            IF PM-DIRECCION = PE-DIRECCION
                    AND PE-DIRECCION NOT = SPACES
                ADD 1 TO DUPLICADOS-PERSONA
            END-IF.
       COMPARAR-PERSONA-EXIT.
            EXIT.

       CONTAR-DIGITOS.
            MOVE ZERO TO DIGITOS-DISTINTOS.
            PERFORM COMPARAR-DIGITO THRU COMPARAR-DIGITO-EXIT
                VARYING INDICE-DIGITO FROM 1 BY 1
                UNTIL INDICE-DIGITO > 8.
       CONTAR-DIGITOS-EXIT.
            EXIT.

       COMPARAR-DIGITO.
            IF PROPIO-DIGITO (INDICE-DIGITO)
                    NOT = OTRO-DIGITO (INDICE-DIGITO)
                ADD 1 TO DIGITOS-DISTINTOS
            END-IF.
       COMPARAR-DIGITO-EXIT.
            EXIT.

       BUSCAR-PERSONA.
            SET PERSONA-NO-ENCONTRADA TO TRUE.
            MOVE DNI-LOTE TO PM-DNI.
            END-IF.

            MOVE FECHA-ACTUAL TO PM-FEC-MODIF.
            PERFORM EVALUAR-RIESGO THRU EVALUAR-RIESGO-EXIT.
            IF REGISTRO-INVALIDO
                GO TO APLICAR-MODIFICACION-EXIT
            END-IF.

            REWRITE PM-PERSONA-REC
                INVALID KEY
                    MOVE '12' TO MOTIVO-RECHAZO
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 8 TO RC-PROGRAMA
                NOT INVALID KEY
                    PERFORM GRABAR-CAMBIO THRU GRABAR-CAMBIO-EXIT
                    IF DOMICILIO-CAMBIADO
                INVALID KEY
                    MOVE '12' TO MOTIVO-RECHAZO
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 8 TO RC-PROGRAMA
                NOT INVALID KEY
                    PERFORM GRABAR-CAMBIO THRU GRABAR-CAMBIO-EXIT
            END-REWRITE.

            MOVE MT-DIRECCION TO PM-DIRECCION.
            MOVE FECHA-ACTUAL TO PM-FEC-MODIF.
            PERFORM EVALUAR-RIESGO THRU EVALUAR-RIESGO-EXIT.
            IF REGISTRO-INVALIDO
                GO TO APLICAR-DOMICILIO-EXIT
            END-IF.

            REWRITE PM-PERSONA-REC
                INVALID KEY
                    MOVE '12' TO MOTIVO-RECHAZO
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 8 TO RC-PROGRAMA
                NOT INVALID KEY
                    PERFORM GRABAR-DOMICILIO
                        THRU GRABAR-DOMICILIO-EXIT
            MOVE LOTE-REC TO AC-LOTE-REC.
            WRITE ACEPTADA-REC.
            ADD 1 TO TOTAL-ACEPTADAS.
            ADD 1 TO SUC-ACEPTADAS.
            EVALUATE TRUE
                WHEN DECISION-APROBADA
                    ADD 1 TO SUC-APROBADAS
                WHEN DECISION-PENDIENTE
                    ADD 1 TO SUC-PENDIENTES
                WHEN DECISION-RECHAZADA
                    ADD 1 TO SUC-RECH-RIESGO
            END-EVALUATE.
            PERFORM GRABAR-ACUSE THRU GRABAR-ACUSE-EXIT.
       GRABAR-ACEPTADA-EXIT.
            EXIT.

            MOVE MOTIVO-RECHAZO TO RC-MOTIVO.
            WRITE RECHAZADA-REC.
            ADD 1 TO TOTAL-RECHAZADAS.
            ADD 1 TO SUC-RECHAZADAS.
            PERFORM GRABAR-ACUSE THRU GRABAR-ACUSE-EXIT.
       GRABAR-RECHAZO-EXIT.
            EXIT.

      ******************************************************************
      * El estado de decision del acuse sale en blanco en las bajas
      * y en las transacciones rechazadas, que no pasan por RISKEVAL.
      ******************************************************************
       GRABAR-ACUSE.
            MOVE SPACES TO ACUSE-DET.
            SET AK-ES-DETALLE TO TRUE.
            MOVE SUC-LEIDAS      TO AK-SECUENCIA.
            MOVE MT-DNI          TO AK-DNI.
            MOVE ESTADO-DECISION TO AK-ESTADO-DECISION.
            IF REGISTRO-VALIDO
                SET AK-ACEPTADA TO TRUE
            ELSE
                SET AK-RECHAZADA TO TRUE
                MOVE MOTIVO-RECHAZO TO AK-MOTIVO
                IF MOTIVO-NUMERO > ZERO AND MOTIVO-NUMERO < 14
                    MOVE MOTIVO-TEXTO (MOTIVO-NUMERO)
                        TO AK-DESCRIPCION
                END-IF
            END-IF.
            WRITE ACUSE-DET.
       GRABAR-ACUSE-EXIT.
            EXIT.
       END PROGRAM MANTLOTE.
