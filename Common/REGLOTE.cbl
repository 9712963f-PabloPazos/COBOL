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
      * LT-RIESGO queda en el trazado para no cambiar el archivo de
      * las sucursales, pero ya no se usa: el nivel de riesgo lo
      * calcula RISKSCOR con los datos del alta.
      ******************************************************************
       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LOTE-REC.
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
           01 FS-ACEPTADAS  PIC X(2).
           01 FS-RECHAZADAS PIC X(2).

      ******************************************************************
      * Cada sucursal manda su lote de altas con el nombre ALTAS mas
      * el origen declarado en SUCURSALES (por ejemplo ALTASSUC01) y
      * recibe de vuelta el acuse ACUAL mas el mismo origen.
      ******************************************************************
           01 NOMBRE-LOTE.
               02 NOM-PREFIJO       PIC X(5) VALUE 'ALTAS'.
               02 NOM-ORIGEN        PIC X(8).

           01 NOMBRE-ACUSE.
               02 NOM-ACUSE-PREFIJO PIC X(5) VALUE 'ACUAL'.
               02 NOM-ACUSE-ORIGEN  PIC X(8).

           01 FIN-SUCURSALES PIC X(1).
               88 FIN-DE-SUCURSALES   VALUE 'S'.
               88 NO-FIN-DE-SUCURSALES VALUE 'N'.

           01 FIN-LOTE PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.
      *        06 = grupo sanguineo invalido
      *        07 = factor sanguineo invalido
      *        08 = indicador de hijos invalido
      *        09 = nivel de riesgo no numerico (en desuso)
      *        10 = rechazada por nivel de riesgo
      *        11 = decision de riesgo no grabada
           01 MOTIVO-NUMERO REDEFINES MOTIVO-RECHAZO PIC 9(2).

      ******************************************************************
      * Texto de cada motivo para el acuse de la sucursal, en el
      * orden de los codigos de arriba.
      ******************************************************************
           01 TABLA-MOTIVOS-INIT.
               05 FILLER PIC X(40) VALUE 'DNI NO NUMERICO O CERO'.
               05 FILLER PIC X(40) VALUE 'DNI YA REGISTRADO'.
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
                   'NIVEL DE RIESGO NO NUMERICO'.
               05 FILLER PIC X(40) VALUE
                   'RECHAZADA POR NIVEL DE RIESGO'.
               05 FILLER PIC X(40) VALUE
                   'DECISION DE RIESGO NO GRABADA'.
           01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-INIT.
               05 MOTIVO-TEXTO PIC X(40) OCCURS 11 TIMES.

           01 DNI-ESTADO PIC X(1).
               88 DNI-DUPLICADO       VALUE 'D'.
           01 DNI-LOTE PIC 9(8).

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 RIESGO-PERSONA PIC 9(1).
           01 ORIGEN-DECISION PIC X(8) VALUE 'REGLOTE'.
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

           01 TOTAL-LEIDAS     PIC 9(5) VALUE ZERO.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

            PERFORM ABRIR-ARCHIVOS THRU ABRIR-ARCHIVOS-EXIT.

            PERFORM PROCESAR-SUCURSAL THRU PROCESAR-SUCURSAL-EXIT
                UNTIL FIN-DE-SUCURSALES.

            PERFORM CERRAR-ARCHIVOS THRU CERRAR-ARCHIVOS-EXIT.

            DISPLAY 'Sucursales procesadas: ' TOTAL-SUCURSALES.
            DISPLAY 'Sucursales sin lote de altas: ' TOTAL-SIN-LOTE.
            DISPLAY 'Altas leidas: ' TOTAL-LEIDAS.
            DISPLAY 'Altas aceptadas: ' TOTAL-ACEPTADAS.
            DISPLAY 'Altas rechazadas: ' TOTAL-RECHAZADAS.

            MOVE RC-PROGRAMA TO RETURN-CODE.
            GOBACK.

       ABRIR-ARCHIVOS.
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
       ABRIR-ARCHIVOS-EXIT.
            EXIT.

      ******************************************************************
      * Cada sucursal recibe su acuse aunque su lote no haya llegado:
      * un acuse con cero leidas le avisa que no se proceso nada y
      * que tiene que volver a mandar el archivo.
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
                    'de altas.'
                ADD 1 TO TOTAL-SIN-LOTE
            ELSE
                PERFORM LEER-LOTE THRU LEER-LOTE-EXIT
                PERFORM PROCESAR-ALTA THRU PROCESAR-ALTA-EXIT
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
            MOVE 'REGLOTE'    TO AK-PROGRAMA.
            MOVE FECHA-ACTUAL TO AK-FECHA.
            MOVE HORA-ACTUAL  TO AK-HORA.
            WRITE ACUSE-CAB.
       ESCRIBIR-CABECERA-ACUSE-EXIT.
            EXIT.

       ESCRIBIR-PIE-ACUSE.
            MOVE SPACES TO ACUSE-PIE.
            SET AK-ES-PIE TO TRUE.
            MOVE SUC-LEIDAS      TO AK-LEIDAS.
            MOVE SUC-ACEPTADAS   TO AK-ACEPTADAS.
            MOVE SUC-RECHAZADAS  TO AK-RECHAZADAS.
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

       PROCESAR-ALTA.
            MOVE SPACE TO ESTADO-DECISION.

            PERFORM VALIDAR-ALTA THRU VALIDAR-ALTA-EXIT.

            IF REGISTRO-VALIDO
                SET REGISTRO-INVALIDO TO TRUE
                GO TO VALIDAR-ALTA-EXIT
            END-IF.
       VALIDAR-ALTA-EXIT.
            EXIT.

       VERIFICAR-DNI-EXIT.
            EXIT.

      ******************************************************************
      * El registro del maestro se arma antes de evaluar el riesgo:
      * RISKSCOR calcula el nivel sobre el registro tal como se va a
      * grabar y el desglose queda en la decision. Sin decision
      * grabada la persona no se da de alta: se rechaza con su motivo.
      * VALIDAR-ALTA ya busco el DNI en el maestro antes de llegar
      * aca, asi que el WRITE no puede fallar por clave con la
      * decision ya grabada.
      ******************************************************************
       EVALUAR-RIESGO.
            PERFORM ARMAR-PERSONA THRU ARMAR-PERSONA-EXIT.
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
                MOVE '11' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                MOVE 8 TO RC-PROGRAMA
                GO TO EVALUAR-RIESGO-EXIT
            END-IF.

            IF DECISION-RECHAZADA
                MOVE '10' TO MOTIVO-RECHAZO
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

       ARMAR-PERSONA.
            MOVE DNI-LOTE     TO PM-DNI.
            MOVE LT-NOMBRE    TO PM-NOMBRE.
            MOVE LT-APELLIDO  TO PM-APELLIDO.
            MOVE FECHA-ACTUAL TO PM-FEC-ALTA.
            MOVE FECHA-ACTUAL TO PM-FEC-MODIF.
            SET PM-ACTIVO TO TRUE.
       ARMAR-PERSONA-EXIT.
            EXIT.

       GRABAR-PERSONA.
            WRITE PM-PERSONA-REC
                INVALID KEY
                    MOVE '02' TO MOTIVO-RECHAZO
            MOVE ESTADO-DECISION TO AC-ESTADO-DECISION.
            WRITE ACEPTADA-REC.
            ADD 1 TO TOTAL-ACEPTADAS.
            ADD 1 TO SUC-ACEPTADAS.
            IF DECISION-APROBADA
                ADD 1 TO SUC-APROBADAS
            END-IF.
            IF DECISION-PENDIENTE
                ADD 1 TO SUC-PENDIENTES
            END-IF.
            PERFORM GRABAR-ACUSE THRU GRABAR-ACUSE-EXIT.
       GRABAR-ACEPTADA-EXIT.
            EXIT.

            MOVE MOTIVO-RECHAZO TO RC-MOTIVO.
            WRITE RECHAZADA-REC.
            ADD 1 TO TOTAL-RECHAZADAS.
            ADD 1 TO SUC-RECHAZADAS.
            IF DECISION-RECHAZADA
                ADD 1 TO SUC-RECH-RIESGO
            END-IF.
            PERFORM GRABAR-ACUSE THRU GRABAR-ACUSE-EXIT.
       GRABAR-RECHAZO-EXIT.
            EXIT.

       GRABAR-ACUSE.
            MOVE SPACES TO ACUSE-DET.
            SET AK-ES-DETALLE TO TRUE.
            MOVE SUC-LEIDAS      TO AK-SECUENCIA.
            MOVE LT-DNI          TO AK-DNI.
            MOVE ESTADO-DECISION TO AK-ESTADO-DECISION.
            IF REGISTRO-VALIDO
                SET AK-ACEPTADA TO TRUE
            ELSE
                SET AK-RECHAZADA TO TRUE
                MOVE MOTIVO-RECHAZO TO AK-MOTIVO
                IF MOTIVO-NUMERO > ZERO AND MOTIVO-NUMERO < 12
                    MOVE MOTIVO-TEXTO (MOTIVO-NUMERO)
                        TO AK-DESCRIPCION
                END-IF
            END-IF.
            WRITE ACUSE-DET.
       GRABAR-ACUSE-EXIT.
            EXIT.

       CERRAR-ARCHIVOS.
            CLOSE SUCURSALES-FILE.
            CLOSE PERSONAS-FILE.
            CLOSE ACEPTADAS-FILE.
            CLOSE RECHAZADAS-FILE.
