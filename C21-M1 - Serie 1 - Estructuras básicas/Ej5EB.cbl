      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG5.
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

           SELECT OPERACIONES-FILE ASSIGN TO "OPERACIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.

           SELECT SESION-FILE ASSIGN TO "SESION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESION.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

       FD  OPERACIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAREC.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       01 SESION-REC.
           02 SE-OPERADOR         PIC X(8).
           02 SE-ROL              PIC X(1).

       WORKING-STORAGE SECTION.
           01 RIESGO       PIC 9(1).
               88 RIESGO-AUTO-APROBADO   VALUES 0 1 2.
               88 DECISION-PENDIENTE  VALUE 'P'.
               88 DECISION-RECHAZADA  VALUE 'R'.
           01 ORIGEN-DECISION PIC X(8) VALUE 'PROG5'.
      ******************************************************************
      * El nivel de una operacion lo informa el operador; la decision
      * lo registra como informado, sin desglose de factores.
      ******************************************************************
           COPY PUNTREC.

           01 FS-PERSONAS    PIC X(2).
           01 FS-OPERACIONES PIC X(2).
           01 FS-SESION      PIC X(2).

           01 OPERADOR-SESION PIC X(8) VALUE SPACES.

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 DNI-CLIENTE       PIC 9(8).
           01 NUMERO-OPERACION  PIC 9(8) VALUE ZERO.

           01 TIPO-OPERACION PIC X(1).
               88 TIPO-VALIDO         VALUES 'P' 'T' 'D' 'O'.

           01 CLIENTE-ESTADO PIC X(1).
               88 CLIENTE-HABILITADO  VALUE 'S'.
               88 CLIENTE-RECHAZADO   VALUE 'N'.

           01 FIN-OPERACIONES PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

      ******************************************************************
      * Captura del importe de la operacion, como en la consulta de
      * la auditoria pero sin signo: una operacion no tiene importe
      * negativo. El valor aceptado queda en IMPORTE-VALOR.
      ******************************************************************
           01 IMPORTE-RAW       PIC X(20).
           01 PARTE-ENTERA-TXT  PIC X(20).
           01 PARTE-DECIMAL-TXT PIC X(20).
           01 ENTERA-JUS        PIC X(13) JUSTIFIED RIGHT.
           01 ENTERA-LON        PIC 9(2).
           01 DECIMAL-LON       PIC 9(2).
           01 ENTERA-NUM        PIC 9(13).
           01 DECIMAL-AJUSTADO  PIC X(2).
           01 DECIMAL-NUM       PIC 9(2).
           01 IMPORTE-VALOR     PIC 9(13)V99.

           01 IMPORTE-ESTADO PIC X(1).
               88 IMPORTE-VALIDO      VALUE 'V'.
               88 IMPORTE-INVALIDO    VALUE 'I'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.
            PERFORM LEER-SESION THRU LEER-SESION-EXIT.

            DISPLAY 'Ingrese el DNI del cliente: '.
            ACCEPT DNI-CLIENTE.

            PERFORM VALIDAR-CLIENTE THRU VALIDAR-CLIENTE-EXIT.
            IF CLIENTE-RECHAZADO
                GOBACK
            END-IF.

            MOVE SPACE TO TIPO-OPERACION.
            PERFORM CAPTURAR-TIPO THRU CAPTURAR-TIPO-EXIT
                UNTIL TIPO-VALIDO.

            SET IMPORTE-INVALIDO TO TRUE.
            PERFORM CAPTURAR-IMPORTE THRU CAPTURAR-IMPORTE-EXIT
                UNTIL IMPORTE-VALIDO.

            DISPLAY 'Ingrese el nivel de riesgo de la operaci�n.'.
            ACCEPT RIESGO.

            PERFORM ASIGNAR-NUMERO THRU ASIGNAR-NUMERO-EXIT.

            PERFORM ABRIR-OPERACIONES THRU ABRIR-OPERACIONES-EXIT.
            IF FS-OPERACIONES NOT = '00'
                GOBACK
            END-IF.

            INITIALIZE PUNTAJE-RIESGO.
            MOVE RIESGO TO PU-NIVEL.
            SET PU-NIVEL-INFORMADO TO TRUE.

            CALL 'RISKEVAL' USING RIESGO, ESTADO-DECISION,
                ORIGEN-DECISION, DNI-CLIENTE, NUMERO-OPERACION,
                PUNTAJE-RIESGO.

            IF RETURN-CODE NOT = ZERO
                DISPLAY 'La decision no pudo grabarse; la operacion '
                    'no se registra.'
                CLOSE OPERACIONES-FILE
                GOBACK
            END-IF.

            PERFORM GRABAR-OPERACION THRU GRABAR-OPERACION-EXIT.

            EVALUATE TRUE
                WHEN DECISION-APROBADA
            END-EVALUATE.

            GOBACK.

      ******************************************************************
      * La operacion se firma con el operador de la sesion abierta
      * por el menu; sin sesion queda firmada con el nombre del
      * programa, como los cambios de domicilio.
      ******************************************************************
       LEER-SESION.
            MOVE ORIGEN-DECISION TO OPERADOR-SESION.
            OPEN INPUT SESION-FILE.
            IF FS-SESION NOT = '00'
                GO TO LEER-SESION-EXIT
            END-IF.

            READ SESION-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SE-OPERADOR NOT = SPACES
                        MOVE SE-OPERADOR TO OPERADOR-SESION
                    END-IF
            END-READ.

            CLOSE SESION-FILE.
       LEER-SESION-EXIT.
            EXIT.

      ******************************************************************
      * Solo se registran operaciones de personas del maestro que
      * esten activas: una persona suspendida, de baja o fallecida
      * no puede operar.
      ******************************************************************
       VALIDAR-CLIENTE.
            SET CLIENTE-RECHAZADO TO TRUE.

            IF DNI-CLIENTE = ZERO
                DISPLAY 'El DNI del cliente es obligatorio.'
                GO TO VALIDAR-CLIENTE-EXIT
            END-IF.

            OPEN INPUT PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de personas.'
                GO TO VALIDAR-CLIENTE-EXIT
            END-IF.

            MOVE DNI-CLIENTE TO PM-DNI.
            READ PERSONAS-FILE
                INVALID KEY
                    DISPLAY 'No existe una persona con ese DNI.'
                NOT INVALID KEY
                    IF PM-ACTIVO
                        SET CLIENTE-HABILITADO TO TRUE
                        DISPLAY 'Cliente: ' PM-APELLIDO
                        DISPLAY '         ' PM-NOMBRE
                    ELSE
                        DISPLAY 'La persona no esta activa (estado '
                            PM-ESTADO '); no puede operar.'
                    END-IF
            END-READ.

            CLOSE PERSONAS-FILE.
       VALIDAR-CLIENTE-EXIT.
            EXIT.

       CAPTURAR-TIPO.
            DISPLAY 'Ingrese el tipo de operacion. '.
            DISPLAY 'Prestamo= P'.
            DISPLAY 'Tarjeta= T'.
            DISPLAY 'Descubierto= D'.
            DISPLAY 'Otra= O'.
            ACCEPT TIPO-OPERACION.
            IF NOT TIPO-VALIDO
                DISPLAY 'Tipo de operacion invalido.'
            END-IF.
       CAPTURAR-TIPO-EXIT.
            EXIT.

      ******************************************************************
      * Acepta un importe como se escribe (por ejemplo 1234.50), mayor
      * que cero, y lo deja en IMPORTE-VALOR.
      ******************************************************************
       CAPTURAR-IMPORTE.
            DISPLAY 'Ingrese el importe de la operacion: '.
            MOVE SPACES TO IMPORTE-RAW.
            ACCEPT IMPORTE-RAW.

            MOVE SPACES TO PARTE-ENTERA-TXT.
            MOVE SPACES TO PARTE-DECIMAL-TXT.
            UNSTRING IMPORTE-RAW DELIMITED BY '.'
                INTO PARTE-ENTERA-TXT, PARTE-DECIMAL-TXT.

            MOVE ZERO TO ENTERA-LON.
            INSPECT PARTE-ENTERA-TXT TALLYING ENTERA-LON
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF ENTERA-LON < 1 OR ENTERA-LON > 13
                GO TO CAPTURAR-IMPORTE-ERROR
            END-IF.
            IF PARTE-ENTERA-TXT (1:ENTERA-LON) IS NOT NUMERIC
                GO TO CAPTURAR-IMPORTE-ERROR
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
                    GO TO CAPTURAR-IMPORTE-ERROR
            END-EVALUATE.
            IF DECIMAL-AJUSTADO IS NOT NUMERIC
                GO TO CAPTURAR-IMPORTE-ERROR
            END-IF.
            MOVE DECIMAL-AJUSTADO TO DECIMAL-NUM.

            COMPUTE IMPORTE-VALOR = ENTERA-NUM + DECIMAL-NUM / 100.
            IF IMPORTE-VALOR = ZERO
                GO TO CAPTURAR-IMPORTE-ERROR
            END-IF.

            SET IMPORTE-VALIDO TO TRUE.
            GO TO CAPTURAR-IMPORTE-EXIT.
       CAPTURAR-IMPORTE-ERROR.
            DISPLAY 'Importe invalido.'.
       CAPTURAR-IMPORTE-EXIT.
            EXIT.

      ******************************************************************
      * El numero de la operacion es el mayor registrado mas uno.
      ******************************************************************
       ASIGNAR-NUMERO.
            MOVE ZERO TO NUMERO-OPERACION.
            SET NO-FIN-DE-ARCHIVO TO TRUE.

            OPEN INPUT OPERACIONES-FILE.
            IF FS-OPERACIONES NOT = '00'
                GO TO ASIGNAR-NUMERO-SIGUIENTE
            END-IF.

            PERFORM LEER-OPERACION THRU LEER-OPERACION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE OPERACIONES-FILE.
       ASIGNAR-NUMERO-SIGUIENTE.
            ADD 1 TO NUMERO-OPERACION.
       ASIGNAR-NUMERO-EXIT.
            EXIT.

       LEER-OPERACION.
            READ OPERACIONES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO LEER-OPERACION-EXIT
            END-READ.

            IF OPE-NUMERO > NUMERO-OPERACION
                MOVE OPE-NUMERO TO NUMERO-OPERACION
            END-IF.
       LEER-OPERACION-EXIT.
            EXIT.

      ******************************************************************
      * OPERACIONES se abre antes de pedir la decision: si no se
      * puede grabar la operacion no se llama a RISKEVAL, para que
      * ninguna decision quede apuntando a un numero que no existe.
      ******************************************************************
       ABRIR-OPERACIONES.
            OPEN EXTEND OPERACIONES-FILE.
            IF FS-OPERACIONES NOT = '00'
                OPEN OUTPUT OPERACIONES-FILE
            END-IF.
            IF FS-OPERACIONES NOT = '00'
                DISPLAY 'No se pudo abrir el registro de operaciones. '
                    'Estado: ' FS-OPERACIONES
                DISPLAY 'La operacion no se registra.'
                MOVE 8 TO RETURN-CODE
            END-IF.
       ABRIR-OPERACIONES-EXIT.
            EXIT.

       GRABAR-OPERACION.
            MOVE NUMERO-OPERACION TO OPE-NUMERO.
            MOVE DNI-CLIENTE      TO OPE-DNI.
            MOVE TIPO-OPERACION   TO OPE-TIPO.
            MOVE IMPORTE-VALOR    TO OPE-IMPORTE.
            MOVE OPERADOR-SESION  TO OPE-OPERADOR.
            MOVE FECHA-ACTUAL     TO OPE-FECHA.
            MOVE HORA-ACTUAL      TO OPE-HORA.
            MOVE RIESGO           TO OPE-RIESGO.
            WRITE REGISTRO-OPERACION.
            IF FS-OPERACIONES NOT = '00'
                DISPLAY 'No se pudo grabar la operacion '
                    NUMERO-OPERACION '. Estado: ' FS-OPERACIONES
                CLOSE OPERACIONES-FILE
                MOVE 8 TO RETURN-CODE
                GO TO GRABAR-OPERACION-EXIT
            END-IF.

            CLOSE OPERACIONES-FILE.

            DISPLAY 'Operacion registrada con el numero '
                NUMERO-OPERACION '.'.
       GRABAR-OPERACION-EXIT.
            EXIT.
       END PROGRAM PROG5.
