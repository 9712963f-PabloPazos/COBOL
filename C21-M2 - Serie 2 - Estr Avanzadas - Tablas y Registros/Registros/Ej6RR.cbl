
           01 RIESGO-PERSONA PIC 9(1).
           01 ORIGEN-DECISION PIC X(8) VALUE 'REG6RR'.
           01 OPERACION-NULA  PIC 9(8) VALUE ZERO.
           01 ESTADO-DECISION PIC X(1).
               88 DECISION-APROBADA   VALUE 'A'.
               88 DECISION-PENDIENTE  VALUE 'P'.
               88 DECISION-RECHAZADA  VALUE 'R'.

      ******************************************************************
      * El nivel de riesgo lo calcula RISKSCOR con los datos
      * capturados; el desglose se muestra y queda en la decision.
      ******************************************************************
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

           01 ETIQUETAS-FACTOR-INIT.
               02 FILLER PIC X(30) VALUE 'Rechazos previos del DNI'.
               02 FILLER PIC X(30) VALUE 'Pendientes previas del DNI'.
               02 FILLER PIC X(30) VALUE 'Decisiones del hogar'.
               02 FILLER PIC X(30) VALUE 'Posibles duplicados'.
               02 FILLER PIC X(30) VALUE 'Datos de contacto faltantes'.
           01 ETIQUETAS-FACTOR REDEFINES ETIQUETAS-FACTOR-INIT.
               02 ETIQUETA-FACTOR PIC X(30) OCCURS 5 TIMES.
           01 INDICE-FACTOR PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM ABRIR-MAESTRO THRU ABRIR-MAESTRO-EXIT.
                DISPLAY 'Grupo sangu�neo: ' GRUPO
                DISPLAY 'Factor sangu�neo: ' FACTOR

                PERFORM ARMAR-PERSONA THRU ARMAR-PERSONA-EXIT
                PERFORM CONTAR-DUPLICADOS THRU CONTAR-DUPLICADOS-EXIT
                CALL 'RISKSCOR' USING PM-PERSONA-REC, PUNTAJE-RIESGO,
                    DUPLICADOS-PERSONA
                PERFORM MOSTRAR-PUNTAJE THRU MOSTRAR-PUNTAJE-EXIT
                MOVE PU-NIVEL TO RIESGO-PERSONA
                CALL 'RISKEVAL' USING RIESGO-PERSONA, ESTADO-DECISION,
                    ORIGEN-DECISION, DNI, OPERACION-NULA,
                    PUNTAJE-RIESGO

                EVALUATE TRUE
                    WHEN RETURN-CODE NOT = ZERO
                        MOVE ZERO TO RETURN-CODE
                        DISPLAY 'La decision no pudo grabarse; la '
                            'persona no se registra.'
                    WHEN DECISION-RECHAZADA
                        DISPLAY
                            'Registro rechazado por nivel de riesgo.'
                    WHEN OTHER
                        IF DECISION-PENDIENTE
                            DISPLAY 'Registro pendiente de revision '
                                'gerencial.'
                        END-IF
                        PERFORM GRABAR-PERSONA THRU GRABAR-PERSONA-EXIT
                END-EVALUATE
            END-IF.

            PERFORM CERRAR-MAESTRO THRU CERRAR-MAESTRO-EXIT.
       CAPTURAR-FACTOR-EXIT.
            EXIT.

       MOSTRAR-PUNTAJE.
            DISPLAY ' '.
            DISPLAY 'Nivel de riesgo calculado: ' PU-NIVEL
                ' (pesos version ' PU-PESOS-VERSION ')'.
            PERFORM MOSTRAR-FACTOR THRU MOSTRAR-FACTOR-EXIT
                VARYING INDICE-FACTOR FROM 1 BY 1
                UNTIL INDICE-FACTOR > 5.
       MOSTRAR-PUNTAJE-EXIT.
            EXIT.

       MOSTRAR-FACTOR.
            DISPLAY '  ' ETIQUETA-FACTOR (INDICE-FACTOR)
                ' Casos: ' PU-FACTOR-CANTIDAD (INDICE-FACTOR)
                ' Puntos: ' PU-FACTOR-PUNTOS (INDICE-FACTOR).
       MOSTRAR-FACTOR-EXIT.
            EXIT.

      ******************************************************************
      * El registro del maestro se arma antes de evaluar el riesgo,
      * porque RISKSCOR trabaja sobre el registro tal como se va a
      * grabar.
      ******************************************************************
       ARMAR-PERSONA.
            MOVE DNI          TO PM-DNI.
            MOVE NOMBRE       TO PM-NOMBRE.
            MOVE APELLIDO     TO PM-APELLIDO.
            MOVE FECHA-ACTUAL TO PM-FEC-ALTA.
            MOVE FECHA-ACTUAL TO PM-FEC-MODIF.
            SET PM-ACTIVO TO TRUE.
       ARMAR-PERSONA-EXIT.
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

       GRABAR-PERSONA.
            WRITE PM-PERSONA-REC
                INVALID KEY
                    DISPLAY 'Error al grabar el registro.'
