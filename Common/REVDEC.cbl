       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSONAS.

           SELECT OPERACIONES-FILE ASSIGN TO "OPERACIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.

           SELECT REVISIONES-FILE ASSIGN TO "REVISIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REVISIONES.

           SELECT SESION-FILE ASSIGN TO "SESION"
               ORGANIZATION LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

       FD  OPERACIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAREC.

       FD  REVISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVREC.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           01 FS-DECISIONES PIC X(2).
           01 FS-PERSONAS   PIC X(2).
           01 FS-OPERACIONES PIC X(2).
           01 FS-REVISIONES PIC X(2).
           01 FS-SESION     PIC X(2).

           01 SESION-ESTADO PIC X(1).
               88 SESION-HABILITADA   VALUE 'S'.
               88 SESION-RECHAZADA    VALUE 'N'.

           01 FECHA-ACTUAL     PIC 9(8).
           01 HORA-ACTUAL      PIC 9(8).

               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 DECISIONES-ESTADO PIC X(1).
               88 DECISIONES-DISPONIBLE     VALUE 'S'.
               88 DECISIONES-NO-DISPONIBLE  VALUE 'N'.

           01 FIN-OPERACIONES PIC X(1).
               88 FIN-DE-OPERACIONES    VALUE 'S'.
               88 NO-FIN-DE-OPERACIONES VALUE 'N'.

           01 OPERACION-ESTADO PIC X(1).
               88 OPERACION-ENCONTRADA    VALUE 'E'.
               88 OPERACION-NO-ENCONTRADA VALUE 'N'.

           01 TIPO-DESCRIPCION PIC X(11).
           01 IMPORTE-EDITADO  PIC Z(12)9.99.

           01 MAESTRO-ESTADO PIC X(1).
               88 MAESTRO-DISPONIBLE     VALUE 'S'.
               88 MAESTRO-NO-DISPONIBLE  VALUE 'N'.
                   03 TD-FECHA           PIC 9(8).
                   03 TD-HORA            PIC 9(8).
                   03 TD-POLITICA        PIC 9(4).
                   03 TD-OPERACION       PIC 9(8).
                   03 TD-PUNTAJE.
                       04 TD-NIVEL-ORIGEN    PIC X(1).
                       04 TD-PESOS-VERSION   PIC 9(4).
                       04 TD-FACTOR          OCCURS 5 TIMES.
                           05 TD-FACTOR-CANTIDAD PIC 9(2).
                           05 TD-FACTOR-PUNTOS   PIC 9(1).

           01 INDICE-DECISION    PIC 9(4).

      ******************************************************************
      * Nombre de cada factor del puntaje, en el orden de PESOREC.
      ******************************************************************
           01 ETIQUETAS-FACTOR-INIT.
               02 FILLER PIC X(30) VALUE 'Rechazos previos del DNI'.
               02 FILLER PIC X(30) VALUE 'Pendientes previas del DNI'.
               02 FILLER PIC X(30) VALUE 'Decisiones del hogar'.
               02 FILLER PIC X(30) VALUE 'Posibles duplicados'.
               02 FILLER PIC X(30) VALUE 'Datos de contacto faltantes'.
           01 ETIQUETAS-FACTOR REDEFINES ETIQUETAS-FACTOR-INIT.
               02 ETIQUETA-FACTOR PIC X(30) OCCURS 5 TIMES.
           01 INDICE-FACTOR PIC 9(1).
           01 TOTAL-PENDIENTES   PIC 9(4) VALUE ZERO.
           01 TOTAL-RESUELTAS    PIC 9(4) VALUE ZERO.


            PERFORM CARGAR-DECISIONES THRU CARGAR-DECISIONES-EXIT.

            IF DECISIONES-NO-DISPONIBLE
                GOBACK
            END-IF.

            IF CARGA-DESBORDADA
                DISPLAY 'Hay mas de 5000 decisiones pendientes; se '
                    'revisan las primeras 5000.'
            END-IF.

            IF TOTAL-PENDIENTES = ZERO
                DISPLAY 'No hay decisiones pendientes de revision.'
                CLOSE DECISIONES-FILE
                GOBACK
            END-IF.

                VARYING INDICE-DECISION FROM 1 BY 1
                UNTIL INDICE-DECISION > CANTIDAD-DECISIONES.

            CLOSE DECISIONES-FILE.

            IF MAESTRO-DISPONIBLE
                PERFORM CERRAR-MAESTRO THRU CERRAR-MAESTRO-EXIT
       LEER-SESION-EXIT.
            EXIT.

      ******************************************************************
      * Las pendientes se leen directamente por la clave alternativa
      * del estado; el archivo queda abierto para regrabar cada
      * decision en el momento en que se resuelve.
      ******************************************************************
       CARGAR-DECISIONES.
            SET CARGA-COMPLETA TO TRUE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            MOVE ZERO TO TOTAL-PENDIENTES.
            MOVE ZERO TO TOTAL-RESUELTAS.

            SET DECISIONES-DISPONIBLE TO TRUE.
            OPEN I-O DECISIONES-FILE.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de decisiones.'
                SET DECISIONES-NO-DISPONIBLE TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-DECISIONES-EXIT
            END-IF.

            MOVE 'P' TO DEC-ESTADO.
            START DECISIONES-FILE KEY IS = DEC-ESTADO
                INVALID KEY
                    SET FIN-DE-ARCHIVO TO TRUE
            END-START.

            PERFORM CARGAR-UNA-DECISION THRU CARGAR-UNA-DECISION-EXIT
                UNTIL FIN-DE-ARCHIVO.
       CARGAR-DECISIONES-EXIT.
            EXIT.

       CARGAR-UNA-DECISION.
            READ DECISIONES-FILE NEXT RECORD
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CARGAR-UNA-DECISION-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-UNA-DECISION-EXIT
            END-IF.

            IF CANTIDAD-DECISIONES = 5000
                SET CARGA-DESBORDADA TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
            MOVE DEC-FECHA  TO TD-FECHA (CANTIDAD-DECISIONES).
            MOVE DEC-HORA   TO TD-HORA (CANTIDAD-DECISIONES).
            MOVE DEC-POLITICA TO TD-POLITICA (CANTIDAD-DECISIONES).
            MOVE DEC-OPERACION
                TO TD-OPERACION (CANTIDAD-DECISIONES).
            MOVE DEC-PUNTAJE
                TO TD-PUNTAJE (CANTIDAD-DECISIONES).
            ADD 1 TO TOTAL-PENDIENTES.
       CARGAR-UNA-DECISION-EXIT.
            EXIT.

            DISPLAY 'Origen: ' TD-ORIGEN (INDICE-DECISION).
            DISPLAY 'DNI: ' TD-DNI (INDICE-DECISION).
            DISPLAY 'Riesgo: ' TD-RIESGO (INDICE-DECISION).
            PERFORM MOSTRAR-PUNTAJE THRU MOSTRAR-PUNTAJE-EXIT.
            DISPLAY 'Fecha: ' TD-FECHA (INDICE-DECISION)
                ' Hora: ' TD-HORA (INDICE-DECISION).

                PERFORM MOSTRAR-PERSONA THRU MOSTRAR-PERSONA-EXIT
            END-IF.

            IF TD-OPERACION (INDICE-DECISION) > ZERO
                PERFORM MOSTRAR-OPERACION THRU MOSTRAR-OPERACION-EXIT
            END-IF.

            MOVE SPACE TO VEREDICTO.
            PERFORM CAPTURAR-VEREDICTO THRU CAPTURAR-VEREDICTO-EXIT
                UNTIL VEREDICTO-VALIDO.
                ELSE
                    MOVE 'R' TO TD-ESTADO (INDICE-DECISION)
                END-IF
                PERFORM ACTUALIZAR-DECISION
                    THRU ACTUALIZAR-DECISION-EXIT
            END-IF.
       REVISAR-ENTRADA-EXIT.
            EXIT.

      ******************************************************************
      * Por que se asigno el nivel: cuando lo calculo RISKSCOR, los
      * casos y puntos de cada factor con la version de los pesos.
      ******************************************************************
       MOSTRAR-PUNTAJE.
            IF TD-NIVEL-ORIGEN (INDICE-DECISION) NOT = 'C'
                DISPLAY 'Nivel informado por el operador.'
                GO TO MOSTRAR-PUNTAJE-EXIT
            END-IF.

            DISPLAY 'Nivel calculado con los pesos version '
                TD-PESOS-VERSION (INDICE-DECISION) ':'.
            PERFORM MOSTRAR-FACTOR THRU MOSTRAR-FACTOR-EXIT
                VARYING INDICE-FACTOR FROM 1 BY 1
                UNTIL INDICE-FACTOR > 5.
       MOSTRAR-PUNTAJE-EXIT.
            EXIT.

       MOSTRAR-FACTOR.
            DISPLAY '  ' ETIQUETA-FACTOR (INDICE-FACTOR)
                ' Casos: '
                TD-FACTOR-CANTIDAD (INDICE-DECISION, INDICE-FACTOR)
                ' Puntos: '
                TD-FACTOR-PUNTOS (INDICE-DECISION, INDICE-FACTOR).
       MOSTRAR-FACTOR-EXIT.
            EXIT.

       MOSTRAR-PERSONA.
            MOVE TD-DNI (INDICE-DECISION) TO PM-DNI.
            READ PERSONAS-FILE
       MOSTRAR-PERSONA-EXIT.
            EXIT.

      ******************************************************************
      * La decision tomada sobre una operacion se revisa viendo la
      * operacion: se busca por su numero en el registro.
      ******************************************************************
       MOSTRAR-OPERACION.
            SET OPERACION-NO-ENCONTRADA TO TRUE.
            SET NO-FIN-DE-OPERACIONES TO TRUE.
            OPEN INPUT OPERACIONES-FILE.
            IF FS-OPERACIONES = '00'
                PERFORM BUSCAR-OPERACION THRU BUSCAR-OPERACION-EXIT
                    UNTIL FIN-DE-OPERACIONES
                CLOSE OPERACIONES-FILE
            END-IF.

            DISPLAY 'Operacion: ' TD-OPERACION (INDICE-DECISION).
            IF OPERACION-NO-ENCONTRADA
                DISPLAY 'La operacion no figura en el registro de '
                    'operaciones.'
                GO TO MOSTRAR-OPERACION-EXIT
            END-IF.

            EVALUATE TRUE
                WHEN OPE-PRESTAMO
                    MOVE 'PRESTAMO'    TO TIPO-DESCRIPCION
                WHEN OPE-TARJETA
                    MOVE 'TARJETA'     TO TIPO-DESCRIPCION
                WHEN OPE-DESCUBIERTO
                    MOVE 'DESCUBIERTO' TO TIPO-DESCRIPCION
                WHEN OTHER
                    MOVE 'OTRA'        TO TIPO-DESCRIPCION
            END-EVALUATE.
            MOVE OPE-IMPORTE TO IMPORTE-EDITADO.
            DISPLAY 'Tipo: ' TIPO-DESCRIPCION
                ' Importe: ' IMPORTE-EDITADO.
            DISPLAY 'Registrada por: ' OPE-OPERADOR
                ' Fecha: ' OPE-FECHA ' Hora: ' OPE-HORA.
       MOSTRAR-OPERACION-EXIT.
            EXIT.

       BUSCAR-OPERACION.
            READ OPERACIONES-FILE
                AT END
                    SET FIN-DE-OPERACIONES TO TRUE
                    GO TO BUSCAR-OPERACION-EXIT
            END-READ.

            IF OPE-NUMERO = TD-OPERACION (INDICE-DECISION)
                SET OPERACION-ENCONTRADA TO TRUE
                SET FIN-DE-OPERACIONES TO TRUE
            END-IF.
       BUSCAR-OPERACION-EXIT.
            EXIT.

       CAPTURAR-VEREDICTO.
            DISPLAY 'Ingrese el veredicto. '.
            DISPLAY 'Aprobar= A'.
            EXIT.

      ******************************************************************
      * La decision se relee por su clave y se regraba con el
      * veredicto. Si entretanto dejo de estar pendiente (la
      * readjudicacion nocturna la aprobo) no se toca ni se asienta
      * revision.
      ******************************************************************
       ACTUALIZAR-DECISION.
            MOVE TD-ORIGEN (INDICE-DECISION) TO DEC-ORIGEN.
            MOVE TD-DNI (INDICE-DECISION)    TO DEC-DNI.
            MOVE TD-FECHA (INDICE-DECISION)  TO DEC-FECHA.
            MOVE TD-HORA (INDICE-DECISION)   TO DEC-HORA.
            READ DECISIONES-FILE
                KEY IS DEC-CLAVE
                INVALID KEY
                    DISPLAY 'La decision ya no figura en el archivo.'
                    GO TO ACTUALIZAR-DECISION-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                DISPLAY 'La decision ya fue resuelta: estado '
                    DEC-ESTADO '.'
                GO TO ACTUALIZAR-DECISION-EXIT
            END-IF.

            MOVE TD-ESTADO (INDICE-DECISION) TO DEC-ESTADO.
            REWRITE REGISTRO-DECISION
                INVALID KEY
                    DISPLAY 'No se pudo regrabar la decision. '
                        'Estado: ' FS-DECISIONES
                    GO TO ACTUALIZAR-DECISION-EXIT
            END-REWRITE.

            ADD 1 TO TOTAL-RESUELTAS.
            PERFORM GRABAR-REVISION THRU GRABAR-REVISION-EXIT.
       ACTUALIZAR-DECISION-EXIT.
            EXIT.

       CERRAR-MAESTRO.
