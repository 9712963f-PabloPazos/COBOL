               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESION.

           SELECT SISTEMA-FILE ASSIGN TO "SISTEMA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SISTEMA.

           SELECT SISTLOG-FILE ASSIGN TO "SISTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SISTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE
           02 SE-OPERADOR         PIC X(8).
           02 SE-ROL              PIC X(1).

       FD  SISTEMA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SISTREC.

       FD  SISTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLOGREC.

       WORKING-STORAGE SECTION.
           01 FS-OPERADORES PIC X(2).
           01 FS-SESION     PIC X(2).
           01 FS-SISTEMA    PIC X(2).
           01 FS-SISTLOG    PIC X(2).

           01 OPCION-MENU PIC 9(2).
               88 OPCION-RIESGO        VALUE 1.
               88 OPCION-SIMULACION    VALUE 13.
               88 OPCION-APROBACION    VALUE 14.
               88 OPCION-HOGARES       VALUE 15.
               88 OPCION-AUDITORIA     VALUE 16.
               88 OPCION-NO-CONTACTAR  VALUE 17.
               88 OPCION-A-FECHA       VALUE 18.
               88 OPCION-SALIR         VALUE 0.
               88 OPCION-CONTINUAR     VALUE 99.
               88 OPCION-DE-CONSULTA   VALUES 6 11 13 16 18.

           01 OPERADOR-SESION PIC X(8).
           01 ROL-SESION PIC X(1).

           01 INTENTOS-INGRESO PIC 9(1) VALUE ZERO.

           01 MODO-SESION PIC X(1) VALUE SPACE.
               88 SESION-ACTUALIZA    VALUE 'A'.
               88 SESION-CONSULTA     VALUE 'C'.

           01 LOTE-ESTADO PIC X(1).
               88 LOTE-EN-CURSO       VALUE 'S'.
               88 LOTE-LIBRE          VALUE 'N'.

           01 HABILITACION-ESTADO PIC X(1) VALUE 'N'.
               88 HABILITACION-OTORGADA VALUE 'S'.
               88 HABILITACION-NEGADA   VALUE 'R'.
               88 HABILITACION-NO-PEDIDA VALUE 'N'.

           01 RESPUESTA-HABILITAR PIC X(1).
               88 HABILITAR-SI        VALUES 'S' 's'.

           01 FECHA-EVENTO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            SET INGRESO-RECHAZADO TO TRUE.
                STOP RUN
            END-IF.

            PERFORM APLICAR-ESTADO-SISTEMA
                THRU APLICAR-ESTADO-SISTEMA-EXIT.

            SET OPCION-CONTINUAR TO TRUE.
            PERFORM MOSTRAR-MENU THRU MOSTRAR-MENU-EXIT
      * La sesion queda en el archivo SESION para que los programas
      * llamados estampen al operador firmado en sus registros de
      * auditoria en lugar de valores tipeados o nombres de programa.
      * Solo se graba mientras la sesion puede actualizar: LOTENOCT
      * toma una sesion grabada como actualizacion abierta y no
      * arranca.
      ******************************************************************
       GRABAR-SESION.
            OPEN OUTPUT SESION-FILE.
      * La sesion se vacia al salir del menu (y tras un ingreso
      * rechazado): una corrida suelta posterior no debe heredar la
      * identidad del operador anterior, sino caer en el camino sin
      * sesion de cada programa. Tambien se vacia cuando la sesion
      * pasa a solo consultas por el proceso nocturno.
      ******************************************************************
       LIMPIAR-SESION.
            OPEN OUTPUT SESION-FILE.
       LIMPIAR-SESION-EXIT.
            EXIT.

      ******************************************************************
      * Mientras LOTENOCT tiene marcado el proceso nocturno en curso
      * (archivo SISTEMA) la sesion queda solo para consultas: sin
      * SESION grabada y con las opciones de actualizacion cerradas.
      * Un supervisor puede habilitar las actualizaciones una vez por
      * sesion; la habilitacion queda en SISTLOG con su operador. Se
      * vuelve a mirar antes de cada menu, asi una sesion de consulta
      * recupera las actualizaciones al terminar la corrida.
      ******************************************************************
       APLICAR-ESTADO-SISTEMA.
            PERFORM LEER-ESTADO-SISTEMA
                THRU LEER-ESTADO-SISTEMA-EXIT.

            IF LOTE-LIBRE
                IF NOT SESION-ACTUALIZA
                    IF SESION-CONSULTA
                        DISPLAY 'Termino el proceso nocturno. Se '
                            'habilitan las actualizaciones.'
                    END-IF
                    SET SESION-ACTUALIZA TO TRUE
                    PERFORM GRABAR-SESION THRU GRABAR-SESION-EXIT
                END-IF
                GO TO APLICAR-ESTADO-SISTEMA-EXIT
            END-IF.

            IF HABILITACION-OTORGADA
                GO TO APLICAR-ESTADO-SISTEMA-EXIT
            END-IF.

            IF ROL-SUPERVISOR AND HABILITACION-NO-PEDIDA
                DISPLAY 'El proceso nocturno esta en curso.'
                DISPLAY 'Habilitar las actualizaciones durante el '
                    'proceso nocturno? (S/N): '
                MOVE SPACE TO RESPUESTA-HABILITAR
                ACCEPT RESPUESTA-HABILITAR
                IF HABILITAR-SI
                    SET HABILITACION-OTORGADA TO TRUE
                    PERFORM GRABAR-HABILITACION
                        THRU GRABAR-HABILITACION-EXIT
                    SET SESION-ACTUALIZA TO TRUE
                    PERFORM GRABAR-SESION THRU GRABAR-SESION-EXIT
                    GO TO APLICAR-ESTADO-SISTEMA-EXIT
                END-IF
                SET HABILITACION-NEGADA TO TRUE
            END-IF.

            IF NOT SESION-CONSULTA
                SET SESION-CONSULTA TO TRUE
                PERFORM LIMPIAR-SESION THRU LIMPIAR-SESION-EXIT
            END-IF.
       APLICAR-ESTADO-SISTEMA-EXIT.
            EXIT.

      * Sin archivo SISTEMA no hay proceso nocturno en curso.
       LEER-ESTADO-SISTEMA.
            SET LOTE-LIBRE TO TRUE.

            OPEN INPUT SISTEMA-FILE.
            IF FS-SISTEMA NOT = '00'
                GO TO LEER-ESTADO-SISTEMA-EXIT
            END-IF.
            READ SISTEMA-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SIS-LOTE-EN-CURSO
                        SET LOTE-EN-CURSO TO TRUE
                    END-IF
            END-READ.
            CLOSE SISTEMA-FILE.
       LEER-ESTADO-SISTEMA-EXIT.
            EXIT.

       GRABAR-HABILITACION.
            OPEN EXTEND SISTLOG-FILE.
            IF FS-SISTLOG NOT = '00'
                OPEN OUTPUT SISTLOG-FILE
            END-IF.

            ACCEPT FECHA-EVENTO FROM DATE YYYYMMDD.
            SET SL-LOTE-FORZADO TO TRUE.
            MOVE OPERADOR-SESION TO SL-OPERADOR.
            MOVE FECHA-EVENTO    TO SL-FECHA.
            ACCEPT SL-HORA FROM TIME.
            WRITE REGISTRO-SISTLOG.

            CLOSE SISTLOG-FILE.
       GRABAR-HABILITACION-EXIT.
            EXIT.

       MOSTRAR-MENU.
            PERFORM APLICAR-ESTADO-SISTEMA
                THRU APLICAR-ESTADO-SISTEMA-EXIT.

            DISPLAY ' '.
            DISPLAY '=== Menu principal ==='.
            DISPLAY 'Operador: ' OPERADOR-SESION.
            IF SESION-CONSULTA
                DISPLAY '*** PROCESO NOCTURNO EN CURSO: SOLO '
                    'CONSULTAS (6, 11, 13, 16, 18) ***'
            END-IF.
            IF LOTE-EN-CURSO AND HABILITACION-OTORGADA
                DISPLAY '*** PROCESO NOCTURNO EN CURSO: '
                    'ACTUALIZACIONES HABILITADAS POR EL SUPERVISOR ***'
            END-IF.
            DISPLAY '1. Evaluar el riesgo de una operacion'.
            DISPLAY '2. Procesar transacciones de la calculadora'.
            DISPLAY '3. Registrar una persona'.
            DISPLAY '13. Simular una politica de riesgo'.
            DISPLAY '14. Aprobar propuestas de politica'.
            DISPLAY '15. Consultar y corregir hogares'.
            DISPLAY '16. Consultar la auditoria de la calculadora'.
            DISPLAY '17. Registro de no contactar'.
            DISPLAY '18. Consultar una persona a una fecha'.
            DISPLAY '0. Salir'.
            DISPLAY 'Ingrese una opcion: '.
            ACCEPT OPCION-MENU.

            EVALUATE TRUE
                WHEN SESION-CONSULTA AND NOT OPCION-DE-CONSULTA
                        AND NOT OPCION-SALIR
                    DISPLAY 'Opcion no disponible mientras corre el '
                        'proceso nocturno.'
                WHEN OPCION-RIESGO
                    CALL 'PROG5'
                WHEN OPCION-CALCULADORA
                    CALL 'POLAPROB'
                WHEN OPCION-HOGARES
                    CALL 'HOGCONS'
                WHEN OPCION-AUDITORIA
                    CALL 'CONSAUD'
                WHEN OPCION-NO-CONTACTAR
                    CALL 'NOCOMANT'
                WHEN OPCION-A-FECHA
                    CALL 'CONSFECH'
                WHEN OPCION-REVISION OR OPCION-POLITICAS
                        OR OPCION-OPERADORES OR OPCION-SIMULACION
                        OR OPCION-APROBACION
