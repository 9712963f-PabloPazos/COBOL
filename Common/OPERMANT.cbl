               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERLOG.

           SELECT SESION-FILE ASSIGN TO "SESION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESION.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==TB-==
               ==REGISTRO-OPERADOR== BY ==REGISTRO-TRABAJO==.

       FD  OPERLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPLOGREC.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       01 SESION-REC.
       WORKING-STORAGE SECTION.
           01 FS-OPERADORES PIC X(2).
           01 FS-TRABAJO    PIC X(2).
           01 FS-OPERLOG    PIC X(2).
           01 FS-SESION     PIC X(2).

           01 SUPERVISOR-SESION PIC X(8) VALUE SPACES.

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 SESION-ESTADO PIC X(1).
               88 SESION-HABILITADA   VALUE 'S'.
               88 SESION-RECHAZADA    VALUE 'N'.
           01 ROL-NUEVO    PIC X(1).
               88 ROL-CONOCIDO        VALUES 'O' 'R' 'S'.
           01 NOMBRE-NUEVO PIC X(30).
           01 DNI-NUEVO    PIC 9(8).

           01 ACCION-LOG PIC X(1).

           01 ID-ESTADO PIC X(1).
               88 ID-DUPLICADO        VALUE 'D'.
                        'sesion desde el menu principal.'
                NOT AT END
                    IF SE-ROL-SUPERVISOR
                        MOVE SE-OPERADOR TO SUPERVISOR-SESION
                        SET SESION-HABILITADA TO TRUE
                    ELSE
                        DISPLAY 'La administracion de operadores '

            DISPLAY 'Id: ' OP-ID ' Rol: ' OP-ROL
                ' Estado: ' OP-ESTADO ' Nombre: ' OP-NOMBRE.
            IF OP-DNI IS NUMERIC AND OP-DNI > ZERO
                DISPLAY '    DNI: ' OP-DNI
            END-IF.
       LISTAR-UN-OPERADOR-EXIT.
            EXIT.

            MOVE SPACES TO NOMBRE-NUEVO.
            ACCEPT NOMBRE-NUEVO.

            DISPLAY 'Ingrese el DNI del operador (0 si no tiene): '.
            MOVE ZERO TO DNI-NUEVO.
            ACCEPT DNI-NUEVO.

            OPEN EXTEND OPERADORES-FILE.
            IF FS-OPERADORES NOT = '00'
                OPEN OUTPUT OPERADORES-FILE
            MOVE ROL-NUEVO    TO OP-ROL.
            MOVE NOMBRE-NUEVO TO OP-NOMBRE.
            SET OP-HABILITADO TO TRUE.
            MOVE DNI-NUEVO    TO OP-DNI.
            WRITE REGISTRO-OPERADOR.

            CLOSE OPERADORES-FILE.

            MOVE 'A' TO ACCION-LOG.
            PERFORM GRABAR-OPERLOG THRU GRABAR-OPERLOG-EXIT.

            DISPLAY 'Operador dado de alta.'.
       ALTA-OPERADOR-EXIT.
            EXIT.
            END-IF.

            PERFORM VOLCAR-TRABAJO THRU VOLCAR-TRABAJO-EXIT.
            PERFORM GRABAR-OPERLOG THRU GRABAR-OPERLOG-EXIT.
       CAMBIAR-ESTADO-EXIT.
            EXIT.

                SET HALLADO TO TRUE
                IF OP-HABILITADO
                    SET OP-DESHABILITADO TO TRUE
                    MOVE 'D' TO ACCION-LOG
                    DISPLAY 'Operador deshabilitado.'
                ELSE
                    SET OP-HABILITADO TO TRUE
                    MOVE 'H' TO ACCION-LOG
                    DISPLAY 'Operador habilitado.'
                END-IF
            END-IF.
            WRITE REGISTRO-OPERADOR.
       COPIAR-TRABAJO-EXIT.
            EXIT.

      ******************************************************************
      * Cada alta y cada cambio de estado queda asentado en OPERLOG
      * con el supervisor de la sesion, para que el control de
      * separacion de funciones vea quien habilito a quien y cuando.
      ******************************************************************
       GRABAR-OPERLOG.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

            OPEN EXTEND OPERLOG-FILE.
            IF FS-OPERLOG NOT = '00'
                OPEN OUTPUT OPERLOG-FILE
            END-IF.

            MOVE ID-NUEVO          TO OL-OPERADOR.
            MOVE ACCION-LOG        TO OL-ACCION.
            MOVE SUPERVISOR-SESION TO OL-SUPERVISOR.
            MOVE FECHA-ACTUAL      TO OL-FECHA.
            MOVE HORA-ACTUAL       TO OL-HORA.
            WRITE REGISTRO-OPERLOG.

            CLOSE OPERLOG-FILE.
       GRABAR-OPERLOG-EXIT.
            EXIT.
       END PROGRAM OPERMANT.
