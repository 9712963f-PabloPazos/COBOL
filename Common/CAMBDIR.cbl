               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DOMICILIOS.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

           SELECT SESION-FILE ASSIGN TO "SESION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESION.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIRHREC.

       FD  CAMBIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMBHIST.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       01 SESION-REC.
           02 SE-OPERADOR         PIC X(8).
           02 SE-ROL              PIC X(1).

       WORKING-STORAGE SECTION.
           01 FS-PERSONAS   PIC X(2).
           01 FS-DOMICILIOS PIC X(2).
           01 FS-CAMBIOS    PIC X(2).
           01 FS-SESION     PIC X(2).

           01 OPERADOR-SESION PIC X(8) VALUE SPACES.

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 IMAGEN-ANTERIOR PIC X(256).

           01 DNI-BUSCADO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            PERFORM LEER-SESION THRU LEER-SESION-EXIT.

            MOVE SPACE TO MODO-PEDIDO.
            PERFORM CAPTURAR-PEDIDO THRU CAPTURAR-PEDIDO-EXIT

            GOBACK.

      ******************************************************************
      * El cambio de domicilio se firma en el historial de cambios
      * con el operador de la sesion abierta por el menu, igual que
      * en MANTPERS; sin sesion se firma con el nombre del programa.
      ******************************************************************
       LEER-SESION.
            OPEN INPUT SESION-FILE.
            IF FS-SESION NOT = '00'
                GO TO LEER-SESION-EXIT
            END-IF.

            READ SESION-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE SE-OPERADOR TO OPERADOR-SESION
            END-READ.

            CLOSE SESION-FILE.
       LEER-SESION-EXIT.
            EXIT.

       CAPTURAR-PEDIDO.
            DISPLAY 'Ingrese el pedido. '.
            DISPLAY 'Cambiar el domicilio= C'.
            DISPLAY 'Telefono actual: (' PM-TEL-CODIGO-AREA ') '
                PM-TEL-NUMERO.

            MOVE PM-PERSONA-REC     TO IMAGEN-ANTERIOR.
            MOVE PM-DIRECCION       TO DIRECCION-SALIENTE.
            MOVE PM-TEL-CODIGO-AREA TO AREA-SALIENTE.
            MOVE PM-TEL-NUMERO      TO NUMERO-SALIENTE.
                    DISPLAY 'Error al regrabar el registro.'
                NOT INVALID KEY
                    PERFORM GRABAR-HISTORIAL THRU GRABAR-HISTORIAL-EXIT
                    PERFORM GRABAR-CAMBIO THRU GRABAR-CAMBIO-EXIT
                    DISPLAY 'Domicilio actualizado.'
            END-REWRITE.
       CAMBIAR-DOMICILIO-EXIT.
       GRABAR-HISTORIAL-EXIT.
            EXIT.

       GRABAR-CAMBIO.
            ACCEPT HORA-ACTUAL FROM TIME.

            OPEN EXTEND CAMBIOS-FILE.
            IF FS-CAMBIOS NOT = '00'
                OPEN OUTPUT CAMBIOS-FILE
            END-IF.

            SET CH-MODIFICACION TO TRUE.
            IF OPERADOR-SESION NOT = SPACES
                MOVE OPERADOR-SESION TO CH-ORIGEN
            ELSE
                MOVE 'CAMBDIR'       TO CH-ORIGEN
            END-IF.
            MOVE DNI-BUSCADO       TO CH-DNI.
            MOVE FECHA-ACTUAL      TO CH-FECHA.
            MOVE HORA-ACTUAL       TO CH-HORA.
            MOVE IMAGEN-ANTERIOR   TO CH-IMAGEN-ANTERIOR.
            MOVE PM-PERSONA-REC    TO CH-IMAGEN-NUEVA.
            WRITE REGISTRO-CAMBIO.

            CLOSE CAMBIOS-FILE.
       GRABAR-CAMBIO-EXIT.
            EXIT.

       LISTAR-HISTORIAL.
            MOVE ZERO TO RENGLONES-HISTORIAL.
            MOVE PM-FEC-ALTA TO FECHA-DESDE-VIGENTE.
