      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCOMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOCONTAC-FILE ASSIGN TO "NOCONTAC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-NOCONTAC.

           SELECT TRABAJO-FILE ASSIGN TO "NOCOTRAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-DNI
               ALTERNATE RECORD KEY IS PM-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSONAS.

           SELECT SESION-FILE ASSIGN TO "SESION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESION.

       DATA DIVISION.
       FILE SECTION.
       FD  NOCONTAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOCOREC.

       FD  TRABAJO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOCOREC REPLACING LEADING ==NC-== BY ==TB-==
               ==REGISTRO-NOCONTACTO== BY ==REGISTRO-TRABAJO==.

       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       01 SESION-REC.
           02 SE-OPERADOR         PIC X(8).
           02 SE-ROL              PIC X(1).

       WORKING-STORAGE SECTION.
           01 FS-NOCONTAC PIC X(2).
           01 FS-TRABAJO  PIC X(2).
           01 FS-PERSONAS PIC X(2).
           01 FS-SESION   PIC X(2).

           01 OPERADOR-SESION PIC X(8) VALUE 'NOCOMANT'.

           01 FECHA-ACTUAL PIC 9(8).

           01 FIN-NOCONTAC PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-TRABAJO PIC X(1).
               88 FIN-DEL-TRABAJO     VALUE 'S'.
               88 NO-FIN-DEL-TRABAJO  VALUE 'N'.

           01 PEDIDO PIC X(1).
               88 PEDIDO-CONSULTA     VALUE 'C'.
               88 PEDIDO-ALTA         VALUE 'A'.
               88 PEDIDO-LEVANTAR     VALUE 'L'.
               88 PEDIDO-SALIR        VALUE 'X'.

           01 DNI-BUSCADO  PIC 9(8).
           01 CANAL-PEDIDO PIC X(1).
               88 CANAL-CONOCIDO      VALUES 'T' 'C'.
           01 MOTIVO-PEDIDO PIC X(30).

           01 FECHA-INGRESADA PIC 9(8).
           01 FECHA-PARTES REDEFINES FECHA-INGRESADA.
               02 FECHA-ANO  PIC 9(4).
               02 FECHA-MES  PIC 9(2).
               02 FECHA-DIA  PIC 9(2).

           01 FECHA-PEDIDO PIC 9(8).
           01 FECHA-VENCE  PIC 9(8).

           01 FECHA-ESTADO PIC X(1).
               88 FECHA-VALIDA        VALUE 'V'.
               88 FECHA-INVALIDA      VALUE 'I'.

           01 PERSONA-ESTADO PIC X(1).
               88 PERSONA-ENCONTRADA     VALUE 'E'.
               88 PERSONA-NO-ENCONTRADA  VALUE 'N'.

           01 ENTRADA-ESTADO PIC X(1).
               88 ENTRADA-EN-VIGOR    VALUE 'S'.
               88 ENTRADA-SIN-VIGOR   VALUE 'N'.

           01 TOTAL-LISTADAS   PIC 9(4) VALUE ZERO.
           01 TOTAL-LEVANTADAS PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            PERFORM LEER-SESION THRU LEER-SESION-EXIT.

            MOVE SPACE TO PEDIDO.
            PERFORM ATENDER-PEDIDO THRU ATENDER-PEDIDO-EXIT
                UNTIL PEDIDO-SALIR.

            GOBACK.

      ******************************************************************
      * Las altas y los levantamientos se firman con el operador de
      * la sesion abierta por el menu, igual que en CAMBDIR; sin
      * sesion se firma con el nombre del programa.
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

       ATENDER-PEDIDO.
            DISPLAY ' '.
            DISPLAY 'Registro de no contactar. '.
            DISPLAY 'Consultar una persona= C'.
            DISPLAY 'Alta de un pedido= A'.
            DISPLAY 'Levantar un pedido= L'.
            DISPLAY 'Salir= X'.
            ACCEPT PEDIDO.

            EVALUATE TRUE
                WHEN PEDIDO-CONSULTA
                    PERFORM CONSULTAR-PERSONA
                        THRU CONSULTAR-PERSONA-EXIT
                WHEN PEDIDO-ALTA
                    PERFORM ALTA-PEDIDO THRU ALTA-PEDIDO-EXIT
                WHEN PEDIDO-LEVANTAR
                    PERFORM LEVANTAR-PEDIDO THRU LEVANTAR-PEDIDO-EXIT
                WHEN PEDIDO-SALIR
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'Pedido invalido.'
            END-EVALUATE.
       ATENDER-PEDIDO-EXIT.
            EXIT.

       CONSULTAR-PERSONA.
            DISPLAY 'Ingrese el DNI de la persona: '.
            MOVE ZERO TO DNI-BUSCADO.
            ACCEPT DNI-BUSCADO.

            MOVE ZERO TO TOTAL-LISTADAS.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                DISPLAY 'El registro de no contactar esta vacio.'
                GO TO CONSULTAR-PERSONA-EXIT
            END-IF.

            PERFORM LISTAR-ENTRADA THRU LISTAR-ENTRADA-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE NOCONTAC-FILE.

            IF TOTAL-LISTADAS = ZERO
                DISPLAY 'La persona no tiene pedidos de no contactar.'
            END-IF.
       CONSULTAR-PERSONA-EXIT.
            EXIT.

       LISTAR-ENTRADA.
            READ NOCONTAC-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO LISTAR-ENTRADA-EXIT
            END-READ.

            IF NC-DNI NOT = DNI-BUSCADO
                GO TO LISTAR-ENTRADA-EXIT
            END-IF.

            ADD 1 TO TOTAL-LISTADAS.
            PERFORM VERIFICAR-VIGOR THRU VERIFICAR-VIGOR-EXIT.

            DISPLAY 'Canal: ' NC-CANAL ' Motivo: ' NC-MOTIVO.
            DISPLAY '    Pedido: ' NC-FECHA-PEDIDO
                ' Vence: ' NC-FECHA-VENCE
                ' Alta: ' NC-FECHA-ALTA ' por ' NC-OPERADOR.
            IF NC-LEVANTADO
                DISPLAY '    Levantado el ' NC-FECHA-BAJA
                    ' por ' NC-OPERADOR-BAJA
            ELSE
                IF ENTRADA-EN-VIGOR
                    DISPLAY '    En vigor.'
                ELSE
                    DISPLAY '    Vencido.'
                END-IF
            END-IF.
       LISTAR-ENTRADA-EXIT.
            EXIT.

       VERIFICAR-VIGOR.
            SET ENTRADA-SIN-VIGOR TO TRUE.
            IF NC-VIGENTE
                    AND (NC-FECHA-VENCE = ZERO
                        OR NC-FECHA-VENCE >= FECHA-ACTUAL)
                SET ENTRADA-EN-VIGOR TO TRUE
            END-IF.
       VERIFICAR-VIGOR-EXIT.
            EXIT.

      ******************************************************************
      * Solo se registran pedidos de personas del maestro, y no se
      * repite un pedido en vigor para el mismo canal.
      ******************************************************************
       ALTA-PEDIDO.
            DISPLAY 'Ingrese el DNI de la persona: '.
            MOVE ZERO TO DNI-BUSCADO.
            ACCEPT DNI-BUSCADO.

            PERFORM BUSCAR-PERSONA THRU BUSCAR-PERSONA-EXIT.
            IF PERSONA-NO-ENCONTRADA
                DISPLAY 'No existe una persona con ese DNI.'
                GO TO ALTA-PEDIDO-EXIT
            END-IF.
            DISPLAY 'Persona: ' PM-NOMBRE.
            DISPLAY '         ' PM-APELLIDO.

            MOVE SPACE TO CANAL-PEDIDO.
            PERFORM CAPTURAR-CANAL THRU CAPTURAR-CANAL-EXIT
                UNTIL CANAL-CONOCIDO.

            PERFORM BUSCAR-EN-VIGOR THRU BUSCAR-EN-VIGOR-EXIT.
            IF ENTRADA-EN-VIGOR
                DISPLAY 'Ya hay un pedido en vigor para ese canal.'
                GO TO ALTA-PEDIDO-EXIT
            END-IF.

            DISPLAY 'Ingrese el motivo: '.
            MOVE SPACES TO MOTIVO-PEDIDO.
            ACCEPT MOTIVO-PEDIDO.
            IF MOTIVO-PEDIDO = SPACES
                DISPLAY 'Motivo invalido.'
                GO TO ALTA-PEDIDO-EXIT
            END-IF.

            DISPLAY 'Ingrese la fecha del pedido (AAAAMMDD, 0 = hoy): '.
            MOVE ZERO TO FECHA-INGRESADA.
            ACCEPT FECHA-INGRESADA.
            IF FECHA-INGRESADA = ZERO
                MOVE FECHA-ACTUAL TO FECHA-INGRESADA
            END-IF.
            PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
            IF FECHA-INVALIDA OR FECHA-INGRESADA > FECHA-ACTUAL
                DISPLAY 'Fecha del pedido invalida.'
                GO TO ALTA-PEDIDO-EXIT
            END-IF.
            MOVE FECHA-INGRESADA TO FECHA-PEDIDO.

            DISPLAY 'Ingrese el vencimiento (AAAAMMDD, 0 = sin '
                'vencimiento): '.
            MOVE ZERO TO FECHA-INGRESADA.
            ACCEPT FECHA-INGRESADA.
            IF FECHA-INGRESADA NOT = ZERO
                PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT
                IF FECHA-INVALIDA OR FECHA-INGRESADA < FECHA-ACTUAL
                    DISPLAY 'Fecha de vencimiento invalida.'
                    GO TO ALTA-PEDIDO-EXIT
                END-IF
            END-IF.
            MOVE FECHA-INGRESADA TO FECHA-VENCE.

            OPEN EXTEND NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                OPEN OUTPUT NOCONTAC-FILE
            END-IF.

            MOVE DNI-BUSCADO     TO NC-DNI.
            MOVE CANAL-PEDIDO    TO NC-CANAL.
            MOVE MOTIVO-PEDIDO   TO NC-MOTIVO.
            MOVE FECHA-PEDIDO    TO NC-FECHA-PEDIDO.
            MOVE FECHA-VENCE     TO NC-FECHA-VENCE.
            SET NC-VIGENTE TO TRUE.
            MOVE OPERADOR-SESION TO NC-OPERADOR.
            MOVE FECHA-ACTUAL    TO NC-FECHA-ALTA.
            MOVE SPACES          TO NC-OPERADOR-BAJA.
            MOVE ZERO            TO NC-FECHA-BAJA.
            WRITE REGISTRO-NOCONTACTO.

            CLOSE NOCONTAC-FILE.

            DISPLAY 'Pedido de no contactar registrado.'.
       ALTA-PEDIDO-EXIT.
            EXIT.

       BUSCAR-PERSONA.
            SET PERSONA-NO-ENCONTRADA TO TRUE.
            OPEN INPUT PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de personas.'
                GO TO BUSCAR-PERSONA-EXIT
            END-IF.

            MOVE DNI-BUSCADO TO PM-DNI.
            READ PERSONAS-FILE
                INVALID KEY
                    SET PERSONA-NO-ENCONTRADA TO TRUE
                NOT INVALID KEY
                    SET PERSONA-ENCONTRADA TO TRUE
            END-READ.

            CLOSE PERSONAS-FILE.
       BUSCAR-PERSONA-EXIT.
            EXIT.

       CAPTURAR-CANAL.
            DISPLAY 'Ingrese el canal. '.
            DISPLAY 'Telefono= T'.
            DISPLAY 'Correo= C'.
            ACCEPT CANAL-PEDIDO.
            IF NOT CANAL-CONOCIDO
                DISPLAY 'Canal invalido.'
            END-IF.
       CAPTURAR-CANAL-EXIT.
            EXIT.

       BUSCAR-EN-VIGOR.
            SET ENTRADA-SIN-VIGOR TO TRUE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                GO TO BUSCAR-EN-VIGOR-EXIT
            END-IF.

            PERFORM REVISAR-EN-VIGOR THRU REVISAR-EN-VIGOR-EXIT
                UNTIL FIN-DE-ARCHIVO OR ENTRADA-EN-VIGOR.

            CLOSE NOCONTAC-FILE.
       BUSCAR-EN-VIGOR-EXIT.
            EXIT.

       REVISAR-EN-VIGOR.
            READ NOCONTAC-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO REVISAR-EN-VIGOR-EXIT
            END-READ.

            IF NC-DNI = DNI-BUSCADO AND NC-CANAL = CANAL-PEDIDO
                PERFORM VERIFICAR-VIGOR THRU VERIFICAR-VIGOR-EXIT
            END-IF.
       REVISAR-EN-VIGOR-EXIT.
            EXIT.

       VALIDAR-FECHA.
            SET FECHA-VALIDA TO TRUE.
            IF FECHA-ANO < 1900
                    OR FECHA-MES < 1 OR FECHA-MES > 12
                    OR FECHA-DIA < 1 OR FECHA-DIA > 31
                SET FECHA-INVALIDA TO TRUE
            END-IF.
       VALIDAR-FECHA-EXIT.
            EXIT.

      ******************************************************************
      * El levantamiento no borra el pedido: lo marca levantado con el
      * operador y la fecha, pasando por el archivo de trabajo como
      * OPERMANT para no dejar el registro a medio regrabar.
      ******************************************************************
       LEVANTAR-PEDIDO.
            DISPLAY 'Ingrese el DNI de la persona: '.
            MOVE ZERO TO DNI-BUSCADO.
            ACCEPT DNI-BUSCADO.

            MOVE SPACE TO CANAL-PEDIDO.
            PERFORM CAPTURAR-CANAL THRU CAPTURAR-CANAL-EXIT
                UNTIL CANAL-CONOCIDO.

            MOVE ZERO TO TOTAL-LEVANTADAS.
            SET NO-FIN-DE-ARCHIVO TO TRUE.

            OPEN INPUT NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                DISPLAY 'El registro de no contactar esta vacio.'
                GO TO LEVANTAR-PEDIDO-EXIT
            END-IF.

            OPEN OUTPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo grabar el archivo de trabajo.'
                CLOSE NOCONTAC-FILE
                GO TO LEVANTAR-PEDIDO-EXIT
            END-IF.

            PERFORM COPIAR-ENTRADA THRU COPIAR-ENTRADA-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE TRABAJO-FILE.
            CLOSE NOCONTAC-FILE.

            IF TOTAL-LEVANTADAS = ZERO
                DISPLAY 'No hay un pedido en vigor para ese DNI y '
                    'canal.'
                GO TO LEVANTAR-PEDIDO-EXIT
            END-IF.

            PERFORM VOLCAR-TRABAJO THRU VOLCAR-TRABAJO-EXIT.
            DISPLAY 'Pedido de no contactar levantado.'.
       LEVANTAR-PEDIDO-EXIT.
            EXIT.

       COPIAR-ENTRADA.
            READ NOCONTAC-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO COPIAR-ENTRADA-EXIT
            END-READ.

            IF NC-DNI = DNI-BUSCADO AND NC-CANAL = CANAL-PEDIDO
                PERFORM VERIFICAR-VIGOR THRU VERIFICAR-VIGOR-EXIT
                IF ENTRADA-EN-VIGOR
                    SET NC-LEVANTADO TO TRUE
                    MOVE OPERADOR-SESION TO NC-OPERADOR-BAJA
                    MOVE FECHA-ACTUAL    TO NC-FECHA-BAJA
                    ADD 1 TO TOTAL-LEVANTADAS
                END-IF
            END-IF.

            MOVE REGISTRO-NOCONTACTO TO REGISTRO-TRABAJO.
            WRITE REGISTRO-TRABAJO.
       COPIAR-ENTRADA-EXIT.
            EXIT.

       VOLCAR-TRABAJO.
            SET NO-FIN-DEL-TRABAJO TO TRUE.
            OPEN INPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo releer el archivo de trabajo.'
                GO TO VOLCAR-TRABAJO-EXIT
            END-IF.
            OPEN OUTPUT NOCONTAC-FILE.
            IF FS-NOCONTAC NOT = '00'
                DISPLAY 'No se pudo regrabar el registro de no '
                    'contactar.'
                CLOSE TRABAJO-FILE
                GO TO VOLCAR-TRABAJO-EXIT
            END-IF.

            PERFORM COPIAR-TRABAJO THRU COPIAR-TRABAJO-EXIT
                UNTIL FIN-DEL-TRABAJO.

            CLOSE NOCONTAC-FILE.
            CLOSE TRABAJO-FILE.
       VOLCAR-TRABAJO-EXIT.
            EXIT.

       COPIAR-TRABAJO.
            READ TRABAJO-FILE
                AT END
                    SET FIN-DEL-TRABAJO TO TRUE
                    GO TO COPIAR-TRABAJO-EXIT
            END-READ.

            MOVE REGISTRO-TRABAJO TO REGISTRO-NOCONTACTO.
            WRITE REGISTRO-NOCONTACTO.
       COPIAR-TRABAJO-EXIT.
            EXIT.
       END PROGRAM NOCOMANT.
