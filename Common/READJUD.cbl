       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT POLITICAS-FILE ASSIGN TO "POLITICAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REVISIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVREC.

       WORKING-STORAGE SECTION.
           01 FS-DECISIONES PIC X(2).
           01 FS-POLITICAS  PIC X(2).
           01 FS-REVISIONES PIC X(2).

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).
               88 FIN-DE-POLITICAS    VALUE 'S'.
               88 NO-FIN-DE-POLITICAS VALUE 'N'.

      ******************************************************************
      * Claves de las decisiones pendientes, leidas por la clave
      * alternativa del estado antes de tocar ninguna: asi la
      * regrabacion de una aprobada no mueve el recorrido. Se cargan
      * de a tandas de 5000: las aprobadas salen del estado P y las
      * que siguen pendientes quedan adelante en el mismo orden, asi
      * la tanda siguiente saltea esas y toma las no examinadas.
      ******************************************************************
           01 TABLA-PENDIENTES.
               02 CANTIDAD-PENDIENTES PIC 9(4) VALUE ZERO.
               02 ENTRADA-PENDIENTE OCCURS 5000 TIMES.
                   03 TK-CLAVE       PIC X(32).

           01 INDICE-PENDIENTE PIC 9(4).

           01 PENDIENTES-A-SALTEAR PIC 9(6).
           01 PENDIENTES-SALTEADAS PIC 9(6).

           01 CARGA-ESTADO PIC X(1).
               88 CARGA-COMPLETA      VALUE 'S'.
               88 CARGA-DESBORDADA    VALUE 'N'.

      ******************************************************************
      * Politica vigente por origen, resuelta una sola vez por
           01 AUTO-MAX-VIGENTE PIC 9(1).
           01 VERSION-VIGENTE  PIC 9(4).

           01 TOTAL-PENDIENTES  PIC 9(6) VALUE ZERO.
           01 TOTAL-APROBADAS   PIC 9(6) VALUE ZERO.

            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

            OPEN I-O DECISIONES-FILE.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'No hay archivo de decisiones. Nada que '
                    'readjudicar.'
                GOBACK
            END-IF.

            SET CARGA-DESBORDADA TO TRUE.
            PERFORM READJUDICAR-TANDA THRU READJUDICAR-TANDA-EXIT
                UNTIL CARGA-COMPLETA.

            CLOSE DECISIONES-FILE.

            DISPLAY 'Pendientes revisadas: ' TOTAL-PENDIENTES.
            DISPLAY 'Aprobadas por la politica vigente: '
                TOTAL-APROBADAS.

            GOBACK.

       READJUDICAR-TANDA.
            PERFORM CARGAR-PENDIENTES THRU CARGAR-PENDIENTES-EXIT.

            PERFORM READJUDICAR-DECISION
                THRU READJUDICAR-DECISION-EXIT
                VARYING INDICE-PENDIENTE FROM 1 BY 1
                UNTIL INDICE-PENDIENTE > CANTIDAD-PENDIENTES.
       READJUDICAR-TANDA-EXIT.
            EXIT.

      ******************************************************************
      * Las examinadas en tandas anteriores que siguen pendientes son
      * las primeras del estado P; se saltean sin cargarlas.
      ******************************************************************
       CARGAR-PENDIENTES.
            SET CARGA-COMPLETA TO TRUE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            MOVE ZERO TO CANTIDAD-PENDIENTES.
            MOVE ZERO TO PENDIENTES-SALTEADAS.
            COMPUTE PENDIENTES-A-SALTEAR =
                TOTAL-PENDIENTES - TOTAL-APROBADAS.

            MOVE 'P' TO DEC-ESTADO.
            START DECISIONES-FILE KEY IS = DEC-ESTADO
                INVALID KEY
                    SET FIN-DE-ARCHIVO TO TRUE
            END-START.

            PERFORM CARGAR-UNA-PENDIENTE THRU CARGAR-UNA-PENDIENTE-EXIT
                UNTIL FIN-DE-ARCHIVO.
       CARGAR-PENDIENTES-EXIT.
            EXIT.

       CARGAR-UNA-PENDIENTE.
            READ DECISIONES-FILE NEXT RECORD
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CARGAR-UNA-PENDIENTE-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-UNA-PENDIENTE-EXIT
            END-IF.

            IF PENDIENTES-SALTEADAS < PENDIENTES-A-SALTEAR
                ADD 1 TO PENDIENTES-SALTEADAS
                GO TO CARGAR-UNA-PENDIENTE-EXIT
            END-IF.

            IF CANTIDAD-PENDIENTES = 5000
                SET CARGA-DESBORDADA TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CARGAR-UNA-PENDIENTE-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-PENDIENTES.
            MOVE DEC-CLAVE TO TK-CLAVE (CANTIDAD-PENDIENTES).
       CARGAR-UNA-PENDIENTE-EXIT.
            EXIT.

      ******************************************************************
      * Una pendiente cuyo riesgo quedo en la banda auto-aprobada de
      * la politica hoy vigente sale aprobada, con su revision
      * asentada como veredicto automatico y la version de politica
      * que lo produjo. El resto sigue pendiente para el revisor.
      ******************************************************************
       READJUDICAR-DECISION.
            MOVE TK-CLAVE (INDICE-PENDIENTE) TO DEC-CLAVE.
            READ DECISIONES-FILE
                KEY IS DEC-CLAVE
                INVALID KEY
                    GO TO READJUDICAR-DECISION-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                GO TO READJUDICAR-DECISION-EXIT
            END-IF.

            ADD 1 TO TOTAL-PENDIENTES.
            PERFORM OBTENER-POLITICA THRU OBTENER-POLITICA-EXIT.
            IF DEC-RIESGO > AUTO-MAX-VIGENTE
                GO TO READJUDICAR-DECISION-EXIT
            END-IF.

            SET DEC-APROBADO TO TRUE.
            REWRITE REGISTRO-DECISION
                INVALID KEY
                    DISPLAY 'No se pudo regrabar la decision de '
                        DEC-ORIGEN ' ' DEC-DNI '. Estado: '
                        FS-DECISIONES
                    MOVE 8 TO RETURN-CODE
                    GO TO READJUDICAR-DECISION-EXIT
            END-REWRITE.

            ADD 1 TO TOTAL-APROBADAS.
            PERFORM GRABAR-REVISION THRU GRABAR-REVISION-EXIT.
       READJUDICAR-DECISION-EXIT.
            EXIT.

            CLOSE REVISIONES-FILE.
       GRABAR-REVISION-EXIT.
            EXIT.
       END PROGRAM READJUD.
