      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-VIEJO.

           SELECT NUEVO-FILE ASSIGN TO "DECISIONESNVO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-NUEVO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * El archivo anterior a la conversion es secuencial y tiene el
      * riesgo y el estado entre el DNI y la fecha, por eso su
      * registro se declara aca con el trazado viejo y no con el copy
      * vigente.
      ******************************************************************
       FD  VIEJO-FILE
           LABEL RECORDS ARE STANDARD.
       01 DV-REGISTRO.
           02 DV-ORIGEN           PIC X(8).
           02 DV-DNI              PIC 9(8).
           02 DV-RIESGO           PIC 9(1).
           02 DV-ESTADO           PIC X(1).
           02 DV-FECHA            PIC 9(8).
           02 DV-HORA             PIC 9(8).
           02 DV-POLITICA         PIC 9(4).

       FD  NUEVO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DECREC.

       WORKING-STORAGE SECTION.
           01 FS-VIEJO PIC X(2).
           01 FS-NUEVO PIC X(2).

           01 FIN-VIEJO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 GRABACION-ESTADO PIC X(1).
               88 DECISION-GRABADA    VALUE 'S'.
               88 DECISION-NO-GRABADA VALUE 'N'.

           01 TOTAL-CONVERTIDOS PIC 9(8) VALUE ZERO.
           01 TOTAL-AJUSTADOS   PIC 9(8) VALUE ZERO.
           01 TOTAL-ERRORES     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.

            OPEN INPUT VIEJO-FILE.
            IF FS-VIEJO NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de decisiones.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT NUEVO-FILE.
            IF FS-NUEVO NOT = '00'
                DISPLAY 'No se pudo crear el archivo convertido.'
                CLOSE VIEJO-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            READ VIEJO-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
            END-READ.

            PERFORM CONVERTIR-DECISION THRU CONVERTIR-DECISION-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE VIEJO-FILE.
            CLOSE NUEVO-FILE.

            DISPLAY 'Decisiones convertidas: ' TOTAL-CONVERTIDOS.
            DISPLAY 'Decisiones con hora corrida: ' TOTAL-AJUSTADOS.
            IF TOTAL-ERRORES > ZERO
                DISPLAY 'Decisiones no convertidas: ' TOTAL-ERRORES
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY 'Reemplace DECISIONES por DECISIONESNVO para poner '
                'en servicio el archivo convertido.'.

            GOBACK.

       CONVERTIR-DECISION.
            MOVE DV-ORIGEN   TO DEC-ORIGEN.
            MOVE DV-DNI      TO DEC-DNI.
            MOVE DV-FECHA    TO DEC-FECHA.
            MOVE DV-HORA     TO DEC-HORA.
            MOVE DV-RIESGO   TO DEC-RIESGO.
            MOVE DV-ESTADO   TO DEC-ESTADO.
            MOVE DV-POLITICA TO DEC-POLITICA.
            MOVE ZERO        TO DEC-OPERACION.
            INITIALIZE DEC-PUNTAJE.
            SET DEC-NIVEL-INFORMADO TO TRUE.

            SET DECISION-NO-GRABADA TO TRUE.
            PERFORM GRABAR-DECISION THRU GRABAR-DECISION-EXIT
                UNTIL DECISION-GRABADA.

            IF DEC-HORA NOT = DV-HORA
                ADD 1 TO TOTAL-AJUSTADOS
                DISPLAY 'Decision ' DV-ORIGEN ' ' DV-DNI ' '
                    DV-FECHA ' ' DV-HORA ' grabada con hora '
                    DEC-HORA '.'
            END-IF.

            READ VIEJO-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
            END-READ.
       CONVERTIR-DECISION-EXIT.
            EXIT.

      ******************************************************************
      * Dos decisiones viejas con el mismo origen, DNI, fecha y hora
      * chocarian en la clave nueva; la segunda se corre a la
      * centesima siguiente, igual que hace RISKEVAL, y se informa.
      ******************************************************************
       GRABAR-DECISION.
            WRITE REGISTRO-DECISION
                INVALID KEY
                    IF FS-NUEVO = '22'
                        ADD 1 TO DEC-HORA
                    ELSE
                        DISPLAY 'Error al grabar la decision '
                            DV-ORIGEN ' ' DV-DNI '. Estado: '
                            FS-NUEVO
                        ADD 1 TO TOTAL-ERRORES
                        MOVE DV-HORA TO DEC-HORA
                        SET DECISION-GRABADA TO TRUE
                    END-IF
                NOT INVALID KEY
                    ADD 1 TO TOTAL-CONVERTIDOS
                    SET DECISION-GRABADA TO TRUE
            END-WRITE.
       GRABAR-DECISION-EXIT.
            EXIT.
       END PROGRAM CONVDEC.
