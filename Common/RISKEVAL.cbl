       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT POLITICAS-FILE ASSIGN TO "POLITICAS"
           01 FS-DECISIONES    PIC X(2).
           01 FS-POLITICAS     PIC X(2).

           01 GRABACION-ESTADO PIC X(1).
               88 DECISION-GRABADA    VALUE 'S'.
               88 DECISION-NO-GRABADA VALUE 'N'.

           01 FIN-POLITICAS PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.
               88 DECISION-RECHAZADA  VALUE 'R'.
           01 ORIGEN-RIESGO PIC X(8).
           01 ID-SUJETO     PIC 9(8).
           01 ID-OPERACION  PIC 9(8).
      ******************************************************************
      * Desglose del nivel: lo arma RISKSCOR cuando el nivel se
      * calcula; quien lo informa a mano lo pasa como informado.
      ******************************************************************
           COPY PUNTREC.

       PROCEDURE DIVISION USING RIESGO, ESTADO-DECISION,
               ORIGEN-RIESGO, ID-SUJETO, ID-OPERACION,
               PUNTAJE-RIESGO.
       MAIN-PROCEDURE.
            MOVE ZERO TO RETURN-CODE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

       EVALUAR-POLITICA-EXIT.
            EXIT.

      ******************************************************************
      * Dos decisiones del mismo origen y DNI en la misma centesima
      * chocarian en la clave; la segunda se corre a la centesima
      * siguiente para no perderla.
      ******************************************************************
       GRABAR-DECISION.
            OPEN I-O DECISIONES-FILE.
            IF FS-DECISIONES = '35'
                OPEN OUTPUT DECISIONES-FILE
                CLOSE DECISIONES-FILE
                OPEN I-O DECISIONES-FILE
            END-IF.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de decisiones. '
                    'Estado: ' FS-DECISIONES
                MOVE 8 TO RETURN-CODE
                GO TO GRABAR-DECISION-EXIT
            END-IF.

            MOVE ORIGEN-RIESGO    TO DEC-ORIGEN.
            MOVE FECHA-ACTUAL     TO DEC-FECHA.
            MOVE HORA-ACTUAL      TO DEC-HORA.
            MOVE POLITICA-VERSION TO DEC-POLITICA.
            MOVE ID-OPERACION     TO DEC-OPERACION.
            MOVE PU-DETALLE       TO DEC-PUNTAJE.
            SET DECISION-NO-GRABADA TO TRUE.
            PERFORM ESCRIBIR-DECISION THRU ESCRIBIR-DECISION-EXIT
                UNTIL DECISION-GRABADA.

            CLOSE DECISIONES-FILE.
       GRABAR-DECISION-EXIT.
            EXIT.

       ESCRIBIR-DECISION.
            WRITE REGISTRO-DECISION
                INVALID KEY
                    IF FS-DECISIONES = '22'
                        ADD 1 TO DEC-HORA
                    ELSE
                        DISPLAY 'No se pudo grabar la decision. '
                            'Estado: ' FS-DECISIONES
                        MOVE 8 TO RETURN-CODE
                        SET DECISION-GRABADA TO TRUE
                    END-IF
                NOT INVALID KEY
                    SET DECISION-GRABADA TO TRUE
            END-WRITE.
       ESCRIBIR-DECISION-EXIT.
            EXIT.
       END PROGRAM RISKEVAL.
