               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POLITICAS.

           SELECT PESOS-FILE ASSIGN TO "PESOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESOS.

           SELECT POLLOG-FILE ASSIGN TO "POLLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POLLOG.
           LABEL RECORDS ARE STANDARD.
           COPY POLREC.

       FD  PESOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PESOREC.

      ******************************************************************
      * Registro de aprobaciones: quien propuso y quien aprobo o
      * rechazo cada version, con las bandas y las fechas. Es la
      ******************************************************************
       FD  POLLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLOGREC.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
           01 FS-PROPUESTAS PIC X(2).
           01 FS-TRABAJO    PIC X(2).
           01 FS-POLITICAS  PIC X(2).
           01 FS-PESOS      PIC X(2).
           01 FS-POLLOG     PIC X(2).
           01 FS-SESION     PIC X(2).

               02 POLITICA-VERSION   PIC 9(4).
               02 POLITICA-VIGENCIA  PIC 9(8).

      ******************************************************************
      * Pesos vigentes del puntaje de riesgo, con los mismos valores
      * por omision que usa RISKSCOR.
      ******************************************************************
           01 PESOS-VIGENTES.
               02 PESO-VIGENTE PIC 9(1) OCCURS 5 TIMES.
           01 PESOS-VERSION  PIC 9(4).
           01 PESOS-VIGENCIA PIC 9(8).

           01 FIN-PESOS PIC X(1).
               88 FIN-DE-PESOS        VALUE 'S'.
               88 NO-FIN-DE-PESOS     VALUE 'N'.

           01 VERSION-MAYOR PIC 9(4) VALUE ZERO.

           01 TOTAL-PENDIENTES PIC 9(4) VALUE ZERO.
           01 TOTAL-APROBADAS  PIC 9(4) VALUE ZERO.
           01 TOTAL-RECHAZADAS PIC 9(4) VALUE ZERO.
           01 TOTAL-POLITICAS-APROBADAS PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'Propuestas aprobadas: ' TOTAL-APROBADAS.
            DISPLAY 'Propuestas rechazadas: ' TOTAL-RECHAZADAS.

            IF TOTAL-POLITICAS-APROBADAS > ZERO
                DISPLAY 'Se readjudican las decisiones pendientes '
                    'con la politica nueva.'
                CALL 'READJUD'
                GO TO TRATAR-PROPUESTA-EXIT
            END-IF.

            IF PRO-DE-PESOS
                PERFORM MOSTRAR-PESOS THRU MOSTRAR-PESOS-EXIT
            ELSE
                PERFORM MOSTRAR-POLITICA THRU MOSTRAR-POLITICA-EXIT
            END-IF.

            MOVE SPACE TO VEREDICTO.
            PERFORM CAPTURAR-VEREDICTO THRU CAPTURAR-VEREDICTO-EXIT
                UNTIL VEREDICTO-VALIDO.

            EVALUATE TRUE
                WHEN VEREDICTO-APROBAR AND PRO-DE-PESOS
                    PERFORM APROBAR-PESOS THRU APROBAR-PESOS-EXIT
                WHEN VEREDICTO-APROBAR
                    PERFORM APROBAR-PROPUESTA
                        THRU APROBAR-PROPUESTA-EXIT
       TRATAR-PROPUESTA-EXIT.
            EXIT.

       MOSTRAR-POLITICA.
            PERFORM BUSCAR-POLITICA THRU BUSCAR-POLITICA-EXIT.

            DISPLAY ' '.
            DISPLAY 'Propuesta pendiente para el origen '
                PRO-ORIGEN '.'.
            DISPLAY 'Proponente: ' PRO-PROPONENTE ' Fecha: '
                PRO-FECHA-PROPUESTA.
            DISPLAY 'Vigente:  auto hasta ' POLITICA-AUTO-MAX
                ' revision hasta ' POLITICA-REV-MAX
                ' version ' POLITICA-VERSION.
            DISPLAY 'Propuesta: auto hasta ' PRO-AUTO-MAX
                ' revision hasta ' PRO-REVISION-MAX
                ' vigencia ' PRO-VIGENCIA.
       MOSTRAR-POLITICA-EXIT.
            EXIT.

      ******************************************************************
      * Los pesos se muestran en el orden de PESOREC: rechazos y
      * pendientes previos del DNI, decisiones del hogar, posibles
      * duplicados y datos de contacto faltantes.
      ******************************************************************
       MOSTRAR-PESOS.
            PERFORM BUSCAR-PESOS THRU BUSCAR-PESOS-EXIT.

            DISPLAY ' '.
            DISPLAY 'Propuesta pendiente de pesos del puntaje de '
                'riesgo.'.
            DISPLAY 'Proponente: ' PRO-PROPONENTE ' Fecha: '
                PRO-FECHA-PROPUESTA.
            DISPLAY '(rechazos, pendientes, hogar, duplicados, '
                'contacto)'.
            DISPLAY 'Vigentes:  ' PESO-VIGENTE (1) ' '
                PESO-VIGENTE (2) ' ' PESO-VIGENTE (3) ' '
                PESO-VIGENTE (4) ' ' PESO-VIGENTE (5)
                ' version ' PESOS-VERSION.
            DISPLAY 'Propuestos: ' PRO-PESO (1) ' ' PRO-PESO (2) ' '
                PRO-PESO (3) ' ' PRO-PESO (4) ' ' PRO-PESO (5)
                ' vigencia ' PRO-VIGENCIA.
       MOSTRAR-PESOS-EXIT.
            EXIT.

       COPIAR-PROPUESTA.
            MOVE REGISTRO-PROPUESTA TO REGISTRO-TRABAJO.
            WRITE REGISTRO-TRABAJO.

            SET PRO-APROBADA TO TRUE.
            ADD 1 TO TOTAL-APROBADAS.
            ADD 1 TO TOTAL-POLITICAS-APROBADAS.
            COMPUTE VERSION-MAYOR = VERSION-MAYOR + 1.
            PERFORM GRABAR-POLLOG THRU GRABAR-POLLOG-EXIT.

       APROBAR-PROPUESTA-EXIT.
            EXIT.

       BUSCAR-PESOS.
            MOVE 3    TO PESO-VIGENTE (1).
            MOVE 1    TO PESO-VIGENTE (2).
            MOVE 1    TO PESO-VIGENTE (3).
            MOVE 2    TO PESO-VIGENTE (4).
            MOVE 1    TO PESO-VIGENTE (5).
            MOVE ZERO TO PESOS-VERSION.
            MOVE ZERO TO PESOS-VIGENCIA.
            MOVE ZERO TO VERSION-MAYOR.

            SET NO-FIN-DE-PESOS TO TRUE.
            OPEN INPUT PESOS-FILE.
            IF FS-PESOS NOT = '00'
                GO TO BUSCAR-PESOS-EXIT
            END-IF.

            PERFORM EVALUAR-PESOS THRU EVALUAR-PESOS-EXIT
                UNTIL FIN-DE-PESOS.

            CLOSE PESOS-FILE.
       BUSCAR-PESOS-EXIT.
            EXIT.

       EVALUAR-PESOS.
            READ PESOS-FILE
                AT END
                    SET FIN-DE-PESOS TO TRUE
                    GO TO EVALUAR-PESOS-EXIT
            END-READ.

            IF PES-VERSION > VERSION-MAYOR
                MOVE PES-VERSION TO VERSION-MAYOR
            END-IF.

            IF PES-VIGENCIA > FECHA-ACTUAL
                GO TO EVALUAR-PESOS-EXIT
            END-IF.

            IF PES-VIGENCIA > PESOS-VIGENCIA
                    OR (PES-VIGENCIA = PESOS-VIGENCIA
                        AND PES-VERSION > PESOS-VERSION)
                MOVE PES-PESO (1)  TO PESO-VIGENTE (1)
                MOVE PES-PESO (2)  TO PESO-VIGENTE (2)
                MOVE PES-PESO (3)  TO PESO-VIGENTE (3)
                MOVE PES-PESO (4)  TO PESO-VIGENTE (4)
                MOVE PES-PESO (5)  TO PESO-VIGENTE (5)
                MOVE PES-VERSION   TO PESOS-VERSION
                MOVE PES-VIGENCIA  TO PESOS-VIGENCIA
            END-IF.
       EVALUAR-PESOS-EXIT.
            EXIT.

      ******************************************************************
      * Los pesos no cambian decisiones ya tomadas, asi que su
      * aprobacion no dispara la readjudicacion de las pendientes.
      ******************************************************************
       APROBAR-PESOS.
            OPEN EXTEND PESOS-FILE.
            IF FS-PESOS NOT = '00'
                OPEN OUTPUT PESOS-FILE
            END-IF.

            MOVE PRO-VIGENCIA     TO PES-VIGENCIA.
            COMPUTE PES-VERSION = VERSION-MAYOR + 1.
            MOVE PRO-PESO (1)     TO PES-PESO (1).
            MOVE PRO-PESO (2)     TO PES-PESO (2).
            MOVE PRO-PESO (3)     TO PES-PESO (3).
            MOVE PRO-PESO (4)     TO PES-PESO (4).
            MOVE PRO-PESO (5)     TO PES-PESO (5).
            WRITE REGISTRO-PESOS.

            CLOSE PESOS-FILE.

            SET PRO-APROBADA TO TRUE.
            ADD 1 TO TOTAL-APROBADAS.
            COMPUTE VERSION-MAYOR = VERSION-MAYOR + 1.
            PERFORM GRABAR-POLLOG THRU GRABAR-POLLOG-EXIT.

            DISPLAY 'Pesos aprobados con version '
                VERSION-MAYOR '.'.
       APROBAR-PESOS-EXIT.
            EXIT.

       GRABAR-POLLOG.
            OPEN EXTEND POLLOG-FILE.
            IF FS-POLLOG NOT = '00'
            MOVE PRO-FECHA-PROPUESTA TO PL-FECHA-PROPUESTA.
            MOVE FECHA-ACTUAL        TO PL-FECHA-RESOLUCION.
            MOVE HORA-ACTUAL         TO PL-HORA-RESOLUCION.
            MOVE PRO-CLASE           TO PL-CLASE.
            IF PRO-DE-PESOS
                MOVE PRO-PESO (1)    TO PL-PESO (1)
                MOVE PRO-PESO (2)    TO PL-PESO (2)
                MOVE PRO-PESO (3)    TO PL-PESO (3)
                MOVE PRO-PESO (4)    TO PL-PESO (4)
                MOVE PRO-PESO (5)    TO PL-PESO (5)
            ELSE
                MOVE ZERO            TO PL-PESO (1)
                MOVE ZERO            TO PL-PESO (2)
                MOVE ZERO            TO PL-PESO (3)
                MOVE ZERO            TO PL-PESO (4)
                MOVE ZERO            TO PL-PESO (5)
            END-IF.
            WRITE REGISTRO-POLLOG.

            CLOSE POLLOG-FILE.
