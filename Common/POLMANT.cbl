               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POLITICAS.

           SELECT PESOS-FILE ASSIGN TO "PESOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESOS.

           SELECT PROPUESTAS-FILE ASSIGN TO "PROPUESTAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTAS.
           LABEL RECORDS ARE STANDARD.
           COPY POLREC.

       FD  PESOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PESOREC.

       FD  PROPUESTAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROPREC.

       WORKING-STORAGE SECTION.
           01 FS-POLITICAS  PIC X(2).
           01 FS-PESOS      PIC X(2).
           01 FS-PROPUESTAS PIC X(2).
           01 FS-SESION     PIC X(2).

               88 SESION-RECHAZADA    VALUE 'N'.

           01 ORIGEN-NUEVO PIC X(8).
               88 ORIGEN-CONOCIDO VALUES 'PROG5' 'REG6RR' 'REGLOTE'
                                         'MANTLOTE'.

           01 VIGENCIA-NUEVA PIC X(8).
           01 VIGENCIA-NUM REDEFINES VIGENCIA-NUEVA PIC 9(8).
           01 AUTO-MAX-NUEVO PIC X(1).
           01 REV-MAX-NUEVO  PIC X(1).

      ******************************************************************
      * Ademas de las bandas de una politica se proponen los pesos
      * del puntaje de riesgo que calcula RISKSCOR, con el mismo
      * control a cuatro ojos.
      ******************************************************************
           01 CLASE-PROPUESTA PIC X(1).
               88 CLASE-POLITICA      VALUE 'P'.
               88 CLASE-PESOS         VALUE 'F'.
               88 CLASE-VALIDA        VALUES 'P' 'F'.

           01 PESOS-NUEVOS.
               02 PESO-NUEVO PIC X(1) OCCURS 5 TIMES.

           01 ETIQUETAS-FACTOR-INIT.
               02 FILLER PIC X(30) VALUE 'rechazos previos del DNI'.
               02 FILLER PIC X(30) VALUE 'pendientes previas del DNI'.
               02 FILLER PIC X(30) VALUE 'decisiones del hogar'.
               02 FILLER PIC X(30) VALUE 'posibles duplicados'.
               02 FILLER PIC X(30) VALUE 'datos de contacto faltantes'.
           01 ETIQUETAS-FACTOR REDEFINES ETIQUETAS-FACTOR-INIT.
               02 ETIQUETA-FACTOR PIC X(30) OCCURS 5 TIMES.
           01 INDICE-FACTOR PIC 9(1).

           01 CAPTURA-ESTADO PIC X(1).
               88 CAPTURA-VALIDA      VALUE 'V'.
               88 CAPTURA-INVALIDA    VALUE 'I'.
                GOBACK
            END-IF.

            MOVE SPACE TO CLASE-PROPUESTA.
            PERFORM CAPTURAR-CLASE THRU CAPTURAR-CLASE-EXIT
                UNTIL CLASE-VALIDA.

            SET CAPTURA-INVALIDA TO TRUE.
            IF CLASE-PESOS
                PERFORM LISTAR-PESOS THRU LISTAR-PESOS-EXIT
                PERFORM CAPTURAR-PESOS THRU CAPTURAR-PESOS-EXIT
                    UNTIL CAPTURA-VALIDA
            ELSE
                PERFORM LISTAR-POLITICAS THRU LISTAR-POLITICAS-EXIT
                PERFORM CAPTURAR-POLITICA THRU CAPTURAR-POLITICA-EXIT
                    UNTIL CAPTURA-VALIDA
            END-IF.

            PERFORM GRABAR-PROPUESTA THRU GRABAR-PROPUESTA-EXIT.

       LEER-SESION-EXIT.
            EXIT.

       CAPTURAR-CLASE.
            DISPLAY 'Que desea proponer? '.
            DISPLAY 'Politica de riesgo de un origen= P'.
            DISPLAY 'Pesos del puntaje de riesgo= F'.
            ACCEPT CLASE-PROPUESTA.
            IF NOT CLASE-VALIDA
                DISPLAY 'Opcion invalida.'
            END-IF.
       CAPTURAR-CLASE-EXIT.
            EXIT.

       LISTAR-POLITICAS.
            SET NO-FIN-DE-ARCHIVO TO TRUE.


            DISPLAY ' '.
            DISPLAY 'Ingrese el origen de la politica '
                '(PROG5, REG6RR, REGLOTE o MANTLOTE): '.
            MOVE SPACES TO ORIGEN-NUEVO.
            ACCEPT ORIGEN-NUEVO.
            IF NOT ORIGEN-CONOCIDO
                GO TO CAPTURAR-POLITICA-EXIT
            END-IF.

            PERFORM CAPTURAR-VIGENCIA THRU CAPTURAR-VIGENCIA-EXIT.
            IF CAPTURA-INVALIDA
                GO TO CAPTURAR-POLITICA-EXIT
            END-IF.

       CAPTURAR-POLITICA-EXIT.
            EXIT.

       CAPTURAR-VIGENCIA.
            DISPLAY 'Ingrese la fecha de vigencia (AAAAMMDD): '.
            ACCEPT VIGENCIA-NUEVA.
            IF VIGENCIA-NUEVA IS NOT NUMERIC
                DISPLAY 'Fecha de vigencia invalida.'
                SET CAPTURA-INVALIDA TO TRUE
                GO TO CAPTURAR-VIGENCIA-EXIT
            END-IF.
            IF VIGENCIA-MES < 1 OR VIGENCIA-MES > 12
                    OR VIGENCIA-DIA < 1 OR VIGENCIA-DIA > 31
                DISPLAY 'Fecha de vigencia invalida.'
                SET CAPTURA-INVALIDA TO TRUE
            END-IF.
       CAPTURAR-VIGENCIA-EXIT.
            EXIT.

       LISTAR-PESOS.
            SET NO-FIN-DE-ARCHIVO TO TRUE.

            OPEN INPUT PESOS-FILE.
            IF FS-PESOS NOT = '00'
                DISPLAY 'No hay pesos del puntaje grabados; rigen '
                    'los pesos por omision (3 1 1 2 1).'
                GO TO LISTAR-PESOS-EXIT
            END-IF.

            DISPLAY 'Pesos del puntaje grabados (rechazos, '
                'pendientes, hogar, duplicados, contacto): '.
            PERFORM LISTAR-UNOS-PESOS THRU LISTAR-UNOS-PESOS-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE PESOS-FILE.
       LISTAR-PESOS-EXIT.
            EXIT.

       LISTAR-UNOS-PESOS.
            READ PESOS-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO LISTAR-UNOS-PESOS-EXIT
            END-READ.

            DISPLAY 'Vigencia: ' PES-VIGENCIA
                ' Version: ' PES-VERSION
                ' Pesos: ' PES-PESO (1) ' ' PES-PESO (2) ' '
                PES-PESO (3) ' ' PES-PESO (4) ' ' PES-PESO (5).
       LISTAR-UNOS-PESOS-EXIT.
            EXIT.

      ******************************************************************
      * Cada peso son los puntos que suma cada caso del factor; el
      * puntaje de un factor y el nivel final tienen tope 9.
      ******************************************************************
       CAPTURAR-PESOS.
            SET CAPTURA-VALIDA TO TRUE.

            DISPLAY ' '.
            PERFORM CAPTURAR-VIGENCIA THRU CAPTURAR-VIGENCIA-EXIT.
            IF CAPTURA-INVALIDA
                GO TO CAPTURAR-PESOS-EXIT
            END-IF.

            PERFORM CAPTURAR-PESO THRU CAPTURAR-PESO-EXIT
                VARYING INDICE-FACTOR FROM 1 BY 1
                UNTIL INDICE-FACTOR > 5 OR CAPTURA-INVALIDA.
            IF CAPTURA-INVALIDA
                GO TO CAPTURAR-PESOS-EXIT
            END-IF.

            DISPLAY 'Confirma la propuesta de pesos? (S/N) '.
            ACCEPT RESPUESTA.
            IF NOT RESPUESTA-SI
                DISPLAY 'Propuesta cancelada.'
                GOBACK
            END-IF.
       CAPTURAR-PESOS-EXIT.
            EXIT.

       CAPTURAR-PESO.
            DISPLAY 'Ingrese los puntos por cada caso de '
                ETIQUETA-FACTOR (INDICE-FACTOR) ' (0-9): '.
            ACCEPT PESO-NUEVO (INDICE-FACTOR).
            IF PESO-NUEVO (INDICE-FACTOR) IS NOT NUMERIC
                DISPLAY 'Peso invalido.'
                SET CAPTURA-INVALIDA TO TRUE
            END-IF.
       CAPTURAR-PESO-EXIT.
            EXIT.

      ******************************************************************
      * La captura no toca POLITICAS: queda como propuesta pendiente
      * firmada por el operador de la sesion. La version se asigna
                OPEN OUTPUT PROPUESTAS-FILE
            END-IF.

            INITIALIZE REGISTRO-PROPUESTA.
            SET PRO-PENDIENTE TO TRUE.
            IF CLASE-PESOS
                SET PRO-DE-PESOS TO TRUE
                MOVE 'PUNTAJE'       TO PRO-ORIGEN
                MOVE PESO-NUEVO (1)  TO PRO-PESO (1)
                MOVE PESO-NUEVO (2)  TO PRO-PESO (2)
                MOVE PESO-NUEVO (3)  TO PRO-PESO (3)
                MOVE PESO-NUEVO (4)  TO PRO-PESO (4)
                MOVE PESO-NUEVO (5)  TO PRO-PESO (5)
            ELSE
                SET PRO-DE-POLITICA TO TRUE
                MOVE ORIGEN-NUEVO    TO PRO-ORIGEN
                MOVE AUTO-MAX-NUEVO  TO PRO-AUTO-MAX
                MOVE REV-MAX-NUEVO   TO PRO-REVISION-MAX
            END-IF.
            MOVE VIGENCIA-NUM    TO PRO-VIGENCIA.
            MOVE OPERADOR-SESION TO PRO-PROPONENTE.
            MOVE FECHA-ACTUAL    TO PRO-FECHA-PROPUESTA.
            MOVE HORA-ACTUAL     TO PRO-HORA-PROPUESTA.
