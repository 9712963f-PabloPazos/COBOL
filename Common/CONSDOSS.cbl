               FILE STATUS IS FS-DOMICILIOS.

           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT OPERACIONES-FILE ASSIGN TO "OPERACIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.

           SELECT REVISIONES-FILE ASSIGN TO "REVISIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REVISIONES.
           LABEL RECORDS ARE STANDARD.
           COPY DECREC.

       FD  OPERACIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAREC.

       FD  REVISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVREC.
           01 FS-PERSONAS   PIC X(2).
           01 FS-DOMICILIOS PIC X(2).
           01 FS-DECISIONES PIC X(2).
           01 FS-OPERACIONES PIC X(2).
           01 FS-REVISIONES PIC X(2).
           01 FS-CAMBIOS    PIC X(2).
           01 FS-DOSSIER    PIC X(2).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-OPERACIONES PIC X(1).
               88 FIN-DE-OPERACIONES    VALUE 'S'.
               88 NO-FIN-DE-OPERACIONES VALUE 'N'.

           01 OPERACION-ESTADO PIC X(1).
               88 OPERACION-ENCONTRADA    VALUE 'E'.
               88 OPERACION-NO-ENCONTRADA VALUE 'N'.

           01 RENGLONES-SECCION PIC 9(4) VALUE ZERO.

           01 LINEA-SALIDA PIC X(100).
               02 DE-ETIQ6     PIC X(11).
               02 DE-POLITICA  PIC 9(4).

      ******************************************************************
      * Desglose de un nivel calculado por RISKSCOR: casos/puntos de
      * cada factor, en el orden de PESOREC.
      ******************************************************************
           01 LINEA-PUNTAJE.
               02 PN-ETIQ1     PIC X(26).
               02 PN-VERSION   PIC 9(4).
               02 PN-FACTOR    OCCURS 5 TIMES.
                   03 PN-ETIQUETA  PIC X(9).
                   03 PN-CANTIDAD  PIC 9(2).
                   03 PN-BARRA     PIC X(1).
                   03 PN-PUNTOS    PIC 9(1).

           01 ETIQUETAS-FACTOR-INIT.
               02 FILLER PIC X(9) VALUE ' RECHAZ: '.
               02 FILLER PIC X(9) VALUE ' PEND: '.
               02 FILLER PIC X(9) VALUE ' HOGAR: '.
               02 FILLER PIC X(9) VALUE ' DUPLIC: '.
               02 FILLER PIC X(9) VALUE ' CONTAC: '.
           01 ETIQUETAS-FACTOR REDEFINES ETIQUETAS-FACTOR-INIT.
               02 ETIQUETA-FACTOR PIC X(9) OCCURS 5 TIMES.
           01 INDICE-FACTOR PIC 9(1).

           01 LINEA-OPERACION.
               02 OP-ETIQ1     PIC X(13).
               02 OP-NUMERO    PIC 9(8).
               02 OP-ETIQ2     PIC X(7).
               02 OP-TIPO      PIC X(11).
               02 OP-ETIQ3     PIC X(10).
               02 OP-IMPORTE   PIC Z(12)9.99.
               02 OP-ETIQ4     PIC X(11).
               02 OP-OPERADOR  PIC X(8).

           01 LINEA-REVISION.
               02 RE-ETIQ1     PIC X(8).
               02 RE-ORIGEN    PIC X(8).
            MOVE DEC-POLITICA   TO DE-POLITICA.
            MOVE LINEA-DECISION TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            IF DEC-NIVEL-CALCULADO
                PERFORM LISTAR-PUNTAJE THRU LISTAR-PUNTAJE-EXIT
            END-IF.

            IF DEC-OPERACION > ZERO
                PERFORM LISTAR-OPERACION THRU LISTAR-OPERACION-EXIT
            END-IF.
       LISTAR-DECISION-EXIT.
            EXIT.

       LISTAR-PUNTAJE.
            MOVE SPACES TO LINEA-PUNTAJE.
            MOVE '  PUNTAJE (CASOS/PUNTOS) V' TO PN-ETIQ1.
            MOVE DEC-PESOS-VERSION TO PN-VERSION.
            PERFORM ARMAR-FACTOR THRU ARMAR-FACTOR-EXIT
                VARYING INDICE-FACTOR FROM 1 BY 1
                UNTIL INDICE-FACTOR > 5.
            MOVE LINEA-PUNTAJE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-PUNTAJE-EXIT.
            EXIT.

       ARMAR-FACTOR.
            MOVE ETIQUETA-FACTOR (INDICE-FACTOR)
                TO PN-ETIQUETA (INDICE-FACTOR).
            MOVE DEC-FACTOR-CANTIDAD (INDICE-FACTOR)
                TO PN-CANTIDAD (INDICE-FACTOR).
            MOVE '/' TO PN-BARRA (INDICE-FACTOR).
            MOVE DEC-FACTOR-PUNTOS (INDICE-FACTOR)
                TO PN-PUNTOS (INDICE-FACTOR).
       ARMAR-FACTOR-EXIT.
            EXIT.

      ******************************************************************
      * Debajo de una decision tomada sobre una operacion se muestra
      * la operacion, buscada por su numero en el registro.
      ******************************************************************
       LISTAR-OPERACION.
            SET OPERACION-NO-ENCONTRADA TO TRUE.
            SET NO-FIN-DE-OPERACIONES TO TRUE.
            OPEN INPUT OPERACIONES-FILE.
            IF FS-OPERACIONES = '00'
                PERFORM BUSCAR-OPERACION THRU BUSCAR-OPERACION-EXIT
                    UNTIL FIN-DE-OPERACIONES
                CLOSE OPERACIONES-FILE
            END-IF.

            MOVE SPACES TO LINEA-OPERACION.
            MOVE '  OPERACION: ' TO OP-ETIQ1.
            MOVE DEC-OPERACION   TO OP-NUMERO.
            IF OPERACION-NO-ENCONTRADA
                MOVE ' NO FIGURA EN EL REGISTRO DE OPERACIONES'
                    TO LINEA-OPERACION (22:)
                MOVE LINEA-OPERACION TO LINEA-SALIDA
                PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
                GO TO LISTAR-OPERACION-EXIT
            END-IF.

            MOVE ' TIPO: '       TO OP-ETIQ2.
            EVALUATE TRUE
                WHEN OPE-PRESTAMO
                    MOVE 'PRESTAMO'    TO OP-TIPO
                WHEN OPE-TARJETA
                    MOVE 'TARJETA'     TO OP-TIPO
                WHEN OPE-DESCUBIERTO
                    MOVE 'DESCUBIERTO' TO OP-TIPO
                WHEN OTHER
                    MOVE 'OTRA'        TO OP-TIPO
            END-EVALUATE.
            MOVE ' IMPORTE: '    TO OP-ETIQ3.
            MOVE OPE-IMPORTE     TO OP-IMPORTE.
            MOVE ' OPERADOR: '   TO OP-ETIQ4.
            MOVE OPE-OPERADOR    TO OP-OPERADOR.
            MOVE LINEA-OPERACION TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-OPERACION-EXIT.
            EXIT.

       BUSCAR-OPERACION.
            READ OPERACIONES-FILE
                AT END
                    SET FIN-DE-OPERACIONES TO TRUE
                    GO TO BUSCAR-OPERACION-EXIT
            END-READ.

            IF OPE-NUMERO = DEC-OPERACION
                SET OPERACION-ENCONTRADA TO TRUE
                SET FIN-DE-OPERACIONES TO TRUE
            END-IF.
       BUSCAR-OPERACION-EXIT.
            EXIT.

       SECCION-REVISIONES.
            MOVE 'REVISIONES' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
