      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESOS-FILE ASSIGN TO "PESOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESOS.

           SELECT HOGARES-FILE ASSIGN TO "HOGARES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HOGARES.

           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  PESOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PESOREC.

       FD  HOGARES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOGREC.

       FD  DECISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DECREC.

       WORKING-STORAGE SECTION.
           01 FECHA-ACTUAL     PIC 9(8).
           01 FS-PESOS         PIC X(2).
           01 FS-HOGARES       PIC X(2).
           01 FS-DECISIONES    PIC X(2).

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

      ******************************************************************
      * Pesos por omision (version 0) mientras no haya una fila de
      * PESOS aprobada y vigente: 3 puntos por cada rechazo previo,
      * 1 por cada pendiente previa, 1 por cada decision del hogar,
      * 2 por cada posible duplicado y 1 por cada dato de contacto
      * faltante o invalido.
      ******************************************************************
           01 PESOS-OMISION-INIT.
               02 FILLER PIC X(5) VALUE '31121'.
           01 PESOS-OMISION REDEFINES PESOS-OMISION-INIT.
               02 PESO-OMISION PIC 9(1) OCCURS 5 TIMES.

           01 PESOS-VIGENTES.
               02 PESO-VIGENTE PIC 9(1) OCCURS 5 TIMES.
           01 PESOS-VERSION  PIC 9(4).
           01 PESOS-VIGENCIA PIC 9(8).

      ******************************************************************
      * Indices de los factores, en el orden de PESOREC y PUNTREC.
      ******************************************************************
           01 FACTOR-RECHAZOS    PIC 9(1) VALUE 1.
           01 FACTOR-PENDIENTES  PIC 9(1) VALUE 2.
           01 FACTOR-HOGAR       PIC 9(1) VALUE 3.
           01 FACTOR-DUPLICADOS  PIC 9(1) VALUE 4.
           01 FACTOR-CONTACTO    PIC 9(1) VALUE 5.

           01 CONTEOS-FACTOR.
               02 CONTEO-FACTOR PIC 9(6) OCCURS 5 TIMES.
           01 INDICE-FACTOR  PIC 9(1).
           01 PUNTOS-FACTOR  PIC 9(8).
           01 TOTAL-PUNTOS   PIC 9(4).

      ******************************************************************
      * Otros integrantes del hogar de la persona. Sin lugar en la
      * tabla, los integrantes que sobran no se miran.
      ******************************************************************
           01 HOGAR-BUSCADO      PIC 9(6).
           01 HOGAR-POR-DNI      PIC 9(6).
           01 HOGAR-POR-DIRECCION PIC 9(6).
           01 CANTIDAD-MIEMBROS  PIC 9(2).
           01 TABLA-MIEMBROS.
               02 MIEMBRO-DNI PIC 9(8) OCCURS 50 TIMES.
           01 INDICE-MIEMBRO     PIC 9(2).
           01 MIEMBRO-ESTADO PIC X(1).
               88 MIEMBRO-HALLADO     VALUE 'S'.
               88 MIEMBRO-NO-HALLADO  VALUE 'N'.

      ******************************************************************
      * HOGARES se carga una vez por dia en la tabla y las llamadas
      * siguientes buscan ahi. Si el archivo no entra en la tabla, el
      * hogar se sigue buscando en el archivo en cada llamada.
      ******************************************************************
           01 HOGARES-FECHA-CARGA PIC 9(8) VALUE ZERO.
           01 CANTIDAD-HOGARES   PIC 9(5) VALUE ZERO.
           01 INDICE-HOGAR       PIC 9(5).
           01 TABLA-HOGARES.
               02 ENTRADA-HOGAR PIC X(65) OCCURS 20000 TIMES.
           01 ORIGEN-HOGARES PIC X(1) VALUE 'N'.
               88 HOGARES-EN-TABLA    VALUE 'T'.
               88 HOGARES-EN-ARCHIVO  VALUE 'A'.
               88 HOGARES-SIN-DATOS   VALUE 'N'.
           01 ARCHIVO-HOGARES PIC X(1).
               88 HOGARES-ABIERTO     VALUE 'S'.
               88 HOGARES-CERRADO     VALUE 'N'.

           01 DIRECCION-ENTRADA  PIC X(50).
           01 DIRECCION-NORMAL   PIC X(50).
           01 INDICE-ENTRADA     PIC 9(2).
           01 INDICE-SALIDA      PIC 9(2).
           01 CARACTER-AUX       PIC X(1).

           01 ESTADO-BUSCADO     PIC X(1).

      ******************************************************************
      * Los posibles duplicados los cuenta quien llama, sobre el
      * maestro de personas que ya tiene abierto.
      ******************************************************************
       LINKAGE SECTION.
           COPY PERSMSTR REPLACING LEADING ==PM-== BY ==PS-==.
           COPY PUNTREC.
           01 DUPLICADOS-PERSONA PIC 9(6).

       PROCEDURE DIVISION USING PS-PERSONA-REC, PUNTAJE-RIESGO,
               DUPLICADOS-PERSONA.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.

            INITIALIZE PUNTAJE-RIESGO.
            INITIALIZE CONTEOS-FACTOR.
            SET PU-NIVEL-CALCULADO TO TRUE.

            PERFORM BUSCAR-PESOS THRU BUSCAR-PESOS-EXIT.
            MOVE PESOS-VERSION TO PU-PESOS-VERSION.

            PERFORM CARGAR-HOGAR THRU CARGAR-HOGAR-EXIT.
            PERFORM CONTAR-DECISIONES THRU CONTAR-DECISIONES-EXIT.
            MOVE DUPLICADOS-PERSONA
                TO CONTEO-FACTOR (FACTOR-DUPLICADOS).
            PERFORM REVISAR-CONTACTO THRU REVISAR-CONTACTO-EXIT.

            MOVE ZERO TO TOTAL-PUNTOS.
            PERFORM CALCULAR-FACTOR THRU CALCULAR-FACTOR-EXIT
                VARYING INDICE-FACTOR FROM 1 BY 1
                UNTIL INDICE-FACTOR > 5.

            IF TOTAL-PUNTOS > 9
                MOVE 9 TO PU-NIVEL
            ELSE
                MOVE TOTAL-PUNTOS TO PU-NIVEL
            END-IF.

            GOBACK.

      ******************************************************************
      * Misma regla que RISKEVAL para las politicas: la fila con la
      * vigencia mas nueva que no sea futura y, a igual vigencia, la
      * de version mayor.
      ******************************************************************
       BUSCAR-PESOS.
            MOVE PESOS-OMISION TO PESOS-VIGENTES.
            MOVE ZERO TO PESOS-VERSION.
            MOVE ZERO TO PESOS-VIGENCIA.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT PESOS-FILE.
            IF FS-PESOS NOT = '00'
                GO TO BUSCAR-PESOS-EXIT
            END-IF.

            PERFORM EVALUAR-PESOS THRU EVALUAR-PESOS-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE PESOS-FILE.
       BUSCAR-PESOS-EXIT.
            EXIT.

       EVALUAR-PESOS.
            READ PESOS-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO EVALUAR-PESOS-EXIT
            END-READ.

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
      * El hogar es el que HOGARES ya asigno al DNI; una persona que
      * todavia no figura (un alta) cae en el hogar cuya direccion
      * normalizada coincide, con la misma regla que usa HOGARES.
      ******************************************************************
       CARGAR-HOGAR.
            MOVE ZERO TO CANTIDAD-MIEMBROS.
            MOVE ZERO TO HOGAR-POR-DNI.
            MOVE ZERO TO HOGAR-POR-DIRECCION.

            MOVE PS-DIRECCION TO DIRECCION-ENTRADA.
            PERFORM NORMALIZAR-DIRECCION
                THRU NORMALIZAR-DIRECCION-EXIT.

            IF HOGARES-FECHA-CARGA NOT = FECHA-ACTUAL
                PERFORM CARGAR-TABLA-HOGARES
                    THRU CARGAR-TABLA-HOGARES-EXIT
            END-IF.
            IF HOGARES-SIN-DATOS
                GO TO CARGAR-HOGAR-EXIT
            END-IF.

            PERFORM ABRIR-HOGARES THRU ABRIR-HOGARES-EXIT.
            PERFORM UBICAR-HOGAR THRU UBICAR-HOGAR-EXIT
                UNTIL FIN-DE-ARCHIVO.
            PERFORM CERRAR-HOGARES THRU CERRAR-HOGARES-EXIT.

            IF HOGAR-POR-DNI > ZERO
                MOVE HOGAR-POR-DNI TO HOGAR-BUSCADO
            ELSE
                MOVE HOGAR-POR-DIRECCION TO HOGAR-BUSCADO
            END-IF.
            IF HOGAR-BUSCADO = ZERO
                GO TO CARGAR-HOGAR-EXIT
            END-IF.

            PERFORM ABRIR-HOGARES THRU ABRIR-HOGARES-EXIT.
            PERFORM GUARDAR-MIEMBRO THRU GUARDAR-MIEMBRO-EXIT
                UNTIL FIN-DE-ARCHIVO.
            PERFORM CERRAR-HOGARES THRU CERRAR-HOGARES-EXIT.
       CARGAR-HOGAR-EXIT.
            EXIT.

       CARGAR-TABLA-HOGARES.
            MOVE FECHA-ACTUAL TO HOGARES-FECHA-CARGA.
            MOVE ZERO TO CANTIDAD-HOGARES.
            SET HOGARES-EN-TABLA TO TRUE.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            OPEN INPUT HOGARES-FILE.
            IF FS-HOGARES NOT = '00'
                SET HOGARES-SIN-DATOS TO TRUE
                GO TO CARGAR-TABLA-HOGARES-EXIT
            END-IF.
            PERFORM GUARDAR-HOGAR THRU GUARDAR-HOGAR-EXIT
                UNTIL FIN-DE-ARCHIVO.
            CLOSE HOGARES-FILE.
       CARGAR-TABLA-HOGARES-EXIT.
            EXIT.

       GUARDAR-HOGAR.
            READ HOGARES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO GUARDAR-HOGAR-EXIT
            END-READ.

            IF CANTIDAD-HOGARES = 20000
                DISPLAY 'RISKSCOR: HOGARES no entra en la tabla; '
                    'el hogar se busca en el archivo.'
                SET HOGARES-EN-ARCHIVO TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO GUARDAR-HOGAR-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-HOGARES.
            MOVE REGISTRO-HOGAR TO ENTRADA-HOGAR (CANTIDAD-HOGARES).
       GUARDAR-HOGAR-EXIT.
            EXIT.

      ******************************************************************
      * Recorrer HOGARES es igual desde la tabla o desde el archivo:
      * LEER-HOGAR deja cada fila en REGISTRO-HOGAR.
      ******************************************************************
       ABRIR-HOGARES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            SET HOGARES-CERRADO TO TRUE.
            MOVE ZERO TO INDICE-HOGAR.
            IF HOGARES-EN-TABLA
                GO TO ABRIR-HOGARES-EXIT
            END-IF.

            OPEN INPUT HOGARES-FILE.
            IF FS-HOGARES NOT = '00'
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO ABRIR-HOGARES-EXIT
            END-IF.
            SET HOGARES-ABIERTO TO TRUE.
       ABRIR-HOGARES-EXIT.
            EXIT.

       LEER-HOGAR.
            IF HOGARES-EN-TABLA
                IF INDICE-HOGAR < CANTIDAD-HOGARES
                    ADD 1 TO INDICE-HOGAR
                    MOVE ENTRADA-HOGAR (INDICE-HOGAR)
                        TO REGISTRO-HOGAR
                ELSE
                    SET FIN-DE-ARCHIVO TO TRUE
                END-IF
                GO TO LEER-HOGAR-EXIT
            END-IF.

            READ HOGARES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
            END-READ.
       LEER-HOGAR-EXIT.
            EXIT.

       CERRAR-HOGARES.
            IF HOGARES-ABIERTO
                CLOSE HOGARES-FILE
                SET HOGARES-CERRADO TO TRUE
            END-IF.
       CERRAR-HOGARES-EXIT.
            EXIT.

       UBICAR-HOGAR.
            PERFORM LEER-HOGAR THRU LEER-HOGAR-EXIT.
            IF FIN-DE-ARCHIVO
                GO TO UBICAR-HOGAR-EXIT
            END-IF.

            IF HOG-DNI = PS-DNI
                MOVE HOG-ID TO HOGAR-POR-DNI
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO UBICAR-HOGAR-EXIT
            END-IF.

            IF HOGAR-POR-DIRECCION = ZERO
                    AND DIRECCION-NORMAL NOT = SPACES
                    AND HOG-DIRECCION = DIRECCION-NORMAL
                MOVE HOG-ID TO HOGAR-POR-DIRECCION
            END-IF.
       UBICAR-HOGAR-EXIT.
            EXIT.

       GUARDAR-MIEMBRO.
            PERFORM LEER-HOGAR THRU LEER-HOGAR-EXIT.
            IF FIN-DE-ARCHIVO
                GO TO GUARDAR-MIEMBRO-EXIT
            END-IF.

            IF HOG-ID NOT = HOGAR-BUSCADO OR HOG-DNI = PS-DNI
                GO TO GUARDAR-MIEMBRO-EXIT
            END-IF.

            IF CANTIDAD-MIEMBROS = 50
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO GUARDAR-MIEMBRO-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-MIEMBROS.
            MOVE HOG-DNI TO MIEMBRO-DNI (CANTIDAD-MIEMBROS).
       GUARDAR-MIEMBRO-EXIT.
            EXIT.

       NORMALIZAR-DIRECCION.
            INSPECT DIRECCION-ENTRADA CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

            MOVE SPACES TO DIRECCION-NORMAL.
            MOVE ZERO TO INDICE-SALIDA.
            PERFORM COPIAR-CARACTER THRU COPIAR-CARACTER-EXIT
                VARYING INDICE-ENTRADA FROM 1 BY 1
                UNTIL INDICE-ENTRADA > 50.
       NORMALIZAR-DIRECCION-EXIT.
            EXIT.

       COPIAR-CARACTER.
            MOVE DIRECCION-ENTRADA (INDICE-ENTRADA:1)
                TO CARACTER-AUX.
            IF CARACTER-AUX = SPACE OR CARACTER-AUX = '.'
                    OR CARACTER-AUX = ','
                GO TO COPIAR-CARACTER-EXIT
            END-IF.
            ADD 1 TO INDICE-SALIDA.
            MOVE CARACTER-AUX
                TO DIRECCION-NORMAL (INDICE-SALIDA:1).
       COPIAR-CARACTER-EXIT.
            EXIT.

      ******************************************************************
      * Solo interesan las decisiones rechazadas y las pendientes,
      * que se leen por la clave alternativa del estado. Las del DNI
      * cuentan como rechazo o pendiente previo; las de los otros
      * integrantes del hogar, como decisiones del hogar.
      ******************************************************************
       CONTAR-DECISIONES.
            OPEN INPUT DECISIONES-FILE.
            IF FS-DECISIONES NOT = '00'
                GO TO CONTAR-DECISIONES-EXIT
            END-IF.

            MOVE 'R' TO ESTADO-BUSCADO.
            PERFORM RECORRER-ESTADO THRU RECORRER-ESTADO-EXIT.
            MOVE 'P' TO ESTADO-BUSCADO.
            PERFORM RECORRER-ESTADO THRU RECORRER-ESTADO-EXIT.

            CLOSE DECISIONES-FILE.
       CONTAR-DECISIONES-EXIT.
            EXIT.

       RECORRER-ESTADO.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            MOVE ESTADO-BUSCADO TO DEC-ESTADO.
            START DECISIONES-FILE KEY IS = DEC-ESTADO
                INVALID KEY
                    SET FIN-DE-ARCHIVO TO TRUE
            END-START.

            PERFORM CONTAR-UNA-DECISION THRU CONTAR-UNA-DECISION-EXIT
                UNTIL FIN-DE-ARCHIVO.
       RECORRER-ESTADO-EXIT.
            EXIT.

       CONTAR-UNA-DECISION.
            READ DECISIONES-FILE NEXT RECORD
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CONTAR-UNA-DECISION-EXIT
            END-READ.

            IF DEC-ESTADO NOT = ESTADO-BUSCADO
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO CONTAR-UNA-DECISION-EXIT
            END-IF.

            IF DEC-DNI = PS-DNI
                IF DEC-RECHAZADO
                    ADD 1 TO CONTEO-FACTOR (FACTOR-RECHAZOS)
                ELSE
                    ADD 1 TO CONTEO-FACTOR (FACTOR-PENDIENTES)
                END-IF
                GO TO CONTAR-UNA-DECISION-EXIT
            END-IF.

            IF CANTIDAD-MIEMBROS = ZERO
                GO TO CONTAR-UNA-DECISION-EXIT
            END-IF.

            SET MIEMBRO-NO-HALLADO TO TRUE.
            PERFORM BUSCAR-MIEMBRO THRU BUSCAR-MIEMBRO-EXIT
                VARYING INDICE-MIEMBRO FROM 1 BY 1
                UNTIL INDICE-MIEMBRO > CANTIDAD-MIEMBROS
                   OR MIEMBRO-HALLADO.
            IF MIEMBRO-HALLADO
                ADD 1 TO CONTEO-FACTOR (FACTOR-HOGAR)
            END-IF.
       CONTAR-UNA-DECISION-EXIT.
            EXIT.

       BUSCAR-MIEMBRO.
            IF MIEMBRO-DNI (INDICE-MIEMBRO) = DEC-DNI
                SET MIEMBRO-HALLADO TO TRUE
            END-IF.
       BUSCAR-MIEMBRO-EXIT.
            EXIT.

      ******************************************************************
      * Datos de contacto: cuenta uno por el domicilio en blanco y
      * uno por el telefono que no pasaria la validacion del alta
      * (codigo de area de 2 a 4 digitos, numero de 6 a 8).
      ******************************************************************
       REVISAR-CONTACTO.
            IF PS-DIRECCION = SPACES
                ADD 1 TO CONTEO-FACTOR (FACTOR-CONTACTO)
            END-IF.

            IF PS-TEL-CODIGO-AREA IS NOT NUMERIC
                    OR PS-TEL-NUMERO IS NOT NUMERIC
                ADD 1 TO CONTEO-FACTOR (FACTOR-CONTACTO)
                GO TO REVISAR-CONTACTO-EXIT
            END-IF.

            IF PS-TEL-CODIGO-AREA < 10 OR PS-TEL-NUMERO < 100000
                ADD 1 TO CONTEO-FACTOR (FACTOR-CONTACTO)
            END-IF.
       REVISAR-CONTACTO-EXIT.
            EXIT.

      ******************************************************************
      * Cada factor suma cantidad por peso, con tope 9; el nivel es
      * la suma de los factores, tambien con tope 9.
      ******************************************************************
       CALCULAR-FACTOR.
            IF CONTEO-FACTOR (INDICE-FACTOR) > 99
                MOVE 99 TO PU-FACTOR-CANTIDAD (INDICE-FACTOR)
            ELSE
                MOVE CONTEO-FACTOR (INDICE-FACTOR)
                    TO PU-FACTOR-CANTIDAD (INDICE-FACTOR)
            END-IF.

            COMPUTE PUNTOS-FACTOR = CONTEO-FACTOR (INDICE-FACTOR)
                * PESO-VIGENTE (INDICE-FACTOR).
            IF PUNTOS-FACTOR > 9
                MOVE 9 TO PUNTOS-FACTOR
            END-IF.

            MOVE PUNTOS-FACTOR TO PU-FACTOR-PUNTOS (INDICE-FACTOR).
            ADD PUNTOS-FACTOR TO TOTAL-PUNTOS.
       CALCULAR-FACTOR-EXIT.
            EXIT.
       END PROGRAM RISKSCOR.
