      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-DNI
               ALTERNATE RECORD KEY IS PM-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSONAS.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMANO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT CONTROL-FILE ASSIGN TO "ANONCTRL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT HISTORIA-FILE ASSIGN USING NOMBRE-HISTORIA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT TRABAJO-FILE ASSIGN TO "ANONTRAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT CERTIFICADO-FILE ASSIGN TO "ANONCERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

      ******************************************************************
      * Anios que se conservan los datos personales despues de la
      * baja. Sin archivo, o con un valor no numerico o en cero, se
      * toma el plazo de la politica de proteccion de datos.
      ******************************************************************
       FD  PARAMETROS-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARAMETRO-REC.
           02 PAR-ANIOS-RETENCION PIC 9(2).

      ******************************************************************
      * Nombre del archivo de historia cuya copia enmascarada quedo
      * completa en ANONTRAB y todavia no se termino de copiar sobre
      * el original. En blanco cuando no hay ninguna pendiente.
      ******************************************************************
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 CONTROL-REC.
           02 AC-ARCHIVO          PIC X(10).
           02 AC-FECHA            PIC 9(8).

      ******************************************************************
      * Los archivos de historia son secuenciales de linea y se
      * recorren con el registro del mas largo, CAMBIOS.
      ******************************************************************
       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01 HISTORIA-REC            PIC X(545).

       FD  TRABAJO-FILE
           LABEL RECORDS ARE STANDARD.
       01 TRABAJO-REC             PIC X(545).

       FD  CERTIFICADO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ANONREC.

       WORKING-STORAGE SECTION.
           01 FS-PERSONAS    PIC X(2).
           01 FS-PARAMETROS  PIC X(2).
           01 FS-CONTROL     PIC X(2).
           01 FS-HISTORIA    PIC X(2).
           01 FS-TRABAJO     PIC X(2).
           01 FS-CERTIFICADO PIC X(2).

           01 ANIOS-RETENCION PIC 9(2) VALUE 10.

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 FECHA-LIMITE PIC 9(8).
           01 LIMITE-PARTES REDEFINES FECHA-LIMITE.
               02 LIMITE-ANO     PIC 9(4).
               02 LIMITE-MES-DIA PIC 9(4).

           01 NOMBRE-HISTORIA PIC X(10).

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 CORRIDA-ESTADO PIC X(1).
               88 CORRIDA-NORMAL      VALUE 'N'.
               88 CORRIDA-CON-ERROR   VALUE 'E'.

           01 MARCA-ANONIMO PIC X(11) VALUE 'ANONIMIZADO'.

      ******************************************************************
      * Archivos de historia que llevan nombre, apellido, telefono o
      * direccion de la persona, en el orden en que se enmascaran.
      * CONTACTOS no figura: solo guarda el DNI, las fechas y el
      * resultado del contacto, que se conservan.
      ******************************************************************
           01 TABLA-HISTORIAS-INIT.
               05 FILLER PIC X(10) VALUE 'CAMBIOS'.
               05 FILLER PIC X(10) VALUE 'DOMICILIOS'.
               05 FILLER PIC X(10) VALUE 'HOGARES'.
               05 FILLER PIC X(10) VALUE 'FOTOPERS'.
               05 FILLER PIC X(10) VALUE 'DOSSIER'.
           01 TABLA-HISTORIAS REDEFINES TABLA-HISTORIAS-INIT.
               05 NOMBRE-ARCHIVO OCCURS 5 TIMES PIC X(10).

           01 ARCHIVO-CAMBIOS    PIC 9(1) VALUE 1.
           01 ARCHIVO-DOMICILIOS PIC 9(1) VALUE 2.
           01 ARCHIVO-HOGARES    PIC 9(1) VALUE 3.
           01 ARCHIVO-FOTOS      PIC 9(1) VALUE 4.
           01 ARCHIVO-LEGAJOS    PIC 9(1) VALUE 5.
           01 INDICE-ARCHIVO     PIC 9(1).

           01 TOTALES-ARCHIVO.
               02 TOTAL-ARCHIVO OCCURS 5 TIMES PIC 9(8).

      ******************************************************************
      * Personas a anonimizar en esta corrida, tomadas del maestro en
      * orden de DNI, con los registros enmascarados de cada una en
      * cada archivo de historia para el certificado. Las que no
      * entran en la tabla quedan para la corrida siguiente.
      ******************************************************************
           01 TABLA-ANONIMOS.
               02 CANTIDAD-ANONIMOS PIC 9(5) VALUE ZERO.
               02 ENTRADA-ANONIMO OCCURS 10000 TIMES.
                   03 TA-DNI          PIC 9(8).
                   03 TA-FECHA-BAJA   PIC 9(8).
                   03 TA-REGISTROS OCCURS 5 TIMES PIC 9(5).

           01 INDICE-TABLA     PIC 9(5).
           01 POSICION-HALLADA PIC 9(5).
           01 POSICION-LEGAJO  PIC 9(5).
           01 DNI-BUSCADO      PIC 9(8).

           COPY CAMBHIST.
           COPY DIRHREC.
           COPY HOGREC.
           COPY FOTOREC.

      * Imagen del maestro guardada en CAMBIOS.
           COPY PERSMSTR REPLACING LEADING ==PM-== BY ==IM-==.

      ******************************************************************
      * Renglones del legajo que arma CONSDOSS: el titulo con el DNI,
      * los datos del maestro (etiqueta y valor) y los periodos del
      * historial de domicilios.
      ******************************************************************
           01 LINEA-LEGAJO PIC X(100).
           01 LEGAJO-TITULO REDEFINES LINEA-LEGAJO.
               02 LG-TI-TEXTO     PIC X(30).
               02 LG-TI-DNI       PIC 9(8).
               02 FILLER          PIC X(62).
           01 LEGAJO-DATO REDEFINES LINEA-LEGAJO.
               02 LG-DA-ETIQUETA  PIC X(18).
               02 LG-DA-VALOR     PIC X(60).
               02 FILLER          PIC X(22).
           01 LEGAJO-DOMICILIO REDEFINES LINEA-LEGAJO.
               02 LG-DO-ETIQ1     PIC X(6).
               02 FILLER          PIC X(25).
               02 LG-DO-DIRECCION PIC X(40).
               02 FILLER          PIC X(7).
               02 LG-DO-AREA      PIC X(4).
               02 FILLER          PIC X(2).
               02 LG-DO-NUMERO    PIC X(8).
               02 FILLER          PIC X(8).

           01 LEGAJO-ESTADO PIC X(1).
               88 LEGAJO-A-ANONIMIZAR VALUE 'S'.
               88 LEGAJO-AJENO        VALUE 'N'.

           01 TOTAL-DE-BAJA        PIC 9(8) VALUE ZERO.
           01 TOTAL-EN-RETENCION   PIC 9(8) VALUE ZERO.
           01 TOTAL-YA-ANONIMAS    PIC 9(8) VALUE ZERO.
           01 TOTAL-DIFERIDAS      PIC 9(8) VALUE ZERO.
           01 TOTAL-ANONIMIZADAS   PIC 9(8) VALUE ZERO.
           01 TOTAL-ERRORES        PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Anonimizacion mensual de las personas dadas de baja hace mas
      * del plazo de retencion. Se enmascaran nombre, apellido,
      * telefono y direccion en cada archivo de historia y, al final,
      * en el maestro; el DNI, las fechas, el estado y los datos
      * demograficos se conservan para las estadisticas, y las
      * decisiones, revisiones y auditoria no se tocan.
      *
      * El maestro se marca recien cuando toda su historia ya quedo
      * enmascarada, asi que si la corrida se detiene basta con
      * volver a correrla: las personas no marcadas se vuelven a
      * tomar y enmascarar lo ya enmascarado no cambia nada. Cada
      * archivo de historia se regraba desde una copia completa en
      * ANONTRAB, y ANONCTRL dice cual quedo a medio copiar para
      * terminarlo antes de empezar de nuevo.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            SET CORRIDA-NORMAL TO TRUE.
            INITIALIZE TOTALES-ARCHIVO.

            PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-EXIT.
            PERFORM CALCULAR-LIMITE THRU CALCULAR-LIMITE-EXIT.

            DISPLAY 'Plazo de retencion: ' ANIOS-RETENCION
                ' anios. Se anonimizan las bajas del ' FECHA-LIMITE
                ' o anteriores.'.

            PERFORM RECUPERAR-COPIA THRU RECUPERAR-COPIA-EXIT.
            IF CORRIDA-CON-ERROR
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CARGAR-ANONIMOS THRU CARGAR-ANONIMOS-EXIT.
            IF CORRIDA-CON-ERROR
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            IF CANTIDAD-ANONIMOS = ZERO
                DISPLAY 'No hay personas para anonimizar.'
                PERFORM INFORMAR-TOTALES THRU INFORMAR-TOTALES-EXIT
                GOBACK
            END-IF.

            PERFORM ANONIMIZAR-HISTORIA THRU ANONIMIZAR-HISTORIA-EXIT
                VARYING INDICE-ARCHIVO FROM 1 BY 1
                UNTIL INDICE-ARCHIVO > 5
                   OR CORRIDA-CON-ERROR.

            IF CORRIDA-CON-ERROR
                DISPLAY 'Anonimizacion detenida. El maestro no se '
                    'modifico; vuelva a correr el paso.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM ANONIMIZAR-MAESTRO THRU ANONIMIZAR-MAESTRO-EXIT.

            PERFORM INFORMAR-TOTALES THRU INFORMAR-TOTALES-EXIT.

            IF CORRIDA-CON-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                IF TOTAL-ERRORES > ZERO
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

            GOBACK.

       LEER-PARAMETROS.
            OPEN INPUT PARAMETROS-FILE.
            IF FS-PARAMETROS = '00'
                READ PARAMETROS-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PAR-ANIOS-RETENCION IS NUMERIC
                                AND PAR-ANIOS-RETENCION > ZERO
                            MOVE PAR-ANIOS-RETENCION
                                TO ANIOS-RETENCION
                        END-IF
                END-READ
                CLOSE PARAMETROS-FILE
            END-IF.
       LEER-PARAMETROS-EXIT.
            EXIT.

      ******************************************************************
      * El plazo se cuenta desde la ultima modificacion del registro,
      * que en una persona de baja es la fecha de la baja. Se cumple
      * el mismo dia del aniversario.
      ******************************************************************
       CALCULAR-LIMITE.
            MOVE FECHA-ACTUAL TO FECHA-LIMITE.
            SUBTRACT ANIOS-RETENCION FROM LIMITE-ANO.
       CALCULAR-LIMITE-EXIT.
            EXIT.

      ******************************************************************
      * Si la corrida anterior se detuvo mientras regrababa un archivo
      * de historia, el original puede haber quedado cortado. La
      * copia de trabajo esta completa: se vuelve a copiar entera.
      ******************************************************************
       RECUPERAR-COPIA.
            OPEN INPUT CONTROL-FILE.
            IF FS-CONTROL NOT = '00'
                GO TO RECUPERAR-COPIA-EXIT
            END-IF.
            READ CONTROL-FILE
                AT END
                    MOVE SPACES TO AC-ARCHIVO
            END-READ.
            CLOSE CONTROL-FILE.

            IF AC-ARCHIVO = SPACES
                GO TO RECUPERAR-COPIA-EXIT
            END-IF.

            DISPLAY 'La corrida del ' AC-FECHA ' se detuvo al '
                'regrabar ' AC-ARCHIVO '. Se completa desde la '
                'copia de trabajo.'.
            MOVE AC-ARCHIVO TO NOMBRE-HISTORIA.
            PERFORM DEVOLVER-COPIA THRU DEVOLVER-COPIA-EXIT.
       RECUPERAR-COPIA-EXIT.
            EXIT.

      ******************************************************************
      * Personas de baja cuyo plazo de retencion ya vencio y que
      * todavia tienen sus datos en el maestro.
      ******************************************************************
       CARGAR-ANONIMOS.
            OPEN INPUT PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de personas.'
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO CARGAR-ANONIMOS-EXIT
            END-IF.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            PERFORM CARGAR-UNA-PERSONA THRU CARGAR-UNA-PERSONA-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE PERSONAS-FILE.

            IF TOTAL-DIFERIDAS > ZERO
                DISPLAY 'Aviso: ' TOTAL-DIFERIDAS ' personas mas '
                    'quedan para la proxima corrida.'
            END-IF.
       CARGAR-ANONIMOS-EXIT.
            EXIT.

       CARGAR-UNA-PERSONA.
            READ PERSONAS-FILE NEXT RECORD
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CARGAR-UNA-PERSONA-EXIT
            END-READ.

            IF NOT PM-DE-BAJA
                GO TO CARGAR-UNA-PERSONA-EXIT
            END-IF.
            ADD 1 TO TOTAL-DE-BAJA.

            IF PM-ANONIMIZADO
                ADD 1 TO TOTAL-YA-ANONIMAS
                GO TO CARGAR-UNA-PERSONA-EXIT
            END-IF.

            IF PM-FEC-MODIF > FECHA-LIMITE
                ADD 1 TO TOTAL-EN-RETENCION
                GO TO CARGAR-UNA-PERSONA-EXIT
            END-IF.

            IF CANTIDAD-ANONIMOS = 10000
                ADD 1 TO TOTAL-DIFERIDAS
                GO TO CARGAR-UNA-PERSONA-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-ANONIMOS.
            INITIALIZE ENTRADA-ANONIMO (CANTIDAD-ANONIMOS).
            MOVE PM-DNI TO TA-DNI (CANTIDAD-ANONIMOS).
            MOVE PM-FEC-MODIF TO TA-FECHA-BAJA (CANTIDAD-ANONIMOS).
       CARGAR-UNA-PERSONA-EXIT.
            EXIT.

       BUSCAR-ANONIMO.
            MOVE ZERO TO POSICION-HALLADA.
            PERFORM COMPARAR-ANONIMO THRU COMPARAR-ANONIMO-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ANONIMOS
                   OR POSICION-HALLADA > ZERO.
       BUSCAR-ANONIMO-EXIT.
            EXIT.

       COMPARAR-ANONIMO.
            IF TA-DNI (INDICE-TABLA) = DNI-BUSCADO
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       COMPARAR-ANONIMO-EXIT.
            EXIT.

      ******************************************************************
      * Un archivo de historia se copia entero a ANONTRAB con los
      * registros de las personas de la tabla enmascarados. Solo si
      * hubo alguno se anota el archivo en ANONCTRL y se copia la
      * version enmascarada sobre el original. Un archivo que no
      * existe no tiene nada que enmascarar.
      ******************************************************************
       ANONIMIZAR-HISTORIA.
            MOVE NOMBRE-ARCHIVO (INDICE-ARCHIVO) TO NOMBRE-HISTORIA.

            OPEN INPUT HISTORIA-FILE.
            IF FS-HISTORIA NOT = '00'
                DISPLAY 'Aviso: no hay archivo ' NOMBRE-HISTORIA '.'
                GO TO ANONIMIZAR-HISTORIA-EXIT
            END-IF.

            OPEN OUTPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo crear el archivo de trabajo.'
                CLOSE HISTORIA-FILE
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO ANONIMIZAR-HISTORIA-EXIT
            END-IF.

            SET LEGAJO-AJENO TO TRUE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            PERFORM COPIAR-HISTORIA THRU COPIAR-HISTORIA-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE TRABAJO-FILE.
            CLOSE HISTORIA-FILE.

            IF TOTAL-ARCHIVO (INDICE-ARCHIVO) = ZERO
                GO TO ANONIMIZAR-HISTORIA-EXIT
            END-IF.

            MOVE NOMBRE-HISTORIA TO AC-ARCHIVO.
            PERFORM GRABAR-CONTROL THRU GRABAR-CONTROL-EXIT.
            IF CORRIDA-CON-ERROR
                GO TO ANONIMIZAR-HISTORIA-EXIT
            END-IF.

            PERFORM DEVOLVER-COPIA THRU DEVOLVER-COPIA-EXIT.
       ANONIMIZAR-HISTORIA-EXIT.
            EXIT.

       COPIAR-HISTORIA.
            READ HISTORIA-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO COPIAR-HISTORIA-EXIT
            END-READ.

            EVALUATE INDICE-ARCHIVO
                WHEN ARCHIVO-CAMBIOS
                    PERFORM ENMASCARAR-CAMBIO
                        THRU ENMASCARAR-CAMBIO-EXIT
                WHEN ARCHIVO-DOMICILIOS
                    PERFORM ENMASCARAR-DOMICILIO
                        THRU ENMASCARAR-DOMICILIO-EXIT
                WHEN ARCHIVO-HOGARES
                    PERFORM ENMASCARAR-HOGAR
                        THRU ENMASCARAR-HOGAR-EXIT
                WHEN ARCHIVO-FOTOS
                    PERFORM ENMASCARAR-FOTO
                        THRU ENMASCARAR-FOTO-EXIT
                WHEN ARCHIVO-LEGAJOS
                    PERFORM ENMASCARAR-LEGAJO
                        THRU ENMASCARAR-LEGAJO-EXIT
            END-EVALUATE.

            MOVE HISTORIA-REC TO TRABAJO-REC.
            WRITE TRABAJO-REC.
       COPIAR-HISTORIA-EXIT.
            EXIT.

       CONTAR-REGISTRO.
            ADD 1 TO TA-REGISTROS (POSICION-HALLADA, INDICE-ARCHIVO).
            ADD 1 TO TOTAL-ARCHIVO (INDICE-ARCHIVO).
       CONTAR-REGISTRO-EXIT.
            EXIT.

      ******************************************************************
      * En CAMBIOS se enmascaran las dos imagenes del registro con los
      * mismos valores que el maestro, para que sigan encadenando con
      * el registro vigente en la foto mensual y en la consulta a una
      * fecha.
      ******************************************************************
       ENMASCARAR-CAMBIO.
            MOVE HISTORIA-REC TO REGISTRO-CAMBIO.
            MOVE CH-DNI TO DNI-BUSCADO.
            PERFORM BUSCAR-ANONIMO THRU BUSCAR-ANONIMO-EXIT.
            IF POSICION-HALLADA = ZERO
                GO TO ENMASCARAR-CAMBIO-EXIT
            END-IF.

            IF CH-IMAGEN-ANTERIOR NOT = SPACES
                MOVE CH-IMAGEN-ANTERIOR TO IM-PERSONA-REC
                PERFORM ENMASCARAR-IMAGEN THRU ENMASCARAR-IMAGEN-EXIT
                MOVE IM-PERSONA-REC TO CH-IMAGEN-ANTERIOR
            END-IF.

            IF CH-IMAGEN-NUEVA NOT = SPACES
                MOVE CH-IMAGEN-NUEVA TO IM-PERSONA-REC
                PERFORM ENMASCARAR-IMAGEN THRU ENMASCARAR-IMAGEN-EXIT
                MOVE IM-PERSONA-REC TO CH-IMAGEN-NUEVA
            END-IF.

            MOVE REGISTRO-CAMBIO TO HISTORIA-REC.
            PERFORM CONTAR-REGISTRO THRU CONTAR-REGISTRO-EXIT.
       ENMASCARAR-CAMBIO-EXIT.
            EXIT.

       ENMASCARAR-IMAGEN.
            MOVE MARCA-ANONIMO TO IM-NOMBRE.
            MOVE MARCA-ANONIMO TO IM-APELLIDO.
            MOVE MARCA-ANONIMO TO IM-DIRECCION.
            MOVE ZERO          TO IM-TEL-CODIGO-AREA.
            MOVE ZERO          TO IM-TEL-NUMERO.
       ENMASCARAR-IMAGEN-EXIT.
            EXIT.

       ENMASCARAR-DOMICILIO.
            MOVE HISTORIA-REC TO REGISTRO-DOMICILIO.
            MOVE DH-DNI TO DNI-BUSCADO.
            PERFORM BUSCAR-ANONIMO THRU BUSCAR-ANONIMO-EXIT.
            IF POSICION-HALLADA = ZERO
                GO TO ENMASCARAR-DOMICILIO-EXIT
            END-IF.

            MOVE MARCA-ANONIMO TO DH-DIRECCION.
            MOVE ZERO          TO DH-TEL-CODIGO-AREA.
            MOVE ZERO          TO DH-TEL-NUMERO.

            MOVE REGISTRO-DOMICILIO TO HISTORIA-REC.
            PERFORM CONTAR-REGISTRO THRU CONTAR-REGISTRO-EXIT.
       ENMASCARAR-DOMICILIO-EXIT.
            EXIT.

      ******************************************************************
      * El integrante sigue en su hogar; solo se enmascara la
      * direccion por la que se lo agrupo.
      ******************************************************************
       ENMASCARAR-HOGAR.
            MOVE HISTORIA-REC TO REGISTRO-HOGAR.
            MOVE HOG-DNI TO DNI-BUSCADO.
            PERFORM BUSCAR-ANONIMO THRU BUSCAR-ANONIMO-EXIT.
            IF POSICION-HALLADA = ZERO
                GO TO ENMASCARAR-HOGAR-EXIT
            END-IF.

            MOVE MARCA-ANONIMO TO HOG-DIRECCION.

            MOVE REGISTRO-HOGAR TO HISTORIA-REC.
            PERFORM CONTAR-REGISTRO THRU CONTAR-REGISTRO-EXIT.
       ENMASCARAR-HOGAR-EXIT.
            EXIT.

       ENMASCARAR-FOTO.
            MOVE HISTORIA-REC TO REGISTRO-FOTO.
            MOVE FT-DNI TO DNI-BUSCADO.
            PERFORM BUSCAR-ANONIMO THRU BUSCAR-ANONIMO-EXIT.
            IF POSICION-HALLADA = ZERO
                GO TO ENMASCARAR-FOTO-EXIT
            END-IF.

            MOVE MARCA-ANONIMO TO FT-NOMBRE.
            MOVE MARCA-ANONIMO TO FT-APELLIDO.
            MOVE MARCA-ANONIMO TO FT-DIRECCION.
            MOVE ZERO          TO FT-TEL-CODIGO-AREA.
            MOVE ZERO          TO FT-TEL-NUMERO.

            MOVE REGISTRO-FOTO TO HISTORIA-REC.
            PERFORM CONTAR-REGISTRO THRU CONTAR-REGISTRO-EXIT.
       ENMASCARAR-FOTO-EXIT.
            EXIT.

      ******************************************************************
      * El legajo impreso es de un solo DNI, que figura en el titulo.
      * Si es de una persona de la tabla se enmascaran los renglones
      * de nombre, apellido, direccion y telefono del maestro y la
      * direccion y el telefono de cada periodo de domicilio.
      ******************************************************************
       ENMASCARAR-LEGAJO.
            MOVE HISTORIA-REC TO LINEA-LEGAJO.

            IF LG-TI-TEXTO = 'LEGAJO DE LA PERSONA  DNI: '
                SET LEGAJO-AJENO TO TRUE
                MOVE LG-TI-DNI TO DNI-BUSCADO
                PERFORM BUSCAR-ANONIMO THRU BUSCAR-ANONIMO-EXIT
                IF POSICION-HALLADA > ZERO
                    SET LEGAJO-A-ANONIMIZAR TO TRUE
                    MOVE POSICION-HALLADA TO POSICION-LEGAJO
                END-IF
                GO TO ENMASCARAR-LEGAJO-EXIT
            END-IF.

            IF LEGAJO-AJENO
                GO TO ENMASCARAR-LEGAJO-EXIT
            END-IF.

            MOVE POSICION-LEGAJO TO POSICION-HALLADA.
            EVALUATE TRUE
                WHEN LG-DA-ETIQUETA = 'NOMBRE:'
                  OR LG-DA-ETIQUETA = 'APELLIDO:'
                  OR LG-DA-ETIQUETA = 'DIRECCION:'
                    MOVE MARCA-ANONIMO TO LG-DA-VALOR
                WHEN LG-DA-ETIQUETA = 'TELEFONO:'
                    MOVE '(0000) 00000000' TO LG-DA-VALOR
                WHEN LG-DO-ETIQ1 = 'DESDE '
                    MOVE MARCA-ANONIMO TO LG-DO-DIRECCION
                    MOVE '0000'        TO LG-DO-AREA
                    MOVE '00000000'    TO LG-DO-NUMERO
                WHEN OTHER
                    GO TO ENMASCARAR-LEGAJO-EXIT
            END-EVALUATE.

            MOVE LINEA-LEGAJO TO HISTORIA-REC.
            PERFORM CONTAR-REGISTRO THRU CONTAR-REGISTRO-EXIT.
       ENMASCARAR-LEGAJO-EXIT.
            EXIT.

      ******************************************************************
      * Copia ANONTRAB sobre el archivo de historia NOMBRE-HISTORIA y
      * borra la marca de ANONCTRL cuando termino.
      ******************************************************************
       DEVOLVER-COPIA.
            OPEN INPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de trabajo.'
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO DEVOLVER-COPIA-EXIT
            END-IF.

            OPEN OUTPUT HISTORIA-FILE.
            IF FS-HISTORIA NOT = '00'
                DISPLAY 'No se pudo regrabar ' NOMBRE-HISTORIA '.'
                CLOSE TRABAJO-FILE
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO DEVOLVER-COPIA-EXIT
            END-IF.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            PERFORM COPIAR-TRABAJO THRU COPIAR-TRABAJO-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE HISTORIA-FILE.
            CLOSE TRABAJO-FILE.

            MOVE SPACES TO AC-ARCHIVO.
            PERFORM GRABAR-CONTROL THRU GRABAR-CONTROL-EXIT.
       DEVOLVER-COPIA-EXIT.
            EXIT.

       COPIAR-TRABAJO.
            READ TRABAJO-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO COPIAR-TRABAJO-EXIT
            END-READ.

            MOVE TRABAJO-REC TO HISTORIA-REC.
            WRITE HISTORIA-REC.
       COPIAR-TRABAJO-EXIT.
            EXIT.

       GRABAR-CONTROL.
            OPEN OUTPUT CONTROL-FILE.
            IF FS-CONTROL NOT = '00'
                DISPLAY 'No se pudo grabar el control de la '
                    'anonimizacion.'
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO GRABAR-CONTROL-EXIT
            END-IF.
            MOVE FECHA-ACTUAL TO AC-FECHA.
            WRITE CONTROL-REC.
            CLOSE CONTROL-FILE.
       GRABAR-CONTROL-EXIT.
            EXIT.

      ******************************************************************
      * Con toda la historia ya enmascarada se marca cada persona en
      * el maestro y se asienta en el certificado. Sin certificado no
      * se anonimiza nada, porque lo hecho quedaria sin constancia.
      ******************************************************************
       ANONIMIZAR-MAESTRO.
            OPEN EXTEND CERTIFICADO-FILE.
            IF FS-CERTIFICADO NOT = '00'
                OPEN OUTPUT CERTIFICADO-FILE
            END-IF.
            IF FS-CERTIFICADO NOT = '00'
                DISPLAY 'No se pudo grabar el certificado de '
                    'anonimizacion.'
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO ANONIMIZAR-MAESTRO-EXIT
            END-IF.

            OPEN I-O PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de personas.'
                CLOSE CERTIFICADO-FILE
                SET CORRIDA-CON-ERROR TO TRUE
                GO TO ANONIMIZAR-MAESTRO-EXIT
            END-IF.

            PERFORM ANONIMIZAR-PERSONA THRU ANONIMIZAR-PERSONA-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ANONIMOS.

            CLOSE PERSONAS-FILE.
            CLOSE CERTIFICADO-FILE.
       ANONIMIZAR-MAESTRO-EXIT.
            EXIT.

       ANONIMIZAR-PERSONA.
            MOVE TA-DNI (INDICE-TABLA) TO PM-DNI.
            READ PERSONAS-FILE
                INVALID KEY
                    DISPLAY 'No se encontro la persona ' PM-DNI
                        '. Estado: ' FS-PERSONAS
                    ADD 1 TO TOTAL-ERRORES
                    GO TO ANONIMIZAR-PERSONA-EXIT
            END-READ.

            MOVE MARCA-ANONIMO TO PM-NOMBRE.
            MOVE MARCA-ANONIMO TO PM-APELLIDO.
            MOVE MARCA-ANONIMO TO PM-DIRECCION.
            MOVE ZERO          TO PM-TEL-CODIGO-AREA.
            MOVE ZERO          TO PM-TEL-NUMERO.

            REWRITE PM-PERSONA-REC
                INVALID KEY
                    DISPLAY 'Error al regrabar la persona ' PM-DNI
                        '. Estado: ' FS-PERSONAS
                    ADD 1 TO TOTAL-ERRORES
                    GO TO ANONIMIZAR-PERSONA-EXIT
            END-REWRITE.

            ADD 1 TO TOTAL-ANONIMIZADAS.
            PERFORM GRABAR-CERTIFICADO THRU GRABAR-CERTIFICADO-EXIT.
       ANONIMIZAR-PERSONA-EXIT.
            EXIT.

       GRABAR-CERTIFICADO.
            ACCEPT HORA-ACTUAL FROM TIME.
            MOVE FECHA-ACTUAL    TO CE-FECHA.
            MOVE HORA-ACTUAL     TO CE-HORA.
            MOVE PM-DNI          TO CE-DNI.
            MOVE TA-FECHA-BAJA (INDICE-TABLA) TO CE-FECHA-BAJA.
            MOVE ANIOS-RETENCION TO CE-ANIOS-RETENCION.
            MOVE TA-REGISTROS (INDICE-TABLA, ARCHIVO-CAMBIOS)
                TO CE-CAMBIOS.
            MOVE TA-REGISTROS (INDICE-TABLA, ARCHIVO-DOMICILIOS)
                TO CE-DOMICILIOS.
            MOVE TA-REGISTROS (INDICE-TABLA, ARCHIVO-HOGARES)
                TO CE-HOGARES.
            MOVE TA-REGISTROS (INDICE-TABLA, ARCHIVO-FOTOS)
                TO CE-FOTOS.
            MOVE TA-REGISTROS (INDICE-TABLA, ARCHIVO-LEGAJOS)
                TO CE-LEGAJOS.
            WRITE REGISTRO-CERTIFICADO.
       GRABAR-CERTIFICADO-EXIT.
            EXIT.

       INFORMAR-TOTALES.
            DISPLAY 'Personas de baja en el maestro: ' TOTAL-DE-BAJA.
            DISPLAY '  Ya anonimizadas: ' TOTAL-YA-ANONIMAS.
            DISPLAY '  Dentro del plazo de retencion: '
                TOTAL-EN-RETENCION.
            DISPLAY '  Anonimizadas en esta corrida: '
                TOTAL-ANONIMIZADAS.
            DISPLAY '  Para la proxima corrida: ' TOTAL-DIFERIDAS.
            PERFORM INFORMAR-ARCHIVO THRU INFORMAR-ARCHIVO-EXIT
                VARYING INDICE-ARCHIVO FROM 1 BY 1
                UNTIL INDICE-ARCHIVO > 5.
            IF TOTAL-ERRORES > ZERO
                DISPLAY 'Personas con error en el maestro: '
                    TOTAL-ERRORES
            END-IF.
       INFORMAR-TOTALES-EXIT.
            EXIT.

       INFORMAR-ARCHIVO.
            DISPLAY 'Registros enmascarados en '
                NOMBRE-ARCHIVO (INDICE-ARCHIVO) ': '
                TOTAL-ARCHIVO (INDICE-ARCHIVO).
       INFORMAR-ARCHIVO-EXIT.
            EXIT.
       END PROGRAM ANONMES.
