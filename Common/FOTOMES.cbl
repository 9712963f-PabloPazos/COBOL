      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-DNI
               ALTERNATE RECORD KEY IS PM-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSONAS.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DOMICILIOS.

           SELECT ORDEN-CAMBIOS-FILE ASSIGN TO "FOTOSRT1".

           SELECT CAMBORD-FILE ASSIGN TO "FOTOCAMB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBORD.

           SELECT ORDEN-DOMICILIOS-FILE ASSIGN TO "FOTOSRT2".

           SELECT DOMORD-FILE ASSIGN TO "FOTODOMI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DOMORD.

           SELECT PARAMFOT-FILE ASSIGN TO "PARAMFOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMFOT.

           SELECT FOTO-FILE ASSIGN TO "FOTOPERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-FOTO.

           SELECT REPORTE-FILE ASSIGN TO "FOTOREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

      ******************************************************************
      * CAMBIOS y DOMICILIOS se ordenan por DNI en archivos de
      * trabajo para recorrerlos junto con el maestro. Dentro de cada
      * DNI se conserva el orden en que se grabaron.
      ******************************************************************
       FD  CAMBIOS-FILE
           LABEL RECORDS ARE STANDARD.
       01 CAMBIOS-REC             PIC X(545).

       SD  ORDEN-CAMBIOS-FILE.
           COPY CAMBHIST REPLACING LEADING ==CH-== BY ==OC-==
               ==REGISTRO-CAMBIO== BY ==ORDEN-CAMBIO==.

       FD  CAMBORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMBHIST.

       FD  DOMICILIOS-FILE
           LABEL RECORDS ARE STANDARD.
       01 DOMICILIOS-REC          PIC X(86).

       SD  ORDEN-DOMICILIOS-FILE.
           COPY DIRHREC REPLACING LEADING ==DH-== BY ==OD-==
               ==REGISTRO-DOMICILIO== BY ==ORDEN-DOMICILIO==.

       FD  DOMORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIRHREC.

      ******************************************************************
      * Fecha de corte pedida para una corrida puntual, por ejemplo
      * para rehacer la foto de un mes anterior. En cero la foto se
      * toma al dia de proceso, que en el cierre mensual es el ultimo
      * dia habil del mes. Se vuelve a cero una vez leida para que
      * el cierre siguiente no repita la fecha.
      ******************************************************************
       FD  PARAMFOT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARAMFOT-REC.
           02 PF-FECHA-CORTE      PIC 9(8).

       FD  FOTO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FOTOREC.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORTE-REC             PIC X(90).

       WORKING-STORAGE SECTION.
           01 FS-PERSONAS   PIC X(2).
           01 FS-CAMBIOS    PIC X(2).
           01 FS-DOMICILIOS PIC X(2).
           01 FS-CAMBORD    PIC X(2).
           01 FS-DOMORD     PIC X(2).
           01 FS-PARAMFOT   PIC X(2).
           01 FS-FOTO       PIC X(2).
           01 FS-REPORTE    PIC X(2).

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-CAMBIOS PIC X(1).
               88 FIN-DE-CAMBIOS      VALUE 'S'.
               88 NO-FIN-DE-CAMBIOS   VALUE 'N'.

           01 FIN-DOMICILIOS PIC X(1).
               88 FIN-DE-DOMICILIOS    VALUE 'S'.
               88 NO-FIN-DE-DOMICILIOS VALUE 'N'.

           01 FOTO-ESTADO PIC X(1).
               88 FOTO-SIN-ERROR      VALUE 'N'.
               88 FOTO-CON-ERROR      VALUE 'E'.

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 FECHA-CORTE PIC 9(8).
           01 FECHA-PARTES REDEFINES FECHA-CORTE.
               02 FECHA-ANO  PIC 9(4).
               02 FECHA-MES  PIC 9(2).
               02 FECHA-DIA  PIC 9(2).

           01 FECHA-ESTADO PIC X(1).
               88 FECHA-VALIDA        VALUE 'V'.
               88 FECHA-INVALIDA      VALUE 'I'.

      ******************************************************************
      * Historia de la persona en curso, armada con sus entradas de
      * los dos archivos ordenados. De CAMBIOS se guarda la imagen
      * anterior del primer cambio posterior al corte, que es como
      * estaba el registro ese dia, y la ultima imagen nueva para
      * verificar que cada cambio parta de la imagen del anterior. De
      * DOMICILIOS, el periodo en vigor al corte y la continuidad de
      * los periodos desde el alta.
      ******************************************************************
           01 HISTORIA-ESTADO PIC X(1).
               88 HAY-HISTORIA        VALUE 'S'.
               88 SIN-HISTORIA        VALUE 'N'.

           01 HISTORIA-PERSONA.
               02 TH-CAMBIOS          PIC 9(5).
               02 TH-SALTOS           PIC 9(5).
               02 TH-POSTERIOR        PIC X(1).
               02 TH-ULTIMA-IMAGEN    PIC X(256).
               02 TH-IMAGEN-CORTE     PIC X(256).
               02 TH-DOM-PERIODOS     PIC 9(5).
               02 TH-DOM-SALTOS       PIC 9(5).
               02 TH-DOM-PRIMER-DESDE PIC 9(8).
               02 TH-DOM-ULTIMO-HASTA PIC 9(8).
               02 TH-DOM-CUBRE        PIC X(1).
               02 TH-DOM-DIRECCION    PIC X(50).
               02 TH-DOM-AREA         PIC 9(4).
               02 TH-DOM-NUMERO       PIC 9(8).

      * Registro reconstruido al corte, con la forma del maestro.
           COPY PERSMSTR REPLACING LEADING ==PM-== BY ==FM-==.

           01 MOTIVO-HUECO PIC 9(2).

           01 TABLA-MOTIVOS-INIT.
               05 FILLER PIC X(40)
                   VALUE 'MODIFICADO TRAS EL CORTE SIN IMAGEN'.
               05 FILLER PIC X(40)
                   VALUE 'IMAGENES DE CAMBIOS NO ENCADENAN'.
               05 FILLER PIC X(40)
                   VALUE 'PERIODOS DE DOMICILIO NO CONTIGUOS'.
               05 FILLER PIC X(40)
                   VALUE 'DOMICILIO NO COINCIDE CON LA IMAGEN'.
           01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-INIT.
               05 MOTIVO-TEXTO OCCURS 4 TIMES PIC X(40).

           01 TOTALES-MOTIVO.
               02 TOTAL-MOTIVO OCCURS 4 TIMES PIC 9(8).
           01 INDICE-MOTIVO PIC 9(1).

           01 TOTAL-CAMBIOS       PIC 9(8) VALUE ZERO.
           01 TOTAL-DOMICILIOS    PIC 9(8) VALUE ZERO.
           01 TOTAL-LEIDAS        PIC 9(8) VALUE ZERO.
           01 TOTAL-SIN-ALTA      PIC 9(8) VALUE ZERO.
           01 TOTAL-GRABADAS      PIC 9(8) VALUE ZERO.
           01 TOTAL-DEL-MAESTRO   PIC 9(8) VALUE ZERO.
           01 TOTAL-RECONSTRUIDAS PIC 9(8) VALUE ZERO.
           01 TOTAL-CON-HUECOS    PIC 9(8) VALUE ZERO.
           01 TOTAL-ACTIVOS       PIC 9(8) VALUE ZERO.
           01 TOTAL-SUSPENDIDOS   PIC 9(8) VALUE ZERO.
           01 TOTAL-DE-BAJA       PIC 9(8) VALUE ZERO.
           01 TOTAL-FALLECIDOS    PIC 9(8) VALUE ZERO.

           01 LINEA-SALIDA PIC X(90).

           01 LINEA-PAGINA PIC 9(2) VALUE 99.
           01 NUMERO-PAGINA PIC 9(3) VALUE ZERO.

           01 LINEA-TITULO.
               02 LT-TEXTO     PIC X(40).
               02 LT-FECHA     PIC 9(8).
               02 LT-ETIQUETA  PIC X(9).
               02 LT-PAGINA    PIC ZZ9.

           01 LINEA-HUECO.
               02 LH-ETIQUETA  PIC X(5).
               02 LH-DNI       PIC 9(8).
               02 FILLER       PIC X(2).
               02 LH-ORIGEN    PIC X(1).
               02 FILLER       PIC X(2).
               02 LH-MOTIVO    PIC 9(2).
               02 FILLER       PIC X(1).
               02 LH-TEXTO     PIC X(40).

           01 LINEA-CIFRA.
               02 LC-ETIQUETA  PIC X(42).
               02 LC-CANTIDAD  PIC ZZZZZZZ9.

      ******************************************************************
      * Foto del maestro de personas a una fecha, para el cierre
      * mensual. Cada persona se reconstruye como estaba al final del
      * dia de corte desenrollando las imagenes de CAMBIOS y los
      * periodos de DOMICILIOS; la que tiene huecos en su historia
      * sale marcada con el motivo y listada en el reporte, de modo
      * que una foto inexacta nunca pase por buena. Leidas debe dar
      * sin alta mas grabadas, y grabadas debe dar tomadas del
      * maestro mas reconstruidas.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

            PERFORM LEER-FECHA-CORTE THRU LEER-FECHA-CORTE-EXIT.
            IF FECHA-INVALIDA
                DISPLAY 'Fecha de corte invalida en PARAMFOT: '
                    PF-FECHA-CORTE '. No se toma la foto.'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            INITIALIZE TOTALES-MOTIVO.
            SET FOTO-SIN-ERROR TO TRUE.
            PERFORM ORDENAR-CAMBIOS THRU ORDENAR-CAMBIOS-EXIT.
            PERFORM ORDENAR-DOMICILIOS THRU ORDENAR-DOMICILIOS-EXIT.

            OPEN INPUT PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el archivo de personas.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT FOTO-FILE.
            IF FS-FOTO NOT = '00'
                DISPLAY 'No se pudo grabar el archivo de la foto.'
                CLOSE PERSONAS-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            IF FS-REPORTE NOT = '00'
                DISPLAY 'No se pudo grabar el reporte de la foto. '
                    'Estado: ' FS-REPORTE
                CLOSE PERSONAS-FILE
                CLOSE FOTO-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 'PERSONAS CON HUECOS EN LA HISTORIA' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            PERFORM ABRIR-HISTORIAS THRU ABRIR-HISTORIAS-EXIT.

            SET NO-FIN-DE-ARCHIVO TO TRUE.
            READ PERSONAS-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
            END-READ.

            PERFORM FOTOGRAFIAR-PERSONA THRU FOTOGRAFIAR-PERSONA-EXIT
                UNTIL FIN-DE-ARCHIVO OR FOTO-CON-ERROR.

            CLOSE PERSONAS-FILE.
            CLOSE FOTO-FILE.

            IF FOTO-CON-ERROR
                DISPLAY 'No se pudo grabar la foto del DNI ' FM-DNI
                    '. Estado: ' FS-FOTO '. La foto queda incompleta.'
                PERFORM CERRAR-HISTORIAS THRU CERRAR-HISTORIAS-EXIT
                CLOSE REPORTE-FILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM SALTAR-CAMBIO THRU SALTAR-CAMBIO-EXIT
                UNTIL FIN-DE-CAMBIOS.
            PERFORM SALTAR-DOMICILIO THRU SALTAR-DOMICILIO-EXIT
                UNTIL FIN-DE-DOMICILIOS.
            PERFORM CERRAR-HISTORIAS THRU CERRAR-HISTORIAS-EXIT.

            PERFORM ESCRIBIR-TOTALES THRU ESCRIBIR-TOTALES-EXIT.
            CLOSE REPORTE-FILE.

            DISPLAY 'Foto del maestro al ' FECHA-CORTE
                ' grabada en FOTOPERS.'.
            DISPLAY 'Personas en la foto: ' TOTAL-GRABADAS.
            DISPLAY 'Reconstruidas desde CAMBIOS: ' TOTAL-RECONSTRUIDAS.
            DISPLAY 'Con huecos en la historia: ' TOTAL-CON-HUECOS.

            GOBACK.

       LEER-FECHA-CORTE.
            MOVE FECHA-ACTUAL TO FECHA-CORTE.
            SET FECHA-VALIDA TO TRUE.

            OPEN INPUT PARAMFOT-FILE.
            IF FS-PARAMFOT NOT = '00'
                GO TO LEER-FECHA-CORTE-EXIT
            END-IF.

            MOVE ZERO TO PF-FECHA-CORTE.
            READ PARAMFOT-FILE
                AT END
                    MOVE ZERO TO PF-FECHA-CORTE
            END-READ.
            CLOSE PARAMFOT-FILE.

            IF PF-FECHA-CORTE IS NOT NUMERIC
                SET FECHA-INVALIDA TO TRUE
                GO TO LEER-FECHA-CORTE-EXIT
            END-IF.

            IF PF-FECHA-CORTE = ZERO
                GO TO LEER-FECHA-CORTE-EXIT
            END-IF.

            MOVE PF-FECHA-CORTE TO FECHA-CORTE.
            IF FECHA-ANO < 1900
                    OR FECHA-MES < 1 OR FECHA-MES > 12
                    OR FECHA-DIA < 1 OR FECHA-DIA > 31
                    OR FECHA-CORTE > FECHA-ACTUAL
                SET FECHA-INVALIDA TO TRUE
                GO TO LEER-FECHA-CORTE-EXIT
            END-IF.

            DISPLAY 'Foto pedida al ' FECHA-CORTE '.'.
            OPEN OUTPUT PARAMFOT-FILE.
            IF FS-PARAMFOT = '00'
                MOVE ZERO TO PF-FECHA-CORTE
                WRITE PARAMFOT-REC
                CLOSE PARAMFOT-FILE
            END-IF.
       LEER-FECHA-CORTE-EXIT.
            EXIT.

      ******************************************************************
      * CAMBIOS se graba en el orden en que ocurren los cambios y el
      * orden por DNI lo respeta, asi que la primera entrada de un DNI
      * posterior al corte trae en su imagen anterior el registro de
      * ese dia. Sin archivo de cambios o de domicilios, la foto se
      * toma con lo que haya.
      * FOTOCAMB y FOTODOMI (y los de trabajo del SORT, FOTOSRT1 y
      * FOTOSRT2) son archivos de paso: se rehacen en cada corrida y
      * no hace falta guardarlos.
      ******************************************************************
       ORDENAR-CAMBIOS.
            SET FIN-DE-CAMBIOS TO TRUE.
            OPEN INPUT CAMBIOS-FILE.
            IF FS-CAMBIOS NOT = '00'
                DISPLAY 'Aviso: no hay archivo de cambios.'
                GO TO ORDENAR-CAMBIOS-EXIT
            END-IF.
            CLOSE CAMBIOS-FILE.

            SORT ORDEN-CAMBIOS-FILE
                ON ASCENDING KEY OC-DNI
                WITH DUPLICATES IN ORDER
                USING CAMBIOS-FILE
                GIVING CAMBORD-FILE.
            IF SORT-RETURN NOT = ZERO
                DISPLAY 'No se pudo ordenar el archivo de cambios.'
                    ' No se toma la foto del maestro.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            SET NO-FIN-DE-CAMBIOS TO TRUE.
       ORDENAR-CAMBIOS-EXIT.
            EXIT.

       ORDENAR-DOMICILIOS.
            SET FIN-DE-DOMICILIOS TO TRUE.
            OPEN INPUT DOMICILIOS-FILE.
            IF FS-DOMICILIOS NOT = '00'
                DISPLAY 'Aviso: no hay archivo de domicilios.'
                GO TO ORDENAR-DOMICILIOS-EXIT
            END-IF.
            CLOSE DOMICILIOS-FILE.

            SORT ORDEN-DOMICILIOS-FILE
                ON ASCENDING KEY OD-DNI
                WITH DUPLICATES IN ORDER
                USING DOMICILIOS-FILE
                GIVING DOMORD-FILE.
            IF SORT-RETURN NOT = ZERO
                DISPLAY 'No se pudo ordenar el archivo de domicilios.'
                    ' No se toma la foto del maestro.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            SET NO-FIN-DE-DOMICILIOS TO TRUE.
       ORDENAR-DOMICILIOS-EXIT.
            EXIT.

      ******************************************************************
      * Los archivos ordenados quedan con su primer registro leido;
      * el que falta o no se pudo abrir se da por terminado.
      ******************************************************************
       ABRIR-HISTORIAS.
            MOVE SPACES TO FS-CAMBORD.
            MOVE SPACES TO FS-DOMORD.
            IF NO-FIN-DE-CAMBIOS
                OPEN INPUT CAMBORD-FILE
                IF FS-CAMBORD = '00'
                    PERFORM LEER-CAMBIO THRU LEER-CAMBIO-EXIT
                ELSE
                    SET FIN-DE-CAMBIOS TO TRUE
                END-IF
            END-IF.

            IF NO-FIN-DE-DOMICILIOS
                OPEN INPUT DOMORD-FILE
                IF FS-DOMORD = '00'
                    PERFORM LEER-DOMICILIO THRU LEER-DOMICILIO-EXIT
                ELSE
                    SET FIN-DE-DOMICILIOS TO TRUE
                END-IF
            END-IF.
       ABRIR-HISTORIAS-EXIT.
            EXIT.

       CERRAR-HISTORIAS.
            IF FS-CAMBORD = '00' OR FS-CAMBORD = '10'
                CLOSE CAMBORD-FILE
            END-IF.
            IF FS-DOMORD = '00' OR FS-DOMORD = '10'
                CLOSE DOMORD-FILE
            END-IF.
       CERRAR-HISTORIAS-EXIT.
            EXIT.

       LEER-CAMBIO.
            READ CAMBORD-FILE
                AT END
                    SET FIN-DE-CAMBIOS TO TRUE
                    GO TO LEER-CAMBIO-EXIT
            END-READ.
            ADD 1 TO TOTAL-CAMBIOS.
       LEER-CAMBIO-EXIT.
            EXIT.

       LEER-DOMICILIO.
            READ DOMORD-FILE
                AT END
                    SET FIN-DE-DOMICILIOS TO TRUE
                    GO TO LEER-DOMICILIO-EXIT
            END-READ.
            ADD 1 TO TOTAL-DOMICILIOS.
       LEER-DOMICILIO-EXIT.
            EXIT.

      ******************************************************************
      * Entradas de DNIs que no estan en el maestro: se leen para las
      * cifras de control y no entran en ninguna historia.
      ******************************************************************
       SALTAR-CAMBIO.
            PERFORM LEER-CAMBIO THRU LEER-CAMBIO-EXIT.
       SALTAR-CAMBIO-EXIT.
            EXIT.

       SALTAR-DOMICILIO.
            PERFORM LEER-DOMICILIO THRU LEER-DOMICILIO-EXIT.
       SALTAR-DOMICILIO-EXIT.
            EXIT.

      ******************************************************************
      * Arma la historia del DNI del maestro con sus entradas de los
      * dos archivos ordenados, que quedan posicionados en el DNI
      * siguiente.
      ******************************************************************
       ARMAR-HISTORIA.
            INITIALIZE HISTORIA-PERSONA.
            MOVE 'N' TO TH-POSTERIOR.
            MOVE 'N' TO TH-DOM-CUBRE.
            SET SIN-HISTORIA TO TRUE.

            PERFORM SALTAR-CAMBIO THRU SALTAR-CAMBIO-EXIT
                UNTIL FIN-DE-CAMBIOS OR CH-DNI NOT < PM-DNI.
            PERFORM CARGAR-UN-CAMBIO THRU CARGAR-UN-CAMBIO-EXIT
                UNTIL FIN-DE-CAMBIOS OR CH-DNI NOT = PM-DNI.

            PERFORM SALTAR-DOMICILIO THRU SALTAR-DOMICILIO-EXIT
                UNTIL FIN-DE-DOMICILIOS OR DH-DNI NOT < PM-DNI.
            PERFORM CARGAR-UN-DOMICILIO THRU CARGAR-UN-DOMICILIO-EXIT
                UNTIL FIN-DE-DOMICILIOS OR DH-DNI NOT = PM-DNI.
       ARMAR-HISTORIA-EXIT.
            EXIT.

      ******************************************************************
      * Un cambio cuya imagen anterior no es la nueva del cambio
      * previo indica que hubo una modificacion que no dejo imagen.
      ******************************************************************
       CARGAR-UN-CAMBIO.
            SET HAY-HISTORIA TO TRUE.

            IF TH-CAMBIOS > ZERO
                    AND CH-IMAGEN-ANTERIOR NOT = TH-ULTIMA-IMAGEN
                ADD 1 TO TH-SALTOS
            END-IF.

            ADD 1 TO TH-CAMBIOS.
            MOVE CH-IMAGEN-NUEVA TO TH-ULTIMA-IMAGEN.

            IF CH-FECHA > FECHA-CORTE
                    AND TH-POSTERIOR NOT = 'S'
                MOVE CH-IMAGEN-ANTERIOR TO TH-IMAGEN-CORTE
                MOVE 'S' TO TH-POSTERIOR
            END-IF.

            PERFORM LEER-CAMBIO THRU LEER-CAMBIO-EXIT.
       CARGAR-UN-CAMBIO-EXIT.
            EXIT.

      ******************************************************************
      * Cada periodo de DOMICILIOS arranca donde termino el anterior
      * del mismo DNI, y el primero en el alta. El periodo en vigor al
      * corte es el que empezo ese dia o antes y termino despues.
      ******************************************************************
       CARGAR-UN-DOMICILIO.
            SET HAY-HISTORIA TO TRUE.

            IF TH-DOM-PERIODOS = ZERO
                MOVE DH-FECHA-DESDE TO TH-DOM-PRIMER-DESDE
            ELSE
                IF DH-FECHA-DESDE NOT = TH-DOM-ULTIMO-HASTA
                    ADD 1 TO TH-DOM-SALTOS
                END-IF
            END-IF.

            ADD 1 TO TH-DOM-PERIODOS.
            MOVE DH-FECHA-HASTA TO TH-DOM-ULTIMO-HASTA.

            IF DH-FECHA-DESDE NOT > FECHA-CORTE
                    AND DH-FECHA-HASTA > FECHA-CORTE
                MOVE 'S' TO TH-DOM-CUBRE
                MOVE DH-DIRECCION TO TH-DOM-DIRECCION
                MOVE DH-TEL-CODIGO-AREA TO TH-DOM-AREA
                MOVE DH-TEL-NUMERO TO TH-DOM-NUMERO
            END-IF.

            PERFORM LEER-DOMICILIO THRU LEER-DOMICILIO-EXIT.
       CARGAR-UN-DOMICILIO-EXIT.
            EXIT.

      ******************************************************************
      * Una persona dada de alta despues del corte no existia ese dia
      * y no entra en la foto. Para el resto el registro al corte es
      * la imagen guardada del primer cambio posterior, o el registro
      * vigente si no cambio desde entonces.
      ******************************************************************
       FOTOGRAFIAR-PERSONA.
            ADD 1 TO TOTAL-LEIDAS.

            PERFORM ARMAR-HISTORIA THRU ARMAR-HISTORIA-EXIT.

            IF PM-FEC-ALTA > FECHA-CORTE
                ADD 1 TO TOTAL-SIN-ALTA
                GO TO FOTOGRAFIAR-PERSONA-LEER
            END-IF.

            MOVE SPACES TO REGISTRO-FOTO.
            MOVE FECHA-CORTE TO FT-FECHA-CORTE.

            IF HAY-HISTORIA AND TH-POSTERIOR = 'S'
                MOVE TH-IMAGEN-CORTE TO FM-PERSONA-REC
                SET FT-DE-LA-IMAGEN TO TRUE
                ADD 1 TO TOTAL-RECONSTRUIDAS
            ELSE
                MOVE PM-PERSONA-REC TO FM-PERSONA-REC
                SET FT-DEL-MAESTRO TO TRUE
                ADD 1 TO TOTAL-DEL-MAESTRO
            END-IF.

            PERFORM REVISAR-HISTORIA THRU REVISAR-HISTORIA-EXIT.
            PERFORM REVISAR-DOMICILIO THRU REVISAR-DOMICILIO-EXIT.

            MOVE FM-PERSONA-REC TO FT-PERSONA.
            MOVE MOTIVO-HUECO   TO FT-MOTIVO-HUECO.
            WRITE REGISTRO-FOTO.
            IF FS-FOTO NOT = '00'
                SET FOTO-CON-ERROR TO TRUE
                GO TO FOTOGRAFIAR-PERSONA-EXIT
            END-IF.
            ADD 1 TO TOTAL-GRABADAS.

            EVALUATE TRUE
                WHEN FM-ACTIVO
                    ADD 1 TO TOTAL-ACTIVOS
                WHEN FM-SUSPENDIDO
                    ADD 1 TO TOTAL-SUSPENDIDOS
                WHEN FM-DE-BAJA
                    ADD 1 TO TOTAL-DE-BAJA
                WHEN FM-FALLECIDO
                    ADD 1 TO TOTAL-FALLECIDOS
            END-EVALUATE.

            IF MOTIVO-HUECO > ZERO
                ADD 1 TO TOTAL-CON-HUECOS
                ADD 1 TO TOTAL-MOTIVO (MOTIVO-HUECO)
                PERFORM LISTAR-HUECO THRU LISTAR-HUECO-EXIT
            END-IF.

       FOTOGRAFIAR-PERSONA-LEER.
            READ PERSONAS-FILE
                AT END SET FIN-DE-ARCHIVO TO TRUE
            END-READ.
       FOTOGRAFIAR-PERSONA-EXIT.
            EXIT.

      ******************************************************************
      * Huecos en CAMBIOS. Si el registro tomado como del corte tiene
      * una modificacion posterior al corte, hubo un cambio que no
      * dejo imagen y el dato de ese dia no se puede saber. Si las
      * imagenes no encadenan, o la ultima no es el registro vigente,
      * la historia tiene un cambio sin registrar en algun punto.
      ******************************************************************
       REVISAR-HISTORIA.
            MOVE ZERO TO MOTIVO-HUECO.

            IF FM-FEC-MODIF > FECHA-CORTE
                MOVE 1 TO MOTIVO-HUECO
                GO TO REVISAR-HISTORIA-EXIT
            END-IF.

            IF SIN-HISTORIA
                GO TO REVISAR-HISTORIA-EXIT
            END-IF.

            IF TH-SALTOS > ZERO
                MOVE 2 TO MOTIVO-HUECO
                GO TO REVISAR-HISTORIA-EXIT
            END-IF.

            IF TH-CAMBIOS > ZERO
                    AND TH-ULTIMA-IMAGEN NOT = PM-PERSONA-REC
                MOVE 2 TO MOTIVO-HUECO
                GO TO REVISAR-HISTORIA-EXIT
            END-IF.

            IF TH-DOM-PERIODOS > ZERO
                    AND (TH-DOM-SALTOS > ZERO
                      OR TH-DOM-PRIMER-DESDE NOT = PM-FEC-ALTA)
                MOVE 3 TO MOTIVO-HUECO
            END-IF.
       REVISAR-HISTORIA-EXIT.
            EXIT.

      ******************************************************************
      * El domicilio y el telefono al corte salen del periodo de
      * DOMICILIOS en vigor ese dia. Sin periodo en vigor son los
      * vigentes, que no cambiaron desde el ultimo periodo cerrado.
      * Si la imagen dice otra cosa una de las dos historias tiene un
      * cambio sin registrar.
      ******************************************************************
       REVISAR-DOMICILIO.
            IF HAY-HISTORIA AND TH-DOM-CUBRE = 'S'
                IF FM-DIRECCION NOT = TH-DOM-DIRECCION
                        OR FM-TEL-CODIGO-AREA NOT = TH-DOM-AREA
                        OR FM-TEL-NUMERO NOT = TH-DOM-NUMERO
                    IF MOTIVO-HUECO = ZERO
                        MOVE 4 TO MOTIVO-HUECO
                    END-IF
                    MOVE TH-DOM-DIRECCION TO FM-DIRECCION
                    MOVE TH-DOM-AREA TO FM-TEL-CODIGO-AREA
                    MOVE TH-DOM-NUMERO TO FM-TEL-NUMERO
                END-IF
                GO TO REVISAR-DOMICILIO-EXIT
            END-IF.

            IF FM-DIRECCION NOT = PM-DIRECCION
                    OR FM-TELEFONO NOT = PM-TELEFONO
                IF MOTIVO-HUECO = ZERO
                    MOVE 4 TO MOTIVO-HUECO
                END-IF
            END-IF.
       REVISAR-DOMICILIO-EXIT.
            EXIT.

       LISTAR-HUECO.
            MOVE SPACES TO LINEA-HUECO.
            MOVE 'DNI: '        TO LH-ETIQUETA.
            MOVE FM-DNI         TO LH-DNI.
            MOVE FT-ORIGEN      TO LH-ORIGEN.
            MOVE MOTIVO-HUECO   TO LH-MOTIVO.
            MOVE MOTIVO-TEXTO (MOTIVO-HUECO) TO LH-TEXTO.
            MOVE LINEA-HUECO TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       LISTAR-HUECO-EXIT.
            EXIT.

       ESCRIBIR-TOTALES.
            IF TOTAL-CON-HUECOS = ZERO
                MOVE 'NINGUNA PERSONA CON HUECOS EN SU HISTORIA.'
                    TO LINEA-SALIDA
                PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
            END-IF.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            MOVE 'CIFRAS DE CONTROL' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'ENTRADAS DE CAMBIOS LEIDAS' TO LC-ETIQUETA.
            MOVE TOTAL-CAMBIOS                TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERIODOS DE DOMICILIO LEIDOS' TO LC-ETIQUETA.
            MOVE TOTAL-DOMICILIOS               TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERSONAS LEIDAS DEL MAESTRO' TO LC-ETIQUETA.
            MOVE TOTAL-LEIDAS                  TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'DADAS DE ALTA DESPUES DEL CORTE' TO LC-ETIQUETA.
            MOVE TOTAL-SIN-ALTA                    TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERSONAS GRABADAS EN LA FOTO' TO LC-ETIQUETA.
            MOVE TOTAL-GRABADAS                 TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE '  TOMADAS DEL MAESTRO VIGENTE' TO LC-ETIQUETA.
            MOVE TOTAL-DEL-MAESTRO               TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE '  RECONSTRUIDAS DESDE CAMBIOS' TO LC-ETIQUETA.
            MOVE TOTAL-RECONSTRUIDAS             TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE '  ACTIVAS AL CORTE' TO LC-ETIQUETA.
            MOVE TOTAL-ACTIVOS        TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE '  SUSPENDIDAS AL CORTE' TO LC-ETIQUETA.
            MOVE TOTAL-SUSPENDIDOS        TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE '  DE BAJA AL CORTE' TO LC-ETIQUETA.
            MOVE TOTAL-DE-BAJA        TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE '  FALLECIDAS AL CORTE' TO LC-ETIQUETA.
            MOVE TOTAL-FALLECIDOS        TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERSONAS CON HUECOS EN LA HISTORIA' TO LC-ETIQUETA.
            MOVE TOTAL-CON-HUECOS                     TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.

            PERFORM ESCRIBIR-MOTIVO THRU ESCRIBIR-MOTIVO-EXIT
                VARYING INDICE-MOTIVO FROM 1 BY 1
                UNTIL INDICE-MOTIVO > 4.
       ESCRIBIR-TOTALES-EXIT.
            EXIT.

       ESCRIBIR-MOTIVO.
            MOVE SPACES TO LINEA-CIFRA.
            STRING '  ' DELIMITED BY SIZE
                MOTIVO-TEXTO (INDICE-MOTIVO) DELIMITED BY SIZE
                INTO LC-ETIQUETA.
            MOVE TOTAL-MOTIVO (INDICE-MOTIVO) TO LC-CANTIDAD.
            PERFORM ESCRIBIR-CIFRA THRU ESCRIBIR-CIFRA-EXIT.
       ESCRIBIR-MOTIVO-EXIT.
            EXIT.

       ESCRIBIR-CIFRA.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-CIFRA-EXIT.
            EXIT.

       ESCRIBIR-TITULO.
            ADD 1 TO NUMERO-PAGINA.
            MOVE SPACES TO LINEA-TITULO.
            MOVE 'FOTO DEL MAESTRO DE PERSONAS AL CORTE: '
                TO LT-TEXTO.
            MOVE FECHA-CORTE TO LT-FECHA.
            MOVE ' PAGINA: ' TO LT-ETIQUETA.
            MOVE NUMERO-PAGINA TO LT-PAGINA.
            MOVE LINEA-TITULO TO REPORTE-REC.
            WRITE REPORTE-REC.

            MOVE SPACES TO REPORTE-REC.
            WRITE REPORTE-REC.
            MOVE 2 TO LINEA-PAGINA.
       ESCRIBIR-TITULO-EXIT.
            EXIT.

       ESCRIBIR-LINEA.
            IF LINEA-PAGINA > 55
                PERFORM ESCRIBIR-TITULO THRU ESCRIBIR-TITULO-EXIT
            END-IF.
            MOVE LINEA-SALIDA TO REPORTE-REC.
            WRITE REPORTE-REC.
            ADD 1 TO LINEA-PAGINA.
       ESCRIBIR-LINEA-EXIT.
            EXIT.
       END PROGRAM FOTOMES.
