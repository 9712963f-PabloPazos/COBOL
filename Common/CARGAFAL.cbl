      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAFAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFUNCIONES-FILE ASSIGN TO "DEFUNCIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DEFUNCIONES.

           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-DNI
               ALTERNATE RECORD KEY IS PM-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSONAS.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT REVISIONES-FILE ASSIGN TO "REVISIONES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REVISIONES.

           SELECT HOGARES-FILE ASSIGN TO "HOGARES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HOGARES.

           SELECT TRABAJO-FILE ASSIGN TO "FALLTRAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT RECHAZADAS-FILE ASSIGN TO "FALLRECH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZADAS.

           SELECT REPORTE-FILE ASSIGN TO "FALLREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * El archivo del registro de defunciones trae detalles con el
      * DNI y la fecha de defuncion, y un pie con la cantidad de
      * detalles para balancear la carga.
      ******************************************************************
       FD  DEFUNCIONES-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEFUNCION-REC.
           02 DF-TIPO             PIC X(1).
               88 DF-ES-DETALLE       VALUE 'D'.
           02 DF-DNI              PIC X(8).
           02 DF-FECHA            PIC X(8).
       01 DEFUNCION-PIE.
           02 DF-TIPO-PIE         PIC X(1).
               88 DF-ES-PIE           VALUE 'T'.
           02 DF-CANTIDAD         PIC 9(8).

       FD  PERSONAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMSTR.

       FD  CAMBIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMBHIST.

       FD  DECISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DECREC.

       FD  REVISIONES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVREC.

       FD  HOGARES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOGREC.

       FD  TRABAJO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOGREC REPLACING LEADING ==HOG-== BY ==TB-==
               ==REGISTRO-HOGAR== BY ==REGISTRO-TRABAJO==.

       FD  RECHAZADAS-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECHAZADA-REC.
           02 RC-DEFUNCION        PIC X(17).
           02 RC-MOTIVO           PIC X(2).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORTE-REC             PIC X(90).

       WORKING-STORAGE SECTION.
           01 FS-DEFUNCIONES PIC X(2).
           01 FS-PERSONAS    PIC X(2).
           01 FS-CAMBIOS     PIC X(2).
           01 FS-DECISIONES  PIC X(2).
           01 FS-REVISIONES  PIC X(2).
           01 FS-HOGARES     PIC X(2).
           01 FS-TRABAJO     PIC X(2).
           01 FS-RECHAZADAS  PIC X(2).
           01 FS-REPORTE     PIC X(2).

           01 FECHA-ACTUAL PIC 9(8).
           01 HORA-ACTUAL  PIC 9(8).

           01 FIN-DEFUNCIONES PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-AUXILIAR PIC X(1).
               88 FIN-AUX             VALUE 'S'.
               88 NO-FIN-AUX          VALUE 'N'.

           01 CORTE-DEFUNCIONES PIC X(1).
               88 TRAILER-LEIDO       VALUE 'T'.
               88 SIN-TRAILER         VALUE 'N'.

           01 REGISTRO-ESTADO PIC X(1).
               88 REGISTRO-VALIDO     VALUE 'V'.
               88 REGISTRO-INVALIDO   VALUE 'I'.
               88 REGISTRO-YA-FALLECIDO VALUE 'F'.

           01 MOTIVO-RECHAZO PIC X(2).
      *        01 = DNI no numerico o cero
      *        02 = DNI no figura en el maestro de personas
      *        03 = fecha de defuncion invalida o futura
      *        04 = la persona ya estaba de baja
      *        05 = tipo de registro desconocido

           01 DNI-DEFUNCION PIC 9(8).

           01 FECHA-DEFUNCION PIC 9(8).
           01 FECHA-PARTES REDEFINES FECHA-DEFUNCION.
               02 FECHA-ANO  PIC 9(4).
               02 FECHA-MES  PIC 9(2).
               02 FECHA-DIA  PIC 9(2).

           01 IMAGEN-ANTERIOR PIC X(256).

      ******************************************************************
      * DNIs registrados como fallecidos en esta corrida: con ellos
      * se cancelan las decisiones pendientes y se depuran los
      * hogares despues de actualizar el maestro.
      ******************************************************************
           01 TABLA-FALLECIDOS.
               02 CANTIDAD-FALLECIDOS PIC 9(4) VALUE ZERO.
               02 TF-DNI PIC 9(8) OCCURS 5000 TIMES.

           01 TABLA-PENDIENTES.
               02 CANTIDAD-PENDIENTES PIC 9(4) VALUE ZERO.
               02 TK-CLAVE PIC X(32) OCCURS 5000 TIMES.

      ******************************************************************
      * Hogares que perdieron su cabeza: el miembro de DNI menor que
      * queda pasa a serlo, como en la separacion de HOGCONS.
      ******************************************************************
           01 TABLA-HOGARES.
               02 CANTIDAD-HOGARES PIC 9(4) VALUE ZERO.
               02 ENTRADA-HOGAR OCCURS 5000 TIMES.
                   03 TH-ID        PIC 9(6).
                   03 TH-DNI-MENOR PIC 9(8).

           01 INDICE-TABLA     PIC 9(4).
           01 POSICION-HALLADA PIC 9(4).
           01 DNI-BUSCADO      PIC 9(8).
           01 HOGAR-BUSCADO    PIC 9(6).

           01 TOTAL-LEIDAS       PIC 9(8) VALUE ZERO.
           01 TOTAL-REGISTRADAS  PIC 9(8) VALUE ZERO.
           01 TOTAL-SIN-MAESTRO  PIC 9(8) VALUE ZERO.
           01 TOTAL-YA-DE-BAJA   PIC 9(8) VALUE ZERO.
           01 TOTAL-YA-FALLECIDAS PIC 9(8) VALUE ZERO.
           01 TOTAL-ERRORES      PIC 9(8) VALUE ZERO.
           01 TOTAL-RECHAZADAS   PIC 9(8) VALUE ZERO.
           01 TOTAL-CANCELADAS   PIC 9(8) VALUE ZERO.
           01 TOTAL-QUITADOS     PIC 9(8) VALUE ZERO.
           01 TOTAL-CABEZAS      PIC 9(8) VALUE ZERO.
           01 CANTIDAD-ESPERADA  PIC 9(8) VALUE ZERO.
           01 CANTIDAD-DETALLES  PIC 9(8) VALUE ZERO.

           01 LINEA-SALIDA PIC X(90).

           01 LINEA-PAGINA PIC 9(2) VALUE 99.
           01 NUMERO-PAGINA PIC 9(3) VALUE ZERO.

           01 LINEA-TITULO.
               02 LT-TEXTO     PIC X(40).
               02 LT-FECHA     PIC 9(8).
               02 LT-ETIQUETA  PIC X(9).
               02 LT-PAGINA    PIC ZZ9.

           01 LINEA-DETALLE.
               02 LD-DNI       PIC 9(8).
               02 FILLER       PIC X(2) VALUE SPACES.
               02 LD-FECHA     PIC X(8).
               02 FILLER       PIC X(2) VALUE SPACES.
               02 LD-OBSERVACION PIC X(40).

           01 LINEA-CIFRA.
               02 LC-ETIQUETA  PIC X(42).
               02 LC-CANTIDAD  PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.

            PERFORM BALANCEAR-ARCHIVO THRU BALANCEAR-ARCHIVO-EXIT.
            IF RETURN-CODE NOT = ZERO
                GOBACK
            END-IF.

            PERFORM REGISTRAR-DEFUNCIONES
                THRU REGISTRAR-DEFUNCIONES-EXIT.
            IF RETURN-CODE > 8
                GOBACK
            END-IF.

            IF CANTIDAD-FALLECIDOS > ZERO
                PERFORM CANCELAR-DECISIONES
                    THRU CANCELAR-DECISIONES-EXIT
                PERFORM DEPURAR-HOGARES THRU DEPURAR-HOGARES-EXIT
            END-IF.

            PERFORM ESCRIBIR-TOTALES THRU ESCRIBIR-TOTALES-EXIT.
            CLOSE REPORTE-FILE.

            DISPLAY 'Defunciones leidas: ' TOTAL-LEIDAS.
            DISPLAY 'Personas registradas como fallecidas: '
                TOTAL-REGISTRADAS.
            DISPLAY 'DNI sin coincidencia en el maestro: '
                TOTAL-SIN-MAESTRO.
            DISPLAY 'Personas ya dadas de baja: ' TOTAL-YA-DE-BAJA.
            DISPLAY 'Personas ya registradas como fallecidas: '
                TOTAL-YA-FALLECIDAS.
            DISPLAY 'Defunciones rechazadas: ' TOTAL-RECHAZADAS.
            DISPLAY 'Decisiones pendientes canceladas: '
                TOTAL-CANCELADAS.
            DISPLAY 'Miembros quitados de hogares: ' TOTAL-QUITADOS.
            DISPLAY 'Errores de grabacion: ' TOTAL-ERRORES.

            GOBACK.

      ******************************************************************
      * Marcar un fallecimiento no se deshace con otra carga, por eso
      * el archivo se balancea contra su pie antes de tocar nada: sin
      * pie, o con una cantidad que no coincide, no se aplica ningun
      * registro.
      ******************************************************************
       BALANCEAR-ARCHIVO.
            MOVE ZERO TO RETURN-CODE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            SET SIN-TRAILER TO TRUE.
            MOVE ZERO TO CANTIDAD-DETALLES.

            OPEN INPUT DEFUNCIONES-FILE.
            IF FS-DEFUNCIONES NOT = '00'
                DISPLAY 'No hay archivo del registro de defunciones.'
                MOVE 8 TO RETURN-CODE
                GO TO BALANCEAR-ARCHIVO-EXIT
            END-IF.

            PERFORM CONTAR-DETALLE THRU CONTAR-DETALLE-EXIT
                UNTIL FIN-DE-ARCHIVO OR TRAILER-LEIDO.

            CLOSE DEFUNCIONES-FILE.

            IF SIN-TRAILER
                DISPLAY 'El archivo de defunciones no tiene pie de '
                    'control. No se aplica.'
                MOVE 8 TO RETURN-CODE
                GO TO BALANCEAR-ARCHIVO-EXIT
            END-IF.

            IF CANTIDAD-DETALLES NOT = CANTIDAD-ESPERADA
                DISPLAY 'La cantidad de detalles (' CANTIDAD-DETALLES
                    ') no coincide con el pie (' CANTIDAD-ESPERADA
                    '). No se aplica.'
                MOVE 8 TO RETURN-CODE
                GO TO BALANCEAR-ARCHIVO-EXIT
            END-IF.

            IF CANTIDAD-DETALLES > 5000
                DISPLAY 'El archivo trae mas de 5000 defunciones. '
                    'Partalo en cargas menores.'
                MOVE 8 TO RETURN-CODE
            END-IF.
       BALANCEAR-ARCHIVO-EXIT.
            EXIT.

       CONTAR-DETALLE.
            READ DEFUNCIONES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO CONTAR-DETALLE-EXIT
            END-READ.

            IF DF-ES-PIE
                SET TRAILER-LEIDO TO TRUE
                MOVE DF-CANTIDAD TO CANTIDAD-ESPERADA
                GO TO CONTAR-DETALLE-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-DETALLES.
       CONTAR-DETALLE-EXIT.
            EXIT.

      ******************************************************************
      * Sin CAMBIOS no se marca a nadie: el fallecimiento quedaria
      * sin su imagen anterior.
      ******************************************************************
       REGISTRAR-DEFUNCIONES.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            SET SIN-TRAILER TO TRUE.

            OPEN INPUT DEFUNCIONES-FILE.

            OPEN I-O PERSONAS-FILE.
            IF FS-PERSONAS NOT = '00'
                DISPLAY 'No se pudo abrir el maestro de personas. '
                    'Estado: ' FS-PERSONAS
                CLOSE DEFUNCIONES-FILE
                MOVE 12 TO RETURN-CODE
                GO TO REGISTRAR-DEFUNCIONES-EXIT
            END-IF.

            OPEN OUTPUT RECHAZADAS-FILE.
            OPEN OUTPUT REPORTE-FILE.

            OPEN EXTEND CAMBIOS-FILE.
            IF FS-CAMBIOS NOT = '00'
                OPEN OUTPUT CAMBIOS-FILE
            END-IF.
            IF FS-CAMBIOS NOT = '00'
                DISPLAY 'No se pudo abrir CAMBIOS. Estado: '
                    FS-CAMBIOS '. No se aplica ninguna defuncion.'
                ADD 1 TO TOTAL-ERRORES
                MOVE 8 TO RETURN-CODE
                CLOSE RECHAZADAS-FILE
                CLOSE PERSONAS-FILE
                CLOSE DEFUNCIONES-FILE
                GO TO REGISTRAR-DEFUNCIONES-EXIT
            END-IF.

            PERFORM PROCESAR-DEFUNCION THRU PROCESAR-DEFUNCION-EXIT
                UNTIL FIN-DE-ARCHIVO OR TRAILER-LEIDO.

            CLOSE RECHAZADAS-FILE.
            CLOSE CAMBIOS-FILE.
            CLOSE PERSONAS-FILE.
            CLOSE DEFUNCIONES-FILE.
       REGISTRAR-DEFUNCIONES-EXIT.
            EXIT.

       PROCESAR-DEFUNCION.
            READ DEFUNCIONES-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO PROCESAR-DEFUNCION-EXIT
            END-READ.

            IF DF-ES-PIE
                SET TRAILER-LEIDO TO TRUE
                GO TO PROCESAR-DEFUNCION-EXIT
            END-IF.

            ADD 1 TO TOTAL-LEIDAS.

            PERFORM VALIDAR-DEFUNCION THRU VALIDAR-DEFUNCION-EXIT.

            EVALUATE TRUE
                WHEN REGISTRO-VALIDO
                    PERFORM MARCAR-FALLECIDO THRU MARCAR-FALLECIDO-EXIT
                WHEN REGISTRO-YA-FALLECIDO
                    PERFORM AGREGAR-FALLECIDO
                        THRU AGREGAR-FALLECIDO-EXIT
                WHEN OTHER
                    PERFORM GRABAR-RECHAZO THRU GRABAR-RECHAZO-EXIT
            END-EVALUATE.
       PROCESAR-DEFUNCION-EXIT.
            EXIT.

      ******************************************************************
      * Quien ya figura fallecido (por una carga anterior, o la
      * misma persona dos veces en el archivo) no se vuelve a marcar
      * ni se rechaza: entra igual en la tabla de fallecidos, asi se
      * cancelan sus pendientes y sale de su hogar si una corrida
      * anterior no llego a hacerlo.
      ******************************************************************
       VALIDAR-DEFUNCION.
            SET REGISTRO-VALIDO TO TRUE.
            MOVE SPACES TO MOTIVO-RECHAZO.

            IF NOT DF-ES-DETALLE
                MOVE '05' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                GO TO VALIDAR-DEFUNCION-EXIT
            END-IF.

            IF DF-DNI IS NOT NUMERIC OR DF-DNI = '00000000'
                MOVE '01' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                GO TO VALIDAR-DEFUNCION-EXIT
            END-IF.
            MOVE DF-DNI TO DNI-DEFUNCION.

            IF DF-FECHA IS NOT NUMERIC
                MOVE '03' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                GO TO VALIDAR-DEFUNCION-EXIT
            END-IF.
            MOVE DF-FECHA TO FECHA-DEFUNCION.
            IF FECHA-MES < 1 OR FECHA-MES > 12
                    OR FECHA-DIA < 1 OR FECHA-DIA > 31
                    OR FECHA-DEFUNCION > FECHA-ACTUAL
                MOVE '03' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                GO TO VALIDAR-DEFUNCION-EXIT
            END-IF.

            MOVE DNI-DEFUNCION TO PM-DNI.
            READ PERSONAS-FILE
                INVALID KEY
                    MOVE '02' TO MOTIVO-RECHAZO
                    SET REGISTRO-INVALIDO TO TRUE
                    ADD 1 TO TOTAL-SIN-MAESTRO
                    MOVE 'NO FIGURA EN EL MAESTRO DE PERSONAS'
                        TO LD-OBSERVACION
                    PERFORM INFORMAR-DEFUNCION
                        THRU INFORMAR-DEFUNCION-EXIT
                    GO TO VALIDAR-DEFUNCION-EXIT
            END-READ.

            IF PM-FALLECIDO
                SET REGISTRO-YA-FALLECIDO TO TRUE
                ADD 1 TO TOTAL-YA-FALLECIDAS
                MOVE 'YA REGISTRADA COMO FALLECIDA' TO LD-OBSERVACION
                PERFORM INFORMAR-DEFUNCION
                    THRU INFORMAR-DEFUNCION-EXIT
                GO TO VALIDAR-DEFUNCION-EXIT
            END-IF.

            IF PM-DE-BAJA
                MOVE '04' TO MOTIVO-RECHAZO
                SET REGISTRO-INVALIDO TO TRUE
                ADD 1 TO TOTAL-YA-DE-BAJA
                MOVE 'YA ESTABA DADA DE BAJA' TO LD-OBSERVACION
                PERFORM INFORMAR-DEFUNCION
                    THRU INFORMAR-DEFUNCION-EXIT
            END-IF.
       VALIDAR-DEFUNCION-EXIT.
            EXIT.

      ******************************************************************
      * El fallecimiento es una modificacion del estado, con sus dos
      * imagenes en CAMBIOS como la registra el mantenimiento en
      * linea; el origen es el nombre del programa porque no hay
      * sesion de operador.
      ******************************************************************
       MARCAR-FALLECIDO.
            MOVE SPACES TO IMAGEN-ANTERIOR.
            MOVE PM-PERSONA-REC TO IMAGEN-ANTERIOR.

            SET PM-FALLECIDO TO TRUE.
            MOVE FECHA-ACTUAL TO PM-FEC-MODIF.
            REWRITE PM-PERSONA-REC
                INVALID KEY
                    DISPLAY 'No se pudo regrabar el DNI ' PM-DNI
                        '. Estado: ' FS-PERSONAS
                    ADD 1 TO TOTAL-ERRORES
                    MOVE 8 TO RETURN-CODE
                    MOVE 'NO SE PUDO REGRABAR EN EL MAESTRO'
                        TO LD-OBSERVACION
                    PERFORM INFORMAR-DEFUNCION
                        THRU INFORMAR-DEFUNCION-EXIT
                    GO TO MARCAR-FALLECIDO-EXIT
            END-REWRITE.

            ACCEPT HORA-ACTUAL FROM TIME.
            SET CH-MODIFICACION TO TRUE.
            MOVE 'CARGAFAL'        TO CH-ORIGEN.
            MOVE DNI-DEFUNCION     TO CH-DNI.
            MOVE FECHA-ACTUAL      TO CH-FECHA.
            MOVE HORA-ACTUAL       TO CH-HORA.
            MOVE IMAGEN-ANTERIOR   TO CH-IMAGEN-ANTERIOR.
            MOVE PM-PERSONA-REC    TO CH-IMAGEN-NUEVA.
            WRITE REGISTRO-CAMBIO.

            ADD 1 TO TOTAL-REGISTRADAS.
            PERFORM AGREGAR-FALLECIDO THRU AGREGAR-FALLECIDO-EXIT.
       MARCAR-FALLECIDO-EXIT.
            EXIT.

      ******************************************************************
      * El pie ya limito la carga a 5000 detalles, asi que la tabla
      * alcanza; un DNI repetido en el archivo entra una sola vez.
      ******************************************************************
       AGREGAR-FALLECIDO.
            MOVE DNI-DEFUNCION TO DNI-BUSCADO.
            PERFORM BUSCAR-FALLECIDO THRU BUSCAR-FALLECIDO-EXIT.
            IF POSICION-HALLADA > ZERO
                GO TO AGREGAR-FALLECIDO-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-FALLECIDOS.
            MOVE DNI-DEFUNCION TO TF-DNI (CANTIDAD-FALLECIDOS).
       AGREGAR-FALLECIDO-EXIT.
            EXIT.

       GRABAR-RECHAZO.
            MOVE DEFUNCION-REC  TO RC-DEFUNCION.
            MOVE MOTIVO-RECHAZO TO RC-MOTIVO.
            WRITE RECHAZADA-REC.
            ADD 1 TO TOTAL-RECHAZADAS.
       GRABAR-RECHAZO-EXIT.
            EXIT.

       INFORMAR-DEFUNCION.
            MOVE DNI-DEFUNCION TO LD-DNI.
            MOVE DF-FECHA      TO LD-FECHA.
            MOVE LINEA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            MOVE SPACES TO LINEA-DETALLE.
       INFORMAR-DEFUNCION-EXIT.
            EXIT.

      ******************************************************************
      * Las decisiones pendientes de los fallecidos se cancelan con
      * una revision firmada por el programa. Primero se juntan las
      * claves por la clave alternativa del estado y despues se
      * regraba cada una por su clave, como en READJUD. Cada
      * cancelacion lleva su revision: sin REVISIONES no se cancela
      * ninguna.
      ******************************************************************
       CANCELAR-DECISIONES.
            OPEN I-O DECISIONES-FILE.
            IF FS-DECISIONES NOT = '00'
                DISPLAY 'No se pudo abrir DECISIONES. Estado: '
                    FS-DECISIONES '. No se cancela ninguna pendiente.'
                ADD 1 TO TOTAL-ERRORES
                MOVE 8 TO RETURN-CODE
                GO TO CANCELAR-DECISIONES-EXIT
            END-IF.

            OPEN EXTEND REVISIONES-FILE.
            IF FS-REVISIONES NOT = '00'
                OPEN OUTPUT REVISIONES-FILE
            END-IF.
            IF FS-REVISIONES NOT = '00'
                DISPLAY 'No se pudo abrir REVISIONES. Estado: '
                    FS-REVISIONES '. No se cancela ninguna pendiente.'
                ADD 1 TO TOTAL-ERRORES
                MOVE 8 TO RETURN-CODE
                CLOSE DECISIONES-FILE
                GO TO CANCELAR-DECISIONES-EXIT
            END-IF.

            MOVE ZERO TO CANTIDAD-PENDIENTES.
            SET NO-FIN-AUX TO TRUE.
            MOVE 'P' TO DEC-ESTADO.
            START DECISIONES-FILE KEY IS = DEC-ESTADO
                INVALID KEY
                    SET FIN-AUX TO TRUE
            END-START.

            PERFORM JUNTAR-PENDIENTE THRU JUNTAR-PENDIENTE-EXIT
                UNTIL FIN-AUX.

            ACCEPT HORA-ACTUAL FROM TIME.
            PERFORM CANCELAR-UNA-DECISION
                THRU CANCELAR-UNA-DECISION-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-PENDIENTES.

            CLOSE REVISIONES-FILE.
            CLOSE DECISIONES-FILE.
       CANCELAR-DECISIONES-EXIT.
            EXIT.

       JUNTAR-PENDIENTE.
            READ DECISIONES-FILE NEXT RECORD
                AT END
                    SET FIN-AUX TO TRUE
                    GO TO JUNTAR-PENDIENTE-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                SET FIN-AUX TO TRUE
                GO TO JUNTAR-PENDIENTE-EXIT
            END-IF.

            MOVE DEC-DNI TO DNI-BUSCADO.
            PERFORM BUSCAR-FALLECIDO THRU BUSCAR-FALLECIDO-EXIT.
            IF POSICION-HALLADA = ZERO
                GO TO JUNTAR-PENDIENTE-EXIT
            END-IF.

            IF CANTIDAD-PENDIENTES = 5000
                DISPLAY 'Demasiadas decisiones pendientes de '
                    'fallecidos; el resto queda para otra corrida.'
                SET FIN-AUX TO TRUE
                GO TO JUNTAR-PENDIENTE-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-PENDIENTES.
            MOVE DEC-CLAVE TO TK-CLAVE (CANTIDAD-PENDIENTES).
       JUNTAR-PENDIENTE-EXIT.
            EXIT.

       BUSCAR-FALLECIDO.
            MOVE ZERO TO POSICION-HALLADA.
            IF DNI-BUSCADO = ZERO
                GO TO BUSCAR-FALLECIDO-EXIT
            END-IF.
            PERFORM COMPARAR-FALLECIDO THRU COMPARAR-FALLECIDO-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-FALLECIDOS
                   OR POSICION-HALLADA > ZERO.
       BUSCAR-FALLECIDO-EXIT.
            EXIT.

       COMPARAR-FALLECIDO.
            IF TF-DNI (INDICE-TABLA) = DNI-BUSCADO
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       COMPARAR-FALLECIDO-EXIT.
            EXIT.

       CANCELAR-UNA-DECISION.
            MOVE TK-CLAVE (INDICE-TABLA) TO DEC-CLAVE.
            READ DECISIONES-FILE
                KEY IS DEC-CLAVE
                INVALID KEY
                    GO TO CANCELAR-UNA-DECISION-EXIT
            END-READ.

            IF NOT DEC-PENDIENTE
                GO TO CANCELAR-UNA-DECISION-EXIT
            END-IF.

            SET DEC-CANCELADO TO TRUE.
            REWRITE REGISTRO-DECISION
                INVALID KEY
                    DISPLAY 'No se pudo cancelar la decision de '
                        DEC-ORIGEN ' ' DEC-DNI '. Estado: '
                        FS-DECISIONES
                    ADD 1 TO TOTAL-ERRORES
                    MOVE 8 TO RETURN-CODE
                    GO TO CANCELAR-UNA-DECISION-EXIT
            END-REWRITE.

            MOVE DEC-ORIGEN    TO REV-ORIGEN.
            MOVE DEC-DNI       TO REV-DNI.
            MOVE DEC-RIESGO    TO REV-RIESGO.
            MOVE DEC-FECHA     TO REV-FECHA-DECISION.
            MOVE DEC-HORA      TO REV-HORA-DECISION.
            MOVE 'C'           TO REV-VEREDICTO.
            MOVE 'CARGAFAL'    TO REV-REVISOR.
            MOVE FECHA-ACTUAL  TO REV-FECHA.
            MOVE HORA-ACTUAL   TO REV-HORA.
            MOVE DEC-POLITICA  TO REV-POLITICA.
            WRITE REGISTRO-REVISION.

            ADD 1 TO TOTAL-CANCELADAS.
       CANCELAR-UNA-DECISION-EXIT.
            EXIT.

      ******************************************************************
      * Los fallecidos salen de su hogar. Primera pasada: los hogares
      * sin los fallecidos van al archivo de trabajo y se anotan los
      * que perdieron a su cabeza. Segunda pasada: el DNI menor que
      * queda en cada uno de esos hogares. Tercera: el trabajo se
      * vuelca sobre HOGARES marcando las cabezas nuevas.
      ******************************************************************
       DEPURAR-HOGARES.
            MOVE ZERO TO CANTIDAD-HOGARES.
            SET NO-FIN-AUX TO TRUE.

            OPEN INPUT HOGARES-FILE.
            IF FS-HOGARES NOT = '00'
                GO TO DEPURAR-HOGARES-EXIT
            END-IF.

            OPEN OUTPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo grabar el archivo de trabajo de '
                    'hogares.'
                CLOSE HOGARES-FILE
                ADD 1 TO TOTAL-ERRORES
                MOVE 8 TO RETURN-CODE
                GO TO DEPURAR-HOGARES-EXIT
            END-IF.

            PERFORM QUITAR-MIEMBRO THRU QUITAR-MIEMBRO-EXIT
                UNTIL FIN-AUX.

            CLOSE TRABAJO-FILE.
            CLOSE HOGARES-FILE.

            IF TOTAL-QUITADOS = ZERO
                GO TO DEPURAR-HOGARES-EXIT
            END-IF.

            IF CANTIDAD-HOGARES > ZERO
                SET NO-FIN-AUX TO TRUE
                OPEN INPUT TRABAJO-FILE
                PERFORM BUSCAR-MENOR THRU BUSCAR-MENOR-EXIT
                    UNTIL FIN-AUX
                CLOSE TRABAJO-FILE
            END-IF.

            SET NO-FIN-AUX TO TRUE.
            OPEN INPUT TRABAJO-FILE.
            OPEN OUTPUT HOGARES-FILE.
            IF FS-HOGARES NOT = '00'
                DISPLAY 'No se pudo regrabar el archivo de hogares.'
                CLOSE TRABAJO-FILE
                ADD 1 TO TOTAL-ERRORES
                MOVE 8 TO RETURN-CODE
                GO TO DEPURAR-HOGARES-EXIT
            END-IF.

            PERFORM VOLCAR-MIEMBRO THRU VOLCAR-MIEMBRO-EXIT
                UNTIL FIN-AUX.

            CLOSE HOGARES-FILE.
            CLOSE TRABAJO-FILE.
       DEPURAR-HOGARES-EXIT.
            EXIT.

       QUITAR-MIEMBRO.
            READ HOGARES-FILE
                AT END
                    SET FIN-AUX TO TRUE
                    GO TO QUITAR-MIEMBRO-EXIT
            END-READ.

            MOVE HOG-DNI TO DNI-BUSCADO.
            PERFORM BUSCAR-FALLECIDO THRU BUSCAR-FALLECIDO-EXIT.
            IF POSICION-HALLADA = ZERO
                MOVE REGISTRO-HOGAR TO REGISTRO-TRABAJO
                WRITE REGISTRO-TRABAJO
                GO TO QUITAR-MIEMBRO-EXIT
            END-IF.

            ADD 1 TO TOTAL-QUITADOS.
            IF HOG-NO-CABEZA
                GO TO QUITAR-MIEMBRO-EXIT
            END-IF.

            IF CANTIDAD-HOGARES = 5000
                DISPLAY 'Demasiados hogares sin cabeza; corrija el '
                    'hogar ' HOG-ID ' desde la consulta de hogares.'
                GO TO QUITAR-MIEMBRO-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-HOGARES.
            MOVE HOG-ID   TO TH-ID (CANTIDAD-HOGARES).
            MOVE 99999999 TO TH-DNI-MENOR (CANTIDAD-HOGARES).
       QUITAR-MIEMBRO-EXIT.
            EXIT.

       BUSCAR-MENOR.
            READ TRABAJO-FILE
                AT END
                    SET FIN-AUX TO TRUE
                    GO TO BUSCAR-MENOR-EXIT
            END-READ.

            MOVE TB-ID TO HOGAR-BUSCADO.
            PERFORM BUSCAR-HOGAR THRU BUSCAR-HOGAR-EXIT.
            IF POSICION-HALLADA = ZERO
                GO TO BUSCAR-MENOR-EXIT
            END-IF.

            IF TB-DNI < TH-DNI-MENOR (POSICION-HALLADA)
                MOVE TB-DNI TO TH-DNI-MENOR (POSICION-HALLADA)
            END-IF.
       BUSCAR-MENOR-EXIT.
            EXIT.

       BUSCAR-HOGAR.
            MOVE ZERO TO POSICION-HALLADA.
            PERFORM COMPARAR-HOGAR THRU COMPARAR-HOGAR-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-HOGARES
                   OR POSICION-HALLADA > ZERO.
       BUSCAR-HOGAR-EXIT.
            EXIT.

       COMPARAR-HOGAR.
            IF TH-ID (INDICE-TABLA) = HOGAR-BUSCADO
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       COMPARAR-HOGAR-EXIT.
            EXIT.

       VOLCAR-MIEMBRO.
            READ TRABAJO-FILE
                AT END
                    SET FIN-AUX TO TRUE
                    GO TO VOLCAR-MIEMBRO-EXIT
            END-READ.

            MOVE REGISTRO-TRABAJO TO REGISTRO-HOGAR.

            MOVE HOG-ID TO HOGAR-BUSCADO.
            PERFORM BUSCAR-HOGAR THRU BUSCAR-HOGAR-EXIT.
            IF POSICION-HALLADA > ZERO
                IF HOG-DNI = TH-DNI-MENOR (POSICION-HALLADA)
                    SET HOG-ES-CABEZA TO TRUE
                    ADD 1 TO TOTAL-CABEZAS
                END-IF
            END-IF.

            WRITE REGISTRO-HOGAR.
       VOLCAR-MIEMBRO-EXIT.
            EXIT.

       ESCRIBIR-TOTALES.
            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'DEFUNCIONES LEIDAS'      TO LC-ETIQUETA.
            MOVE TOTAL-LEIDAS              TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERSONAS REGISTRADAS COMO FALLECIDAS'
                TO LC-ETIQUETA.
            MOVE TOTAL-REGISTRADAS         TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'DNI SIN COINCIDENCIA EN EL MAESTRO'
                TO LC-ETIQUETA.
            MOVE TOTAL-SIN-MAESTRO         TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERSONAS YA DADAS DE BAJA'  TO LC-ETIQUETA.
            MOVE TOTAL-YA-DE-BAJA          TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'PERSONAS YA REGISTRADAS COMO FALLECIDAS'
                TO LC-ETIQUETA.
            MOVE TOTAL-YA-FALLECIDAS       TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'DEFUNCIONES RECHAZADAS (TOTAL)'
                TO LC-ETIQUETA.
            MOVE TOTAL-RECHAZADAS          TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'DECISIONES PENDIENTES CANCELADAS'
                TO LC-ETIQUETA.
            MOVE TOTAL-CANCELADAS          TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'MIEMBROS QUITADOS DE HOGARES' TO LC-ETIQUETA.
            MOVE TOTAL-QUITADOS            TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'CABEZAS DE HOGAR REASIGNADAS' TO LC-ETIQUETA.
            MOVE TOTAL-CABEZAS             TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'ERRORES DE GRABACION'    TO LC-ETIQUETA.
            MOVE TOTAL-ERRORES             TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-TOTALES-EXIT.
            EXIT.

       ESCRIBIR-TITULO.
            ADD 1 TO NUMERO-PAGINA.
            MOVE SPACES TO LINEA-TITULO.
            MOVE 'CARGA DEL REGISTRO DE DEFUNCIONES FECHA: '
                TO LT-TEXTO.
            MOVE FECHA-ACTUAL TO LT-FECHA.
            MOVE ' PAGINA: ' TO LT-ETIQUETA.
            MOVE NUMERO-PAGINA TO LT-PAGINA.
            MOVE LINEA-TITULO TO REPORTE-REC.
            WRITE REPORTE-REC.

            MOVE SPACES TO REPORTE-REC.
            WRITE REPORTE-REC.
            MOVE 'DNI       DEFUNCION OBSERVACION' TO REPORTE-REC.
            WRITE REPORTE-REC.
            MOVE 3 TO LINEA-PAGINA.
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
       END PROGRAM CARGAFAL.
