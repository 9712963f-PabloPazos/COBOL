      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT LIQUIDAC-FILE ASSIGN TO "LIQUIDAC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LIQUIDAC.

           SELECT TRABAJO-FILE ASSIGN TO "LIQTRAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT REPORTE-FILE ASSIGN TO "LIQUIREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALCAUD.

       FD  LIQUIDAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIQREC.

       FD  TRABAJO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIQREC REPLACING LEADING ==LQ-== BY ==TB-==
               ==REGISTRO-LIQUIDACION== BY ==REGISTRO-TRABAJO==.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORTE-REC             PIC X(90).

       WORKING-STORAGE SECTION.
           01 FS-AUDITORIA PIC X(2).
           01 FS-LIQUIDAC  PIC X(2).
           01 FS-TRABAJO   PIC X(2).
           01 FS-REPORTE   PIC X(2).

           01 FIN-ARCHIVO PIC X(1).
               88 FIN-DE-ARCHIVO      VALUE 'S'.
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 FIN-TRABAJO PIC X(1).
               88 FIN-DEL-TRABAJO     VALUE 'S'.
               88 NO-FIN-DEL-TRABAJO  VALUE 'N'.

           01 CARGA-ESTADO PIC X(1).
               88 CARGA-COMPLETA      VALUE 'S'.
               88 CARGA-DESBORDADA    VALUE 'N'.

           01 ESTADO-LEDGER PIC X(1).
               88 LEDGER-GRABADO      VALUE 'S'.
               88 LEDGER-FALLIDO      VALUE 'N'.

           01 FECHA-ACTUAL PIC 9(8).
           01 FECHA-ACTUAL-PARTES REDEFINES FECHA-ACTUAL.
               02 ACT-ANO  PIC 9(4).
               02 ACT-MES  PIC 9(2).
               02 ACT-DIA  PIC 9(2).

           01 HORA-ACTUAL PIC 9(8).

           01 FECHA-ANTERIOR PIC 9(8).
           01 FECHA-ANTERIOR-PARTES REDEFINES FECHA-ANTERIOR.
               02 ANT-ANO  PIC 9(4).
               02 ANT-MES  PIC 9(2).
               02 ANT-DIA  PIC 9(2).

           01 TABLA-OPERADORES-INIT.
               05 FILLER PIC X(1) VALUE '+'.
               05 FILLER PIC X(1) VALUE '-'.
               05 FILLER PIC X(1) VALUE '*'.
               05 FILLER PIC X(1) VALUE '/'.
           01 TABLA-OPERADORES REDEFINES TABLA-OPERADORES-INIT.
               05 OPERADOR-TABLA OCCURS 4 TIMES
                       INDEXED BY IDX-OPERADOR.
                   10 OP-SIMBOLO PIC X(1).

      ******************************************************************
      * Liquidacion del dia por sucursal. Los acumulados del mes y
      * del anio se arrastran del ultimo asiento anterior de la misma
      * sucursal en el ledger; TO-FECHA-ANTERIOR queda en cero si la
      * sucursal no tiene asientos previos.
      ******************************************************************
           01 TABLA-ORIGENES.
               02 CANTIDAD-ORIGENES PIC 9(3) VALUE ZERO.
               02 ENTRADA-ORIGEN OCCURS 100 TIMES.
                   03 TO-ORIGEN          PIC X(8).
                   03 TO-FECHA-ANTERIOR  PIC 9(8).
                   03 TO-OPERACION OCCURS 4 TIMES.
                       04 TO-DIA-CANTIDAD PIC 9(8).
                       04 TO-DIA-IMPORTE  PIC S9(15)V99.
                       04 TO-MES-CANTIDAD PIC 9(8).
                       04 TO-MES-IMPORTE  PIC S9(15)V99.
                       04 TO-ANO-CANTIDAD PIC 9(8).
                       04 TO-ANO-IMPORTE  PIC S9(15)V99.
                   03 TO-DIA-SUSPENDIDAS PIC 9(8).
                   03 TO-MES-SUSPENDIDAS PIC 9(8).
                   03 TO-ANO-SUSPENDIDAS PIC 9(8).

           01 INDICE-TABLA     PIC 9(3).
           01 INDICE-OPERACION PIC 9(1).
           01 POSICION-HALLADA PIC 9(3).
           01 ORIGEN-BUSCADO   PIC X(8).

           01 TOTALES-DIA.
               02 TOTAL-OPERACION OCCURS 4 TIMES.
                   03 TT-CANTIDAD  PIC 9(8).
                   03 TT-IMPORTE   PIC S9(15)V99.
               02 TOTAL-SUSPENDIDAS PIC 9(8).

           01 SUCURSAL-CANTIDAD PIC 9(8).
           01 SUCURSAL-IMPORTE  PIC S9(15)V99.

           01 TOTAL-AUDITORIAS  PIC 9(8) VALUE ZERO.
           01 TOTAL-VALIDAS     PIC 9(8) VALUE ZERO.
           01 TOTAL-PROCESADAS  PIC 9(8) VALUE ZERO.
           01 TOTAL-IMPORTE     PIC S9(15)V99 VALUE ZERO.
           01 ASIENTOS-COPIADOS PIC 9(8) VALUE ZERO.

           01 LINEA-SALIDA PIC X(90).

           01 LINEA-PAGINA PIC 9(2) VALUE 99.
           01 NUMERO-PAGINA PIC 9(3) VALUE ZERO.

           01 LINEA-TITULO.
               02 LT-TEXTO     PIC X(40).
               02 LT-FECHA     PIC 9(8).
               02 LT-ETIQUETA  PIC X(9).
               02 LT-PAGINA    PIC ZZ9.

           01 LINEA-SUCURSAL.
               02 LS-ETIQUETA  PIC X(10).
               02 LS-ORIGEN    PIC X(8).

           01 CABECERA-DETALLE.
               02 FILLER       PIC X(4)  VALUE 'OP.'.
               02 FILLER       PIC X(9)  VALUE ' CANT.DIA'.
               02 FILLER       PIC X(20) VALUE '     IMPORTE DEL DIA'.
               02 FILLER       PIC X(9)  VALUE ' CANT.MES'.
               02 FILLER       PIC X(20) VALUE '     IMPORTE DEL MES'.
               02 FILLER       PIC X(9)  VALUE ' CANT.ANO'.
               02 FILLER       PIC X(19) VALUE '    IMPORTE DEL ANO'.

           01 LINEA-DETALLE.
               02 LD-CLAVE     PIC X(4).
               02 LD-CANT-DIA  PIC ZZZZZZZ9.
               02 FILLER       PIC X(1).
               02 LD-IMP-DIA   PIC -Z(14)9.99.
               02 FILLER       PIC X(1).
               02 LD-CANT-MES  PIC ZZZZZZZ9.
               02 FILLER       PIC X(1).
               02 LD-IMP-MES   PIC -Z(14)9.99.
               02 FILLER       PIC X(1).
               02 LD-CANT-ANO  PIC ZZZZZZZ9.
               02 FILLER       PIC X(1).
               02 LD-IMP-ANO   PIC -Z(14)9.99.

           01 LINEA-CIFRA.
               02 LC-ETIQUETA  PIC X(42).
               02 LC-CANTIDAD  PIC ZZZZZZZ9.

           01 LINEA-IMPORTE.
               02 LI-ETIQUETA  PIC X(42).
               02 LI-IMPORTE   PIC -Z(14)9.99.

      ******************************************************************
      * Liquidacion diaria por sucursal. Corre despues de la
      * calculadora y arma los asientos del dia a partir de la
      * auditoria, que tiene una entrada por transaccion con su
      * sucursal aunque el lote haya llegado consolidado. Los
      * asientos del dia se rehacen completos en cada corrida, de
      * modo que repetir el paso no duplica importes en el ledger.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
            ACCEPT HORA-ACTUAL FROM TIME.

            PERFORM ACUMULAR-AUDITORIA THRU ACUMULAR-AUDITORIA-EXIT.

            IF CARGA-DESBORDADA
                DISPLAY 'Mas de 100 sucursales en la auditoria del '
                    'dia. No se asienta la liquidacion.'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM REGRABAR-LEDGER THRU REGRABAR-LEDGER-EXIT.

            IF LEDGER-FALLIDO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
            CLOSE REPORTE-FILE.

            DISPLAY 'Liquidacion del dia asentada.'.
            DISPLAY 'Sucursales liquidadas: ' CANTIDAD-ORIGENES.
            DISPLAY 'Transacciones validas: ' TOTAL-VALIDAS.
            DISPLAY 'Transacciones suspendidas: ' TOTAL-SUSPENDIDAS.

            GOBACK.

      ******************************************************************
      * Primera pasada: las entradas de auditoria del dia se suman
      * por sucursal. Las validas por operador, con la suma de sus
      * resultados; las invalidas, que la calculadora dejo en el
      * suspenso, solo se cuentan.
      ******************************************************************
       ACUMULAR-AUDITORIA.
            SET CARGA-COMPLETA TO TRUE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.
            MOVE ZERO TO CANTIDAD-ORIGENES.
            INITIALIZE TOTALES-DIA.

            OPEN INPUT AUDITORIA-FILE.
            IF FS-AUDITORIA NOT = '00'
                DISPLAY 'Aviso: no hay archivo de auditoria.'
                GO TO ACUMULAR-AUDITORIA-EXIT
            END-IF.

            PERFORM ACUMULAR-UNA-AUDITORIA
                THRU ACUMULAR-UNA-AUDITORIA-EXIT
                UNTIL FIN-DE-ARCHIVO.

            CLOSE AUDITORIA-FILE.
       ACUMULAR-AUDITORIA-EXIT.
            EXIT.

       ACUMULAR-UNA-AUDITORIA.
            READ AUDITORIA-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO ACUMULAR-UNA-AUDITORIA-EXIT
            END-READ.

            IF AUD-FECHA NOT = FECHA-ACTUAL
                GO TO ACUMULAR-UNA-AUDITORIA-EXIT
            END-IF.

            ADD 1 TO TOTAL-AUDITORIAS.

            MOVE AUD-ORIGEN TO ORIGEN-BUSCADO.
            PERFORM UBICAR-ORIGEN THRU UBICAR-ORIGEN-EXIT.
            IF POSICION-HALLADA = ZERO
                SET CARGA-DESBORDADA TO TRUE
                SET FIN-DE-ARCHIVO TO TRUE
                GO TO ACUMULAR-UNA-AUDITORIA-EXIT
            END-IF.

            IF NOT AUD-VALIDA
                ADD 1 TO TO-DIA-SUSPENDIDAS (POSICION-HALLADA)
                ADD 1 TO TOTAL-SUSPENDIDAS
                GO TO ACUMULAR-UNA-AUDITORIA-EXIT
            END-IF.

            SET IDX-OPERADOR TO 1.
            SEARCH OPERADOR-TABLA
                AT END
                    ADD 1 TO TO-DIA-SUSPENDIDAS (POSICION-HALLADA)
                    ADD 1 TO TOTAL-SUSPENDIDAS
                    GO TO ACUMULAR-UNA-AUDITORIA-EXIT
                WHEN OP-SIMBOLO (IDX-OPERADOR) = AUD-OPERADOR
                    SET INDICE-OPERACION TO IDX-OPERADOR
            END-SEARCH.

            ADD 1 TO TO-DIA-CANTIDAD (POSICION-HALLADA,
                INDICE-OPERACION).
            ADD AUD-RESULTADO TO TO-DIA-IMPORTE (POSICION-HALLADA,
                INDICE-OPERACION).
            ADD 1 TO TT-CANTIDAD (INDICE-OPERACION).
            ADD AUD-RESULTADO TO TT-IMPORTE (INDICE-OPERACION).
            ADD 1 TO TOTAL-VALIDAS.
            ADD AUD-RESULTADO TO TOTAL-IMPORTE.
       ACUMULAR-UNA-AUDITORIA-EXIT.
            EXIT.

      ******************************************************************
      * Busca la sucursal en la tabla del dia y la agrega si no
      * figura. POSICION-HALLADA queda en cero si la tabla esta
      * llena.
      ******************************************************************
       UBICAR-ORIGEN.
            MOVE ZERO TO POSICION-HALLADA.
            PERFORM BUSCAR-ORIGEN THRU BUSCAR-ORIGEN-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ORIGENES.

            IF POSICION-HALLADA > ZERO
                GO TO UBICAR-ORIGEN-EXIT
            END-IF.

            IF CANTIDAD-ORIGENES = 100
                GO TO UBICAR-ORIGEN-EXIT
            END-IF.

            ADD 1 TO CANTIDAD-ORIGENES.
            MOVE CANTIDAD-ORIGENES TO POSICION-HALLADA.
            INITIALIZE ENTRADA-ORIGEN (POSICION-HALLADA).
            MOVE ORIGEN-BUSCADO TO TO-ORIGEN (POSICION-HALLADA).
       UBICAR-ORIGEN-EXIT.
            EXIT.

       BUSCAR-ORIGEN.
            IF TO-ORIGEN (INDICE-TABLA) = ORIGEN-BUSCADO
                MOVE INDICE-TABLA TO POSICION-HALLADA
            END-IF.
       BUSCAR-ORIGEN-EXIT.
            EXIT.

      ******************************************************************
      * Segunda pasada: el ledger se copia al archivo de trabajo sin
      * los asientos de hoy, que se rehacen. De paso se toman los
      * acumulados del ultimo asiento anterior de cada sucursal que
      * tuvo movimiento. Al final se agregan los asientos del dia y
      * el trabajo se vuelca sobre el ledger, para que una caida a
      * mitad de la regrabacion no lo deje sin su unica copia.
      ******************************************************************
       REGRABAR-LEDGER.
            SET LEDGER-GRABADO TO TRUE.
            SET NO-FIN-DE-ARCHIVO TO TRUE.

            OPEN OUTPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo grabar el archivo de trabajo.'
                SET LEDGER-FALLIDO TO TRUE
                GO TO REGRABAR-LEDGER-EXIT
            END-IF.

            OPEN INPUT LIQUIDAC-FILE.
            IF FS-LIQUIDAC = '00'
                PERFORM COPIAR-ASIENTO THRU COPIAR-ASIENTO-EXIT
                    UNTIL FIN-DE-ARCHIVO
                CLOSE LIQUIDAC-FILE
            END-IF.

            PERFORM GRABAR-ASIENTO THRU GRABAR-ASIENTO-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ORIGENES.

            CLOSE TRABAJO-FILE.

            PERFORM VOLCAR-TRABAJO THRU VOLCAR-TRABAJO-EXIT.
       REGRABAR-LEDGER-EXIT.
            EXIT.

       COPIAR-ASIENTO.
            READ LIQUIDAC-FILE
                AT END
                    SET FIN-DE-ARCHIVO TO TRUE
                    GO TO COPIAR-ASIENTO-EXIT
            END-READ.

            IF LQ-FECHA = FECHA-ACTUAL
                GO TO COPIAR-ASIENTO-EXIT
            END-IF.

            MOVE REGISTRO-LIQUIDACION TO REGISTRO-TRABAJO.
            WRITE REGISTRO-TRABAJO.
            ADD 1 TO ASIENTOS-COPIADOS.

            IF LQ-FECHA > FECHA-ACTUAL
                GO TO COPIAR-ASIENTO-EXIT
            END-IF.

            MOVE ZERO TO POSICION-HALLADA.
            MOVE LQ-ORIGEN TO ORIGEN-BUSCADO.
            PERFORM BUSCAR-ORIGEN THRU BUSCAR-ORIGEN-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ORIGENES.

            IF POSICION-HALLADA = ZERO
                GO TO COPIAR-ASIENTO-EXIT
            END-IF.

            IF LQ-FECHA NOT > TO-FECHA-ANTERIOR (POSICION-HALLADA)
                GO TO COPIAR-ASIENTO-EXIT
            END-IF.

            MOVE LQ-FECHA TO TO-FECHA-ANTERIOR (POSICION-HALLADA).
            PERFORM TOMAR-ACUMULADO THRU TOMAR-ACUMULADO-EXIT
                VARYING INDICE-OPERACION FROM 1 BY 1
                UNTIL INDICE-OPERACION > 4.
            MOVE LQ-MES-SUSPENDIDAS
                TO TO-MES-SUSPENDIDAS (POSICION-HALLADA).
            MOVE LQ-ANO-SUSPENDIDAS
                TO TO-ANO-SUSPENDIDAS (POSICION-HALLADA).
       COPIAR-ASIENTO-EXIT.
            EXIT.

       TOMAR-ACUMULADO.
            MOVE LQ-MES-CANTIDAD (INDICE-OPERACION)
                TO TO-MES-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION).
            MOVE LQ-MES-IMPORTE (INDICE-OPERACION)
                TO TO-MES-IMPORTE (POSICION-HALLADA, INDICE-OPERACION).
            MOVE LQ-ANO-CANTIDAD (INDICE-OPERACION)
                TO TO-ANO-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION).
            MOVE LQ-ANO-IMPORTE (INDICE-OPERACION)
                TO TO-ANO-IMPORTE (POSICION-HALLADA, INDICE-OPERACION).
       TOMAR-ACUMULADO-EXIT.
            EXIT.

      ******************************************************************
      * El acumulado del anio se arrastra si el asiento anterior es
      * del mismo anio, y el del mes si ademas es del mismo mes; si
      * no, arrancan de cero. Luego se les suma el dia.
      ******************************************************************
       GRABAR-ASIENTO.
            MOVE TO-FECHA-ANTERIOR (INDICE-TABLA) TO FECHA-ANTERIOR.
            MOVE INDICE-TABLA TO POSICION-HALLADA.

            IF ANT-ANO NOT = ACT-ANO
                PERFORM ANULAR-ANO THRU ANULAR-ANO-EXIT
                    VARYING INDICE-OPERACION FROM 1 BY 1
                    UNTIL INDICE-OPERACION > 4
                MOVE ZERO TO TO-ANO-SUSPENDIDAS (POSICION-HALLADA)
            END-IF.

            IF ANT-ANO NOT = ACT-ANO OR ANT-MES NOT = ACT-MES
                PERFORM ANULAR-MES THRU ANULAR-MES-EXIT
                    VARYING INDICE-OPERACION FROM 1 BY 1
                    UNTIL INDICE-OPERACION > 4
                MOVE ZERO TO TO-MES-SUSPENDIDAS (POSICION-HALLADA)
            END-IF.

            MOVE SPACES TO REGISTRO-TRABAJO.
            MOVE TO-ORIGEN (POSICION-HALLADA) TO TB-ORIGEN.
            MOVE FECHA-ACTUAL TO TB-FECHA.
            MOVE HORA-ACTUAL  TO TB-HORA.

            PERFORM ARMAR-OPERACION THRU ARMAR-OPERACION-EXIT
                VARYING INDICE-OPERACION FROM 1 BY 1
                UNTIL INDICE-OPERACION > 4.

            ADD TO-DIA-SUSPENDIDAS (POSICION-HALLADA)
                TO TO-MES-SUSPENDIDAS (POSICION-HALLADA)
                   TO-ANO-SUSPENDIDAS (POSICION-HALLADA).
            MOVE TO-DIA-SUSPENDIDAS (POSICION-HALLADA)
                TO TB-DIA-SUSPENDIDAS.
            MOVE TO-MES-SUSPENDIDAS (POSICION-HALLADA)
                TO TB-MES-SUSPENDIDAS.
            MOVE TO-ANO-SUSPENDIDAS (POSICION-HALLADA)
                TO TB-ANO-SUSPENDIDAS.

            WRITE REGISTRO-TRABAJO.
       GRABAR-ASIENTO-EXIT.
            EXIT.

       ANULAR-ANO.
            MOVE ZERO TO TO-ANO-CANTIDAD (POSICION-HALLADA,
                INDICE-OPERACION).
            MOVE ZERO TO TO-ANO-IMPORTE (POSICION-HALLADA,
                INDICE-OPERACION).
       ANULAR-ANO-EXIT.
            EXIT.

       ANULAR-MES.
            MOVE ZERO TO TO-MES-CANTIDAD (POSICION-HALLADA,
                INDICE-OPERACION).
            MOVE ZERO TO TO-MES-IMPORTE (POSICION-HALLADA,
                INDICE-OPERACION).
       ANULAR-MES-EXIT.
            EXIT.

       ARMAR-OPERACION.
            ADD TO-DIA-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO TO-MES-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                   TO-ANO-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION).
            ADD TO-DIA-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO TO-MES-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                   TO-ANO-IMPORTE (POSICION-HALLADA, INDICE-OPERACION).

            MOVE TO-DIA-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO TB-DIA-CANTIDAD (INDICE-OPERACION).
            MOVE TO-DIA-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO TB-DIA-IMPORTE (INDICE-OPERACION).
            MOVE TO-MES-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO TB-MES-CANTIDAD (INDICE-OPERACION).
            MOVE TO-MES-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO TB-MES-IMPORTE (INDICE-OPERACION).
            MOVE TO-ANO-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO TB-ANO-CANTIDAD (INDICE-OPERACION).
            MOVE TO-ANO-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO TB-ANO-IMPORTE (INDICE-OPERACION).
       ARMAR-OPERACION-EXIT.
            EXIT.

       VOLCAR-TRABAJO.
            SET NO-FIN-DEL-TRABAJO TO TRUE.
            OPEN INPUT TRABAJO-FILE.
            IF FS-TRABAJO NOT = '00'
                DISPLAY 'No se pudo releer el archivo de trabajo.'
                SET LEDGER-FALLIDO TO TRUE
                GO TO VOLCAR-TRABAJO-EXIT
            END-IF.
            OPEN OUTPUT LIQUIDAC-FILE.
            IF FS-LIQUIDAC NOT = '00'
                DISPLAY 'No se pudo regrabar el ledger de liquidacion.'
                SET LEDGER-FALLIDO TO TRUE
                CLOSE TRABAJO-FILE
                GO TO VOLCAR-TRABAJO-EXIT
            END-IF.

            PERFORM COPIAR-TRABAJO THRU COPIAR-TRABAJO-EXIT
                UNTIL FIN-DEL-TRABAJO.

            CLOSE LIQUIDAC-FILE.
            CLOSE TRABAJO-FILE.
       VOLCAR-TRABAJO-EXIT.
            EXIT.

       COPIAR-TRABAJO.
            READ TRABAJO-FILE
                AT END
                    SET FIN-DEL-TRABAJO TO TRUE
                    GO TO COPIAR-TRABAJO-EXIT
            END-READ.

            MOVE REGISTRO-TRABAJO TO REGISTRO-LIQUIDACION.
            WRITE REGISTRO-LIQUIDACION.
       COPIAR-TRABAJO-EXIT.
            EXIT.

      ******************************************************************
      * Reporte para contaduria: un bloque por sucursal con el dia y
      * los acumulados por operador, las suspendidas y el total de la
      * sucursal; al final los totales del dia. Validas mas
      * suspendidas debe dar las transacciones procesadas que informa
      * el reporte de balanceo de la calculadora.
      ******************************************************************
       ESCRIBIR-INFORME.
            PERFORM ESCRIBIR-TITULO THRU ESCRIBIR-TITULO-EXIT.

            IF CANTIDAD-ORIGENES = ZERO
                MOVE 'SIN TRANSACCIONES PROCESADAS EN EL DIA.'
                    TO LINEA-SALIDA
                PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
            END-IF.

            PERFORM ESCRIBIR-SUCURSAL THRU ESCRIBIR-SUCURSAL-EXIT
                VARYING INDICE-TABLA FROM 1 BY 1
                UNTIL INDICE-TABLA > CANTIDAD-ORIGENES.

            MOVE 'TOTALES DEL DIA' TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            MOVE CABECERA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            PERFORM ESCRIBIR-TOTAL-OPERACION
                THRU ESCRIBIR-TOTAL-OPERACION-EXIT
                VARYING INDICE-OPERACION FROM 1 BY 1
                UNTIL INDICE-OPERACION > 4.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            COMPUTE TOTAL-PROCESADAS = TOTAL-VALIDAS
                + TOTAL-SUSPENDIDAS.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'SUCURSALES LIQUIDADAS' TO LC-ETIQUETA.
            MOVE CANTIDAD-ORIGENES       TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'TRANSACCIONES VALIDAS' TO LC-ETIQUETA.
            MOVE TOTAL-VALIDAS           TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'TRANSACCIONES SUSPENDIDAS' TO LC-ETIQUETA.
            MOVE TOTAL-SUSPENDIDAS           TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-CIFRA.
            MOVE 'TRANSACCIONES PROCESADAS' TO LC-ETIQUETA.
            MOVE TOTAL-PROCESADAS           TO LC-CANTIDAD.
            MOVE LINEA-CIFRA TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-IMPORTE.
            MOVE 'IMPORTE TOTAL DE VALIDAS' TO LI-ETIQUETA.
            MOVE TOTAL-IMPORTE              TO LI-IMPORTE.
            MOVE LINEA-IMPORTE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-INFORME-EXIT.
            EXIT.

       ESCRIBIR-SUCURSAL.
            MOVE INDICE-TABLA TO POSICION-HALLADA.

            MOVE SPACES TO LINEA-SUCURSAL.
            MOVE 'SUCURSAL: '               TO LS-ETIQUETA.
            MOVE TO-ORIGEN (POSICION-HALLADA) TO LS-ORIGEN.
            MOVE LINEA-SUCURSAL TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
            MOVE CABECERA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE ZERO TO SUCURSAL-CANTIDAD.
            MOVE ZERO TO SUCURSAL-IMPORTE.
            PERFORM ESCRIBIR-OPERACION THRU ESCRIBIR-OPERACION-EXIT
                VARYING INDICE-OPERACION FROM 1 BY 1
                UNTIL INDICE-OPERACION > 4.

            MOVE SPACES TO LINEA-DETALLE.
            MOVE 'SUS'  TO LD-CLAVE.
            MOVE TO-DIA-SUSPENDIDAS (POSICION-HALLADA) TO LD-CANT-DIA.
            MOVE TO-MES-SUSPENDIDAS (POSICION-HALLADA) TO LD-CANT-MES.
            MOVE TO-ANO-SUSPENDIDAS (POSICION-HALLADA) TO LD-CANT-ANO.
            MOVE LINEA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-DETALLE.
            MOVE 'TOT'  TO LD-CLAVE.
            MOVE SUCURSAL-CANTIDAD TO LD-CANT-DIA.
            MOVE SUCURSAL-IMPORTE  TO LD-IMP-DIA.
            MOVE LINEA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            MOVE SPACES TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-SUCURSAL-EXIT.
            EXIT.

       ESCRIBIR-OPERACION.
            MOVE SPACES TO LINEA-DETALLE.
            MOVE OP-SIMBOLO (INDICE-OPERACION) TO LD-CLAVE.
            MOVE TO-DIA-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO LD-CANT-DIA.
            MOVE TO-DIA-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO LD-IMP-DIA.
            MOVE TO-MES-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO LD-CANT-MES.
            MOVE TO-MES-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO LD-IMP-MES.
            MOVE TO-ANO-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO LD-CANT-ANO.
            MOVE TO-ANO-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO LD-IMP-ANO.
            MOVE LINEA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

            ADD TO-DIA-CANTIDAD (POSICION-HALLADA, INDICE-OPERACION)
                TO SUCURSAL-CANTIDAD.
            ADD TO-DIA-IMPORTE (POSICION-HALLADA, INDICE-OPERACION)
                TO SUCURSAL-IMPORTE.
       ESCRIBIR-OPERACION-EXIT.
            EXIT.

       ESCRIBIR-TOTAL-OPERACION.
            MOVE SPACES TO LINEA-DETALLE.
            MOVE OP-SIMBOLO (INDICE-OPERACION) TO LD-CLAVE.
            MOVE TT-CANTIDAD (INDICE-OPERACION) TO LD-CANT-DIA.
            MOVE TT-IMPORTE (INDICE-OPERACION)  TO LD-IMP-DIA.
            MOVE LINEA-DETALLE TO LINEA-SALIDA.
            PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       ESCRIBIR-TOTAL-OPERACION-EXIT.
            EXIT.

       ESCRIBIR-TITULO.
            ADD 1 TO NUMERO-PAGINA.
            MOVE SPACES TO LINEA-TITULO.
            MOVE 'LIQUIDACION DIARIA POR SUCURSAL  FECHA: '
                TO LT-TEXTO.
            MOVE FECHA-ACTUAL TO LT-FECHA.
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
       END PROGRAM LIQUIDA.
