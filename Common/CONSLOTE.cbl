                GO TO COPIAR-DETALLE-EXIT
            END-IF.

      * El consolidado sale con la cabecera CONSOL: cada detalle
      * lleva su sucursal para que la liquidacion no la pierda.
            MOVE SUCURSAL-REC TO TRANSACCION-REC.
            MOVE SU-ORIGEN    TO TR-ORIGEN.
            WRITE TRANSACCION-REC.

            ADD 1 TO TOTAL-CANTIDAD.
