                MOVE SUS-OPERADOR TO TR-OPERADOR
                MOVE SUS-NUM2 TO OPERANDO-TXT
                MOVE OPERANDO-NUM TO TR-NUM2
                MOVE SUS-ORIGEN TO TR-ORIGEN
                WRITE TRANSACCION-REC
            END-IF.
       GRABAR-DETALLE-EXIT.
