            PERFORM CONVERTIR-OPERANDO THRU CONVERTIR-OPERANDO-EXIT.
            MOVE IMPORTE-TXT        TO SUS-NUM2.
            MOVE SV-MOTIVO          TO SUS-MOTIVO.
            MOVE SPACES             TO SUS-ORIGEN.
            WRITE REGISTRO-SUSPENSO.

            ADD 1 TO TOTAL-SUSPENSOS.
            PERFORM CONVERTIR-OPERANDO THRU CONVERTIR-OPERANDO-EXIT.
            MOVE IMPORTE-NUM TO TR-NUM2.
            ADD IMPORTE-NUM TO HASH-RECICLO.
            MOVE SPACES TO TR-ORIGEN.
            WRITE TRANSACCION-REC.

            ADD 1 TO CANTIDAD-RECICLO.
            MOVE AV-MENSAJE   TO AUD-MENSAJE.
            MOVE AV-FECHA     TO AUD-FECHA.
            MOVE AV-HORA      TO AUD-HORA.
            MOVE ZERO         TO AUD-LOTE-FECHA.
            MOVE SPACES       TO AUD-ORIGEN.
            WRITE REGISTRO-AUDITORIA.

            ADD 1 TO TOTAL-AUDITORIAS.
