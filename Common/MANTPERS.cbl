      * Cambios de estado fuera de la baja: fallecimiento y
      * suspension los asienta cualquier operador; la reactivacion
      * de una persona de baja o suspendida queda reservada al
      * supervisor, y no cabe si sus datos ya fueron anonimizados.
      ******************************************************************
       CAMBIAR-ESTADO.
            EVALUATE TRUE
                GO TO CAMBIAR-ESTADO-EXIT
            END-IF.

            IF ACCION-REACTIVAR AND PM-ANONIMIZADO
                DISPLAY 'Los datos personales de esta persona fueron '
                    'anonimizados. No se puede reactivar.'
                GO TO CAMBIAR-ESTADO-EXIT
            END-IF.

            IF PM-ESTADO = ESTADO-NUEVO
                DISPLAY 'La persona ya esta en ese estado.'
                GO TO CAMBIAR-ESTADO-EXIT
