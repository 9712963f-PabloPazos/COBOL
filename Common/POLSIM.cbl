       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT POLITICAS-FILE ASSIGN TO "POLITICAS"
               88 NO-FIN-DE-ARCHIVO   VALUE 'N'.

           01 ORIGEN-SIMULADO PIC X(8).
               88 ORIGEN-CONOCIDO VALUES 'PROG5' 'REG6RR' 'REGLOTE'
                                         'MANTLOTE'.

           01 AUTO-MAX-BORRADOR PIC X(1).
           01 REV-MAX-BORRADOR  PIC X(1).
            SET CAPTURA-VALIDA TO TRUE.

            DISPLAY 'Ingrese el origen de la politica a simular '
                '(PROG5, REG6RR, REGLOTE o MANTLOTE): '.
            MOVE SPACES TO ORIGEN-SIMULADO.
            ACCEPT ORIGEN-SIMULADO.
            IF NOT ORIGEN-CONOCIDO
