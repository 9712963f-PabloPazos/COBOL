       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "DECISIONES"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEC-CLAVE
               ALTERNATE RECORD KEY IS DEC-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS FS-DECISIONES.

           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS"
