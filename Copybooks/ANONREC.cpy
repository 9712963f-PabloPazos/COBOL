      ******************************************************************
      * ANONREC.cpy
      * Record layout for the anonymization certificate (ANONCERT),
      * appended by the month-end step ANONMES. One entry per person
      * whose personal data was erased: when it was done, the DNI,
      * the date the person's record was last changed (the baja,
      * from which the retention period runs), the retention period
      * in force and the number of records masked in each history
      * file that carries the data. The PERSONAS master itself is
      * always masked when an entry exists: name and surname become
      * 'ANONIMIZADO', the address too, and the phone is zeroed. The
      * DNI, dates, estado and demographic fields are kept, so the
      * DNI-level statistics and the audit trail (DECISIONES,
      * REVISIONES, AUDITORIA, CONTACTOS) are untouched.
      ******************************************************************
       01 REGISTRO-CERTIFICADO.
           02 CE-FECHA            PIC 9(8).
           02 CE-HORA             PIC 9(8).
           02 CE-DNI              PIC 9(8).
           02 CE-FECHA-BAJA       PIC 9(8).
           02 CE-ANIOS-RETENCION  PIC 9(2).
           02 CE-CAMBIOS          PIC 9(5).
           02 CE-DOMICILIOS       PIC 9(5).
           02 CE-HOGARES          PIC 9(5).
           02 CE-FOTOS            PIC 9(5).
           02 CE-LEGAJOS          PIC 9(5).
