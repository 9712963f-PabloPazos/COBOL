      * A baja marks PM-ESTADO instead of deleting the record, so a
      * person removed by mistake can be reactivated by a supervisor
      * without re-keying; only active people feed the campaign
      * extract and the demographic counts. Once the retention period
      * after the baja has run out, ANONMES erases the personal data:
      * name, surname and address are set to 'ANONIMIZADO' and the
      * phone to zeros; the rest of the record is kept.
      ******************************************************************
       01 PM-PERSONA-REC.
           02 PM-DNI              PIC 9(8).
           02 PM-NOMBRE           PIC X(50).
               88 PM-ANONIMIZADO      VALUE 'ANONIMIZADO'.
           02 PM-APELLIDO         PIC X(50).
           02 PM-TELEFONO.
               03 PM-TEL-CODIGO-AREA PIC 9(4).
