      * CARGACON from the campaign system's return file: the person
      * contacted, the contact date, the outcome reported by the
      * campaign team, and the date the response was loaded here.
      * An outcome 'B' means the person asked not to be contacted
      * again; CARGACON also records it in the do-not-contact
      * registry (NOCONTAC) for the channel reported.
      ******************************************************************
       01 REGISTRO-CONTACTO.
           02 CT-DNI              PIC 9(8).
               88 CT-CONTACTADO       VALUE 'C'.
               88 CT-RESPONDIO        VALUE 'R'.
               88 CT-SIN-RESPUESTA    VALUE 'N'.
               88 CT-NO-CONTACTAR     VALUE 'B'.
           02 CT-FECHA-CARGA      PIC 9(8).
