      ******************************************************************
      * FOTOREC.cpy
      * Record layout for the month-end point-in-time snapshot of the
      * PERSONAS master (FOTOPERS), written by FOTOMES. FT-PERSONA has
      * the shape of PERSMSTR and holds the record as it stood at the
      * end of FT-FECHA-CORTE: the before-image of the first CAMBIOS
      * entry after the cut-off (FT-ORIGEN 'I') or the current record
      * when nothing changed since (FT-ORIGEN 'M'), with direccion and
      * telefono taken from the DOMICILIOS period in force that day.
      * People registered after the cut-off are not in the snapshot.
      * FT-MOTIVO-HUECO is not zero when the person's history has a
      * gap, so the reconstruction may not be exact:
      *   01 modified after the cut-off without a CAMBIOS image
      *   02 CAMBIOS images do not chain, or the last one is not the
      *      current record
      *   03 DOMICILIOS periods not contiguous from the alta
      *   04 domicile in DOMICILIOS differs from the CAMBIOS image
      ******************************************************************
       01 REGISTRO-FOTO.
           02 FT-FECHA-CORTE      PIC 9(8).
           02 FT-PERSONA.
               03 FT-DNI              PIC 9(8).
               03 FT-NOMBRE           PIC X(50).
               03 FT-APELLIDO         PIC X(50).
               03 FT-TELEFONO.
                   04 FT-TEL-CODIGO-AREA PIC 9(4).
                   04 FT-TEL-NUMERO      PIC 9(8).
               03 FT-DIRECCION        PIC X(50).
               03 FT-ESTADO-CIVIL     PIC X(10).
               03 FT-HIJOS            PIC X(2).
               03 FT-GRUPO            PIC X(2).
               03 FT-FACTOR           PIC X(1).
               03 FT-FEC-ALTA         PIC 9(8).
               03 FT-FEC-MODIF        PIC 9(8).
               03 FT-ESTADO           PIC X(1).
           02 FT-ORIGEN           PIC X(1).
               88 FT-DEL-MAESTRO      VALUE 'M'.
               88 FT-DE-LA-IMAGEN     VALUE 'I'.
           02 FT-MOTIVO-HUECO     PIC 9(2).
               88 FT-HISTORIA-COMPLETA VALUE ZERO.
