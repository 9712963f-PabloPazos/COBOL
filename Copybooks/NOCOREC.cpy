      ******************************************************************
      * NOCOREC.cpy
      * Record layout for the do-not-contact registry (NOCONTAC).
      * One entry per request by a person not to be contacted on a
      * channel: by phone ('T') or by mail ('C'). Entries are added
      * and lifted from the menu by NOCOMANT, stamped with the
      * signed-on operator, or added by CARGACON when a campaign
      * response reports the opt-out (NC-OPERADOR 'CARGACON').
      * A lifted entry is kept with who lifted it and when. An entry
      * is in force while NC-VIGENTE and NC-FECHA-VENCE is zero (no
      * expiry) or not yet past; EXTRPERS leaves the channel out of
      * the campaign extract while it is.
      ******************************************************************
       01 REGISTRO-NOCONTACTO.
           02 NC-DNI              PIC 9(8).
           02 NC-CANAL            PIC X(1).
               88 NC-TELEFONO         VALUE 'T'.
               88 NC-CORREO           VALUE 'C'.
               88 NC-CANAL-VALIDO     VALUES 'T' 'C'.
           02 NC-MOTIVO           PIC X(30).
           02 NC-FECHA-PEDIDO     PIC 9(8).
           02 NC-FECHA-VENCE      PIC 9(8).
           02 NC-ESTADO           PIC X(1).
               88 NC-VIGENTE          VALUE 'V'.
               88 NC-LEVANTADO        VALUE 'L'.
           02 NC-OPERADOR         PIC X(8).
           02 NC-FECHA-ALTA       PIC 9(8).
           02 NC-OPERADOR-BAJA    PIC X(8).
           02 NC-FECHA-BAJA       PIC 9(8).
