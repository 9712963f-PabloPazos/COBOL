      * byte so an operator can be disabled without losing the entry.
      * The signed-on id is what REVDEC stamps into REV-REVISOR and
      * MANTPERS stamps into CH-ORIGEN, so the audit trail carries
      * the person and not a free-typed value. OP-DNI is the
      * operator's own DNI, so the segregation-of-duties control can
      * tell when a reviewer resolved a decision on themselves
      * (zero or spaces on operators loaded before it was captured).
      ******************************************************************
       01 REGISTRO-OPERADOR.
           02 OP-ID               PIC X(8).
           02 OP-ESTADO           PIC X(1).
               88 OP-HABILITADO       VALUE 'H'.
               88 OP-DESHABILITADO    VALUE 'D'.
           02 OP-DNI              PIC 9(8).
