      ******************************************************************
      * OPLOGREC.cpy
      * Record layout for the operator administration log (OPERLOG).
      * OPERMANT appends one entry per alta, habilitacion or
      * deshabilitacion of an operator, carrying the operator
      * affected, the action, the supervisor signed on to the menu
      * who performed it and the date/time. The segregation-of-duties
      * control reads it to find operators enabled and put to work
      * on the same day by the supervisor who enabled them.
      ******************************************************************
       01 REGISTRO-OPERLOG.
           02 OL-OPERADOR         PIC X(8).
           02 OL-ACCION           PIC X(1).
               88 OL-ALTA             VALUE 'A'.
               88 OL-HABILITACION     VALUE 'H'.
               88 OL-DESHABILITACION  VALUE 'D'.
               88 OL-HABILITA         VALUES 'A' 'H'.
           02 OL-SUPERVISOR       PIC X(8).
           02 OL-FECHA            PIC 9(8).
           02 OL-HORA             PIC 9(8).
