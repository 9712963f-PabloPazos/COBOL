      ******************************************************************
      * SLOGREC.cpy
      * Record layout for the system status log (SISTLOG). One entry
      * per change of the batch-in-progress status and per event
      * that bypassed it:
      *   I  LOTENOCT set the status at the start of the run
      *   F  LOTENOCT cleared it at the normal end of the run
      *   R  LOTENOCT refused to start: an update session was open
      *      (SL-OPERADOR is the operator of that session)
      *   S  a supervisor opened an update session in MENUPRIN while
      *      the batch was in progress (SL-OPERADOR is the supervisor)
      * SL-OPERADOR is LOTENOCT for the entries of the run itself.
      ******************************************************************
       01 REGISTRO-SISTLOG.
           02 SL-EVENTO           PIC X(1).
               88 SL-LOTE-INICIADO    VALUE 'I'.
               88 SL-LOTE-TERMINADO   VALUE 'F'.
               88 SL-LOTE-RECHAZADO   VALUE 'R'.
               88 SL-LOTE-FORZADO     VALUE 'S'.
           02 SL-OPERADOR         PIC X(8).
           02 SL-FECHA            PIC 9(8).
           02 SL-HORA             PIC 9(8).
