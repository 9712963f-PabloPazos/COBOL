      * CALCAUD.cpy
      * Record layout for the calculator transaction audit file
      * (AUDITORIA). One entry is written per transaction processed by
      * CALC4RR, valid or not. AUD-LOTE-FECHA and AUD-ORIGEN identify
      * the lote (header date) and the branch the transaction came
      * from; together with AUD-NUM-TRANSACCION they match the
      * SUS-LOTE-FECHA / SUS-NUM-TRANSACCION of the suspense entry
      * of an invalid transaction. Entries written before these two
      * fields existed have zeros and spaces.
      ******************************************************************
       01 REGISTRO-AUDITORIA.
           02 AUD-NUM-TRANSACCION  PIC 9(8).
           02 AUD-MENSAJE          PIC X(40).
           02 AUD-FECHA            PIC 9(8).
           02 AUD-HORA             PIC 9(8).
           02 AUD-LOTE-FECHA       PIC 9(8).
           02 AUD-ORIGEN           PIC X(8).
