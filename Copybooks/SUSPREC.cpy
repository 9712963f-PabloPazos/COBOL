      * purpose: they keep the bytes exactly as keyed (the signed
      * amount with two implied decimals and trailing sign of
      * TRANSREC), including the non-numeric content that caused the
      * rejection, so the clerk can see what was actually entered.
      * The correction program moves entries from suspendida to
      * corregida or cancelada, and the recycle step marks corrected
      * entries reciclada once they are fed back to the calculator.
      * SUS-ORIGEN is the branch the transaction came from, so that
      * once recycled it settles under that branch again; entries
      * written before it existed have spaces. Valid transactions
      * held back by the screening step ahead of posting (repeated in
      * the lote or of another lote of the day, or an operand or the
      * result above the operator's threshold, either sign) come in
      * with a motivo starting 'CONTROL:'; the clerk releases one by
      * correcting it unchanged, or cancels it.
      ******************************************************************
       01 REGISTRO-SUSPENSO.
           02 SUS-ESTADO           PIC X(1).
           02 SUS-OPERADOR         PIC X(1).
           02 SUS-NUM2             PIC X(10).
           02 SUS-MOTIVO           PIC X(40).
           02 SUS-ORIGEN           PIC X(8).
