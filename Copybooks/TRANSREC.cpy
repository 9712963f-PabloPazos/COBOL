      * balancing. The operands are signed amounts with two implied
      * decimals and a trailing separate sign, so details still start
      * with a digit: header and trailer are told apart from details
      * by their first character ('H' / 'T'). TR-ORIGEN is not
      * keyed by the branches: CONSLOTE fills it with the branch of
      * each detail when it merges the branch files under its own
      * 'CONSOL' header, and RECICLAR carries it back from the
      * suspense file. Spaces mean the detail belongs to the origin
      * in the header.
      ******************************************************************
       01 TRANSACCION-REC.
           02 TR-NUM1      PIC S9(7)V99
           02 TR-OPERADOR  PIC X(1).
           02 TR-NUM2      PIC S9(7)V99
                            SIGN IS TRAILING SEPARATE.
           02 TR-ORIGEN    PIC X(8).

       01 TRANSACCION-CAB.
           02 TC-TIPO      PIC X(1).
