      * signed by the proposing operator; RISKEVAL never reads this
      * file, so a proposal has no effect until a different operator
      * approves it in POLAPROB, which is when the row is versioned
      * and written to POLITICAS. The risk-score weights go through
      * the same control: a proposal of class 'F' carries the five
      * weights in PRO-PESO (origin 'PUNTAJE', bands zero) and is
      * written to PESOS when approved. Rows written before the
      * class existed read as spaces, which is a policy proposal.
      ******************************************************************
       01 REGISTRO-PROPUESTA.
           02 PRO-ESTADO          PIC X(1).
           02 PRO-PROPONENTE      PIC X(8).
           02 PRO-FECHA-PROPUESTA PIC 9(8).
           02 PRO-HORA-PROPUESTA  PIC 9(8).
           02 PRO-CLASE           PIC X(1).
               88 PRO-DE-POLITICA     VALUES 'P' SPACE.
               88 PRO-DE-PESOS        VALUE 'F'.
           02 PRO-PESO            PIC 9(1) OCCURS 5 TIMES.
