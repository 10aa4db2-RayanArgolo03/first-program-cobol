      * cleanly. The newest record for a competencia gives its        *
      * state; a second run for a closed or in-flight period must be  *
      * explicitly authorized by the operator.                        *
      * DECIMO-TERCEIRO controls its two installments the same way    *
      * under competencias YYYY13 and YYYY14.                         *
      *****************************************************************
       01  REGISTRO-FOLHA-CONTROLE.
           03 COMPETENCIA-CONTROLE PIC 9(06).
