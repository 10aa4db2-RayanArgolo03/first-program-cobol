      *   TIPO 'T' = department transfer (TRANSFERE-DEPTO)            *
      * Folded up by RELATORIO-MOVIMENTO into the monthly             *
      * headcount-movement report by department.                      *
      * EXPURGA-DESLIGADOS rewrites it with the names of purged       *
      * employees replaced by a pseudonym.                            *
      *****************************************************************
       01  REGISTRO-MOVIMENTO.
           03 TIPO-MOVIMENTO PIC X(01).
