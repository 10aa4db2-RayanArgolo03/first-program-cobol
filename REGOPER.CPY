      *   NIVEL '2' = update (intake, maintenance, terminations,     *
      *               transfers)                                     *
      *   NIVEL '3' = mass update (salary adjustment, master         *
      *               reload, operator maintenance, retention        *
      *               purge)                                         *
      *****************************************************************
       01  REGISTRO-OPERADOR.
           03 ID-OPERADOR PIC X(08).
