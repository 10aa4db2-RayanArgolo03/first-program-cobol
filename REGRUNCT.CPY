      *   TIPO 'M' = online maintenance (PESSOAS-MAINT)              *
      *   TIPO 'A' = mass salary adjustment (AJUSTE-SALARIAL)        *
      *   TIPO 'D' = batch termination run (DESLIGA-MESTRE)          *
      *   TIPO 'E' = retention purge (EXPURGA-DESLIGADOS); it only   *
      *              removes 'D' records, so its deltas are zero     *
      * The deltas say how the run moved headcount and salary by     *
      * gender; RECONCILIA-MESTRE folds them up and balances the     *
      * result against the master itself.                           *
