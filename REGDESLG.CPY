      *****************************************************************
      * REGDESLG - termination transaction record (file ENTDESL)      *
      * Read by DESLIGA-MESTRE to flag the master record terminated   *
      * and by CALCULA-RESCISAO to work out the settlement. The       *
      * reason decides what the leaver is owed:                       *
      *   'S' = dismissal without cause (paid notice due)             *
      *   'P' = resignation (pedido de demissao)                      *
      *   'T' = end of a fixed-term contract                          *
      *****************************************************************
       01  REGISTRO-ENTRADA-DESLIGAMENTO.
           03 MATRICULA-ENTRADA PIC 9(06).
           03 DATA-DESLIGAMENTO-ENTRADA PIC 9(08).
           03 MOTIVO-DESLIGAMENTO-ENTRADA PIC X(01).
               88 MOTIVO-SEM-JUSTA-CAUSA VALUE 'S'.
               88 MOTIVO-PEDIDO-DEMISSAO VALUE 'P'.
               88 MOTIVO-FIM-CONTRATO VALUE 'T'.
