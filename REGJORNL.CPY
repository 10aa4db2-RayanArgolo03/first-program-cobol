      * on top of a restored backup for forward recovery.             *
      * The images are padded to X(100) so the layout survives        *
      * moderate growth of the master record.                         *
      * AJUSTE-SALARIAL stamps the competencia its salary change is   *
      * effective from, which may predate the run; CALCULA-RETROATIVO *
      * reads it to work out back pay for periods already closed.     *
      * Other programs leave the field blank.                         *
      * DEPENDENTE-MAINT and APURA-DEPENDENTES journal the rewrite of *
      * NUM-DEPENDENTES-MESTRE when the dependents recount changes.   *
      * EXPURGA-DESLIGADOS journals its deletes and rewrites the      *
      * journal with the images of purged employees pseudonymized.    *
      *****************************************************************
       01  REGISTRO-JORNAL.
           03 TIPO-OPERACAO-JORNAL PIC X(01).
           03 PROGRAMA-JORNAL PIC X(18).
           03 IMAGEM-ANTES-JORNAL PIC X(100).
           03 IMAGEM-DEPOIS-JORNAL PIC X(100).
           03 COMPETENCIA-EFETIVA-JORNAL PIC X(06).
