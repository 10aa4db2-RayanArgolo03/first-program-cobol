      *****************************************************************
      * REGRUBRC - earnings / deductions code table (file TABRUBR)    *
      * One record per rubrica code, kept with the TABDESC rate table *
      * and read by RUBRICA-MAINT (code validation) and by            *
      * FOLHA-PAGAMENTO (payslip lines).                              *
      * NATUREZA: 'P' earning (provento), 'D' deduction (desconto).   *
      * INCIDENCIA-INSS / -IRRF 'S': an earning is part of the INSS / *
      * IRRF base; a deduction is taken off that base before the tax  *
      * is worked out. 'N' leaves the base alone.                     *
      * CLASSE: ' ' ordinary item, 'E' payroll-deducted loan (paid    *
      * down against the outstanding balance on RUBRICAM), 'J'        *
      * court-ordered alimony (taken off net pay after INSS / IRRF,   *
      * ahead of every other deduction).                              *
      *****************************************************************
       01  REGISTRO-RUBRICA.
           03 CODIGO-RUBRICA PIC X(04).
           03 DESCRICAO-RUBRICA PIC X(20).
           03 NATUREZA-RUBRICA PIC X(01).
               88 RUBRICA-PROVENTO VALUE 'P'.
               88 RUBRICA-DESCONTO VALUE 'D'.
           03 INCIDENCIA-INSS-RUBRICA PIC X(01).
               88 RUBRICA-INCIDE-INSS VALUE 'S'.
           03 INCIDENCIA-IRRF-RUBRICA PIC X(01).
               88 RUBRICA-INCIDE-IRRF VALUE 'S'.
           03 CLASSE-RUBRICA PIC X(01).
               88 RUBRICA-COMUM VALUE ' '.
               88 RUBRICA-EMPRESTIMO VALUE 'E'.
               88 RUBRICA-PENSAO VALUE 'J'.
