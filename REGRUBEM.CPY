      *****************************************************************
      * REGRUBEM - recurring earning / deduction per employee         *
      * (file RUBRICAM, keyed by MATRICULA + rubrica code)            *
      * Maintained by RUBRICA-MAINT and applied by FOLHA-PAGAMENTO to *
      * every competencia from INICIO to FIM (FIM zero = no end).     *
      * FORMA 'V' pays / deducts VALOR each month; FORMA 'P' applies  *
      * PERCENTUAL to the contract salary, or to net pay after INSS / *
      * IRRF for an alimony (class 'J') rubrica.                      *
      * For a loan (class 'E') VALOR is the monthly installment and   *
      * SALDO the balance still owed; FOLHA-PAGAMENTO lowers SALDO by *
      * what it deducts and keeps the competencia and amount in the   *
      * BAIXA fields, so a reprocessed period puts the amount back    *
      * before deducting again. CALCULA-RESCISAO deducts alimony and  *
      * the whole loan balance from the termination settlement the    *
      * same way.                                                     *
      *****************************************************************
       01  REGISTRO-RUBRICA-EMPREGADO.
           03 CHAVE-RUBRICA-EMPREGADO.
               05 MATRICULA-RUBRICA-EMP PIC 9(06).
               05 CODIGO-RUBRICA-EMP PIC X(04).
           03 FORMA-RUBRICA-EMP PIC X(01).
               88 RUBRICA-EMP-VALOR VALUE 'V'.
               88 RUBRICA-EMP-PERCENTUAL VALUE 'P'.
           03 VALOR-RUBRICA-EMP PIC 9(06)V99.
           03 PERCENTUAL-RUBRICA-EMP PIC 9(03)V99.
           03 INICIO-RUBRICA-EMP PIC 9(06).
           03 FIM-RUBRICA-EMP PIC 9(06).
           03 SALDO-RUBRICA-EMP PIC 9(08)V99.
           03 COMPETENCIA-BAIXA-RUBRICA-EMP PIC 9(06).
           03 VALOR-BAIXA-RUBRICA-EMP PIC 9(08)V99.
