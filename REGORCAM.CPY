      *****************************************************************
      * REGORCAM - department budget record (file ORCAMEN, keyed by   *
      * department code + competencia YYYYMM)                         *
      * Maintained by ORCAMENTO-MAINT; read by ORCADO-REALIZADO,      *
      * which compares the approved headcount and gross payroll with  *
      * the month-end headcount rebuilt from PESSOAS-MASTER and       *
      * MOVDEPTO and the gross pay on FOLHAHST. Monthly competencias  *
      * only (months 01-12).                                          *
      *****************************************************************
       01  REGISTRO-ORCAMENTO.
           03 CHAVE-ORCAMENTO.
               05 DEPTO-ORCAMENTO PIC X(04).
               05 COMPETENCIA-ORCAMENTO PIC 9(06).
               05 COMPETENCIA-ORCAMENTO-R
                       REDEFINES COMPETENCIA-ORCAMENTO.
                   07 ANO-ORCAMENTO PIC 9(04).
                   07 MES-ORCAMENTO PIC 9(02).
           03 QUADRO-ORCAMENTO PIC 9(05).
           03 BRUTO-ORCAMENTO PIC 9(10)V99.
           03 DATA-ATUALIZACAO-ORCAMENTO PIC 9(08).
           03 OPERADOR-ORCAMENTO PIC X(08).
