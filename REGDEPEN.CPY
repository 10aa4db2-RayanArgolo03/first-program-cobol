      *****************************************************************
      * REGDEPEN - employee dependent record (file DEPENDM, keyed by  *
      * MATRICULA + sequence)                                         *
      * Maintained by DEPENDENTE-MAINT; recounted every month by      *
      * APURA-DEPENDENTES, which removes dependents past the age      *
      * limit and keeps NUM-DEPENDENTES-MESTRE equal to the number    *
      * of IRRF-eligible dependents on file, the count                *
      * FOLHA-PAGAMENTO multiplies by the deduction per dependent.    *
      * NASCIMENTO is DDMMYYYY, as on the master.                     *
      * PARENTESCO: 'C' spouse / partner, 'F' child or stepchild (up  *
      * to 21), 'U' child or stepchild in higher or technical         *
      * education (up to 24), 'I' child or stepchild unable to work   *
      * (any age), 'P' parent / grandparent, 'G' ward under           *
      * guardianship (up to 21). An age-limited dependent counts      *
      * through the month of the birthday at the limit.               *
      *****************************************************************
       01  REGISTRO-DEPENDENTE.
           03 CHAVE-DEPENDENTE.
               05 MATRICULA-DEPENDENTE PIC 9(06).
               05 SEQUENCIA-DEPENDENTE PIC 9(02).
           03 NOME-DEPENDENTE PIC X(30).
           03 NASCIMENTO-DEPENDENTE.
               05 DIA-NASCIMENTO-DEPENDENTE PIC 9(02).
               05 MES-NASCIMENTO-DEPENDENTE PIC 9(02).
               05 ANO-NASCIMENTO-DEPENDENTE PIC 9(04).
           03 PARENTESCO-DEPENDENTE PIC X(01).
               88 DEPENDENTE-CONJUGE VALUE 'C'.
               88 DEPENDENTE-FILHO VALUE 'F'.
               88 DEPENDENTE-ESTUDANTE VALUE 'U'.
               88 DEPENDENTE-INCAPAZ VALUE 'I'.
               88 DEPENDENTE-ASCENDENTE VALUE 'P'.
               88 DEPENDENTE-TUTELADO VALUE 'G'.
               88 PARENTESCO-VALIDO VALUE 'C' 'F' 'U' 'I' 'P' 'G'.
               88 PARENTESCO-COM-LIMITE VALUE 'F' 'U' 'G'.
           03 IRRF-DEPENDENTE PIC X(01).
               88 DEPENDENTE-DEDUZ-IRRF VALUE 'S'.
           03 DATA-INCLUSAO-DEPENDENTE PIC 9(08).
