      * REGCONTR - payslip record layout (file CONTRACH)              *
      * Written by FOLHA-PAGAMENTO, one record per person paid;       *
      * read back by REMESSA-BANCARIA to build the bank remittance.   *
      * DECIMO-TERCEIRO writes the same layout for the 13th salary    *
      * under period month 13 (1st installment) or 14 (2nd            *
      * installment), carrying the months of entitlement and, on the  *
      * 2nd installment, the 1st installment deducted from net pay.   *
      * CALCULA-RESCISAO writes a type 'R' termination settlement     *
      * payslip under the termination competencia, with the 13th      *
      * salary 1st installment in the deducted field while the 2nd    *
      * is unpaid (once the 2nd is paid, the 13th already paid is     *
      * netted off the settlement gross instead).                     *
      * FOLHA-PAGAMENTO carries the retroactive pay differences from  *
      * ENTRETRO paid on the payslip (already included in gross), as  *
      * does CALCULA-RESCISAO; the other writers zero it.             *
      * FOLHA-PAGAMENTO also itemizes up to 10 RUBRICAM earnings and  *
      * deductions (earnings already in gross, deductions taken off   *
      * net pay, their total in DESCONTOS-RUBRICA); CALCULA-RESCISAO  *
      * itemizes the alimony and loan deductions it takes off the     *
      * settlement; the other writers leave the count at zero.        *
      *****************************************************************
       01  REGISTRO-CONTRACHEQUE.
           03 MATRICULA-CONTRACHEQUE PIC 9(06).
           03 COMPETENCIA-CONTRACHEQUE PIC 9(06).
           03 COMPETENCIA-DECOMP-CONTRACHEQUE
                   REDEFINES COMPETENCIA-CONTRACHEQUE.
               05 ANO-CONTRACHEQUE PIC 9(04).
               05 MES-CONTRACHEQUE PIC 9(02).
                   88 CONTRACHEQUE-DECIMO-PARCELA-1 VALUE 13.
                   88 CONTRACHEQUE-DECIMO-PARCELA-2 VALUE 14.
           03 NOME-CONTRACHEQUE PIC X(10).
           03 SOBRENOME-CONTRACHEQUE PIC X(15).
           03 DEPTO-CONTRACHEQUE PIC X(04).
           03 VALOR-FALTA-CONTRACHEQUE PIC 9(06)V99.
           03 DIAS-FERIAS-CONTRACHEQUE PIC 9(02).
           03 VALOR-FERIAS-CONTRACHEQUE PIC 9(06)V99.
           03 AVOS-DECIMO-CONTRACHEQUE PIC 9(02).
           03 ADIANTAMENTO-CONTRACHEQUE PIC 9(06)V99.
           03 TIPO-CONTRACHEQUE PIC X(01).
               88 CONTRACHEQUE-RESCISAO VALUE 'R'.
           03 RETROATIVO-CONTRACHEQUE PIC 9(06)V99.
           03 DESCONTOS-RUBRICA-CONTRACHEQUE PIC 9(06)V99.
           03 QUANTIDADE-RUBRICAS-CONTRACHEQUE PIC 9(02).
           03 LINHAS-RUBRICA-CONTRACHEQUE.
               05 RUBRICA-CONTRACHEQUE OCCURS 10 TIMES.
                   07 CODIGO-RUBRICA-CONTRACHEQUE PIC X(04).
                   07 DESCRICAO-RUBRICA-CONTRACHEQUE PIC X(20).
                   07 NATUREZA-RUBRICA-CONTRACHEQUE PIC X(01).
                       88 RUBRICA-CONTRACHEQUE-PROVENTO VALUE 'P'.
                   07 VALOR-RUBRICA-CONTRACHEQUE PIC 9(06)V99.
