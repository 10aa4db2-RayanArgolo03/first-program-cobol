      * On an authorized reprocess the replacement records are        *
      * appended after the originals, so readers must keep the LAST   *
      * record seen for an employee/period pair.                      *
      * DECIMO-TERCEIRO appends the 13th salary under period month 13 *
      * (1st installment) and 14 (2nd installment: the 13th less the  *
      * 1st installment, with its INSS/IRRF), so the two add up to    *
      * the year's 13th and stay apart from the monthly payroll.      *
      * CALCULA-RESCISAO appends the settlement as type 'R': the      *
      * termination month (any payroll already paid for it plus the   *
      * settlement earnings) and the 2nd installment with the         *
      * proportional 13th. Payroll and 13th-salary records are blank. *
      * ISENTO-FGTS-HISTORICO is the part of BRUTO not liable to FGTS *
      * (the indemnified vacation and its 1/3 on a settlement), so    *
      * CALCULA-ENCARGOS deposits on BRUTO less it; zero elsewhere.   *
      * Records written before it was added read it as spaces.        *
      * EXPURGA-DESLIGADOS rewrites it with the names of purged       *
      * employees replaced by a pseudonym; amounts are unchanged.     *
      *****************************************************************
       01  REGISTRO-FOLHA-HISTORICO.
           03 MATRICULA-HISTORICO PIC 9(06).
           03 INSS-HISTORICO PIC 9(06)V99.
           03 IRRF-HISTORICO PIC 9(06)V99.
           03 LIQUIDO-HISTORICO PIC 9(06)V99.
           03 TIPO-HISTORICO PIC X(01).
               88 HISTORICO-RESCISAO VALUE 'R'.
           03 ISENTO-FGTS-HISTORICO PIC 9(06)V99.
