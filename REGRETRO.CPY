      *****************************************************************
      * REGRETRO - retroactive pay difference record                  *
      * Written to ENTRETRO by CALCULA-RETROATIVO, one record per     *
      * employee per closed competencia recalculated after a          *
      * back-dated salary adjustment, carrying the competencia the    *
      * difference refers to and the competencia of the payroll that  *
      * pays it. FOLHA-PAGAMENTO pays the records for its competencia *
      * as a separate earning and, when the period closes, appends    *
      * the records it paid to RETROHST. CALCULA-RESCISAO pays and    *
      * logs those of an employee terminated in the payment           *
      * competencia, whom the payroll skips. As with FOLHAHST,        *
      * readers keep the LAST record for an employee / reference /    *
      * payment competencia triple.                                   *
      *****************************************************************
       01  REGISTRO-RETROATIVO.
           03 MATRICULA-RETROATIVO PIC 9(06).
           03 COMPETENCIA-REF-RETROATIVO PIC 9(06).
           03 COMPETENCIA-PAG-RETROATIVO PIC 9(06).
           03 SALARIO-PAGO-RETROATIVO PIC 9(06)V99.
           03 SALARIO-DEVIDO-RETROATIVO PIC 9(06)V99.
           03 BRUTO-PAGO-RETROATIVO PIC 9(06)V99.
           03 BRUTO-DEVIDO-RETROATIVO PIC 9(06)V99.
           03 VALOR-RETROATIVO PIC 9(06)V99.
