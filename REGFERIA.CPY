      *****************************************************************
      * REGFERIA - vacation entitlement ledger record (file FERIASM)  *
      * One record per MATRICULA, opened from the MOVDEPTO admission  *
      * date and posted monthly by APURA-FERIAS.                      *
      * The open accrual period (periodo aquisitivo) runs 12 months   *
      * from INICIO-PERIODO-FERIAS and collects the unjustified 'F'   *
      * absence days that reduce what it earns. Each completed period *
      * that earned days stays in PERIODO-FERIAS, oldest first, until *
      * its days are taken; it must be granted within 12 months of    *
      * FIM-VENCIDO-FERIAS or it is owed in double.                   *
      * COMPETENCIA-POSTADA-FERIAS and DIAS-GOZO-POSTADO-FERIAS keep  *
      * the last competencia posted and the vacation days taken in    *
      * it, so a month is never posted twice and FOLHA-PAGAMENTO can  *
      * check its vacation days before or after the posting.          *
      *****************************************************************
       01  REGISTRO-FERIAS.
           03 MATRICULA-FERIAS PIC 9(06).
           03 DATA-ADMISSAO-FERIAS PIC 9(08).
           03 INICIO-PERIODO-FERIAS PIC 9(08).
           03 FALTAS-PERIODO-FERIAS PIC 9(03).
           03 COMPETENCIA-POSTADA-FERIAS PIC 9(06).
           03 DIAS-GOZO-POSTADO-FERIAS PIC 9(02).
           03 QUANTIDADE-PERIODOS-FERIAS PIC 9(01).
           03 PERIODO-FERIAS OCCURS 3 TIMES.
               05 INICIO-VENCIDO-FERIAS PIC 9(08).
               05 FIM-VENCIDO-FERIAS PIC 9(08).
               05 DIAS-DIREITO-FERIAS PIC 9(02).
               05 DIAS-GOZADOS-FERIAS PIC 9(02).
