      * REGMATRX - employee number cross-reference (file MATRXREF)    *
      * One record per MATRICULA giving the CHAVE-MESTRE it lives     *
      * under on PESSOAS-MASTER. Written by NEW-PROGRAM at intake,    *
      * removed by PESSOAS-MAINT on delete and by EXPURGA-DESLIGADOS  *
      * on retention purge, rebuilt (with a duplicate-number report)  *
      * by CONSTROI-XREF.                                             *
      *****************************************************************
       01  REGISTRO-XREF.
           03 MATRICULA-XREF PIC 9(06).
