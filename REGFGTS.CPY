      *****************************************************************
      * REGFGTS - monthly FGTS deposit record (file FGTSDEP)          *
      * Written by CALCULA-ENCARGOS from the FOLHAHST history of a    *
      * closed competencia: 'H' header with the competencia, run      *
      * date and the FGTS rate applied, 'D' one deposit per employee  *
      * (base = gross pay for the competencia less the FGTS-exempt    *
      * part kept on FOLHAHST), 'T' trailer with the record count,    *
      * the base total and the deposit hash total, the same           *
      * discipline REGBANCO uses for the bank remittance.             *
      *****************************************************************
       01  REGISTRO-FGTS.
           03 TIPO-FGTS PIC X(01).
               88 FGTS-CABECALHO VALUE 'H'.
               88 FGTS-DETALHE VALUE 'D'.
               88 FGTS-TRAILER VALUE 'T'.
           03 DADOS-FGTS PIC X(60).
           03 CABECALHO-FGTS REDEFINES DADOS-FGTS.
               05 COMPETENCIA-FGTS PIC 9(06).
               05 DATA-FGTS PIC 9(08).
               05 HORA-FGTS PIC 9(08).
               05 ALIQUOTA-FGTS PIC 9(02)V99.
               05 FILLER PIC X(34).
           03 DETALHE-FGTS REDEFINES DADOS-FGTS.
               05 MATRICULA-FGTS PIC 9(06).
               05 NOME-FGTS PIC X(10).
               05 SOBRENOME-FGTS PIC X(15).
               05 BASE-FGTS PIC 9(08)V99.
               05 DEPOSITO-FGTS PIC 9(08)V99.
               05 FILLER PIC X(09).
           03 TRAILER-FGTS REDEFINES DADOS-FGTS.
               05 QUANTIDADE-FGTS PIC 9(06).
               05 TOTAL-BASE-FGTS PIC 9(12)V99.
               05 HASH-DEPOSITO-FGTS PIC 9(12)V99.
               05 FILLER PIC X(26).
