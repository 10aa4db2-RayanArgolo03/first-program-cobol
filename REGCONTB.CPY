      *****************************************************************
      * REGCONTB - payroll journal-entry interface record (LANCCONT)  *
      * Written by CONTABILIZA-FOLHA from the CONTRACH payslips of a  *
      * competencia for the accounting system: 'H' header with the    *
      * competencia and run date, 'D' one debit or credit per cost    *
      * center and account, 'T' trailer with the detail count, the    *
      * debit and credit totals and the hash of all amounts, the same *
      * discipline REGBANCO uses for the bank remittance.             *
      *****************************************************************
       01  REGISTRO-LANCAMENTO.
           03 TIPO-LANCAMENTO PIC X(01).
               88 LANCAMENTO-CABECALHO VALUE 'H'.
               88 LANCAMENTO-DETALHE VALUE 'D'.
               88 LANCAMENTO-TRAILER VALUE 'T'.
           03 DADOS-LANCAMENTO PIC X(79).
           03 CABECALHO-LANCAMENTO REDEFINES DADOS-LANCAMENTO.
               05 COMPETENCIA-LANCAMENTO PIC 9(06).
               05 DATA-LANCAMENTO PIC 9(08).
               05 HORA-LANCAMENTO PIC 9(08).
               05 ORIGEM-LANCAMENTO PIC X(08).
               05 FILLER PIC X(49).
           03 DETALHE-LANCAMENTO REDEFINES DADOS-LANCAMENTO.
               05 COMPETENCIA-DETALHE-LANCAMENTO PIC 9(06).
               05 CENTRO-CUSTO-LANCAMENTO PIC X(10).
               05 CONTA-LANCAMENTO PIC X(06).
               05 NATUREZA-LANCAMENTO PIC X(01).
                   88 LANCAMENTO-DEBITO VALUE 'D'.
                   88 LANCAMENTO-CREDITO VALUE 'C'.
               05 VALOR-LANCAMENTO PIC 9(10)V99.
               05 HISTORICO-LANCAMENTO PIC X(30).
               05 FILLER PIC X(14).
           03 TRAILER-LANCAMENTO REDEFINES DADOS-LANCAMENTO.
               05 QUANTIDADE-LANCAMENTO PIC 9(06).
               05 TOTAL-DEBITO-LANCAMENTO PIC 9(12)V99.
               05 TOTAL-CREDITO-LANCAMENTO PIC 9(12)V99.
               05 HASH-VALOR-LANCAMENTO PIC 9(14)V99.
               05 FILLER PIC X(29).
