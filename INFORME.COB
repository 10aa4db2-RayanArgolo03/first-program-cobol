      *                   count/hash trailer, and prints monthly      *
      *                   control totals that tie back to the twelve  *
      *                   FOLHA-PAGAMENTO register footers.           *
      *   2026-10-15  RA  13th salary shown separately: the FOLHAHST  *
      *                   periods 13 and 14 written by                *
      *                   DECIMO-TERCEIRO are kept apart from the     *
      *                   twelve months, printed as their own 13TH    *
      *                   SALARY line outside the annual totals (it   *
      *                   is taxed on its own), carried in new        *
      *                   13th-salary fields on the EXPINFRM detail   *
      *                   and trailer, and given control lines that   *
      *                   tie to the two DECIMO-TERCEIRO registers.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
               88 EXPORTACAO-CABECALHO VALUE 'H'.
               88 EXPORTACAO-DETALHE VALUE 'D'.
               88 EXPORTACAO-TRAILER VALUE 'T'.
           03 DADOS-EXPORTACAO PIC X(80).
           03 CABECALHO-EXPORTACAO REDEFINES DADOS-EXPORTACAO.
               05 ANO-EXPORTACAO PIC 9(04).
               05 DATA-EXPORTACAO PIC 9(08).
               05 HORA-EXPORTACAO PIC 9(08).
               05 FILLER PIC X(60).
           03 DETALHE-EXPORTACAO REDEFINES DADOS-EXPORTACAO.
               05 MATRICULA-EXPORTACAO PIC 9(06).
               05 ANO-DETALHE-EXPORTACAO PIC 9(04).
               05 INSS-EXPORTACAO PIC 9(08)V99.
               05 IRRF-EXPORTACAO PIC 9(08)V99.
               05 LIQUIDO-EXPORTACAO PIC 9(08)V99.
               05 BRUTO-DECIMO-EXPORTACAO PIC 9(08)V99.
               05 INSS-DECIMO-EXPORTACAO PIC 9(08)V99.
               05 IRRF-DECIMO-EXPORTACAO PIC 9(08)V99.
           03 TRAILER-EXPORTACAO REDEFINES DADOS-EXPORTACAO.
               05 QUANTIDADE-EXPORTACAO PIC 9(06).
               05 HASH-BRUTO-EXPORTACAO PIC 9(12)V99.
               05 HASH-IRRF-EXPORTACAO PIC 9(12)V99.
               05 HASH-DECIMO-EXPORTACAO PIC 9(12)V99.
               05 FILLER PIC X(32).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
               05 NOME-TABELA PIC X(10).
               05 SOBRENOME-TABELA PIC X(15).
               05 DEPTO-TABELA PIC X(04).
               05 MES-EMPREGADO OCCURS 14 TIMES.
                   07 BRUTO-MES PIC 9(06)V99.
                   07 INSS-MES PIC 9(06)V99.
                   07 IRRF-MES PIC 9(06)V99.
           03 INSS-ANUAL PIC 9(08)V99 VALUE ZEROS.
           03 IRRF-ANUAL PIC 9(08)V99 VALUE ZEROS.
           03 LIQUIDO-ANUAL PIC 9(08)V99 VALUE ZEROS.
           03 BRUTO-DECIMO PIC 9(08)V99 VALUE ZEROS.
           03 INSS-DECIMO PIC 9(08)V99 VALUE ZEROS.
           03 IRRF-DECIMO PIC 9(08)V99 VALUE ZEROS.
           03 LIQUIDO-DECIMO PIC 9(08)V99 VALUE ZEROS.

       01 TOTAIS-CONTROLE.
           03 CONTADOR-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-INFORMES PIC 9(06) VALUE ZEROS.
           03 HASH-BRUTO-TOTAL PIC 9(12)V99 VALUE ZEROS.
           03 HASH-IRRF-TOTAL PIC 9(12)V99 VALUE ZEROS.
           03 HASH-DECIMO-TOTAL PIC 9(12)V99 VALUE ZEROS.
           03 TOTAL-MES-CONTROLE OCCURS 14 TIMES.
               05 BRUTO-MES-CONTROLE PIC 9(10)V99.
               05 INSS-MES-CONTROLE PIC 9(10)V99.
               05 IRRF-MES-CONTROLE PIC 9(10)V99.
           ACCEPT HORA-EXECUCAO FROM TIME.
           PERFORM 015-LIMPAR-CONTROLE-MES
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 14.
           DISPLAY 'Statement year (YYYY): '.
           ACCEPT ANO-INFORME-X FROM CONSOLE.
           IF ANO-INFORME-X IS NUMERIC
                   MOVE COMPETENCIA-HISTORICO TO COMPETENCIA-TRABALHO
                   IF ANO-HISTORICO-LIDO = ANO-INFORME
                           AND MES-HISTORICO-LIDO >= 1
                           AND MES-HISTORICO-LIDO <= 14
                       ADD 1 TO CONTADOR-SELECIONADOS
                       PERFORM 002-ACUMULAR-EMPREGADO
                   END-IF
                       (INDICE-EMPREGADO-ACHADO)
                   PERFORM 004-LIMPAR-MESES-EMPREGADO
                       VARYING INDICE-MES FROM 1 BY 1
                       UNTIL INDICE-MES > 14
               ELSE
                   IF NOT AVISADA-TABELA-CHEIA
                       DISPLAY 'WARNING: employee table full - '
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 12.
           PERFORM 007-IMPRIMIR-TOTAL-ANUAL.
           PERFORM 016-IMPRIMIR-DECIMO-TERCEIRO.
           PERFORM 008-GRAVAR-DETALHE-EXPORTACAO.
           ADD 1 TO CONTADOR-INFORMES.
      *****************************************************************
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       016-IMPRIMIR-DECIMO-TERCEIRO SECTION.
           MOVE ZEROS TO BRUTO-DECIMO.
           MOVE ZEROS TO INSS-DECIMO.
           MOVE ZEROS TO IRRF-DECIMO.
           MOVE ZEROS TO LIQUIDO-DECIMO.
           PERFORM 017-ACUMULAR-PARCELA-DECIMO
               VARYING INDICE-MES FROM 13 BY 1
               UNTIL INDICE-MES > 14.
           MOVE BRUTO-DECIMO TO BRUTO-ANUAL-EDITADO.
           MOVE INSS-DECIMO TO INSS-ANUAL-EDITADO.
           MOVE IRRF-DECIMO TO IRRF-ANUAL-EDITADO.
           MOVE LIQUIDO-DECIMO TO LIQUIDO-ANUAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '13TH SALARY    GROSS ' DELIMITED BY SIZE
               BRUTO-ANUAL-EDITADO DELIMITED BY SIZE
               '  INSS ' DELIMITED BY SIZE
               INSS-ANUAL-EDITADO DELIMITED BY SIZE
               '  IRRF ' DELIMITED BY SIZE
               IRRF-ANUAL-EDITADO DELIMITED BY SIZE
               '  NET ' DELIMITED BY SIZE
               LIQUIDO-ANUAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE '(13TH SALARY TAXED SEPARATELY - NOT IN ANNUAL TOTALS)'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       017-ACUMULAR-PARCELA-DECIMO SECTION.
           ADD BRUTO-MES (INDICE-EMPREGADO INDICE-MES)
               TO BRUTO-DECIMO.
           ADD INSS-MES (INDICE-EMPREGADO INDICE-MES)
               TO INSS-DECIMO.
           ADD IRRF-MES (INDICE-EMPREGADO INDICE-MES)
               TO IRRF-DECIMO.
           ADD LIQUIDO-MES (INDICE-EMPREGADO INDICE-MES)
               TO LIQUIDO-DECIMO.
           ADD BRUTO-MES (INDICE-EMPREGADO INDICE-MES)
               TO BRUTO-MES-CONTROLE (INDICE-MES).
           ADD INSS-MES (INDICE-EMPREGADO INDICE-MES)
               TO INSS-MES-CONTROLE (INDICE-MES).
           ADD IRRF-MES (INDICE-EMPREGADO INDICE-MES)
               TO IRRF-MES-CONTROLE (INDICE-MES).
           ADD LIQUIDO-MES (INDICE-EMPREGADO INDICE-MES)
               TO LIQUIDO-MES-CONTROLE (INDICE-MES).
      *****************************************************************
       008-GRAVAR-DETALHE-EXPORTACAO SECTION.
           MOVE SPACES TO REGISTRO-EXPORTACAO.
           MOVE INSS-ANUAL TO INSS-EXPORTACAO.
           MOVE IRRF-ANUAL TO IRRF-EXPORTACAO.
           MOVE LIQUIDO-ANUAL TO LIQUIDO-EXPORTACAO.
           MOVE BRUTO-DECIMO TO BRUTO-DECIMO-EXPORTACAO.
           MOVE INSS-DECIMO TO INSS-DECIMO-EXPORTACAO.
           MOVE IRRF-DECIMO TO IRRF-DECIMO-EXPORTACAO.
           WRITE REGISTRO-EXPORTACAO.
           ADD BRUTO-ANUAL TO HASH-BRUTO-TOTAL.
           ADD IRRF-ANUAL TO HASH-IRRF-TOTAL.
           ADD BRUTO-DECIMO TO HASH-DECIMO-TOTAL.
      *****************************************************************
       009-GRAVAR-TRAILER-EXPORTACAO SECTION.
           IF STATUS-ARQUIVO-EXPORTACAO = '00'
               MOVE CONTADOR-INFORMES TO QUANTIDADE-EXPORTACAO
               MOVE HASH-BRUTO-TOTAL TO HASH-BRUTO-EXPORTACAO
               MOVE HASH-IRRF-TOTAL TO HASH-IRRF-EXPORTACAO
               MOVE HASH-DECIMO-TOTAL TO HASH-DECIMO-EXPORTACAO
               WRITE REGISTRO-EXPORTACAO
           END-IF.
      *****************************************************************
           PERFORM 014-IMPRIMIR-CONTROLE-MES
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 12.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE '13TH SALARY - PERIOD 13 = 1ST INSTALLMENT, 14 = 2ND'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           PERFORM 014-IMPRIMIR-CONTROLE-MES
               VARYING INDICE-MES FROM 13 BY 1
               UNTIL INDICE-MES > 14.
           MOVE CONTADOR-INFORMES TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
