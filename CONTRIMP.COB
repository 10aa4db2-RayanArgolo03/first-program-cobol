      *                   labelled line and net pay - followed by a   *
      *                   run summary page whose totals equal the     *
      *                   FOLHA-PAGAMENTO register footer.            *
      *   2026-10-15  RA  13th-salary payslips from DECIMO-TERCEIRO   *
      *                   printed under their own heading with the    *
      *                   months of entitlement and the 1st           *
      *                   installment deducted on the 2nd; summary    *
      *                   carries the total 1st installment deducted. *
      *   2026-10-15  RA  Termination settlement payslips from        *
      *                   CALCULA-RESCISAO printed under their own    *
      *                   heading; the deducted line now reads as the *
      *                   13th salary already paid, which covers the  *
      *                   1st installment and, on a settlement, any   *
      *                   2nd installment paid before termination.    *
      *   2026-10-15  RA  Retroactive pay differences paid by         *
      *                   FOLHA-PAGAMENTO printed on their own line   *
      *                   as included in gross pay.                   *
      *   2026-10-15  RA  Recurring earnings and deductions carried   *
      *                   on the payslip printed one per line under   *
      *                   their rubrica code - earnings as included   *
      *                   in gross, deductions after INSS / IRRF -    *
      *                   and the total deducted on the summary.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
           03 TOTAL-INSS PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-IRRF PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-ADIANTAMENTO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-DESCONTOS-RUBRICA PIC 9(10)V99 VALUE ZEROS.
           03 INDICE-RUBRICA PIC 9(02) VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 BRUTO-EDITADO PIC ZZZZZ9,99.
           03 LIQUIDO-EDITADO PIC ZZZZZ9,99.
           03 VALOR-FALTA-EDITADO PIC ZZZZZ9,99.
           03 VALOR-FERIAS-EDITADO PIC ZZZZZ9,99.
           03 ADIANTAMENTO-EDITADO PIC ZZZZZ9,99.
           03 RETROATIVO-EDITADO PIC ZZZZZ9,99.
           03 RUBRICA-EDITADA PIC ZZZZZ9,99.
           03 TOTAL-BRUTO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-INSS-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-IRRF-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-LIQUIDO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-ADIANTAMENTO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-RUBRICAS-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
                   ADD DESCONTO-INSS-CONTRACHEQUE TO TOTAL-INSS
                   ADD DESCONTO-IRRF-CONTRACHEQUE TO TOTAL-IRRF
                   ADD SALARIO-LIQUIDO-CONTRACHEQUE TO TOTAL-LIQUIDO
                   ADD ADIANTAMENTO-CONTRACHEQUE TO TOTAL-ADIANTAMENTO
                   ADD DESCONTOS-RUBRICA-CONTRACHEQUE
                       TO TOTAL-DESCONTOS-RUBRICA
           END-READ.
      *****************************************************************
       002-IMPRIMIR-HOLERITE SECTION.
           MOVE ALL '=' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           EVALUATE TRUE
               WHEN CONTRACHEQUE-RESCISAO
                   STRING
                       'TERMINATION SETTLEMENT               PERIOD: '
                           DELIMITED BY SIZE
                       COMPETENCIA-CONTRACHEQUE DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
               WHEN CONTRACHEQUE-DECIMO-PARCELA-1
                   STRING
                       '13TH SALARY - 1ST INSTALLMENT        YEAR: '
                           DELIMITED BY SIZE
                       ANO-CONTRACHEQUE DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
               WHEN CONTRACHEQUE-DECIMO-PARCELA-2
                   STRING
                       '13TH SALARY - 2ND INSTALLMENT        YEAR: '
                           DELIMITED BY SIZE
                       ANO-CONTRACHEQUE DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
               WHEN OTHER
                   STRING
                       'COMPANY PAYSLIP                      PERIOD: '
                           DELIMITED BY SIZE
                       COMPETENCIA-CONTRACHEQUE DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
           END-EVALUATE.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
           WRITE REGISTRO-RELATORIO.
           MOVE SALARIO-BRUTO-CONTRACHEQUE TO BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           EVALUATE TRUE
               WHEN CONTRACHEQUE-RESCISAO
                   STRING
                       'SETTLEMENT EARNINGS (SEE STATEMENT)  '
                           DELIMITED BY SIZE
                       BRUTO-EDITADO DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
               WHEN CONTRACHEQUE-DECIMO-PARCELA-1
                       OR CONTRACHEQUE-DECIMO-PARCELA-2
                   STRING
                       '13TH SALARY (' DELIMITED BY SIZE
                       AVOS-DECIMO-CONTRACHEQUE DELIMITED BY SIZE
                       '/12 MONTHS)                   '
                           DELIMITED BY SIZE
                       BRUTO-EDITADO DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
               WHEN OTHER
                   STRING
                       'GROSS PAY                            '
                           DELIMITED BY SIZE
                       BRUTO-EDITADO DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
           END-EVALUATE.
           WRITE REGISTRO-RELATORIO.
           IF DIAS-FALTA-CONTRACHEQUE > ZEROS
               MOVE VALOR-FALTA-CONTRACHEQUE TO VALOR-FALTA-EDITADO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           IF RETROATIVO-CONTRACHEQUE > ZEROS
               MOVE RETROATIVO-CONTRACHEQUE TO RETROATIVO-EDITADO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'RETROACTIVE PAY DIFFERENCES INCLUDED '
                       DELIMITED BY SIZE
                   RETROATIVO-EDITADO DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           PERFORM 004-IMPRIMIR-PROVENTO-RUBRICA
               VARYING INDICE-RUBRICA FROM 1 BY 1
               UNTIL INDICE-RUBRICA > QUANTIDADE-RUBRICAS-CONTRACHEQUE.
           MOVE DESCONTO-INSS-CONTRACHEQUE TO INSS-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           IF ADIANTAMENTO-CONTRACHEQUE > ZEROS
               MOVE ADIANTAMENTO-CONTRACHEQUE TO ADIANTAMENTO-EDITADO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'LESS 13TH SALARY ALREADY PAID        '
                       DELIMITED BY SIZE
                   ADIANTAMENTO-EDITADO DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           PERFORM 005-IMPRIMIR-DESCONTO-RUBRICA
               VARYING INDICE-RUBRICA FROM 1 BY 1
               UNTIL INDICE-RUBRICA > QUANTIDADE-RUBRICAS-CONTRACHEQUE.
           MOVE SALARIO-LIQUIDO-CONTRACHEQUE TO LIQUIDO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       004-IMPRIMIR-PROVENTO-RUBRICA SECTION.
           IF RUBRICA-CONTRACHEQUE-PROVENTO (INDICE-RUBRICA)
               MOVE VALOR-RUBRICA-CONTRACHEQUE (INDICE-RUBRICA)
                   TO RUBRICA-EDITADA
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   CODIGO-RUBRICA-CONTRACHEQUE (INDICE-RUBRICA)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DESCRICAO-RUBRICA-CONTRACHEQUE (INDICE-RUBRICA)
                       DELIMITED BY SIZE
                   ' INCLUDED   ' DELIMITED BY SIZE
                   RUBRICA-EDITADA DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
      *****************************************************************
       005-IMPRIMIR-DESCONTO-RUBRICA SECTION.
           IF NOT RUBRICA-CONTRACHEQUE-PROVENTO (INDICE-RUBRICA)
               MOVE VALOR-RUBRICA-CONTRACHEQUE (INDICE-RUBRICA)
                   TO RUBRICA-EDITADA
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   CODIGO-RUBRICA-CONTRACHEQUE (INDICE-RUBRICA)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DESCRICAO-RUBRICA-CONTRACHEQUE (INDICE-RUBRICA)
                       DELIMITED BY SIZE
                   ' DEDUCTED   ' DELIMITED BY SIZE
                   RUBRICA-EDITADA DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
      *****************************************************************
       012-IMPRIMIR-RESUMO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           IF TOTAL-ADIANTAMENTO > ZEROS
               MOVE TOTAL-ADIANTAMENTO TO TOTAL-ADIANTAMENTO-EDITADO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'TOTAL 13TH ALREADY PAID DEDUCTED: '
                       DELIMITED BY SIZE
                   TOTAL-ADIANTAMENTO-EDITADO DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           IF TOTAL-DESCONTOS-RUBRICA > ZEROS
               MOVE TOTAL-DESCONTOS-RUBRICA TO TOTAL-RUBRICAS-EDITADO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'TOTAL RECURRING DEDUCTIONS: ' DELIMITED BY SIZE
                   TOTAL-RUBRICAS-EDITADO DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF STATUS-ARQUIVO-CONTRACHEQUE = '10'
