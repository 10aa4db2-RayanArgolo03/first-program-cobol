      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Payroll general-ledger posting: reads the   *
      *                   CONTRACH payslips of a requested            *
      *                   competencia, finds each department's cost   *
      *                   center on DEPTREF and summarizes by cost    *
      *                   center into a balanced journal on LANCCONT  *
      *                   - salary, 13th or settlement expense,       *
      *                   vacation premium and 13th advance (1st      *
      *                   installment) debits, unpaid absence,        *
      *                   INSS and IRRF payable, 13th advance         *
      *                   recovered and net pay payable credits -     *
      *                   with a header and a count / debit / credit  *
      *                   / hash trailer. A payslip that does not     *
      *                   balance is left out and listed. RELCONTB    *
      *                   prints the posting summary with the gross   *
      *                   and net totals that tie to the payroll      *
      *                   register footer.                            *
      *   2026-10-15  RA  Recurring deductions taken off net pay      *
      *                   (RUBRICAM loans, alimony, union dues,       *
      *                   health plan) enter the payslip balance      *
      *                   check and are credited to payroll           *
      *                   deductions payable by cost center;          *
      *                   recurring earnings are already in gross and *
      *                   post with the salary expense.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CONTABILIZA-FOLHA.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACHEQUES ASSIGN TO "CONTRACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-CONTRACHEQUE.

           SELECT DEPARTAMENTOS ASSIGN TO "DEPTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQUIVO-DEPARTAMENTOS.

           SELECT LANCAMENTOS-CONTABEIS ASSIGN TO "LANCCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-LANCAMENTO.

           SELECT RELATORIO-CONTABIL ASSIGN TO "RELCONTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  CONTRACHEQUES.
       COPY REGCONTR.

       FD  DEPARTAMENTOS.
       COPY REGDEPTO.

       FD  LANCAMENTOS-CONTABEIS.
       COPY REGCONTB.

       FD  RELATORIO-CONTABIL.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-CONTABIL.
           03 FIM-CONTRACHEQUES PIC X(01) VALUE 'N'.
               88 FIM-DE-CONTRACHEQUES VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 CENTRO-CUSTO-ATUAL PIC X(10) VALUE SPACES.
           03 TEXTO-OCORRENCIA PIC X(80) VALUE SPACES.
           03 STATUS-ARQUIVO-CONTRACHEQUE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-DEPARTAMENTOS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-LANCAMENTO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-CONTABIL PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-CONTABIL.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 CONTAS-CONTABEIS.
           03 CONTA-SALARIOS PIC X(06) VALUE '310101'.
           03 CONTA-DECIMO PIC X(06) VALUE '310102'.
           03 CONTA-RESCISAO PIC X(06) VALUE '310103'.
           03 CONTA-ADICIONAL-FERIAS PIC X(06) VALUE '310104'.
           03 CONTA-FALTAS PIC X(06) VALUE '310105'.
           03 CONTA-ADIANTAMENTO PIC X(06) VALUE '110301'.
           03 CONTA-INSS-RECOLHER PIC X(06) VALUE '210201'.
           03 CONTA-IRRF-RECOLHER PIC X(06) VALUE '210202'.
           03 CONTA-LIQUIDO-PAGAR PIC X(06) VALUE '210101'.
           03 CONTA-CONSIGNACOES PIC X(06) VALUE '210301'.
           03 CENTRO-CUSTO-NAO-ALOCADO PIC X(10) VALUE 'UNASSIGNED'.

       01 LANCAMENTO-ATUAL.
           03 CONTA-ATUAL PIC X(06) VALUE SPACES.
           03 NATUREZA-ATUAL PIC X(01) VALUE SPACES.
               88 NATUREZA-DEBITO VALUE 'D'.
           03 VALOR-ATUAL PIC 9(10)V99 VALUE ZEROS.
           03 HISTORICO-ATUAL PIC X(30) VALUE SPACES.
           03 VALOR-BASE-SALARIO PIC S9(08)V99 VALUE ZEROS.
           03 VALOR-CONFERENCIA PIC S9(08)V99 VALUE ZEROS.

       01 TABELA-CENTROS.
           03 QUANTIDADE-CENTROS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-CENTRO OCCURS 100 TIMES.
               05 CODIGO-CENTRO PIC X(10).
               05 SALARIOS-CENTRO PIC 9(10)V99.
               05 DECIMO-CENTRO PIC 9(10)V99.
               05 RESCISAO-CENTRO PIC 9(10)V99.
               05 FERIAS-CENTRO PIC 9(10)V99.
               05 FALTAS-CENTRO PIC 9(10)V99.
               05 ADIANTAMENTO-PAGO-CENTRO PIC 9(10)V99.
               05 ADIANTAMENTO-CENTRO PIC 9(10)V99.
               05 INSS-CENTRO PIC 9(10)V99.
               05 IRRF-CENTRO PIC 9(10)V99.
               05 LIQUIDO-CENTRO PIC 9(10)V99.
               05 CONSIGNACOES-CENTRO PIC 9(10)V99.
           03 INDICE-CENTRO PIC 9(03) VALUE ZEROS.
           03 INDICE-CENTRO-ACHADO PIC 9(03) VALUE ZEROS.
           03 CENTRO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-CENTRO VALUE 'S'.
           03 AVISO-TABELA-CENTROS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CENTROS-CHEIA VALUE 'S'.

       01 TOTAIS-CONTABIL.
           03 CONTADOR-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-CONTABILIZADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-OUTRA-COMPETENCIA PIC 9(06) VALUE ZEROS.
           03 CONTADOR-DESBALANCEADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-SEM-CENTRO PIC 9(06) VALUE ZEROS.
           03 CONTADOR-FORA-TABELA PIC 9(06) VALUE ZEROS.
           03 CONTADOR-LANCAMENTOS PIC 9(06) VALUE ZEROS.
           03 TOTAL-BRUTO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-INSS PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-IRRF PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-ADIANTAMENTO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-CONSIGNACOES PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-DEBITOS PIC 9(12)V99 VALUE ZEROS.
           03 TOTAL-CREDITOS PIC 9(12)V99 VALUE ZEROS.
           03 HASH-VALOR-TOTAL PIC 9(14)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 VALOR-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 BRUTO-EDITADO PIC ZZZZZ9,99.
           03 CONFERENCIA-EDITADA PIC ZZZZZ9,99.
           03 TOTAL-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-CREDITOS-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 001-PROCESSAR-CONTRACHEQUE
               UNTIL FIM-DE-CONTRACHEQUES.
           PERFORM 014-GRAVAR-LANCAMENTOS.
           PERFORM 012-IMPRIMIR-RODAPE-CONTABIL.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           PERFORM 015-OBTER-COMPETENCIA.
           IF RUN-FOI-ABANDONADO
               SET FIM-DE-CONTRACHEQUES TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-DE-CONTRACHEQUES
               OPEN INPUT CONTRACHEQUES
               IF STATUS-ARQUIVO-CONTRACHEQUE NOT = '00'
                   DISPLAY 'ERROR: could not open payslip file '
                       'CONTRACH - status ['
                       STATUS-ARQUIVO-CONTRACHEQUE '].'
                   SET FIM-DE-CONTRACHEQUES TO TRUE
                   MOVE 'S' TO RUN-ABANDONADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-CONTRACHEQUES
               OPEN INPUT DEPARTAMENTOS
               IF STATUS-ARQUIVO-DEPARTAMENTOS NOT = '00'
                   DISPLAY 'ERROR: department file DEPTREF not '
                       'available - status ['
                       STATUS-ARQUIVO-DEPARTAMENTOS
                       '] - no cost centers, posting abandoned.'
                   SET FIM-DE-CONTRACHEQUES TO TRUE
                   MOVE 'S' TO RUN-ABANDONADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-CONTRACHEQUES
               OPEN OUTPUT LANCAMENTOS-CONTABEIS
               OPEN OUTPUT RELATORIO-CONTABIL
               PERFORM 011-IMPRIMIR-CABECALHO-CONTABIL
               MOVE SPACES TO REGISTRO-LANCAMENTO
               MOVE 'H' TO TIPO-LANCAMENTO
               MOVE COMPETENCIA-CONTABIL TO COMPETENCIA-LANCAMENTO
               MOVE DATA-EXECUCAO TO DATA-LANCAMENTO
               MOVE HORA-EXECUCAO TO HORA-LANCAMENTO
               MOVE 'FOLHA' TO ORIGEM-LANCAMENTO
               WRITE REGISTRO-LANCAMENTO
           END-IF.
      *****************************************************************
       015-OBTER-COMPETENCIA SECTION.
           DISPLAY 'Posting period - competencia (YYYYMM, month 13 or '
               '14 for the 13th salary): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-CONTABIL
           ELSE
               MOVE ZEROS TO COMPETENCIA-CONTABIL
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 14
                   OR ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid posting period ['
                   COMPETENCIA-ENTRADA '] - posting run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
      *****************************************************************
       001-PROCESSAR-CONTRACHEQUE SECTION.
           READ CONTRACHEQUES
               AT END
                   SET FIM-DE-CONTRACHEQUES TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-LIDOS
                   IF COMPETENCIA-CONTRACHEQUE
                           NOT = COMPETENCIA-CONTABIL
                       ADD 1 TO CONTADOR-OUTRA-COMPETENCIA
                   ELSE
                       PERFORM 002-CONFERIR-CONTRACHEQUE
                   END-IF
           END-READ.
      *****************************************************************
       002-CONFERIR-CONTRACHEQUE SECTION.
           COMPUTE VALOR-CONFERENCIA =
               DESCONTO-INSS-CONTRACHEQUE
               + DESCONTO-IRRF-CONTRACHEQUE
               + ADIANTAMENTO-CONTRACHEQUE
               + DESCONTOS-RUBRICA-CONTRACHEQUE
               + SALARIO-LIQUIDO-CONTRACHEQUE.
           IF VALOR-CONFERENCIA NOT = SALARIO-BRUTO-CONTRACHEQUE
               ADD 1 TO CONTADOR-DESBALANCEADOS
               MOVE SALARIO-BRUTO-CONTRACHEQUE TO BRUTO-EDITADO
               MOVE VALOR-CONFERENCIA TO CONFERENCIA-EDITADA
               MOVE SPACES TO TEXTO-OCORRENCIA
               STRING
                   'OUT OF BALANCE - GROSS ' DELIMITED BY SIZE
                   BRUTO-EDITADO DELIMITED BY SIZE
                   ' DEDUCTIONS + NET ' DELIMITED BY SIZE
                   CONFERENCIA-EDITADA DELIMITED BY SIZE
                   ' - NOT POSTED' DELIMITED BY SIZE
                   INTO TEXTO-OCORRENCIA
               END-STRING
               PERFORM 007-IMPRIMIR-OCORRENCIA
           ELSE
               PERFORM 005-LOCALIZAR-CENTRO-CUSTO
               IF INDICE-CENTRO-ACHADO > ZEROS
                   PERFORM 003-ACUMULAR-CONTRACHEQUE
               END-IF
           END-IF.
      *****************************************************************
       005-LOCALIZAR-CENTRO-CUSTO SECTION.
           MOVE DEPTO-CONTRACHEQUE TO CODIGO-DEPARTAMENTO.
           READ DEPARTAMENTOS
               INVALID KEY
                   MOVE SPACES TO CENTRO-CUSTO-DEPARTAMENTO
           END-READ.
           IF CENTRO-CUSTO-DEPARTAMENTO = SPACES
               MOVE CENTRO-CUSTO-NAO-ALOCADO TO CENTRO-CUSTO-ATUAL
               ADD 1 TO CONTADOR-SEM-CENTRO
               MOVE SPACES TO TEXTO-OCORRENCIA
               STRING
                   'DEPARTMENT ' DELIMITED BY SIZE
                   DEPTO-CONTRACHEQUE DELIMITED BY SIZE
                   ' HAS NO COST CENTER ON DEPTREF - POSTED TO '
                       DELIMITED BY SIZE
                   CENTRO-CUSTO-NAO-ALOCADO DELIMITED BY SIZE
                   INTO TEXTO-OCORRENCIA
               END-STRING
               PERFORM 007-IMPRIMIR-OCORRENCIA
           ELSE
               MOVE CENTRO-CUSTO-DEPARTAMENTO TO CENTRO-CUSTO-ATUAL
           END-IF.
           MOVE 'N' TO CENTRO-LOCALIZADO.
           MOVE ZEROS TO INDICE-CENTRO-ACHADO.
           PERFORM 006-PROCURAR-CENTRO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QUANTIDADE-CENTROS
               OR ACHOU-CENTRO.
           IF NOT ACHOU-CENTRO
               IF QUANTIDADE-CENTROS < 100
                   ADD 1 TO QUANTIDADE-CENTROS
                   MOVE QUANTIDADE-CENTROS TO INDICE-CENTRO-ACHADO
                   MOVE CENTRO-CUSTO-ATUAL
                       TO CODIGO-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO SALARIOS-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO DECIMO-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO RESCISAO-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO FERIAS-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO FALTAS-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS
                       TO ADIANTAMENTO-PAGO-CENTRO
                           (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS
                       TO ADIANTAMENTO-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO INSS-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO IRRF-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO LIQUIDO-CENTRO (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS
                       TO CONSIGNACOES-CENTRO (INDICE-CENTRO-ACHADO)
               ELSE
                   ADD 1 TO CONTADOR-FORA-TABELA
                   IF NOT AVISADA-TABELA-CENTROS-CHEIA
                       DISPLAY 'WARNING: cost center table full - '
                           'remaining cost centers not posted.'
                       MOVE 'S' TO AVISO-TABELA-CENTROS
                   END-IF
                   MOVE SPACES TO TEXTO-OCORRENCIA
                   STRING
                       'COST CENTER ' DELIMITED BY SIZE
                       CENTRO-CUSTO-ATUAL DELIMITED BY SIZE
                       ' OVER TABLE LIMIT - NOT POSTED'
                           DELIMITED BY SIZE
                       INTO TEXTO-OCORRENCIA
                   END-STRING
                   PERFORM 007-IMPRIMIR-OCORRENCIA
               END-IF
           END-IF.
      *****************************************************************
       006-PROCURAR-CENTRO SECTION.
           IF CODIGO-CENTRO (INDICE-CENTRO) = CENTRO-CUSTO-ATUAL
               MOVE 'S' TO CENTRO-LOCALIZADO
               MOVE INDICE-CENTRO TO INDICE-CENTRO-ACHADO
           END-IF.
      *****************************************************************
       003-ACUMULAR-CONTRACHEQUE SECTION.
           EVALUATE TRUE
               WHEN CONTRACHEQUE-RESCISAO
                   ADD SALARIO-BRUTO-CONTRACHEQUE
                       TO RESCISAO-CENTRO (INDICE-CENTRO-ACHADO)
               WHEN CONTRACHEQUE-DECIMO-PARCELA-1
                   ADD SALARIO-BRUTO-CONTRACHEQUE
                       TO ADIANTAMENTO-PAGO-CENTRO
                           (INDICE-CENTRO-ACHADO)
               WHEN CONTRACHEQUE-DECIMO-PARCELA-2
                   ADD SALARIO-BRUTO-CONTRACHEQUE
                       TO DECIMO-CENTRO (INDICE-CENTRO-ACHADO)
               WHEN OTHER
                   COMPUTE VALOR-BASE-SALARIO =
                       SALARIO-BRUTO-CONTRACHEQUE
                       + VALOR-FALTA-CONTRACHEQUE
                       - VALOR-FERIAS-CONTRACHEQUE
                   ADD VALOR-BASE-SALARIO
                       TO SALARIOS-CENTRO (INDICE-CENTRO-ACHADO)
                   ADD VALOR-FALTA-CONTRACHEQUE
                       TO FALTAS-CENTRO (INDICE-CENTRO-ACHADO)
                   ADD VALOR-FERIAS-CONTRACHEQUE
                       TO FERIAS-CENTRO (INDICE-CENTRO-ACHADO)
           END-EVALUATE.
           ADD ADIANTAMENTO-CONTRACHEQUE
               TO ADIANTAMENTO-CENTRO (INDICE-CENTRO-ACHADO).
           ADD DESCONTO-INSS-CONTRACHEQUE
               TO INSS-CENTRO (INDICE-CENTRO-ACHADO).
           ADD DESCONTO-IRRF-CONTRACHEQUE
               TO IRRF-CENTRO (INDICE-CENTRO-ACHADO).
           ADD SALARIO-LIQUIDO-CONTRACHEQUE
               TO LIQUIDO-CENTRO (INDICE-CENTRO-ACHADO).
           ADD DESCONTOS-RUBRICA-CONTRACHEQUE
               TO CONSIGNACOES-CENTRO (INDICE-CENTRO-ACHADO).
           ADD 1 TO CONTADOR-CONTABILIZADOS.
           ADD SALARIO-BRUTO-CONTRACHEQUE TO TOTAL-BRUTO.
           ADD DESCONTO-INSS-CONTRACHEQUE TO TOTAL-INSS.
           ADD DESCONTO-IRRF-CONTRACHEQUE TO TOTAL-IRRF.
           ADD ADIANTAMENTO-CONTRACHEQUE TO TOTAL-ADIANTAMENTO.
           ADD SALARIO-LIQUIDO-CONTRACHEQUE TO TOTAL-LIQUIDO.
           ADD DESCONTOS-RUBRICA-CONTRACHEQUE TO TOTAL-CONSIGNACOES.
      *****************************************************************
       007-IMPRIMIR-OCORRENCIA SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-CONTRACHEQUE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DEPTO-CONTRACHEQUE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               TEXTO-OCORRENCIA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       014-GRAVAR-LANCAMENTOS SECTION.
           IF NOT RUN-FOI-ABANDONADO
               MOVE SPACES TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE 'POSTING SUMMARY BY COST CENTER'
                   TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'COST CENTER  ACCOUNT  DESCRIPTION             '
                       DELIMITED BY SIZE
                   '        D/C            AMOUNT' DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
               MOVE ALL '-' TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               PERFORM 008-GRAVAR-CENTRO
                   VARYING INDICE-CENTRO FROM 1 BY 1
                   UNTIL INDICE-CENTRO > QUANTIDADE-CENTROS
               PERFORM 009-GRAVAR-TRAILER-LANCAMENTO
           END-IF.
      *****************************************************************
       008-GRAVAR-CENTRO SECTION.
           MOVE CODIGO-CENTRO (INDICE-CENTRO) TO CENTRO-CUSTO-ATUAL.

           MOVE CONTA-SALARIOS TO CONTA-ATUAL.
           MOVE 'D' TO NATUREZA-ATUAL.
           MOVE 'SALARY EXPENSE' TO HISTORICO-ATUAL.
           MOVE SALARIOS-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-ADICIONAL-FERIAS TO CONTA-ATUAL.
           MOVE 'D' TO NATUREZA-ATUAL.
           MOVE 'VACATION PREMIUM EXPENSE' TO HISTORICO-ATUAL.
           MOVE FERIAS-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-DECIMO TO CONTA-ATUAL.
           MOVE 'D' TO NATUREZA-ATUAL.
           MOVE '13TH SALARY EXPENSE' TO HISTORICO-ATUAL.
           MOVE DECIMO-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-ADIANTAMENTO TO CONTA-ATUAL.
           MOVE 'D' TO NATUREZA-ATUAL.
           MOVE '13TH SALARY ADVANCE PAID' TO HISTORICO-ATUAL.
           MOVE ADIANTAMENTO-PAGO-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-RESCISAO TO CONTA-ATUAL.
           MOVE 'D' TO NATUREZA-ATUAL.
           MOVE 'TERMINATION SETTLEMENT EXPENSE' TO HISTORICO-ATUAL.
           MOVE RESCISAO-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-FALTAS TO CONTA-ATUAL.
           MOVE 'C' TO NATUREZA-ATUAL.
           MOVE 'UNPAID ABSENCE DEDUCTED' TO HISTORICO-ATUAL.
           MOVE FALTAS-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-INSS-RECOLHER TO CONTA-ATUAL.
           MOVE 'C' TO NATUREZA-ATUAL.
           MOVE 'INSS WITHHELD PAYABLE' TO HISTORICO-ATUAL.
           MOVE INSS-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-IRRF-RECOLHER TO CONTA-ATUAL.
           MOVE 'C' TO NATUREZA-ATUAL.
           MOVE 'IRRF WITHHELD PAYABLE' TO HISTORICO-ATUAL.
           MOVE IRRF-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-ADIANTAMENTO TO CONTA-ATUAL.
           MOVE 'C' TO NATUREZA-ATUAL.
           MOVE '13TH SALARY ADVANCE RECOVERED' TO HISTORICO-ATUAL.
           MOVE ADIANTAMENTO-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-CONSIGNACOES TO CONTA-ATUAL.
           MOVE 'C' TO NATUREZA-ATUAL.
           MOVE 'PAYROLL DEDUCTIONS PAYABLE' TO HISTORICO-ATUAL.
           MOVE CONSIGNACOES-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.

           MOVE CONTA-LIQUIDO-PAGAR TO CONTA-ATUAL.
           MOVE 'C' TO NATUREZA-ATUAL.
           MOVE 'NET PAY PAYABLE' TO HISTORICO-ATUAL.
           MOVE LIQUIDO-CENTRO (INDICE-CENTRO) TO VALOR-ATUAL.
           PERFORM 004-GRAVAR-LANCAMENTO.
      *****************************************************************
       004-GRAVAR-LANCAMENTO SECTION.
           IF VALOR-ATUAL > ZEROS
               MOVE SPACES TO REGISTRO-LANCAMENTO
               MOVE 'D' TO TIPO-LANCAMENTO
               MOVE COMPETENCIA-CONTABIL
                   TO COMPETENCIA-DETALHE-LANCAMENTO
               MOVE CENTRO-CUSTO-ATUAL TO CENTRO-CUSTO-LANCAMENTO
               MOVE CONTA-ATUAL TO CONTA-LANCAMENTO
               MOVE NATUREZA-ATUAL TO NATUREZA-LANCAMENTO
               MOVE VALOR-ATUAL TO VALOR-LANCAMENTO
               MOVE HISTORICO-ATUAL TO HISTORICO-LANCAMENTO
               WRITE REGISTRO-LANCAMENTO
               ADD 1 TO CONTADOR-LANCAMENTOS
               ADD VALOR-ATUAL TO HASH-VALOR-TOTAL
               IF NATUREZA-DEBITO
                   ADD VALOR-ATUAL TO TOTAL-DEBITOS
               ELSE
                   ADD VALOR-ATUAL TO TOTAL-CREDITOS
               END-IF
               PERFORM 010-IMPRIMIR-LINHA-LANCAMENTO
           END-IF.
      *****************************************************************
       010-IMPRIMIR-LINHA-LANCAMENTO SECTION.
           MOVE VALOR-ATUAL TO VALOR-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               CENTRO-CUSTO-ATUAL DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               CONTA-ATUAL DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               HISTORICO-ATUAL DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NATUREZA-ATUAL DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               VALOR-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       009-GRAVAR-TRAILER-LANCAMENTO SECTION.
           IF STATUS-ARQUIVO-LANCAMENTO = '00'
               MOVE SPACES TO REGISTRO-LANCAMENTO
               MOVE 'T' TO TIPO-LANCAMENTO
               MOVE CONTADOR-LANCAMENTOS TO QUANTIDADE-LANCAMENTO
               MOVE TOTAL-DEBITOS TO TOTAL-DEBITO-LANCAMENTO
               MOVE TOTAL-CREDITOS TO TOTAL-CREDITO-LANCAMENTO
               MOVE HASH-VALOR-TOTAL TO HASH-VALOR-LANCAMENTO
               WRITE REGISTRO-LANCAMENTO
           END-IF.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-CONTABIL SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'PAYROLL GENERAL-LEDGER POSTING' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-CONTABIL DELIMITED BY SIZE
               '   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-CONTABIL SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-CONTABIL
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-CONTABIL SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAYSLIPS READ: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-CONTABILIZADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAYSLIPS POSTED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-OUTRA-COMPETENCIA TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'OTHER PERIOD - NOT POSTED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-DESBALANCEADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'OUT OF BALANCE - NOT POSTED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-FORA-TABELA TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'COST CENTER TABLE FULL - NOT POSTED: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-SEM-CENTRO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'POSTED TO UNASSIGNED COST CENTER: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-LANCAMENTOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'JOURNAL LINES WRITTEN: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-DEBITOS TO TOTAL-EDITADO.
           MOVE TOTAL-CREDITOS TO TOTAL-CREDITOS-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL DEBITS: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               '   TOTAL CREDITS: ' DELIMITED BY SIZE
               TOTAL-CREDITOS-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           IF TOTAL-DEBITOS = TOTAL-CREDITOS
               MOVE 'JOURNAL BALANCED' TO REGISTRO-RELATORIO
           ELSE
               MOVE 'JOURNAL OUT OF BALANCE - DO NOT POST'
                   TO REGISTRO-RELATORIO
           END-IF.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'TIE-OUT TO THE PAYROLL REGISTER FOOTER'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-BRUTO TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL GROSS POSTED (REGISTER TOTAL GROSS): '
                   DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-INSS TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL INSS POSTED (REGISTER TOTAL INSS): '
                   DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-IRRF TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL IRRF POSTED (REGISTER TOTAL IRRF): '
                   DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-ADIANTAMENTO TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL 13TH ADVANCE RECOVERED: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-CONSIGNACOES TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL RECURRING DEDUCTIONS POSTED: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-LIQUIDO TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL NET POSTED (REGISTER TOTAL NET): '
                   DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           CLOSE CONTRACHEQUES.
           CLOSE DEPARTAMENTOS.
           CLOSE LANCAMENTOS-CONTABEIS.
           CLOSE RELATORIO-CONTABIL.
           DISPLAY 'Posting run complete. Payslips posted: '
               CONTADOR-CONTABILIZADOS ' journal lines: '
               CONTADOR-LANCAMENTOS.
           IF NOT RUN-FOI-ABANDONADO
               IF TOTAL-DEBITOS NOT = TOTAL-CREDITOS
                   DISPLAY 'ERROR: journal out of balance - debits '
                       TOTAL-DEBITOS ' credits ' TOTAL-CREDITOS '.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF CONTADOR-DESBALANCEADOS > ZEROS
                           OR CONTADOR-FORA-TABELA > ZEROS
                           OR CONTADOR-SEM-CENTRO > ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
