      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  13th-salary (decimo terceiro) run, paid in  *
      *                   two installments for a requested year:      *
      *                   entitlement is 1/12 of the salary per month *
      *                   worked in the year (15 or more days in the  *
      *                   month), counted from the admission date on  *
      *                   the MOVDEPTO 'A' movement and up to         *
      *                   DATA-DESLIGAMENTO-MESTRE for a leaver. The  *
      *                   1st installment pays half the entitlement   *
      *                   with no deductions; the 2nd pays the full   *
      *                   13th with INSS/IRRF from TABDESC applied to *
      *                   the 13th on its own, less the 1st           *
      *                   installment read back from FOLHAHST.        *
      *                   Writes CONTRACH payslips for                *
      *                   REMESSA-BANCARIA and IMPRIME-CONTRACHEQUE,  *
      *                   appends FOLHAHST under period code YYYY13   *
      *                   (1st) or YYYY14 (2nd), opens and closes the *
      *                   period on FOLHACTL like FOLHA-PAGAMENTO and *
      *                   prints the 13th-salary register RELDECIM.   *
      *   2026-10-15  RA  Terminated records are skipped in both      *
      *                   installments: the proportional 13th of a    *
      *                   leaver is paid by CALCULA-RESCISAO with the *
      *                   settlement, less what this run has paid.    *
      *   2026-10-15  RA  Retroactive pay field added to the CONTRACH *
      *                   layout is zeroed on the 13th payslip.       *
      *   2026-10-15  RA  Recurring earnings / deductions added to    *
      *                   the CONTRACH layout are left empty on the   *
      *                   13th payslip.                               *
      *   2026-10-15  RA  1st installment table raised to 500; a full *
      *                   table now abandons the 2nd-installment run  *
      *                   (RC 8) instead of paying it without the     *
      *                   advance deducted.                           *
      *   2026-10-15  RA  FOLHAHST FGTS-exempt amount written as      *
      *                   zero.                                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. DECIMO-TERCEIRO.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOAS-MASTER ASSIGN TO "PESSOASM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MESTRE
               FILE STATUS IS STATUS-ARQUIVO-MESTRE.

           SELECT TABELA-DESCONTOS ASSIGN TO "TABDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-TABELA.

           SELECT MOVIMENTO-DEPTO ASSIGN TO "MOVDEPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-MOVIMENTO.

           SELECT CONTRACHEQUES ASSIGN TO "CONTRACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-CONTRACHEQUE.

           SELECT RELATORIO-DECIMO ASSIGN TO "RELDECIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.

           SELECT FOLHA-CONTROLE ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-FOLHA-CONTROLE.

           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  TABELA-DESCONTOS.
       01  REGISTRO-TABELA-DESCONTO.
           03 TIPO-TABELA-DESCONTO PIC X(04).
           03 LIMITE-FAIXA-DESCONTO PIC 9(06)V99.
           03 ALIQUOTA-DESCONTO PIC 9(02)V99.
           03 PARCELA-DEDUZIR-DESCONTO PIC 9(06)V99.

       FD  MOVIMENTO-DEPTO.
       COPY REGMOVDP.

       FD  CONTRACHEQUES.
       COPY REGCONTR.

       FD  RELATORIO-DECIMO.
       01  REGISTRO-RELATORIO PIC X(120).

       FD  FOLHA-CONTROLE.
       COPY REGFOLCT.

       FD  FOLHA-HISTORICO.
       COPY REGFOLHS.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-DECIMO.
           03 FIM-TABELA PIC X(01) VALUE 'N'.
               88 FIM-DE-TABELA VALUE 'S'.
           03 FIM-MESTRE PIC X(01) VALUE 'N'.
               88 FIM-DE-MESTRE VALUE 'S'.
           03 FIM-MOVIMENTO PIC X(01) VALUE 'N'.
               88 FIM-DE-MOVIMENTO VALUE 'S'.
           03 FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-DE-HISTORICO VALUE 'S'.
           03 FAIXA-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-FAIXA VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 DATA-ADMISSAO-DECIMO PIC 9(08) VALUE ZEROS.
           03 DATA-ADMISSAO-DECOMPOSTA
                   REDEFINES DATA-ADMISSAO-DECIMO.
               05 ANO-ADMISSAO PIC 9(04).
               05 MES-ADMISSAO PIC 9(02).
               05 DIA-ADMISSAO PIC 9(02).
           03 PAGAMENTO-DEVIDO PIC X(01) VALUE 'S'.
               88 PAGA-REGISTRO VALUE 'S'.
               88 NAO-PAGA-REGISTRO VALUE 'N'.
           03 INDICE-FAIXA PIC 9(02) VALUE ZEROS.
           03 INDICE-FAIXA-ACHADA PIC 9(02) VALUE ZEROS.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-TABELA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MOVIMENTO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-CONTRACHEQUE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-FOLHA-CONTROLE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.

       01 CONTROLE-COMPETENCIA.
           03 ANO-ENTRADA PIC X(04) VALUE SPACES.
           03 PARCELA-ENTRADA PIC X(01) VALUE SPACES.
               88 PRIMEIRA-PARCELA VALUE '1'.
               88 SEGUNDA-PARCELA VALUE '2'.
           03 COMPETENCIA-DECIMO PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-DECIMO.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 COMPETENCIA-PRIMEIRA-PARCELA PIC 9(06) VALUE ZEROS.
           03 FIM-FOLHA-CONTROLE PIC X(01) VALUE 'N'.
               88 FIM-DE-FOLHA-CONTROLE VALUE 'S'.
           03 SITUACAO-PERIODO PIC X(01) VALUE SPACES.
               88 PERIODO-NUNCA-PROCESSADO VALUE ' '.
               88 PERIODO-EM-ABERTO VALUE 'A'.
               88 PERIODO-JA-PROCESSADO VALUE 'F'.
           03 CONFIRMA-REPROCESSO PIC X(01) VALUE SPACES.
               88 CONFIRMOU-REPROCESSO VALUE 'S' 's' 'Y' 'y'.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 CONTROLE-AVOS.
           03 MES-INICIO-AVOS PIC 9(02) VALUE ZEROS.
           03 DIA-INICIO-AVOS PIC 9(02) VALUE ZEROS.
           03 MES-FIM-AVOS PIC 9(02) VALUE ZEROS.
           03 DIA-FIM-AVOS PIC 9(02) VALUE ZEROS.
           03 INDICE-MES PIC 9(02) VALUE ZEROS.
           03 DIAS-NO-MES PIC S9(03) VALUE ZEROS.
           03 AVOS-DECIMO PIC 9(02) VALUE ZEROS.
           03 ADMISSAO-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-ADMISSAO VALUE 'S'.

       01 TABELA-ADMISSOES.
           03 QUANTIDADE-ADMISSOES PIC 9(03) VALUE ZEROS.
           03 ENTRADA-ADMISSAO OCCURS 500 TIMES.
               05 MATRICULA-ADMISSAO PIC 9(06).
               05 DATA-ADMISSAO PIC 9(08).
           03 INDICE-ADMISSAO PIC 9(03) VALUE ZEROS.
           03 INDICE-ADMISSAO-ACHADA PIC 9(03) VALUE ZEROS.
           03 AVISO-TABELA-ADMISSOES PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-ADMISSOES-CHEIA VALUE 'S'.
           03 MATRICULA-PROCURADA PIC 9(06) VALUE ZEROS.

       01 TABELA-PRIMEIRA-PARCELA.
           03 QUANTIDADE-PARCELAS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-PARCELA OCCURS 500 TIMES.
               05 MATRICULA-PARCELA PIC 9(06).
               05 VALOR-PARCELA PIC 9(06)V99.
           03 INDICE-PARCELA PIC 9(03) VALUE ZEROS.
           03 INDICE-PARCELA-ACHADA PIC 9(03) VALUE ZEROS.
           03 PARCELA-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-PARCELA VALUE 'S'.

       01 TABELAS-DESCONTO.
           03 QUANTIDADE-FAIXAS-INSS PIC 9(02) VALUE ZEROS.
           03 FAIXA-INSS OCCURS 10 TIMES.
               05 LIMITE-INSS PIC 9(06)V99.
               05 ALIQUOTA-INSS PIC 9(02)V99.
               05 PARCELA-INSS PIC 9(06)V99.
           03 QUANTIDADE-FAIXAS-IRRF PIC 9(02) VALUE ZEROS.
           03 FAIXA-IRRF OCCURS 10 TIMES.
               05 LIMITE-IRRF PIC 9(06)V99.
               05 ALIQUOTA-IRRF PIC 9(02)V99.
               05 PARCELA-IRRF PIC 9(06)V99.
           03 DEDUCAO-POR-DEPENDENTE PIC 9(06)V99 VALUE ZEROS.

       01 CALCULO-DECIMO.
           03 VALOR-DECIMO PIC 9(06)V99 VALUE ZEROS.
           03 VALOR-ADIANTAMENTO PIC 9(06)V99 VALUE ZEROS.
           03 SALARIO-BRUTO PIC 9(06)V99 VALUE ZEROS.
           03 DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
           03 DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
           03 SALARIO-LIQUIDO PIC 9(06)V99 VALUE ZEROS.
           03 BRUTO-PARCELA PIC 9(06)V99 VALUE ZEROS.
           03 BASE-CALCULO-IRRF PIC S9(08)V99 VALUE ZEROS.
           03 VALOR-CALCULADO PIC S9(08)V99 VALUE ZEROS.

       01 TOTAIS-DECIMO.
           03 QUANTIDADE-DECIMO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-DESLIGADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-AFASTADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-DIREITO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-ADMISSAO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-SALDO PIC 9(06) VALUE ZEROS.
           03 TOTAL-DECIMO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-ADIANTAMENTO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-BRUTO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-INSS PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-IRRF PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-LIQUIDO PIC 9(10)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 DECIMO-EDITADO PIC ZZZZZ9,99.
           03 ADIANTAMENTO-EDITADO PIC ZZZZZ9,99.
           03 INSS-EDITADO PIC ZZZZZ9,99.
           03 IRRF-EDITADO PIC ZZZZZ9,99.
           03 LIQUIDO-EDITADO PIC ZZZZZ9,99.
           03 AVOS-EDITADO PIC Z9.
           03 TOTAL-DECIMO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-ADIANTAMENTO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-BRUTO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-INSS-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-IRRF-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-LIQUIDO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 003-PROCESSAR-MESTRE UNTIL FIM-DE-MESTRE.
           PERFORM 012-IMPRIMIR-RODAPE-DECIMO.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           PERFORM 015-OBTER-PARAMETROS.
           IF NOT RUN-FOI-ABANDONADO
               PERFORM 016-VERIFICAR-PERIODO
           END-IF.
           IF RUN-FOI-ABANDONADO
               SET FIM-DE-MESTRE TO TRUE
               SET FIM-DE-TABELA TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-DE-TABELA
               OPEN INPUT TABELA-DESCONTOS
               IF STATUS-ARQUIVO-TABELA NOT = '00'
                   DISPLAY 'ERROR: could not open deduction table '
                       'file TABDESC - status ['
                       STATUS-ARQUIVO-TABELA
                       '] - 13th-salary run abandoned.'
                   SET FIM-DE-MESTRE TO TRUE
                   SET FIM-DE-TABELA TO TRUE
               END-IF
           END-IF.
           PERFORM 001-CARREGAR-TABELA UNTIL FIM-DE-TABELA.
           IF NOT FIM-DE-MESTRE AND SEGUNDA-PARCELA
               IF QUANTIDADE-FAIXAS-INSS = ZEROS
                       OR QUANTIDADE-FAIXAS-IRRF = ZEROS
                   DISPLAY 'ERROR: deduction table TABDESC has no '
                       'INSS or no IRRF bands - 13th-salary run '
                       'abandoned.'
                   SET FIM-DE-MESTRE TO TRUE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN INPUT PESSOAS-MASTER
               IF STATUS-ARQUIVO-MESTRE NOT = '00'
                   DISPLAY 'ERROR: could not open master file '
                       'PESSOASM - status [' STATUS-ARQUIVO-MESTRE
                       '].'
                   SET FIM-DE-MESTRE TO TRUE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               PERFORM 020-CARREGAR-ADMISSOES
               IF SEGUNDA-PARCELA
                   PERFORM 023-CARREGAR-PRIMEIRA-PARCELA
               END-IF
               IF RUN-FOI-ABANDONADO
                   SET FIM-DE-MESTRE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN OUTPUT CONTRACHEQUES
               OPEN OUTPUT RELATORIO-DECIMO
               OPEN EXTEND FOLHA-HISTORICO
               IF STATUS-ARQUIVO-HISTORICO NOT = '00'
                   OPEN OUTPUT FOLHA-HISTORICO
               END-IF
               PERFORM 017-ABRIR-PERIODO
               PERFORM 011-IMPRIMIR-CABECALHO-DECIMO
           END-IF.
      *****************************************************************
       015-OBTER-PARAMETROS SECTION.
           DISPLAY '13th-salary year (YYYY): '.
           ACCEPT ANO-ENTRADA FROM CONSOLE.
           IF ANO-ENTRADA IS NUMERIC
               MOVE ANO-ENTRADA TO ANO-COMPETENCIA
           ELSE
               MOVE ZEROS TO ANO-COMPETENCIA
           END-IF.
           IF ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid 13th-salary year ['
                   ANO-ENTRADA '] - 13th-salary run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
           IF NOT RUN-FOI-ABANDONADO
               DISPLAY 'Installment (1 = first, 2 = second): '
               ACCEPT PARCELA-ENTRADA FROM CONSOLE
               EVALUATE TRUE
                   WHEN PRIMEIRA-PARCELA
                       MOVE 13 TO MES-COMPETENCIA
                   WHEN SEGUNDA-PARCELA
                       MOVE 14 TO MES-COMPETENCIA
                   WHEN OTHER
                       DISPLAY 'ERROR: invalid installment ['
                           PARCELA-ENTRADA
                           '] - 13th-salary run abandoned.'
                       MOVE 'S' TO RUN-ABANDONADO
               END-EVALUATE
           END-IF.
           COMPUTE COMPETENCIA-PRIMEIRA-PARCELA =
               ANO-COMPETENCIA * 100 + 13.
      *****************************************************************
       016-VERIFICAR-PERIODO SECTION.
           MOVE 'N' TO FIM-FOLHA-CONTROLE.
           MOVE SPACES TO SITUACAO-PERIODO.
           OPEN INPUT FOLHA-CONTROLE.
           IF STATUS-ARQUIVO-FOLHA-CONTROLE = '00'
               PERFORM 019-LER-FOLHA-CONTROLE
                   UNTIL FIM-DE-FOLHA-CONTROLE
               CLOSE FOLHA-CONTROLE
           END-IF.
           EVALUATE TRUE
               WHEN PERIODO-JA-PROCESSADO
                   DISPLAY 'WARNING: period ' COMPETENCIA-DECIMO
                       ' has already been processed and closed.'
                   DISPLAY 'Authorize reprocess of this period '
                       '(S/N): '
                   ACCEPT CONFIRMA-REPROCESSO FROM CONSOLE
                   IF NOT CONFIRMOU-REPROCESSO
                       DISPLAY '13th-salary run abandoned - period '
                           'already processed.'
                       MOVE 'S' TO RUN-ABANDONADO
                   END-IF
               WHEN PERIODO-EM-ABERTO
                   DISPLAY 'WARNING: period ' COMPETENCIA-DECIMO
                       ' is marked open - an earlier run did not '
                       'close it.'
                   DISPLAY 'Authorize reprocess of this period '
                       '(S/N): '
                   ACCEPT CONFIRMA-REPROCESSO FROM CONSOLE
                   IF NOT CONFIRMOU-REPROCESSO
                       DISPLAY '13th-salary run abandoned - period '
                           'still open.'
                       MOVE 'S' TO RUN-ABANDONADO
                   END-IF
           END-EVALUATE.
      *****************************************************************
       019-LER-FOLHA-CONTROLE SECTION.
           READ FOLHA-CONTROLE
               AT END
                   SET FIM-DE-FOLHA-CONTROLE TO TRUE
               NOT AT END
                   IF COMPETENCIA-CONTROLE = COMPETENCIA-DECIMO
                       MOVE SITUACAO-CONTROLE TO SITUACAO-PERIODO
                   END-IF
           END-READ.
      *****************************************************************
       017-ABRIR-PERIODO SECTION.
           MOVE 'A' TO SITUACAO-CONTROLE.
           PERFORM 018-GRAVAR-FOLHA-CONTROLE.
      *****************************************************************
       018-GRAVAR-FOLHA-CONTROLE SECTION.
           OPEN EXTEND FOLHA-CONTROLE.
           IF STATUS-ARQUIVO-FOLHA-CONTROLE NOT = '00'
               OPEN OUTPUT FOLHA-CONTROLE
           END-IF.
           MOVE COMPETENCIA-DECIMO TO COMPETENCIA-CONTROLE.
           MOVE DATA-EXECUCAO TO DATA-CONTROLE.
           MOVE HORA-EXECUCAO TO HORA-CONTROLE.
           MOVE OPERADOR-ID TO OPERADOR-CONTROLE.
           WRITE REGISTRO-FOLHA-CONTROLE.
           CLOSE FOLHA-CONTROLE.
      *****************************************************************
       001-CARREGAR-TABELA SECTION.
           READ TABELA-DESCONTOS
               AT END
                   SET FIM-DE-TABELA TO TRUE
               NOT AT END
                   PERFORM 002-CLASSIFICAR-FAIXA
           END-READ.
      *****************************************************************
       002-CLASSIFICAR-FAIXA SECTION.
           EVALUATE TIPO-TABELA-DESCONTO
               WHEN 'INSS'
                   IF QUANTIDADE-FAIXAS-INSS < 10
                       ADD 1 TO QUANTIDADE-FAIXAS-INSS
                       MOVE LIMITE-FAIXA-DESCONTO TO LIMITE-INSS
                           (QUANTIDADE-FAIXAS-INSS)
                       MOVE ALIQUOTA-DESCONTO TO ALIQUOTA-INSS
                           (QUANTIDADE-FAIXAS-INSS)
                       MOVE PARCELA-DEDUZIR-DESCONTO TO PARCELA-INSS
                           (QUANTIDADE-FAIXAS-INSS)
                   ELSE
                       DISPLAY 'WARNING: more than 10 INSS bands on '
                           'TABDESC - extra bands ignored.'
                   END-IF
               WHEN 'IRRF'
                   IF QUANTIDADE-FAIXAS-IRRF < 10
                       ADD 1 TO QUANTIDADE-FAIXAS-IRRF
                       MOVE LIMITE-FAIXA-DESCONTO TO LIMITE-IRRF
                           (QUANTIDADE-FAIXAS-IRRF)
                       MOVE ALIQUOTA-DESCONTO TO ALIQUOTA-IRRF
                           (QUANTIDADE-FAIXAS-IRRF)
                       MOVE PARCELA-DEDUZIR-DESCONTO TO PARCELA-IRRF
                           (QUANTIDADE-FAIXAS-IRRF)
                   ELSE
                       DISPLAY 'WARNING: more than 10 IRRF bands on '
                           'TABDESC - extra bands ignored.'
                   END-IF
               WHEN 'DEPD'
                   MOVE PARCELA-DEDUZIR-DESCONTO
                       TO DEDUCAO-POR-DEPENDENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
       020-CARREGAR-ADMISSOES SECTION.
           MOVE 'N' TO FIM-MOVIMENTO.
           OPEN INPUT MOVIMENTO-DEPTO.
           IF STATUS-ARQUIVO-MOVIMENTO = '00'
               PERFORM 021-LER-MOVIMENTO UNTIL FIM-DE-MOVIMENTO
               CLOSE MOVIMENTO-DEPTO
               DISPLAY 'Admission movements loaded: '
                   QUANTIDADE-ADMISSOES
           ELSE
               DISPLAY 'WARNING: movement file MOVDEPTO not '
                   'available - status [' STATUS-ARQUIVO-MOVIMENTO
                   '] - every employee treated as admitted before '
                   'the year.'
           END-IF.
      *****************************************************************
       021-LER-MOVIMENTO SECTION.
           READ MOVIMENTO-DEPTO
               AT END
                   SET FIM-DE-MOVIMENTO TO TRUE
               NOT AT END
                   IF MOVIMENTO-ADMISSAO
                       PERFORM 029-GUARDAR-ADMISSAO
                   END-IF
           END-READ.
      *****************************************************************
       029-GUARDAR-ADMISSAO SECTION.
           MOVE MATRICULA-MOVIMENTO TO MATRICULA-PROCURADA.
           PERFORM 022-LOCALIZAR-ADMISSAO.
           IF NOT ACHOU-ADMISSAO
               IF QUANTIDADE-ADMISSOES < 500
                   ADD 1 TO QUANTIDADE-ADMISSOES
                   MOVE QUANTIDADE-ADMISSOES TO INDICE-ADMISSAO-ACHADA
                   MOVE MATRICULA-MOVIMENTO TO MATRICULA-ADMISSAO
                       (INDICE-ADMISSAO-ACHADA)
               ELSE
                   IF NOT AVISADA-TABELA-ADMISSOES-CHEIA
                       DISPLAY 'WARNING: admission table full - '
                           'remaining admissions ignored.'
                       MOVE 'S' TO AVISO-TABELA-ADMISSOES
                   END-IF
               END-IF
           END-IF.
           IF INDICE-ADMISSAO-ACHADA > ZEROS
               MOVE DATA-EFETIVA-MOVIMENTO TO DATA-ADMISSAO
                   (INDICE-ADMISSAO-ACHADA)
           END-IF.
      *****************************************************************
       022-LOCALIZAR-ADMISSAO SECTION.
           MOVE 'N' TO ADMISSAO-LOCALIZADA.
           MOVE ZEROS TO INDICE-ADMISSAO-ACHADA.
           PERFORM 030-PROCURAR-ADMISSAO
               VARYING INDICE-ADMISSAO FROM 1 BY 1
               UNTIL INDICE-ADMISSAO > QUANTIDADE-ADMISSOES
               OR ACHOU-ADMISSAO.
      *****************************************************************
       030-PROCURAR-ADMISSAO SECTION.
           IF MATRICULA-ADMISSAO (INDICE-ADMISSAO)
                   = MATRICULA-PROCURADA
               MOVE 'S' TO ADMISSAO-LOCALIZADA
               MOVE INDICE-ADMISSAO TO INDICE-ADMISSAO-ACHADA
           END-IF.
      *****************************************************************
       023-CARREGAR-PRIMEIRA-PARCELA SECTION.
           MOVE 'N' TO FIM-HISTORICO.
           OPEN INPUT FOLHA-HISTORICO.
           IF STATUS-ARQUIVO-HISTORICO = '00'
               PERFORM 024-LER-HISTORICO UNTIL FIM-DE-HISTORICO
               CLOSE FOLHA-HISTORICO
           END-IF.
           IF QUANTIDADE-PARCELAS = ZEROS
               DISPLAY 'WARNING: no 1st installment found on '
                   'FOLHAHST for period ' COMPETENCIA-PRIMEIRA-PARCELA
                   ' - the full 13th is paid in this run.'
           ELSE
               DISPLAY '1st installments found on FOLHAHST: '
                   QUANTIDADE-PARCELAS
           END-IF.
      *****************************************************************
       024-LER-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   IF COMPETENCIA-HISTORICO
                           = COMPETENCIA-PRIMEIRA-PARCELA
                       PERFORM 031-GUARDAR-PARCELA
                   END-IF
           END-READ.
      *****************************************************************
       031-GUARDAR-PARCELA SECTION.
           MOVE MATRICULA-HISTORICO TO MATRICULA-PROCURADA.
           PERFORM 025-LOCALIZAR-PARCELA.
           IF NOT ACHOU-PARCELA
               IF QUANTIDADE-PARCELAS < 500
                   ADD 1 TO QUANTIDADE-PARCELAS
                   MOVE QUANTIDADE-PARCELAS TO INDICE-PARCELA-ACHADA
                   MOVE MATRICULA-HISTORICO TO MATRICULA-PARCELA
                       (INDICE-PARCELA-ACHADA)
               ELSE
                   DISPLAY 'ERROR: 1st installment table full (500) '
                       '- 13th-salary run abandoned.'
                   MOVE 'S' TO RUN-ABANDONADO
                   SET FIM-DE-HISTORICO TO TRUE
               END-IF
           END-IF.
           IF INDICE-PARCELA-ACHADA > ZEROS
               MOVE LIQUIDO-HISTORICO TO VALOR-PARCELA
                   (INDICE-PARCELA-ACHADA)
           END-IF.
      *****************************************************************
       025-LOCALIZAR-PARCELA SECTION.
           MOVE 'N' TO PARCELA-LOCALIZADA.
           MOVE ZEROS TO INDICE-PARCELA-ACHADA.
           PERFORM 032-PROCURAR-PARCELA
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > QUANTIDADE-PARCELAS
               OR ACHOU-PARCELA.
      *****************************************************************
       032-PROCURAR-PARCELA SECTION.
           IF MATRICULA-PARCELA (INDICE-PARCELA)
                   = MATRICULA-PROCURADA
               MOVE 'S' TO PARCELA-LOCALIZADA
               MOVE INDICE-PARCELA TO INDICE-PARCELA-ACHADA
           END-IF.
      *****************************************************************
       003-PROCESSAR-MESTRE SECTION.
           READ PESSOAS-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-MESTRE TO TRUE
               NOT AT END
                   PERFORM 014-APURAR-DIREITO
                   IF PAGA-REGISTRO
                       PERFORM 027-CALCULAR-PARCELA
                       PERFORM 008-GRAVAR-CONTRACHEQUE
                       PERFORM 009-IMPRIMIR-LINHA-DECIMO
                       ADD 1 TO QUANTIDADE-DECIMO
                       ADD VALOR-DECIMO TO TOTAL-DECIMO
                       ADD VALOR-ADIANTAMENTO TO TOTAL-ADIANTAMENTO
                       ADD SALARIO-BRUTO TO TOTAL-BRUTO
                       ADD DESCONTO-INSS TO TOTAL-INSS
                       ADD DESCONTO-IRRF TO TOTAL-IRRF
                       ADD SALARIO-LIQUIDO TO TOTAL-LIQUIDO
                   END-IF
           END-READ.
      *****************************************************************
       014-APURAR-DIREITO SECTION.
           MOVE 'S' TO PAGAMENTO-DEVIDO.
           MOVE 1 TO MES-INICIO-AVOS.
           MOVE 1 TO DIA-INICIO-AVOS.
           MOVE 12 TO MES-FIM-AVOS.
           MOVE 30 TO DIA-FIM-AVOS.
           MOVE ZEROS TO AVOS-DECIMO.
           EVALUATE TRUE
               WHEN MESTRE-AFASTADO
                   MOVE 'N' TO PAGAMENTO-DEVIDO
                   ADD 1 TO QUANTIDADE-AFASTADOS
               WHEN MESTRE-DESLIGADO
                   MOVE 'N' TO PAGAMENTO-DEVIDO
                   ADD 1 TO QUANTIDADE-DESLIGADOS
           END-EVALUATE.
           IF PAGA-REGISTRO
               MOVE MATRICULA-MESTRE TO MATRICULA-PROCURADA
               PERFORM 022-LOCALIZAR-ADMISSAO
               IF ACHOU-ADMISSAO
                   MOVE DATA-ADMISSAO (INDICE-ADMISSAO-ACHADA)
                       TO DATA-ADMISSAO-DECIMO
                   IF ANO-ADMISSAO > ANO-COMPETENCIA
                       MOVE 'N' TO PAGAMENTO-DEVIDO
                       ADD 1 TO QUANTIDADE-SEM-DIREITO
                   ELSE
                       IF ANO-ADMISSAO = ANO-COMPETENCIA
                           MOVE MES-ADMISSAO TO MES-INICIO-AVOS
                           MOVE DIA-ADMISSAO TO DIA-INICIO-AVOS
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO QUANTIDADE-SEM-ADMISSAO
               END-IF
           END-IF.
           IF PAGA-REGISTRO
               PERFORM 026-CONTAR-MES
                   VARYING INDICE-MES FROM MES-INICIO-AVOS BY 1
                   UNTIL INDICE-MES > MES-FIM-AVOS
               IF AVOS-DECIMO = ZEROS
                   MOVE 'N' TO PAGAMENTO-DEVIDO
                   ADD 1 TO QUANTIDADE-SEM-DIREITO
               END-IF
           END-IF.
      *****************************************************************
       026-CONTAR-MES SECTION.
           MOVE 30 TO DIAS-NO-MES.
           IF INDICE-MES = MES-FIM-AVOS
               MOVE DIA-FIM-AVOS TO DIAS-NO-MES
           END-IF.
           IF INDICE-MES = MES-INICIO-AVOS
               COMPUTE DIAS-NO-MES =
                   DIAS-NO-MES - DIA-INICIO-AVOS + 1
           END-IF.
           IF DIAS-NO-MES >= 15
               ADD 1 TO AVOS-DECIMO
           END-IF.
      *****************************************************************
       027-CALCULAR-PARCELA SECTION.
           MOVE ZEROS TO VALOR-ADIANTAMENTO.
           MOVE ZEROS TO DESCONTO-INSS.
           MOVE ZEROS TO DESCONTO-IRRF.
           COMPUTE VALOR-DECIMO ROUNDED =
               SALARIO-NUMERICO-MESTRE * AVOS-DECIMO / 12.
           IF PRIMEIRA-PARCELA
               COMPUTE SALARIO-BRUTO ROUNDED = VALOR-DECIMO / 2
               MOVE SALARIO-BRUTO TO SALARIO-LIQUIDO
               MOVE SALARIO-BRUTO TO BRUTO-PARCELA
           ELSE
               MOVE VALOR-DECIMO TO SALARIO-BRUTO
               PERFORM 004-CALCULAR-INSS
               PERFORM 006-CALCULAR-IRRF
               MOVE MATRICULA-MESTRE TO MATRICULA-PROCURADA
               PERFORM 025-LOCALIZAR-PARCELA
               IF ACHOU-PARCELA
                   MOVE VALOR-PARCELA (INDICE-PARCELA-ACHADA)
                       TO VALOR-ADIANTAMENTO
               END-IF
               COMPUTE VALOR-CALCULADO =
                   SALARIO-BRUTO - DESCONTO-INSS - DESCONTO-IRRF
                   - VALOR-ADIANTAMENTO
               IF VALOR-CALCULADO < ZEROS
                   MOVE ZEROS TO VALOR-CALCULADO
                   ADD 1 TO QUANTIDADE-SEM-SALDO
                   DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                       ' 1st installment and deductions exceed the '
                       '13th - net pay set to zero.'
               END-IF
               MOVE VALOR-CALCULADO TO SALARIO-LIQUIDO
               COMPUTE VALOR-CALCULADO =
                   SALARIO-BRUTO - VALOR-ADIANTAMENTO
               IF VALOR-CALCULADO < ZEROS
                   MOVE ZEROS TO VALOR-CALCULADO
               END-IF
               MOVE VALOR-CALCULADO TO BRUTO-PARCELA
           END-IF.
      *****************************************************************
       004-CALCULAR-INSS SECTION.
           MOVE 'N' TO FAIXA-LOCALIZADA.
           MOVE ZEROS TO INDICE-FAIXA-ACHADA.
           PERFORM 005-PROCURAR-FAIXA-INSS
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > QUANTIDADE-FAIXAS-INSS
               OR ACHOU-FAIXA.
           IF ACHOU-FAIXA
               COMPUTE VALOR-CALCULADO ROUNDED =
                   SALARIO-BRUTO
                       * ALIQUOTA-INSS (INDICE-FAIXA-ACHADA) / 100
                   - PARCELA-INSS (INDICE-FAIXA-ACHADA)
           ELSE
               MOVE QUANTIDADE-FAIXAS-INSS TO INDICE-FAIXA-ACHADA
               COMPUTE VALOR-CALCULADO ROUNDED =
                   LIMITE-INSS (INDICE-FAIXA-ACHADA)
                       * ALIQUOTA-INSS (INDICE-FAIXA-ACHADA) / 100
                   - PARCELA-INSS (INDICE-FAIXA-ACHADA)
           END-IF.
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO DESCONTO-INSS.
      *****************************************************************
       005-PROCURAR-FAIXA-INSS SECTION.
           IF SALARIO-BRUTO <= LIMITE-INSS (INDICE-FAIXA)
               MOVE 'S' TO FAIXA-LOCALIZADA
               MOVE INDICE-FAIXA TO INDICE-FAIXA-ACHADA
           END-IF.
      *****************************************************************
       006-CALCULAR-IRRF SECTION.
           COMPUTE BASE-CALCULO-IRRF =
               SALARIO-BRUTO - DESCONTO-INSS
               - (NUM-DEPENDENTES-MESTRE * DEDUCAO-POR-DEPENDENTE).
           IF BASE-CALCULO-IRRF < ZEROS
               MOVE ZEROS TO BASE-CALCULO-IRRF
           END-IF.
           MOVE 'N' TO FAIXA-LOCALIZADA.
           MOVE ZEROS TO INDICE-FAIXA-ACHADA.
           PERFORM 007-PROCURAR-FAIXA-IRRF
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > QUANTIDADE-FAIXAS-IRRF
               OR ACHOU-FAIXA.
           IF NOT ACHOU-FAIXA
               MOVE QUANTIDADE-FAIXAS-IRRF TO INDICE-FAIXA-ACHADA
           END-IF.
           COMPUTE VALOR-CALCULADO ROUNDED =
               BASE-CALCULO-IRRF
                   * ALIQUOTA-IRRF (INDICE-FAIXA-ACHADA) / 100
               - PARCELA-IRRF (INDICE-FAIXA-ACHADA).
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO DESCONTO-IRRF.
      *****************************************************************
       007-PROCURAR-FAIXA-IRRF SECTION.
           IF BASE-CALCULO-IRRF <= LIMITE-IRRF (INDICE-FAIXA)
               MOVE 'S' TO FAIXA-LOCALIZADA
               MOVE INDICE-FAIXA TO INDICE-FAIXA-ACHADA
           END-IF.
      *****************************************************************
       008-GRAVAR-CONTRACHEQUE SECTION.
           MOVE MATRICULA-MESTRE TO MATRICULA-CONTRACHEQUE.
           MOVE COMPETENCIA-DECIMO TO COMPETENCIA-CONTRACHEQUE.
           MOVE PRIMEIRO-NOME-MESTRE TO NOME-CONTRACHEQUE.
           MOVE SOBRENOME-MESTRE TO SOBRENOME-CONTRACHEQUE.
           MOVE CODIGO-DEPTO-MESTRE TO DEPTO-CONTRACHEQUE.
           MOVE SALARIO-BRUTO TO SALARIO-BRUTO-CONTRACHEQUE.
           MOVE DESCONTO-INSS TO DESCONTO-INSS-CONTRACHEQUE.
           MOVE DESCONTO-IRRF TO DESCONTO-IRRF-CONTRACHEQUE.
           MOVE SALARIO-LIQUIDO TO SALARIO-LIQUIDO-CONTRACHEQUE.
           MOVE BANCO-MESTRE TO BANCO-CONTRACHEQUE.
           MOVE AGENCIA-MESTRE TO AGENCIA-CONTRACHEQUE.
           MOVE CONTA-MESTRE TO CONTA-CONTRACHEQUE.
           MOVE ZEROS TO DIAS-FALTA-CONTRACHEQUE.
           MOVE ZEROS TO VALOR-FALTA-CONTRACHEQUE.
           MOVE ZEROS TO DIAS-FERIAS-CONTRACHEQUE.
           MOVE ZEROS TO VALOR-FERIAS-CONTRACHEQUE.
           MOVE AVOS-DECIMO TO AVOS-DECIMO-CONTRACHEQUE.
           MOVE VALOR-ADIANTAMENTO TO ADIANTAMENTO-CONTRACHEQUE.
           MOVE SPACE TO TIPO-CONTRACHEQUE.
           MOVE ZEROS TO RETROATIVO-CONTRACHEQUE.
           MOVE ZEROS TO DESCONTOS-RUBRICA-CONTRACHEQUE.
           MOVE ZEROS TO QUANTIDADE-RUBRICAS-CONTRACHEQUE.
           MOVE SPACES TO LINHAS-RUBRICA-CONTRACHEQUE.
           WRITE REGISTRO-CONTRACHEQUE.
           PERFORM 010-GRAVAR-HISTORICO.
      *****************************************************************
       010-GRAVAR-HISTORICO SECTION.
           MOVE MATRICULA-MESTRE TO MATRICULA-HISTORICO.
           MOVE COMPETENCIA-DECIMO TO COMPETENCIA-HISTORICO.
           MOVE PRIMEIRO-NOME-MESTRE TO NOME-HISTORICO.
           MOVE SOBRENOME-MESTRE TO SOBRENOME-HISTORICO.
           MOVE CODIGO-DEPTO-MESTRE TO DEPTO-HISTORICO.
           MOVE BRUTO-PARCELA TO BRUTO-HISTORICO.
           MOVE DESCONTO-INSS TO INSS-HISTORICO.
           MOVE DESCONTO-IRRF TO IRRF-HISTORICO.
           MOVE SALARIO-LIQUIDO TO LIQUIDO-HISTORICO.
           MOVE SPACE TO TIPO-HISTORICO.
           MOVE ZEROS TO ISENTO-FGTS-HISTORICO.
           WRITE REGISTRO-FOLHA-HISTORICO.
      *****************************************************************
       009-IMPRIMIR-LINHA-DECIMO SECTION.
           MOVE AVOS-DECIMO TO AVOS-EDITADO.
           MOVE VALOR-DECIMO TO DECIMO-EDITADO.
           MOVE VALOR-ADIANTAMENTO TO ADIANTAMENTO-EDITADO.
           MOVE DESCONTO-INSS TO INSS-EDITADO.
           MOVE DESCONTO-IRRF TO IRRF-EDITADO.
           MOVE SALARIO-LIQUIDO TO LIQUIDO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PRIMEIRO-NOME-MESTRE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME-MESTRE DELIMITED BY SPACE
               '  ' DELIMITED BY SIZE
               CODIGO-DEPTO-MESTRE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               AVOS-EDITADO DELIMITED BY SIZE
               '/12  ' DELIMITED BY SIZE
               DECIMO-EDITADO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ADIANTAMENTO-EDITADO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               INSS-EDITADO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               IRRF-EDITADO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               LIQUIDO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-DECIMO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           IF PRIMEIRA-PARCELA
               MOVE '13TH SALARY REGISTER - 1ST INSTALLMENT'
                   TO REGISTRO-RELATORIO
           ELSE
               MOVE '13TH SALARY REGISTER - 2ND INSTALLMENT'
                   TO REGISTRO-RELATORIO
           END-IF.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-DECIMO DELIMITED BY SIZE
               '   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMP NO  NAME              DEPT  MONTHS      13TH  '
                   DELIMITED BY SIZE
               '  ADVANCE       INSS       IRRF        NET'
                   DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-DECIMO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-DECIMO
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-DECIMO SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-DECIMO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAYSLIPS WRITTEN: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-ADMISSAO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NO ADMISSION MOVEMENT - FULL YEAR ASSUMED: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-DESLIGADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TERMINATED - PAID BY SETTLEMENT RUN: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-AFASTADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'ON-LEAVE RECORDS SKIPPED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-DIREITO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NOT ENTITLED (UNDER 15 DAYS OR ADMITTED LATER): '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           IF SEGUNDA-PARCELA
               MOVE QUANTIDADE-SEM-SALDO TO QUANTIDADE-EDITADA
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'NET PAY FLOORED AT ZERO: ' DELIMITED BY SIZE
                   QUANTIDADE-EDITADA DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           MOVE TOTAL-DECIMO TO TOTAL-DECIMO-EDITADO.
           MOVE TOTAL-ADIANTAMENTO TO TOTAL-ADIANTAMENTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL 13TH ENTITLEMENT: ' DELIMITED BY SIZE
               TOTAL-DECIMO-EDITADO DELIMITED BY SIZE
               '   TOTAL 1ST INSTALLMENT DEDUCTED: ' DELIMITED BY SIZE
               TOTAL-ADIANTAMENTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-BRUTO TO TOTAL-BRUTO-EDITADO.
           MOVE TOTAL-INSS TO TOTAL-INSS-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL GROSS: ' DELIMITED BY SIZE
               TOTAL-BRUTO-EDITADO DELIMITED BY SIZE
               '   TOTAL INSS: ' DELIMITED BY SIZE
               TOTAL-INSS-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-IRRF TO TOTAL-IRRF-EDITADO.
           MOVE TOTAL-LIQUIDO TO TOTAL-LIQUIDO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL IRRF: ' DELIMITED BY SIZE
               TOTAL-IRRF-EDITADO DELIMITED BY SIZE
               '   TOTAL NET: ' DELIMITED BY SIZE
               TOTAL-LIQUIDO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF NOT RUN-FOI-ABANDONADO
                   AND STATUS-ARQUIVO-MESTRE = '10'
               PERFORM 028-FECHAR-PERIODO
           END-IF.
           CLOSE PESSOAS-MASTER.
           CLOSE TABELA-DESCONTOS.
           CLOSE CONTRACHEQUES.
           CLOSE RELATORIO-DECIMO.
           CLOSE FOLHA-HISTORICO.
           DISPLAY '13th-salary run complete. Payslips written: '
               QUANTIDADE-DECIMO.
      *****************************************************************
       028-FECHAR-PERIODO SECTION.
           MOVE 'F' TO SITUACAO-CONTROLE.
           PERFORM 018-GRAVAR-FOLHA-CONTROLE.
           DISPLAY 'Period ' COMPETENCIA-DECIMO ' closed.'.
