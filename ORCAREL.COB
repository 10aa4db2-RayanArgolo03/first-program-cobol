      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Department budget versus actual report for  *
      *                   a monthly competencia: budgeted headcount   *
      *                   and gross payroll from ORCAMEN, actual      *
      *                   month-end headcount rebuilt from            *
      *                   PESSOAS-MASTER and the MOVDEPTO admissions  *
      *                   and transfers effective after the month,    *
      *                   actual gross from FOLHAHST (last record per *
      *                   employee and competencia, the settlement    *
      *                   record taking the place of the payroll one  *
      *                   in the termination month). Prints budget,   *
      *                   actual, variance and year-to-date gross by  *
      *                   department, cost-center subtotals from      *
      *                   DEPTREF and a grand total on RELORCAM,      *
      *                   flags departments over budget or with no    *
      *                   budget, and ends with RETURN-CODE 4 when    *
      *                   any department is flagged.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. ORCADO-REALIZADO.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTOS ASSIGN TO "ORCAMEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ORCAMENTO
               FILE STATUS IS STATUS-ARQUIVO-ORCAMENTOS.

           SELECT PESSOAS-MASTER ASSIGN TO "PESSOASM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MESTRE
               FILE STATUS IS STATUS-ARQUIVO-MESTRE.

           SELECT MOVIMENTO-DEPTO ASSIGN TO "MOVDEPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-MOVIMENTO.

           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.

           SELECT DEPARTAMENTOS ASSIGN TO "DEPTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQUIVO-DEPARTAMENTOS.

           SELECT RELATORIO-ORCAMENTO ASSIGN TO "RELORCAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  ORCAMENTOS.
       COPY REGORCAM.

       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  MOVIMENTO-DEPTO.
       COPY REGMOVDP.

       FD  FOLHA-HISTORICO.
       COPY REGFOLHS.

       FD  DEPARTAMENTOS.
       COPY REGDEPTO.

       FD  RELATORIO-ORCAMENTO.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-ORCAMENTO.
           03 FIM-ORCAMENTOS PIC X(01) VALUE 'N'.
               88 FIM-DE-ORCAMENTOS VALUE 'S'.
           03 FIM-MESTRE PIC X(01) VALUE 'N'.
               88 FIM-DE-MESTRE VALUE 'S'.
           03 FIM-MOVIMENTO PIC X(01) VALUE 'N'.
               88 FIM-DE-MOVIMENTO VALUE 'S'.
           03 FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-DE-HISTORICO VALUE 'S'.
           03 VALIDACAO-DEPTO PIC X(01) VALUE 'N'.
               88 VALIDACAO-DEPTO-ATIVA VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-ORCAMENTOS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MOVIMENTO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-DEPARTAMENTOS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-ORCADA PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-ORCADA.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 FIM-MES-COMPETENCIA PIC 9(08) VALUE ZEROS.
           03 MES-APURACAO PIC 9(02) VALUE ZEROS.
           03 COMPETENCIA-APURACAO PIC 9(06) VALUE ZEROS.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 TABELA-ADMISSOES.
           03 QUANTIDADE-ADMISSOES PIC 9(03) VALUE ZEROS.
           03 ENTRADA-ADMISSAO OCCURS 500 TIMES.
               05 MATRICULA-ADMISSAO PIC 9(06).
           03 INDICE-ADMISSAO PIC 9(03) VALUE ZEROS.
           03 ADMISSAO-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-ADMISSAO VALUE 'S'.
           03 AVISO-TABELA-ADMISSOES PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-ADMISSOES-CHEIA VALUE 'S'.

       01 TABELA-TRANSFERENCIAS.
           03 QUANTIDADE-TRANSFERENCIAS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-TRANSFERENCIA OCCURS 500 TIMES.
               05 MATRICULA-TRANSFERENCIA PIC 9(06).
               05 DATA-TRANSFERENCIA PIC 9(08).
               05 ORIGEM-TRANSFERENCIA PIC X(04).
           03 INDICE-TRANSFERENCIA PIC 9(03) VALUE ZEROS.
           03 DATA-TRANSFERENCIA-ACHADA PIC 9(08) VALUE ZEROS.
           03 AVISO-TABELA-TRANSFERENCIAS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-TRANSF-CHEIA VALUE 'S'.

       01 TABELA-EMPREGADOS.
           03 QUANTIDADE-EMPREGADOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-EMPREGADO OCCURS 500 TIMES.
               05 MATRICULA-EMPREGADO PIC 9(06).
               05 DEPTO-EMPREGADO PIC X(04).
               05 BRUTO-FOLHA-EMPREGADO PIC 9(06)V99.
               05 BRUTO-RESCISAO-EMPREGADO PIC 9(06)V99.
               05 RESCISAO-EMPREGADO PIC X(01).
                   88 EMPREGADO-COM-RESCISAO VALUE 'S'.
           03 INDICE-EMPREGADO PIC 9(03) VALUE ZEROS.
           03 INDICE-EMPREGADO-ACHADO PIC 9(03) VALUE ZEROS.
           03 EMPREGADO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-EMPREGADO VALUE 'S'.
           03 AVISO-TABELA-EMPREGADOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-EMPREGADOS-CHEIA VALUE 'S'.

       01 TABELA-DEPARTAMENTOS.
           03 QUANTIDADE-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-DEPARTAMENTO OCCURS 100 TIMES.
               05 CODIGO-DEPTO-TABELA PIC X(04).
               05 CENTRO-CUSTO-TABELA PIC X(10).
               05 QUADRO-ORCADO-DEPTO PIC 9(05).
               05 QUADRO-REAL-DEPTO PIC 9(05).
               05 BRUTO-ORCADO-DEPTO PIC 9(10)V99.
               05 BRUTO-REAL-DEPTO PIC 9(10)V99.
               05 BRUTO-ORCADO-ANO-DEPTO PIC 9(12)V99.
               05 BRUTO-REAL-ANO-DEPTO PIC 9(12)V99.
           03 CODIGO-DEPTO-PROCURADO PIC X(04) VALUE SPACES.
           03 INDICE-DEPARTAMENTO PIC 9(03) VALUE ZEROS.
           03 INDICE-DEPARTAMENTO-ACHADO PIC 9(03) VALUE ZEROS.
           03 DEPARTAMENTO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-DEPARTAMENTO VALUE 'S'.
           03 AVISO-TABELA-DEPARTAMENTOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-DEPTOS-CHEIA VALUE 'S'.

       01 TABELA-CENTROS.
           03 QUANTIDADE-CENTROS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-CENTRO OCCURS 100 TIMES.
               05 CODIGO-CENTRO-TABELA PIC X(10).
               05 QUADRO-ORCADO-CENTRO PIC 9(05).
               05 QUADRO-REAL-CENTRO PIC 9(05).
               05 BRUTO-ORCADO-CENTRO PIC 9(12)V99.
               05 BRUTO-REAL-CENTRO PIC 9(12)V99.
               05 BRUTO-ORCADO-ANO-CENTRO PIC 9(12)V99.
               05 BRUTO-REAL-ANO-CENTRO PIC 9(12)V99.
           03 INDICE-CENTRO PIC 9(03) VALUE ZEROS.
           03 INDICE-CENTRO-ACHADO PIC 9(03) VALUE ZEROS.
           03 CENTRO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-CENTRO VALUE 'S'.
           03 AVISO-TABELA-CENTROS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CENTROS-CHEIA VALUE 'S'.

       01 CALCULO-ORCAMENTO.
           03 BRUTO-APURADO PIC 9(06)V99 VALUE ZEROS.
           03 VARIACAO-QUADRO PIC S9(05) VALUE ZEROS.
           03 VARIACAO-BRUTO PIC S9(12)V99 VALUE ZEROS.
           03 VARIACAO-BRUTO-ANO PIC S9(12)V99 VALUE ZEROS.
           03 SITUACAO-ORCAMENTO PIC X(05) VALUE SPACES.
               88 ORCAMENTO-EXCEDIDO VALUE 'OVER'.
               88 ORCAMENTO-INEXISTENTE VALUE 'NOBUD'.
           03 TIPO-LINHA PIC X(01) VALUE SPACES.
               88 LINHA-DEPARTAMENTO VALUE 'D'.
               88 LINHA-CENTRO VALUE 'C'.
               88 LINHA-GERAL VALUE 'T'.

       01 LINHA-TOTAIS.
           03 ROTULO-TOTAIS PIC X(15) VALUE SPACES.
           03 QUADRO-ORCADO-TOTAIS PIC 9(05) VALUE ZEROS.
           03 QUADRO-REAL-TOTAIS PIC 9(05) VALUE ZEROS.
           03 BRUTO-ORCADO-TOTAIS PIC 9(12)V99 VALUE ZEROS.
           03 BRUTO-REAL-TOTAIS PIC 9(12)V99 VALUE ZEROS.
           03 BRUTO-ORCADO-ANO-TOTAIS PIC 9(12)V99 VALUE ZEROS.
           03 BRUTO-REAL-ANO-TOTAIS PIC 9(12)V99 VALUE ZEROS.

       01 TOTAIS-ORCAMENTO.
           03 CONTADOR-ORCAMENTOS-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-HISTORICO-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-MESTRE-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-ACIMA-ORCAMENTO PIC 9(06) VALUE ZEROS.
           03 CONTADOR-SEM-ORCAMENTO PIC 9(06) VALUE ZEROS.
           03 CONTADOR-FORA-TABELA PIC 9(06) VALUE ZEROS.
           03 GERAL-QUADRO-ORCADO PIC 9(05) VALUE ZEROS.
           03 GERAL-QUADRO-REAL PIC 9(05) VALUE ZEROS.
           03 GERAL-BRUTO-ORCADO PIC 9(12)V99 VALUE ZEROS.
           03 GERAL-BRUTO-REAL PIC 9(12)V99 VALUE ZEROS.
           03 GERAL-BRUTO-ORCADO-ANO PIC 9(12)V99 VALUE ZEROS.
           03 GERAL-BRUTO-REAL-ANO PIC 9(12)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 QUADRO-ORCADO-EDITADO PIC ZZZ9.
           03 QUADRO-REAL-EDITADO PIC ZZZ9.
           03 VARIACAO-QUADRO-EDITADA PIC -ZZZ9.
           03 BRUTO-ORCADO-EDITADO PIC Z.ZZZ.ZZ9,99.
           03 BRUTO-REAL-EDITADO PIC Z.ZZZ.ZZ9,99.
           03 VARIACAO-BRUTO-EDITADA PIC -Z.ZZZ.ZZ9,99.
           03 ANO-ORCADO-EDITADO PIC ZZ.ZZZ.ZZ9,99.
           03 ANO-REAL-EDITADO PIC ZZ.ZZZ.ZZ9,99.
           03 VARIACAO-ANO-EDITADA PIC -ZZ.ZZZ.ZZ9,99.
           03 TOTAL-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           IF NOT RUN-FOI-ABANDONADO
               PERFORM 005-IMPRIMIR-DEPARTAMENTOS
               PERFORM 008-IMPRIMIR-CENTROS
               PERFORM 012-IMPRIMIR-RODAPE-ORCAMENTO
           END-IF.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           PERFORM 015-OBTER-COMPETENCIA.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT ORCAMENTOS
               IF STATUS-ARQUIVO-ORCAMENTOS = '00'
                   MOVE LOW-VALUES TO CHAVE-ORCAMENTO
                   START ORCAMENTOS KEY NOT < CHAVE-ORCAMENTO
                       INVALID KEY
                           SET FIM-DE-ORCAMENTOS TO TRUE
                   END-START
                   PERFORM 020-LER-ORCAMENTO UNTIL FIM-DE-ORCAMENTOS
                   CLOSE ORCAMENTOS
                   IF CONTADOR-ORCAMENTOS-LIDOS = ZEROS
                       DISPLAY 'WARNING: no budget on ORCAMEN for '
                           'the year up to competencia '
                           COMPETENCIA-ORCADA '.'
                   END-IF
               ELSE
                   DISPLAY 'ERROR: could not open budget file '
                       'ORCAMEN - status [' STATUS-ARQUIVO-ORCAMENTOS
                       '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               PERFORM 050-APURAR-MES-HISTORICO
                   VARYING MES-APURACAO FROM 1 BY 1
                   UNTIL MES-APURACAO > MES-COMPETENCIA
                   OR RUN-FOI-ABANDONADO
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT MOVIMENTO-DEPTO
               IF STATUS-ARQUIVO-MOVIMENTO = '00'
                   PERFORM 030-LER-MOVIMENTO UNTIL FIM-DE-MOVIMENTO
                   CLOSE MOVIMENTO-DEPTO
               ELSE
                   DISPLAY 'WARNING: movement file MOVDEPTO not '
                       'available - status ['
                       STATUS-ARQUIVO-MOVIMENTO '] - headcount '
                       'taken from the current master departments.'
               END-IF
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT PESSOAS-MASTER
               IF STATUS-ARQUIVO-MESTRE = '00'
                   MOVE LOW-VALUES TO CHAVE-MESTRE
                   START PESSOAS-MASTER KEY NOT < CHAVE-MESTRE
                       INVALID KEY
                           SET FIM-DE-MESTRE TO TRUE
                   END-START
                   PERFORM 040-LER-MESTRE UNTIL FIM-DE-MESTRE
                   CLOSE PESSOAS-MASTER
               ELSE
                   DISPLAY 'ERROR: could not open master file '
                       'PESSOASM - status [' STATUS-ARQUIVO-MESTRE
                       '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.

           IF RUN-FOI-ABANDONADO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DEPARTAMENTOS
               IF STATUS-ARQUIVO-DEPARTAMENTOS = '00'
                   MOVE 'S' TO VALIDACAO-DEPTO
               ELSE
                   MOVE 'N' TO VALIDACAO-DEPTO
                   DISPLAY 'WARNING: department file DEPTREF not '
                       'available - status ['
                       STATUS-ARQUIVO-DEPARTAMENTOS
                       '] - cost centers omitted.'
               END-IF
               OPEN OUTPUT RELATORIO-ORCAMENTO
               PERFORM 011-IMPRIMIR-CABECALHO-ORCAMENTO
           END-IF.
      *****************************************************************
       015-OBTER-COMPETENCIA SECTION.
           DISPLAY 'Budget versus actual - competencia (YYYYMM): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-ORCADA
           ELSE
               MOVE ZEROS TO COMPETENCIA-ORCADA
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 12
                   OR ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid budget period ['
                   COMPETENCIA-ENTRADA '] - run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           ELSE
               COMPUTE FIM-MES-COMPETENCIA =
                   COMPETENCIA-ORCADA * 100 + 31
           END-IF.
      *****************************************************************
       020-LER-ORCAMENTO SECTION.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   SET FIM-DE-ORCAMENTOS TO TRUE
               NOT AT END
                   IF ANO-ORCAMENTO = ANO-COMPETENCIA
                           AND MES-ORCAMENTO NOT > MES-COMPETENCIA
                       ADD 1 TO CONTADOR-ORCAMENTOS-LIDOS
                       PERFORM 021-GUARDAR-ORCAMENTO
                   END-IF
           END-READ.
      *****************************************************************
       021-GUARDAR-ORCAMENTO SECTION.
           MOVE DEPTO-ORCAMENTO TO CODIGO-DEPTO-PROCURADO.
           PERFORM 003-LOCALIZAR-DEPARTAMENTO.
           IF INDICE-DEPARTAMENTO-ACHADO > ZEROS
               ADD BRUTO-ORCAMENTO
                   TO BRUTO-ORCADO-ANO-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
               IF MES-ORCAMENTO = MES-COMPETENCIA
                   MOVE QUADRO-ORCAMENTO
                       TO QUADRO-ORCADO-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE BRUTO-ORCAMENTO
                       TO BRUTO-ORCADO-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
               END-IF
           END-IF.
      *****************************************************************
       003-LOCALIZAR-DEPARTAMENTO SECTION.
           MOVE 'N' TO DEPARTAMENTO-LOCALIZADO.
           MOVE ZEROS TO INDICE-DEPARTAMENTO-ACHADO.
           PERFORM 006-PROCURAR-DEPARTAMENTO
               VARYING INDICE-DEPARTAMENTO FROM 1 BY 1
               UNTIL INDICE-DEPARTAMENTO > QUANTIDADE-DEPARTAMENTOS
               OR ACHOU-DEPARTAMENTO.
           IF NOT ACHOU-DEPARTAMENTO
               IF QUANTIDADE-DEPARTAMENTOS < 100
                   ADD 1 TO QUANTIDADE-DEPARTAMENTOS
                   MOVE QUANTIDADE-DEPARTAMENTOS
                       TO INDICE-DEPARTAMENTO-ACHADO
                   MOVE CODIGO-DEPTO-PROCURADO
                       TO CODIGO-DEPTO-TABELA
                           (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE SPACES TO CENTRO-CUSTO-TABELA
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO QUADRO-ORCADO-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO QUADRO-REAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-ORCADO-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-REAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-ORCADO-ANO-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-REAL-ANO-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
               ELSE
                   ADD 1 TO CONTADOR-FORA-TABELA
                   IF NOT AVISADA-TABELA-DEPTOS-CHEIA
                       DISPLAY 'WARNING: department table full - '
                           'remaining departments left out of the '
                           'budget report.'
                       MOVE 'S' TO AVISO-TABELA-DEPARTAMENTOS
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       006-PROCURAR-DEPARTAMENTO SECTION.
           IF CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
                   = CODIGO-DEPTO-PROCURADO
               MOVE 'S' TO DEPARTAMENTO-LOCALIZADO
               MOVE INDICE-DEPARTAMENTO TO INDICE-DEPARTAMENTO-ACHADO
           END-IF.
      *****************************************************************
       050-APURAR-MES-HISTORICO SECTION.
           COMPUTE COMPETENCIA-APURACAO =
               ANO-COMPETENCIA * 100 + MES-APURACAO.
           MOVE ZEROS TO QUANTIDADE-EMPREGADOS.
           MOVE 'N' TO FIM-HISTORICO.
           OPEN INPUT FOLHA-HISTORICO.
           IF STATUS-ARQUIVO-HISTORICO = '00'
               PERFORM 051-LER-HISTORICO UNTIL FIM-DE-HISTORICO
               CLOSE FOLHA-HISTORICO
               PERFORM 054-SOMAR-EMPREGADO
                   VARYING INDICE-EMPREGADO FROM 1 BY 1
                   UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS
           ELSE
               DISPLAY 'ERROR: could not open payroll history '
                   'FOLHAHST - status [' STATUS-ARQUIVO-HISTORICO
                   '].'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
      *****************************************************************
       051-LER-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   IF COMPETENCIA-HISTORICO = COMPETENCIA-APURACAO
                       ADD 1 TO CONTADOR-HISTORICO-LIDOS
                       PERFORM 052-GUARDAR-HISTORICO
                   END-IF
           END-READ.
      *****************************************************************
       052-GUARDAR-HISTORICO SECTION.
           MOVE 'N' TO EMPREGADO-LOCALIZADO.
           MOVE ZEROS TO INDICE-EMPREGADO-ACHADO.
           PERFORM 053-PROCURAR-EMPREGADO
               VARYING INDICE-EMPREGADO FROM 1 BY 1
               UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS
               OR ACHOU-EMPREGADO.
           IF NOT ACHOU-EMPREGADO
               IF QUANTIDADE-EMPREGADOS < 500
                   ADD 1 TO QUANTIDADE-EMPREGADOS
                   MOVE QUANTIDADE-EMPREGADOS
                       TO INDICE-EMPREGADO-ACHADO
                   MOVE MATRICULA-HISTORICO
                       TO MATRICULA-EMPREGADO (INDICE-EMPREGADO-ACHADO)
                   MOVE ZEROS TO BRUTO-FOLHA-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE ZEROS TO BRUTO-RESCISAO-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE 'N' TO RESCISAO-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
               ELSE
                   ADD 1 TO CONTADOR-FORA-TABELA
                   IF NOT AVISADA-TABELA-EMPREGADOS-CHEIA
                       DISPLAY 'WARNING: employee table full - '
                           'remaining history records ignored.'
                       MOVE 'S' TO AVISO-TABELA-EMPREGADOS
                   END-IF
               END-IF
           END-IF.
           IF INDICE-EMPREGADO-ACHADO > ZEROS
               IF HISTORICO-RESCISAO
                   MOVE BRUTO-HISTORICO
                       TO BRUTO-RESCISAO-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                   MOVE 'S' TO RESCISAO-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE DEPTO-HISTORICO
                       TO DEPTO-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               ELSE
                   MOVE BRUTO-HISTORICO
                       TO BRUTO-FOLHA-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                   IF NOT EMPREGADO-COM-RESCISAO
                           (INDICE-EMPREGADO-ACHADO)
                       MOVE DEPTO-HISTORICO
                           TO DEPTO-EMPREGADO
                               (INDICE-EMPREGADO-ACHADO)
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       053-PROCURAR-EMPREGADO SECTION.
           IF MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   = MATRICULA-HISTORICO
               MOVE 'S' TO EMPREGADO-LOCALIZADO
               MOVE INDICE-EMPREGADO TO INDICE-EMPREGADO-ACHADO
           END-IF.
      *****************************************************************
       054-SOMAR-EMPREGADO SECTION.
           IF EMPREGADO-COM-RESCISAO (INDICE-EMPREGADO)
               MOVE BRUTO-RESCISAO-EMPREGADO (INDICE-EMPREGADO)
                   TO BRUTO-APURADO
           ELSE
               MOVE BRUTO-FOLHA-EMPREGADO (INDICE-EMPREGADO)
                   TO BRUTO-APURADO
           END-IF.
           MOVE DEPTO-EMPREGADO (INDICE-EMPREGADO)
               TO CODIGO-DEPTO-PROCURADO.
           PERFORM 003-LOCALIZAR-DEPARTAMENTO.
           IF INDICE-DEPARTAMENTO-ACHADO > ZEROS
               ADD BRUTO-APURADO
                   TO BRUTO-REAL-ANO-DEPTO (INDICE-DEPARTAMENTO-ACHADO)
               IF MES-APURACAO = MES-COMPETENCIA
                   ADD BRUTO-APURADO
                       TO BRUTO-REAL-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
               END-IF
           END-IF.
      *****************************************************************
       030-LER-MOVIMENTO SECTION.
           READ MOVIMENTO-DEPTO
               AT END
                   SET FIM-DE-MOVIMENTO TO TRUE
               NOT AT END
                   IF DATA-EFETIVA-MOVIMENTO > FIM-MES-COMPETENCIA
                       EVALUATE TRUE
                           WHEN MOVIMENTO-ADMISSAO
                               PERFORM 031-GUARDAR-ADMISSAO
                           WHEN MOVIMENTO-TRANSFERENCIA
                               PERFORM 032-GUARDAR-TRANSFERENCIA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
      *****************************************************************
       031-GUARDAR-ADMISSAO SECTION.
           IF QUANTIDADE-ADMISSOES < 500
               ADD 1 TO QUANTIDADE-ADMISSOES
               MOVE MATRICULA-MOVIMENTO
                   TO MATRICULA-ADMISSAO (QUANTIDADE-ADMISSOES)
           ELSE
               ADD 1 TO CONTADOR-FORA-TABELA
               IF NOT AVISADA-TABELA-ADMISSOES-CHEIA
                   DISPLAY 'WARNING: admission table full - '
                       'remaining later admissions ignored.'
                   MOVE 'S' TO AVISO-TABELA-ADMISSOES
               END-IF
           END-IF.
      *****************************************************************
       032-GUARDAR-TRANSFERENCIA SECTION.
           IF QUANTIDADE-TRANSFERENCIAS < 500
               ADD 1 TO QUANTIDADE-TRANSFERENCIAS
               MOVE MATRICULA-MOVIMENTO
                   TO MATRICULA-TRANSFERENCIA
                       (QUANTIDADE-TRANSFERENCIAS)
               MOVE DATA-EFETIVA-MOVIMENTO
                   TO DATA-TRANSFERENCIA (QUANTIDADE-TRANSFERENCIAS)
               MOVE DEPTO-ORIGEM-MOVIMENTO
                   TO ORIGEM-TRANSFERENCIA (QUANTIDADE-TRANSFERENCIAS)
           ELSE
               ADD 1 TO CONTADOR-FORA-TABELA
               IF NOT AVISADA-TABELA-TRANSF-CHEIA
                   DISPLAY 'WARNING: transfer table full - '
                       'remaining later transfers ignored.'
                   MOVE 'S' TO AVISO-TABELA-TRANSFERENCIAS
               END-IF
           END-IF.
      *****************************************************************
       040-LER-MESTRE SECTION.
           READ PESSOAS-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-MESTRE TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-MESTRE-LIDOS
                   IF NOT MESTRE-DESLIGADO
                           OR DATA-DESLIGAMENTO-MESTRE
                               > FIM-MES-COMPETENCIA
                       PERFORM 041-CONTAR-EMPREGADO
                   END-IF
           END-READ.
      *****************************************************************
       041-CONTAR-EMPREGADO SECTION.
           MOVE 'N' TO ADMISSAO-LOCALIZADA.
           PERFORM 042-PROCURAR-ADMISSAO
               VARYING INDICE-ADMISSAO FROM 1 BY 1
               UNTIL INDICE-ADMISSAO > QUANTIDADE-ADMISSOES
               OR ACHOU-ADMISSAO.
           IF NOT ACHOU-ADMISSAO
               MOVE CODIGO-DEPTO-MESTRE TO CODIGO-DEPTO-PROCURADO
               MOVE 99999999 TO DATA-TRANSFERENCIA-ACHADA
               PERFORM 043-PROCURAR-TRANSFERENCIA
                   VARYING INDICE-TRANSFERENCIA FROM 1 BY 1
                   UNTIL INDICE-TRANSFERENCIA
                       > QUANTIDADE-TRANSFERENCIAS
               PERFORM 003-LOCALIZAR-DEPARTAMENTO
               IF INDICE-DEPARTAMENTO-ACHADO > ZEROS
                   ADD 1 TO QUADRO-REAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
               END-IF
           END-IF.
      *****************************************************************
       042-PROCURAR-ADMISSAO SECTION.
           IF MATRICULA-ADMISSAO (INDICE-ADMISSAO) = MATRICULA-MESTRE
               MOVE 'S' TO ADMISSAO-LOCALIZADA
           END-IF.
      *****************************************************************
       043-PROCURAR-TRANSFERENCIA SECTION.
           IF MATRICULA-TRANSFERENCIA (INDICE-TRANSFERENCIA)
                   = MATRICULA-MESTRE
               AND DATA-TRANSFERENCIA (INDICE-TRANSFERENCIA)
                   < DATA-TRANSFERENCIA-ACHADA
               MOVE DATA-TRANSFERENCIA (INDICE-TRANSFERENCIA)
                   TO DATA-TRANSFERENCIA-ACHADA
               MOVE ORIGEM-TRANSFERENCIA (INDICE-TRANSFERENCIA)
                   TO CODIGO-DEPTO-PROCURADO
           END-IF.
      *****************************************************************
       005-IMPRIMIR-DEPARTAMENTOS SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 007-IMPRIMIR-LINHA-DEPARTAMENTO
                   VARYING INDICE-DEPARTAMENTO FROM 1 BY 1
                   UNTIL INDICE-DEPARTAMENTO > QUANTIDADE-DEPARTAMENTOS
           END-IF.
      *****************************************************************
       007-IMPRIMIR-LINHA-DEPARTAMENTO SECTION.
           MOVE SPACES TO CENTRO-CUSTO-DEPARTAMENTO.
           IF VALIDACAO-DEPTO-ATIVA
               MOVE CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
                   TO CODIGO-DEPARTAMENTO
               READ DEPARTAMENTOS
                   INVALID KEY
                       MOVE '(UNKNOWN)' TO CENTRO-CUSTO-DEPARTAMENTO
               END-READ
           END-IF.
           IF CENTRO-CUSTO-DEPARTAMENTO = SPACES
               MOVE '(NONE)' TO CENTRO-CUSTO-DEPARTAMENTO
           END-IF.
           MOVE CENTRO-CUSTO-DEPARTAMENTO
               TO CENTRO-CUSTO-TABELA (INDICE-DEPARTAMENTO).
           MOVE SPACES TO ROTULO-TOTAIS.
           STRING
               CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CENTRO-CUSTO-TABELA (INDICE-DEPARTAMENTO)
                   DELIMITED BY SIZE
               INTO ROTULO-TOTAIS
           END-STRING.
           MOVE QUADRO-ORCADO-DEPTO (INDICE-DEPARTAMENTO)
               TO QUADRO-ORCADO-TOTAIS.
           MOVE QUADRO-REAL-DEPTO (INDICE-DEPARTAMENTO)
               TO QUADRO-REAL-TOTAIS.
           MOVE BRUTO-ORCADO-DEPTO (INDICE-DEPARTAMENTO)
               TO BRUTO-ORCADO-TOTAIS.
           MOVE BRUTO-REAL-DEPTO (INDICE-DEPARTAMENTO)
               TO BRUTO-REAL-TOTAIS.
           MOVE BRUTO-ORCADO-ANO-DEPTO (INDICE-DEPARTAMENTO)
               TO BRUTO-ORCADO-ANO-TOTAIS.
           MOVE BRUTO-REAL-ANO-DEPTO (INDICE-DEPARTAMENTO)
               TO BRUTO-REAL-ANO-TOTAIS.
           ADD QUADRO-ORCADO-TOTAIS TO GERAL-QUADRO-ORCADO.
           ADD QUADRO-REAL-TOTAIS TO GERAL-QUADRO-REAL.
           ADD BRUTO-ORCADO-TOTAIS TO GERAL-BRUTO-ORCADO.
           ADD BRUTO-REAL-TOTAIS TO GERAL-BRUTO-REAL.
           ADD BRUTO-ORCADO-ANO-TOTAIS TO GERAL-BRUTO-ORCADO-ANO.
           ADD BRUTO-REAL-ANO-TOTAIS TO GERAL-BRUTO-REAL-ANO.
           SET LINHA-DEPARTAMENTO TO TRUE.
           PERFORM 009-IMPRIMIR-LINHA-TOTAIS.
           PERFORM 010-ACUMULAR-CENTRO.
      *****************************************************************
       010-ACUMULAR-CENTRO SECTION.
           MOVE 'N' TO CENTRO-LOCALIZADO.
           MOVE ZEROS TO INDICE-CENTRO-ACHADO.
           PERFORM 014-PROCURAR-CENTRO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QUANTIDADE-CENTROS
               OR ACHOU-CENTRO.
           IF NOT ACHOU-CENTRO
               IF QUANTIDADE-CENTROS < 100
                   ADD 1 TO QUANTIDADE-CENTROS
                   MOVE QUANTIDADE-CENTROS TO INDICE-CENTRO-ACHADO
                   MOVE CENTRO-CUSTO-TABELA (INDICE-DEPARTAMENTO)
                       TO CODIGO-CENTRO-TABELA (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO QUADRO-ORCADO-CENTRO
                       (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO QUADRO-REAL-CENTRO
                       (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO BRUTO-ORCADO-CENTRO
                       (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO BRUTO-REAL-CENTRO
                       (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO BRUTO-ORCADO-ANO-CENTRO
                       (INDICE-CENTRO-ACHADO)
                   MOVE ZEROS TO BRUTO-REAL-ANO-CENTRO
                       (INDICE-CENTRO-ACHADO)
               ELSE
                   ADD 1 TO CONTADOR-FORA-TABELA
                   IF NOT AVISADA-TABELA-CENTROS-CHEIA
                       DISPLAY 'WARNING: cost center table full - '
                           'remaining cost centers left out of the '
                           'subtotals.'
                       MOVE 'S' TO AVISO-TABELA-CENTROS
                   END-IF
               END-IF
           END-IF.
           IF INDICE-CENTRO-ACHADO > ZEROS
               ADD QUADRO-ORCADO-TOTAIS
                   TO QUADRO-ORCADO-CENTRO (INDICE-CENTRO-ACHADO)
               ADD QUADRO-REAL-TOTAIS
                   TO QUADRO-REAL-CENTRO (INDICE-CENTRO-ACHADO)
               ADD BRUTO-ORCADO-TOTAIS
                   TO BRUTO-ORCADO-CENTRO (INDICE-CENTRO-ACHADO)
               ADD BRUTO-REAL-TOTAIS
                   TO BRUTO-REAL-CENTRO (INDICE-CENTRO-ACHADO)
               ADD BRUTO-ORCADO-ANO-TOTAIS
                   TO BRUTO-ORCADO-ANO-CENTRO (INDICE-CENTRO-ACHADO)
               ADD BRUTO-REAL-ANO-TOTAIS
                   TO BRUTO-REAL-ANO-CENTRO (INDICE-CENTRO-ACHADO)
           END-IF.
      *****************************************************************
       014-PROCURAR-CENTRO SECTION.
           IF CODIGO-CENTRO-TABELA (INDICE-CENTRO)
                   = CENTRO-CUSTO-TABELA (INDICE-DEPARTAMENTO)
               MOVE 'S' TO CENTRO-LOCALIZADO
               MOVE INDICE-CENTRO TO INDICE-CENTRO-ACHADO
           END-IF.
      *****************************************************************
       008-IMPRIMIR-CENTROS SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               MOVE ALL '-' TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE 'SUBTOTALS BY COST CENTER' TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               PERFORM 016-IMPRIMIR-LINHA-CENTRO
                   VARYING INDICE-CENTRO FROM 1 BY 1
                   UNTIL INDICE-CENTRO > QUANTIDADE-CENTROS
               MOVE ALL '-' TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE 'TOTAL' TO ROTULO-TOTAIS
               MOVE GERAL-QUADRO-ORCADO TO QUADRO-ORCADO-TOTAIS
               MOVE GERAL-QUADRO-REAL TO QUADRO-REAL-TOTAIS
               MOVE GERAL-BRUTO-ORCADO TO BRUTO-ORCADO-TOTAIS
               MOVE GERAL-BRUTO-REAL TO BRUTO-REAL-TOTAIS
               MOVE GERAL-BRUTO-ORCADO-ANO TO BRUTO-ORCADO-ANO-TOTAIS
               MOVE GERAL-BRUTO-REAL-ANO TO BRUTO-REAL-ANO-TOTAIS
               SET LINHA-GERAL TO TRUE
               PERFORM 009-IMPRIMIR-LINHA-TOTAIS
           END-IF.
      *****************************************************************
       016-IMPRIMIR-LINHA-CENTRO SECTION.
           MOVE SPACES TO ROTULO-TOTAIS.
           STRING
               '     ' DELIMITED BY SIZE
               CODIGO-CENTRO-TABELA (INDICE-CENTRO) DELIMITED BY SIZE
               INTO ROTULO-TOTAIS
           END-STRING.
           MOVE QUADRO-ORCADO-CENTRO (INDICE-CENTRO)
               TO QUADRO-ORCADO-TOTAIS.
           MOVE QUADRO-REAL-CENTRO (INDICE-CENTRO)
               TO QUADRO-REAL-TOTAIS.
           MOVE BRUTO-ORCADO-CENTRO (INDICE-CENTRO)
               TO BRUTO-ORCADO-TOTAIS.
           MOVE BRUTO-REAL-CENTRO (INDICE-CENTRO)
               TO BRUTO-REAL-TOTAIS.
           MOVE BRUTO-ORCADO-ANO-CENTRO (INDICE-CENTRO)
               TO BRUTO-ORCADO-ANO-TOTAIS.
           MOVE BRUTO-REAL-ANO-CENTRO (INDICE-CENTRO)
               TO BRUTO-REAL-ANO-TOTAIS.
           SET LINHA-CENTRO TO TRUE.
           PERFORM 009-IMPRIMIR-LINHA-TOTAIS.
      *****************************************************************
       009-IMPRIMIR-LINHA-TOTAIS SECTION.
           COMPUTE VARIACAO-QUADRO =
               QUADRO-REAL-TOTAIS - QUADRO-ORCADO-TOTAIS.
           COMPUTE VARIACAO-BRUTO =
               BRUTO-REAL-TOTAIS - BRUTO-ORCADO-TOTAIS.
           COMPUTE VARIACAO-BRUTO-ANO =
               BRUTO-REAL-ANO-TOTAIS - BRUTO-ORCADO-ANO-TOTAIS.
           EVALUATE TRUE
               WHEN QUADRO-ORCADO-TOTAIS = ZEROS
                       AND BRUTO-ORCADO-TOTAIS = ZEROS
                       AND BRUTO-ORCADO-ANO-TOTAIS = ZEROS
                       AND (QUADRO-REAL-TOTAIS > ZEROS
                           OR BRUTO-REAL-ANO-TOTAIS > ZEROS)
                   MOVE 'NOBUD' TO SITUACAO-ORCAMENTO
               WHEN VARIACAO-QUADRO > ZEROS
                       OR VARIACAO-BRUTO > ZEROS
                       OR VARIACAO-BRUTO-ANO > ZEROS
                   MOVE 'OVER' TO SITUACAO-ORCAMENTO
               WHEN OTHER
                   MOVE SPACES TO SITUACAO-ORCAMENTO
           END-EVALUATE.
           IF LINHA-DEPARTAMENTO
               EVALUATE TRUE
                   WHEN ORCAMENTO-EXCEDIDO
                       ADD 1 TO CONTADOR-ACIMA-ORCAMENTO
                   WHEN ORCAMENTO-INEXISTENTE
                       ADD 1 TO CONTADOR-SEM-ORCAMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE QUADRO-ORCADO-TOTAIS TO QUADRO-ORCADO-EDITADO.
           MOVE QUADRO-REAL-TOTAIS TO QUADRO-REAL-EDITADO.
           MOVE VARIACAO-QUADRO TO VARIACAO-QUADRO-EDITADA.
           MOVE BRUTO-ORCADO-TOTAIS TO BRUTO-ORCADO-EDITADO.
           MOVE BRUTO-REAL-TOTAIS TO BRUTO-REAL-EDITADO.
           MOVE VARIACAO-BRUTO TO VARIACAO-BRUTO-EDITADA.
           MOVE BRUTO-ORCADO-ANO-TOTAIS TO ANO-ORCADO-EDITADO.
           MOVE BRUTO-REAL-ANO-TOTAIS TO ANO-REAL-EDITADO.
           MOVE VARIACAO-BRUTO-ANO TO VARIACAO-ANO-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               ROTULO-TOTAIS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               QUADRO-ORCADO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               QUADRO-REAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VARIACAO-QUADRO-EDITADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-ORCADO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-REAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VARIACAO-BRUTO-EDITADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ANO-ORCADO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ANO-REAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VARIACAO-ANO-EDITADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SITUACAO-ORCAMENTO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-ORCAMENTO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'DEPARTMENT BUDGET VERSUS ACTUAL - HEADCOUNT AND GROSS'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-ORCADA DELIMITED BY SIZE
               '   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '                HEADCOUNT (END) ' DELIMITED BY SIZE
               '-----------GROSS PAY - MONTH----------- '
                   DELIMITED BY SIZE
               '---------GROSS PAY - YEAR TO DATE---------'
                   DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPT COST CTR    BUD  ACT   VAR ' DELIMITED BY SIZE
               '      BUDGET       ACTUAL      VARIANCE '
                   DELIMITED BY SIZE
               '       BUDGET        ACTUAL       VARIANCE '
                   DELIMITED BY SIZE
               'FLAG' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-ORCAMENTO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-ORCAMENTO
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-ORCAMENTO SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-ORCAMENTOS-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'BUDGET RECORDS READ (YEAR TO DATE): '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-HISTORICO-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'HISTORY RECORDS READ (YEAR TO DATE): '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-MESTRE-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'MASTER RECORDS READ: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE GERAL-QUADRO-REAL TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEES ON STAFF AT MONTH END: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-ACIMA-ORCAMENTO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPARTMENTS OVER BUDGET (OVER): ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-SEM-ORCAMENTO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPARTMENTS WITH NO BUDGET (NOBUD): '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-FORA-TABELA TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RECORDS LEFT OUT - TABLE FULL: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE GERAL-BRUTO-ORCADO-ANO TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL BUDGETED GROSS (YEAR TO DATE): '
                   DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE GERAL-BRUTO-REAL-ANO TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL ACTUAL GROSS (YEAR TO DATE): '
                   DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF NOT RUN-FOI-ABANDONADO
               CLOSE RELATORIO-ORCAMENTO
               IF VALIDACAO-DEPTO-ATIVA
                   CLOSE DEPARTAMENTOS
               END-IF
               DISPLAY 'Budget versus actual complete. Departments '
                   'over budget: ' CONTADOR-ACIMA-ORCAMENTO
                   ' - with no budget: ' CONTADOR-SEM-ORCAMENTO
               IF CONTADOR-ACIMA-ORCAMENTO > ZEROS
                       OR CONTADOR-SEM-ORCAMENTO > ZEROS
                       OR CONTADOR-FORA-TABELA > ZEROS
                   DISPLAY 'WARNING: departments flagged on RELORCAM '
                       '- review with Finance.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
