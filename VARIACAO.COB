      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Pre-release payroll variance report: reads  *
      *                   FOLHAHST (last record per employee and      *
      *                   competencia), compares the competencia with *
      *                   the prior one employee by employee, lists   *
      *                   new payees, payees dropped and gross or net *
      *                   moves beyond the run-time tolerance, prints *
      *                   department and grand totals with prior,     *
      *                   current and percentage change on RELVARIA   *
      *                   and ends with RETURN-CODE 4 on any          *
      *                   exception so the remittance step is held    *
      *                   until the report is signed off.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. COMPARA-FOLHA.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.

           SELECT RELATORIO-VARIACAO ASSIGN TO "RELVARIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  FOLHA-HISTORICO.
       COPY REGFOLHS.

       FD  RELATORIO-VARIACAO.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-VARIACAO.
           03 FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-DE-HISTORICO VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-ATUAL PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-ATUAL.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 COMPETENCIA-ANTERIOR PIC 9(06) VALUE ZEROS.
           03 TOLERANCIA-ENTRADA PIC X(02) VALUE SPACES.
           03 TOLERANCIA-PERCENTUAL PIC 9(02) VALUE 10.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 TABELA-EMPREGADOS.
           03 QUANTIDADE-EMPREGADOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-EMPREGADO OCCURS 500 TIMES.
               05 MATRICULA-EMPREGADO PIC 9(06).
               05 NOME-EMPREGADO PIC X(10).
               05 SOBRENOME-EMPREGADO PIC X(15).
               05 PRESENCA-ANTERIOR PIC X(01).
                   88 PAGO-ANTERIOR VALUE 'S'.
               05 DEPTO-ANTERIOR-EMPREGADO PIC X(04).
               05 BRUTO-ANTERIOR-EMPREGADO PIC 9(06)V99.
               05 LIQUIDO-ANTERIOR-EMPREGADO PIC 9(06)V99.
               05 PRESENCA-ATUAL PIC X(01).
                   88 PAGO-ATUAL VALUE 'S'.
               05 DEPTO-ATUAL-EMPREGADO PIC X(04).
               05 BRUTO-ATUAL-EMPREGADO PIC 9(06)V99.
               05 LIQUIDO-ATUAL-EMPREGADO PIC 9(06)V99.
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
               05 EMPREGADOS-ANTERIOR-DEPTO PIC 9(05).
               05 BRUTO-ANTERIOR-DEPTO PIC 9(10)V99.
               05 LIQUIDO-ANTERIOR-DEPTO PIC 9(10)V99.
               05 EMPREGADOS-ATUAL-DEPTO PIC 9(05).
               05 BRUTO-ATUAL-DEPTO PIC 9(10)V99.
               05 LIQUIDO-ATUAL-DEPTO PIC 9(10)V99.
           03 CODIGO-DEPTO-PROCURADO PIC X(04) VALUE SPACES.
           03 INDICE-DEPARTAMENTO PIC 9(03) VALUE ZEROS.
           03 INDICE-DEPARTAMENTO-ACHADO PIC 9(03) VALUE ZEROS.
           03 DEPARTAMENTO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-DEPARTAMENTO VALUE 'S'.
           03 AVISO-TABELA-DEPARTAMENTOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-DEPTOS-CHEIA VALUE 'S'.

       01 CALCULO-VARIACAO.
           03 VALOR-ANTERIOR-CALCULO PIC 9(12)V99 VALUE ZEROS.
           03 VALOR-ATUAL-CALCULO PIC 9(12)V99 VALUE ZEROS.
           03 PERCENTUAL-CALCULO PIC S9(03)V99 VALUE ZEROS.
           03 PERCENTUAL-SITUACAO PIC X(01) VALUE SPACES.
               88 PERCENTUAL-DEFINIDO VALUE 'D'.
               88 PERCENTUAL-SEM-BASE VALUE 'N'.
           03 LIMITE-POSITIVO PIC S9(03)V99 VALUE ZEROS.
           03 LIMITE-NEGATIVO PIC S9(03)V99 VALUE ZEROS.
           03 VARIACAO-EXCEDIDA PIC X(01) VALUE 'N'.
               88 EXCEDEU-TOLERANCIA VALUE 'S'.
           03 TIPO-EXCECAO PIC X(10) VALUE SPACES.

       01 LINHA-TOTAIS.
           03 ROTULO-TOTAIS PIC X(05) VALUE SPACES.
           03 EMPREGADOS-ANTERIOR-TOTAIS PIC 9(05) VALUE ZEROS.
           03 EMPREGADOS-ATUAL-TOTAIS PIC 9(05) VALUE ZEROS.
           03 BRUTO-ANTERIOR-TOTAIS PIC 9(12)V99 VALUE ZEROS.
           03 BRUTO-ATUAL-TOTAIS PIC 9(12)V99 VALUE ZEROS.
           03 LIQUIDO-ANTERIOR-TOTAIS PIC 9(12)V99 VALUE ZEROS.
           03 LIQUIDO-ATUAL-TOTAIS PIC 9(12)V99 VALUE ZEROS.

       01 TOTAIS-VARIACAO.
           03 CONTADOR-HISTORICO-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-NOVOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-SAIDAS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-VARIACOES PIC 9(06) VALUE ZEROS.
           03 CONTADOR-FORA-TABELA PIC 9(06) VALUE ZEROS.
           03 CONTADOR-EXCECOES PIC 9(06) VALUE ZEROS.
           03 GERAL-EMPREGADOS-ANTERIOR PIC 9(05) VALUE ZEROS.
           03 GERAL-EMPREGADOS-ATUAL PIC 9(05) VALUE ZEROS.
           03 GERAL-BRUTO-ANTERIOR PIC 9(12)V99 VALUE ZEROS.
           03 GERAL-BRUTO-ATUAL PIC 9(12)V99 VALUE ZEROS.
           03 GERAL-LIQUIDO-ANTERIOR PIC 9(12)V99 VALUE ZEROS.
           03 GERAL-LIQUIDO-ATUAL PIC 9(12)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 PERCENTUAL-EDITADO PIC -ZZ9,99.
           03 PERCENTUAL-IMPRESSO PIC X(07) VALUE SPACES.
           03 PERCENTUAL-BRUTO-IMPRESSO PIC X(07) VALUE SPACES.
           03 PERCENTUAL-LIQUIDO-IMPRESSO PIC X(07) VALUE SPACES.
           03 VALOR-EDITADO PIC ZZZ.ZZ9,99.
           03 BRUTO-ANTERIOR-EDITADO PIC ZZZ.ZZ9,99.
           03 BRUTO-ATUAL-EDITADO PIC ZZZ.ZZ9,99.
           03 LIQUIDO-ANTERIOR-EDITADO PIC ZZZ.ZZ9,99.
           03 LIQUIDO-ATUAL-EDITADO PIC ZZZ.ZZ9,99.
           03 EMPREGADOS-ANTERIOR-EDITADO PIC ZZZZ9.
           03 EMPREGADOS-ATUAL-EDITADO PIC ZZZZ9.
           03 TOTAL-BRUTO-ANTERIOR-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-BRUTO-ATUAL-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-LIQUIDO-ANTERIOR-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-LIQUIDO-ATUAL-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           IF NOT RUN-FOI-ABANDONADO
               PERFORM 001-COMPARAR-EMPREGADO
                   VARYING INDICE-EMPREGADO FROM 1 BY 1
                   UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS
               PERFORM 005-IMPRIMIR-DEPARTAMENTOS
               PERFORM 012-IMPRIMIR-RODAPE-VARIACAO
           END-IF.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM 015-OBTER-PARAMETROS.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT FOLHA-HISTORICO
               IF STATUS-ARQUIVO-HISTORICO = '00'
                   PERFORM 020-LER-HISTORICO UNTIL FIM-DE-HISTORICO
                   CLOSE FOLHA-HISTORICO
               ELSE
                   DISPLAY 'ERROR: could not open payroll history '
                       'FOLHAHST - status [' STATUS-ARQUIVO-HISTORICO
                       '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.

           IF RUN-FOI-ABANDONADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TOLERANCIA-PERCENTUAL TO LIMITE-POSITIVO
               COMPUTE LIMITE-NEGATIVO = 0 - TOLERANCIA-PERCENTUAL
               OPEN OUTPUT RELATORIO-VARIACAO
               PERFORM 011-IMPRIMIR-CABECALHO-VARIACAO
           END-IF.
      *****************************************************************
       015-OBTER-PARAMETROS SECTION.
           DISPLAY 'Variance period - competencia (YYYYMM, '
               'month 13 or 14 for the 13th salary): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-ATUAL
           ELSE
               MOVE ZEROS TO COMPETENCIA-ATUAL
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 14
                   OR ANO-COMPETENCIA < 1901
               DISPLAY 'ERROR: invalid variance period ['
                   COMPETENCIA-ENTRADA '] - run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
           IF NOT RUN-FOI-ABANDONADO
               EVALUATE MES-COMPETENCIA
                   WHEN 1
                       COMPUTE COMPETENCIA-ANTERIOR =
                           (ANO-COMPETENCIA - 1) * 100 + 12
                   WHEN 13
                   WHEN 14
                       COMPUTE COMPETENCIA-ANTERIOR =
                           COMPETENCIA-ATUAL - 100
                   WHEN OTHER
                       COMPUTE COMPETENCIA-ANTERIOR =
                           COMPETENCIA-ATUAL - 1
               END-EVALUATE
               DISPLAY 'Variance tolerance in percent '
                   '(01-99, blank = 10): '
               ACCEPT TOLERANCIA-ENTRADA FROM CONSOLE
               IF TOLERANCIA-ENTRADA NOT = SPACES
                   IF TOLERANCIA-ENTRADA IS NUMERIC
                           AND TOLERANCIA-ENTRADA > '00'
                       MOVE TOLERANCIA-ENTRADA TO TOLERANCIA-PERCENTUAL
                   ELSE
                       DISPLAY 'ERROR: invalid variance tolerance ['
                           TOLERANCIA-ENTRADA '] - run abandoned.'
                       MOVE 'S' TO RUN-ABANDONADO
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       020-LER-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   IF COMPETENCIA-HISTORICO = COMPETENCIA-ATUAL
                           OR COMPETENCIA-HISTORICO
                               = COMPETENCIA-ANTERIOR
                       ADD 1 TO CONTADOR-HISTORICO-LIDOS
                       PERFORM 021-GUARDAR-HISTORICO
                   END-IF
           END-READ.
      *****************************************************************
       021-GUARDAR-HISTORICO SECTION.
           MOVE 'N' TO EMPREGADO-LOCALIZADO.
           MOVE ZEROS TO INDICE-EMPREGADO-ACHADO.
           PERFORM 022-PROCURAR-EMPREGADO
               VARYING INDICE-EMPREGADO FROM 1 BY 1
               UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS
               OR ACHOU-EMPREGADO.
           IF NOT ACHOU-EMPREGADO
               IF QUANTIDADE-EMPREGADOS < 500
                   ADD 1 TO QUANTIDADE-EMPREGADOS
                   MOVE QUANTIDADE-EMPREGADOS
                       TO INDICE-EMPREGADO-ACHADO
                   MOVE MATRICULA-HISTORICO TO MATRICULA-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE 'N' TO PRESENCA-ANTERIOR
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE 'N' TO PRESENCA-ATUAL
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE ZEROS TO BRUTO-ANTERIOR-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE ZEROS TO LIQUIDO-ANTERIOR-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE ZEROS TO BRUTO-ATUAL-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE ZEROS TO LIQUIDO-ATUAL-EMPREGADO
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
               MOVE NOME-HISTORICO
                   TO NOME-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               MOVE SOBRENOME-HISTORICO
                   TO SOBRENOME-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               IF COMPETENCIA-HISTORICO = COMPETENCIA-ATUAL
                   MOVE 'S' TO PRESENCA-ATUAL
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE DEPTO-HISTORICO TO DEPTO-ATUAL-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE BRUTO-HISTORICO TO BRUTO-ATUAL-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE LIQUIDO-HISTORICO TO LIQUIDO-ATUAL-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
               ELSE
                   MOVE 'S' TO PRESENCA-ANTERIOR
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE DEPTO-HISTORICO TO DEPTO-ANTERIOR-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE BRUTO-HISTORICO TO BRUTO-ANTERIOR-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
                   MOVE LIQUIDO-HISTORICO
                       TO LIQUIDO-ANTERIOR-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
               END-IF
           END-IF.
      *****************************************************************
       022-PROCURAR-EMPREGADO SECTION.
           IF MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   = MATRICULA-HISTORICO
               MOVE 'S' TO EMPREGADO-LOCALIZADO
               MOVE INDICE-EMPREGADO TO INDICE-EMPREGADO-ACHADO
           END-IF.
      *****************************************************************
       001-COMPARAR-EMPREGADO SECTION.
           MOVE 'N' TO VARIACAO-EXCEDIDA.
           MOVE SPACES TO PERCENTUAL-BRUTO-IMPRESSO.
           MOVE SPACES TO PERCENTUAL-LIQUIDO-IMPRESSO.
           IF PAGO-ATUAL (INDICE-EMPREGADO)
                   AND NOT PAGO-ANTERIOR (INDICE-EMPREGADO)
               MOVE 'S' TO VARIACAO-EXCEDIDA
               MOVE 'NEW PAYEE' TO TIPO-EXCECAO
               ADD 1 TO CONTADOR-NOVOS
           END-IF.
           IF PAGO-ANTERIOR (INDICE-EMPREGADO)
                   AND NOT PAGO-ATUAL (INDICE-EMPREGADO)
               MOVE 'S' TO VARIACAO-EXCEDIDA
               MOVE 'DROPPED' TO TIPO-EXCECAO
               ADD 1 TO CONTADOR-SAIDAS
           END-IF.
           IF PAGO-ANTERIOR (INDICE-EMPREGADO)
                   AND PAGO-ATUAL (INDICE-EMPREGADO)
               PERFORM 002-VERIFICAR-VARIACAO
           END-IF.
           IF EXCEDEU-TOLERANCIA
               ADD 1 TO CONTADOR-EXCECOES
               PERFORM 004-IMPRIMIR-EXCECAO
           END-IF.
           IF PAGO-ANTERIOR (INDICE-EMPREGADO)
               MOVE DEPTO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
                   TO CODIGO-DEPTO-PROCURADO
               PERFORM 003-LOCALIZAR-DEPARTAMENTO
               IF INDICE-DEPARTAMENTO-ACHADO > ZEROS
                   ADD 1 TO EMPREGADOS-ANTERIOR-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   ADD BRUTO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
                       TO BRUTO-ANTERIOR-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
                   ADD LIQUIDO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
                       TO LIQUIDO-ANTERIOR-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
               END-IF
           END-IF.
           IF PAGO-ATUAL (INDICE-EMPREGADO)
               MOVE DEPTO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
                   TO CODIGO-DEPTO-PROCURADO
               PERFORM 003-LOCALIZAR-DEPARTAMENTO
               IF INDICE-DEPARTAMENTO-ACHADO > ZEROS
                   ADD 1 TO EMPREGADOS-ATUAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   ADD BRUTO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
                       TO BRUTO-ATUAL-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
                   ADD LIQUIDO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
                       TO LIQUIDO-ATUAL-DEPTO
                           (INDICE-DEPARTAMENTO-ACHADO)
               END-IF
           END-IF.
      *****************************************************************
       002-VERIFICAR-VARIACAO SECTION.
           MOVE 'VARIANCE' TO TIPO-EXCECAO.
           MOVE BRUTO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
               TO VALOR-ANTERIOR-CALCULO.
           MOVE BRUTO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
               TO VALOR-ATUAL-CALCULO.
           PERFORM 009-CALCULAR-PERCENTUAL.
           MOVE PERCENTUAL-IMPRESSO TO PERCENTUAL-BRUTO-IMPRESSO.
           PERFORM 010-CONFERIR-TOLERANCIA.
           MOVE LIQUIDO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
               TO VALOR-ANTERIOR-CALCULO.
           MOVE LIQUIDO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
               TO VALOR-ATUAL-CALCULO.
           PERFORM 009-CALCULAR-PERCENTUAL.
           MOVE PERCENTUAL-IMPRESSO TO PERCENTUAL-LIQUIDO-IMPRESSO.
           PERFORM 010-CONFERIR-TOLERANCIA.
           IF EXCEDEU-TOLERANCIA
               ADD 1 TO CONTADOR-VARIACOES
           END-IF.
      *****************************************************************
       009-CALCULAR-PERCENTUAL SECTION.
           IF VALOR-ANTERIOR-CALCULO = ZEROS
               MOVE ZEROS TO PERCENTUAL-CALCULO
               IF VALOR-ATUAL-CALCULO = ZEROS
                   MOVE 'D' TO PERCENTUAL-SITUACAO
               ELSE
                   MOVE 'N' TO PERCENTUAL-SITUACAO
               END-IF
           ELSE
               MOVE 'D' TO PERCENTUAL-SITUACAO
               COMPUTE PERCENTUAL-CALCULO ROUNDED =
                   (VALOR-ATUAL-CALCULO - VALOR-ANTERIOR-CALCULO)
                   * 100 / VALOR-ANTERIOR-CALCULO
                   ON SIZE ERROR
                       MOVE 999,99 TO PERCENTUAL-CALCULO
               END-COMPUTE
           END-IF.
           IF PERCENTUAL-SEM-BASE
               MOVE '    NEW' TO PERCENTUAL-IMPRESSO
           ELSE
               MOVE PERCENTUAL-CALCULO TO PERCENTUAL-EDITADO
               MOVE PERCENTUAL-EDITADO TO PERCENTUAL-IMPRESSO
           END-IF.
      *****************************************************************
       010-CONFERIR-TOLERANCIA SECTION.
           IF PERCENTUAL-SEM-BASE
                   OR PERCENTUAL-CALCULO > LIMITE-POSITIVO
                   OR PERCENTUAL-CALCULO < LIMITE-NEGATIVO
               MOVE 'S' TO VARIACAO-EXCEDIDA
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
                   MOVE CODIGO-DEPTO-PROCURADO TO CODIGO-DEPTO-TABELA
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO EMPREGADOS-ANTERIOR-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-ANTERIOR-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO LIQUIDO-ANTERIOR-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO EMPREGADOS-ATUAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-ATUAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO LIQUIDO-ATUAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
               ELSE
                   IF NOT AVISADA-TABELA-DEPTOS-CHEIA
                       DISPLAY 'WARNING: department table full - '
                           'remaining departments left out of the '
                           'totals.'
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
       004-IMPRIMIR-EXCECAO SECTION.
           MOVE BRUTO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
               TO BRUTO-ANTERIOR-EDITADO.
           MOVE BRUTO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
               TO BRUTO-ATUAL-EDITADO.
           MOVE LIQUIDO-ANTERIOR-EMPREGADO (INDICE-EMPREGADO)
               TO LIQUIDO-ANTERIOR-EDITADO.
           MOVE LIQUIDO-ATUAL-EMPREGADO (INDICE-EMPREGADO)
               TO LIQUIDO-ATUAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOME-EMPREGADO (INDICE-EMPREGADO) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SOBRENOME-EMPREGADO (INDICE-EMPREGADO)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TIPO-EXCECAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-ANTERIOR-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-ATUAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PERCENTUAL-BRUTO-IMPRESSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LIQUIDO-ANTERIOR-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LIQUIDO-ATUAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PERCENTUAL-LIQUIDO-IMPRESSO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       005-IMPRIMIR-DEPARTAMENTOS SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPT  STAFF STAFF       PRIOR GROSS     '
                   DELIMITED BY SIZE
               'CURRENT GROSS  GROSS %         PRIOR NET     '
                   DELIMITED BY SIZE
               '  CURRENT NET    NET %' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '      PRIOR   NOW' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           PERFORM 007-IMPRIMIR-LINHA-DEPARTAMENTO
               VARYING INDICE-DEPARTAMENTO FROM 1 BY 1
               UNTIL INDICE-DEPARTAMENTO > QUANTIDADE-DEPARTAMENTOS.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'TOTAL' TO ROTULO-TOTAIS.
           MOVE GERAL-EMPREGADOS-ANTERIOR
               TO EMPREGADOS-ANTERIOR-TOTAIS.
           MOVE GERAL-EMPREGADOS-ATUAL TO EMPREGADOS-ATUAL-TOTAIS.
           MOVE GERAL-BRUTO-ANTERIOR TO BRUTO-ANTERIOR-TOTAIS.
           MOVE GERAL-BRUTO-ATUAL TO BRUTO-ATUAL-TOTAIS.
           MOVE GERAL-LIQUIDO-ANTERIOR TO LIQUIDO-ANTERIOR-TOTAIS.
           MOVE GERAL-LIQUIDO-ATUAL TO LIQUIDO-ATUAL-TOTAIS.
           PERFORM 008-IMPRIMIR-LINHA-TOTAIS.
      *****************************************************************
       007-IMPRIMIR-LINHA-DEPARTAMENTO SECTION.
           MOVE CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
               TO ROTULO-TOTAIS.
           MOVE EMPREGADOS-ANTERIOR-DEPTO (INDICE-DEPARTAMENTO)
               TO EMPREGADOS-ANTERIOR-TOTAIS.
           MOVE EMPREGADOS-ATUAL-DEPTO (INDICE-DEPARTAMENTO)
               TO EMPREGADOS-ATUAL-TOTAIS.
           MOVE BRUTO-ANTERIOR-DEPTO (INDICE-DEPARTAMENTO)
               TO BRUTO-ANTERIOR-TOTAIS.
           MOVE BRUTO-ATUAL-DEPTO (INDICE-DEPARTAMENTO)
               TO BRUTO-ATUAL-TOTAIS.
           MOVE LIQUIDO-ANTERIOR-DEPTO (INDICE-DEPARTAMENTO)
               TO LIQUIDO-ANTERIOR-TOTAIS.
           MOVE LIQUIDO-ATUAL-DEPTO (INDICE-DEPARTAMENTO)
               TO LIQUIDO-ATUAL-TOTAIS.
           ADD EMPREGADOS-ANTERIOR-TOTAIS TO GERAL-EMPREGADOS-ANTERIOR.
           ADD EMPREGADOS-ATUAL-TOTAIS TO GERAL-EMPREGADOS-ATUAL.
           ADD BRUTO-ANTERIOR-TOTAIS TO GERAL-BRUTO-ANTERIOR.
           ADD BRUTO-ATUAL-TOTAIS TO GERAL-BRUTO-ATUAL.
           ADD LIQUIDO-ANTERIOR-TOTAIS TO GERAL-LIQUIDO-ANTERIOR.
           ADD LIQUIDO-ATUAL-TOTAIS TO GERAL-LIQUIDO-ATUAL.
           PERFORM 008-IMPRIMIR-LINHA-TOTAIS.
      *****************************************************************
       008-IMPRIMIR-LINHA-TOTAIS SECTION.
           MOVE BRUTO-ANTERIOR-TOTAIS TO VALOR-ANTERIOR-CALCULO.
           MOVE BRUTO-ATUAL-TOTAIS TO VALOR-ATUAL-CALCULO.
           PERFORM 009-CALCULAR-PERCENTUAL.
           MOVE PERCENTUAL-IMPRESSO TO PERCENTUAL-BRUTO-IMPRESSO.
           MOVE LIQUIDO-ANTERIOR-TOTAIS TO VALOR-ANTERIOR-CALCULO.
           MOVE LIQUIDO-ATUAL-TOTAIS TO VALOR-ATUAL-CALCULO.
           PERFORM 009-CALCULAR-PERCENTUAL.
           MOVE PERCENTUAL-IMPRESSO TO PERCENTUAL-LIQUIDO-IMPRESSO.
           MOVE EMPREGADOS-ANTERIOR-TOTAIS
               TO EMPREGADOS-ANTERIOR-EDITADO.
           MOVE EMPREGADOS-ATUAL-TOTAIS TO EMPREGADOS-ATUAL-EDITADO.
           MOVE BRUTO-ANTERIOR-TOTAIS TO TOTAL-BRUTO-ANTERIOR-EDITADO.
           MOVE BRUTO-ATUAL-TOTAIS TO TOTAL-BRUTO-ATUAL-EDITADO.
           MOVE LIQUIDO-ANTERIOR-TOTAIS
               TO TOTAL-LIQUIDO-ANTERIOR-EDITADO.
           MOVE LIQUIDO-ATUAL-TOTAIS TO TOTAL-LIQUIDO-ATUAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               ROTULO-TOTAIS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EMPREGADOS-ANTERIOR-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EMPREGADOS-ATUAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TOTAL-BRUTO-ANTERIOR-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TOTAL-BRUTO-ATUAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PERCENTUAL-BRUTO-IMPRESSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TOTAL-LIQUIDO-ANTERIOR-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TOTAL-LIQUIDO-ATUAL-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PERCENTUAL-LIQUIDO-IMPRESSO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-VARIACAO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'PAYROLL VARIANCE - PRE-RELEASE CHECK'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-ATUAL DELIMITED BY SIZE
               '   PRIOR: ' DELIMITED BY SIZE
               COMPETENCIA-ANTERIOR DELIMITED BY SIZE
               '   TOLERANCE: ' DELIMITED BY SIZE
               TOLERANCIA-PERCENTUAL DELIMITED BY SIZE
               '%   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMP.   NAME                       EXCEPTION  '
                   DELIMITED BY SIZE
               'PRIOR GROSS  CURR GROSS GROSS %  '
                   DELIMITED BY SIZE
               ' PRIOR NET   CURR NET   NET %' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-VARIACAO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-VARIACAO
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-VARIACAO SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-HISTORICO-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'HISTORY RECORDS READ FOR BOTH PERIODS: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-NOVOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NEW PAYEES: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-SAIDAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAYEES DROPPED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-VARIACOES TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'GROSS OR NET BEYOND TOLERANCE: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-FORA-TABELA TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEE TABLE FULL - NOT COMPARED: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           IF CONTADOR-EXCECOES > ZEROS
                   OR CONTADOR-FORA-TABELA > ZEROS
               MOVE 'RESULT: EXCEPTIONS FOUND - REMITTANCE HELD '
                   TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE SPACES TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE 'REVIEWED AND RELEASED BY: ____________________'
                   TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE SPACES TO REGISTRO-RELATORIO
               MOVE 'DATE: ____/____/________'
                   TO REGISTRO-RELATORIO
           ELSE
               MOVE 'RESULT: NO EXCEPTIONS - REMITTANCE MAY BE RELEASED'
                   TO REGISTRO-RELATORIO
           END-IF.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF NOT RUN-FOI-ABANDONADO
               CLOSE RELATORIO-VARIACAO
               DISPLAY 'Payroll variance complete. Exceptions: '
                   CONTADOR-EXCECOES
               IF CONTADOR-EXCECOES > ZEROS
                       OR CONTADOR-FORA-TABELA > ZEROS
                   DISPLAY 'WARNING: payroll variance exceptions - '
                       'hold the bank remittance until RELVARIA '
                       'is signed off.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
