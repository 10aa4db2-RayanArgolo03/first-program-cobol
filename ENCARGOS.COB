      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Employer charges run for a competencia      *
      *                   already closed on FOLHACTL: reads the       *
      *                   FOLHAHST history of the competencia (last   *
      *                   record per employee), applies the employer  *
      *                   rates kept on TABDESC - FGTS deposit (type  *
      *                   FGTS), employer INSS (INSP), work-accident  *
      *                   RAT (RATF) and third-party entities (TERC)  *
      *                   - to each employee's gross pay, writes the  *
      *                   monthly FGTS deposit file FGTSDEP with a    *
      *                   header and a count / base / hash trailer,   *
      *                   and prints the employer-cost report by      *
      *                   department on RELENCAR with the department  *
      *                   description and cost center from DEPTREF.   *
      *   2026-10-15  RA  FGTS deposit base is the gross less the     *
      *                   FGTS-exempt amount now kept on FOLHAHST     *
      *                   (indemnified vacation on a settlement);     *
      *                   employer INSS stays on the gross.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CALCULA-ENCARGOS.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-DESCONTOS ASSIGN TO "TABDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-TABELA.

           SELECT FOLHA-CONTROLE ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-FOLHA-CONTROLE.

           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.

           SELECT DEPARTAMENTOS ASSIGN TO "DEPTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQUIVO-DEPARTAMENTOS.

           SELECT REMESSA-FGTS ASSIGN TO "FGTSDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-FGTS.

           SELECT RELATORIO-ENCARGOS ASSIGN TO "RELENCAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  TABELA-DESCONTOS.
       01  REGISTRO-TABELA-DESCONTO.
           03 TIPO-TABELA-DESCONTO PIC X(04).
           03 LIMITE-FAIXA-DESCONTO PIC 9(06)V99.
           03 ALIQUOTA-DESCONTO PIC 9(02)V99.
           03 PARCELA-DEDUZIR-DESCONTO PIC 9(06)V99.

       FD  FOLHA-CONTROLE.
       COPY REGFOLCT.

       FD  FOLHA-HISTORICO.
       COPY REGFOLHS.

       FD  DEPARTAMENTOS.
       COPY REGDEPTO.

       FD  REMESSA-FGTS.
       COPY REGFGTS.

       FD  RELATORIO-ENCARGOS.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-ENCARGOS.
           03 FIM-TABELA PIC X(01) VALUE 'N'.
               88 FIM-DE-TABELA VALUE 'S'.
           03 FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-DE-HISTORICO VALUE 'S'.
           03 VALIDACAO-DEPTO PIC X(01) VALUE 'N'.
               88 VALIDACAO-DEPTO-ATIVA VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-TABELA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-FOLHA-CONTROLE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-DEPARTAMENTOS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-FGTS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-ENCARGOS PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-ENCARGOS.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 FIM-FOLHA-CONTROLE PIC X(01) VALUE 'N'.
               88 FIM-DE-FOLHA-CONTROLE VALUE 'S'.
           03 SITUACAO-PERIODO PIC X(01) VALUE SPACES.
               88 PERIODO-NUNCA-PROCESSADO VALUE ' '.
               88 PERIODO-EM-ABERTO VALUE 'A'.
               88 PERIODO-JA-PROCESSADO VALUE 'F'.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 TAXAS-ENCARGOS.
           03 TAXA-FGTS PIC 9(02)V99 VALUE ZEROS.
           03 TAXA-INSS-PATRONAL PIC 9(02)V99 VALUE ZEROS.
           03 TAXA-RAT PIC 9(02)V99 VALUE ZEROS.
           03 TAXA-TERCEIROS PIC 9(02)V99 VALUE ZEROS.
           03 TAXA-ENCARGO-INSS PIC 9(03)V99 VALUE ZEROS.
           03 TAXA-FGTS-LIDA PIC X(01) VALUE 'N'.
               88 ACHOU-TAXA-FGTS VALUE 'S'.
           03 TAXA-INSS-PATRONAL-LIDA PIC X(01) VALUE 'N'.
               88 ACHOU-TAXA-INSS-PATRONAL VALUE 'S'.

       01 TABELA-EMPREGADOS.
           03 QUANTIDADE-EMPREGADOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-EMPREGADO OCCURS 500 TIMES.
               05 MATRICULA-EMPREGADO PIC 9(06).
               05 NOME-EMPREGADO PIC X(10).
               05 SOBRENOME-EMPREGADO PIC X(15).
               05 DEPTO-EMPREGADO PIC X(04).
               05 BRUTO-EMPREGADO PIC 9(06)V99.
               05 ISENTO-FGTS-EMPREGADO PIC 9(06)V99.
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
               05 EMPREGADOS-DEPTO PIC 9(05).
               05 BRUTO-DEPTO PIC 9(10)V99.
               05 FGTS-DEPTO PIC 9(10)V99.
               05 INSS-PATRONAL-DEPTO PIC 9(10)V99.
           03 INDICE-DEPARTAMENTO PIC 9(03) VALUE ZEROS.
           03 INDICE-DEPARTAMENTO-ACHADO PIC 9(03) VALUE ZEROS.
           03 DEPARTAMENTO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-DEPARTAMENTO VALUE 'S'.
           03 AVISO-TABELA-DEPARTAMENTOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-DEPTOS-CHEIA VALUE 'S'.

       01 CALCULO-ENCARGOS.
           03 VALOR-BASE-FGTS PIC 9(08)V99 VALUE ZEROS.
           03 VALOR-FGTS PIC 9(08)V99 VALUE ZEROS.
           03 VALOR-INSS-PATRONAL PIC 9(08)V99 VALUE ZEROS.
           03 CUSTO-DEPARTAMENTO PIC 9(10)V99 VALUE ZEROS.

       01 TOTAIS-ENCARGOS.
           03 CONTADOR-HISTORICO-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-DEPOSITOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-SEM-BASE PIC 9(06) VALUE ZEROS.
           03 CONTADOR-FORA-TABELA PIC 9(06) VALUE ZEROS.
           03 TOTAL-BASE PIC 9(12)V99 VALUE ZEROS.
           03 TOTAL-FGTS PIC 9(12)V99 VALUE ZEROS.
           03 TOTAL-INSS-PATRONAL PIC 9(12)V99 VALUE ZEROS.
           03 TOTAL-CUSTO PIC 9(12)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 TAXA-EDITADA PIC Z9,99.
           03 TAXA-TOTAL-EDITADA PIC ZZ9,99.
           03 EMPREGADOS-EDITADO PIC ZZZZ9.
           03 BRUTO-EDITADO PIC ZZZ.ZZZ.ZZ9,99.
           03 FGTS-EDITADO PIC ZZZ.ZZZ.ZZ9,99.
           03 INSS-EDITADO PIC ZZZ.ZZZ.ZZ9,99.
           03 CUSTO-EDITADO PIC ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 001-PROCESSAR-EMPREGADO
               VARYING INDICE-EMPREGADO FROM 1 BY 1
               UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS.
           PERFORM 004-GRAVAR-TRAILER-FGTS.
           PERFORM 005-IMPRIMIR-DEPARTAMENTOS.
           PERFORM 012-IMPRIMIR-RODAPE-ENCARGOS.
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
               PERFORM 016-VERIFICAR-PERIODO
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT TABELA-DESCONTOS
               IF STATUS-ARQUIVO-TABELA = '00'
                   PERFORM 017-CARREGAR-TABELA UNTIL FIM-DE-TABELA
                   CLOSE TABELA-DESCONTOS
               ELSE
                   DISPLAY 'ERROR: could not open deduction table '
                       'file TABDESC - status ['
                       STATUS-ARQUIVO-TABELA '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.
           IF NOT RUN-FOI-ABANDONADO
               IF NOT ACHOU-TAXA-FGTS
                       OR NOT ACHOU-TAXA-INSS-PATRONAL
                   DISPLAY 'ERROR: deduction table TABDESC has no '
                       'FGTS or no INSP employer rate - employer '
                       'charges run abandoned.'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.
           COMPUTE TAXA-ENCARGO-INSS =
               TAXA-INSS-PATRONAL + TAXA-RAT + TAXA-TERCEIROS.

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
               OPEN INPUT DEPARTAMENTOS
               IF STATUS-ARQUIVO-DEPARTAMENTOS = '00'
                   MOVE 'S' TO VALIDACAO-DEPTO
               ELSE
                   MOVE 'N' TO VALIDACAO-DEPTO
                   DISPLAY 'WARNING: department file DEPTREF not '
                       'available - status ['
                       STATUS-ARQUIVO-DEPARTAMENTOS
                       '] - descriptions omitted.'
               END-IF
               OPEN OUTPUT REMESSA-FGTS
               MOVE SPACES TO REGISTRO-FGTS
               MOVE 'H' TO TIPO-FGTS
               MOVE COMPETENCIA-ENCARGOS TO COMPETENCIA-FGTS
               MOVE DATA-EXECUCAO TO DATA-FGTS
               MOVE HORA-EXECUCAO TO HORA-FGTS
               MOVE TAXA-FGTS TO ALIQUOTA-FGTS
               WRITE REGISTRO-FGTS
               OPEN OUTPUT RELATORIO-ENCARGOS
               PERFORM 011-IMPRIMIR-CABECALHO-ENCARGOS
           END-IF.
      *****************************************************************
       015-OBTER-COMPETENCIA SECTION.
           DISPLAY 'Employer charges period - competencia (YYYYMM, '
               'month 13 or 14 for the 13th salary): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-ENCARGOS
           ELSE
               MOVE ZEROS TO COMPETENCIA-ENCARGOS
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 14
                   OR ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid employer charges period ['
                   COMPETENCIA-ENTRADA '] - run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
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
           IF NOT PERIODO-JA-PROCESSADO
               DISPLAY 'ERROR: period ' COMPETENCIA-ENCARGOS
                   ' is not closed on FOLHACTL - run the payroll '
                   'for it first.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
      *****************************************************************
       019-LER-FOLHA-CONTROLE SECTION.
           READ FOLHA-CONTROLE
               AT END
                   SET FIM-DE-FOLHA-CONTROLE TO TRUE
               NOT AT END
                   IF COMPETENCIA-CONTROLE = COMPETENCIA-ENCARGOS
                       MOVE SITUACAO-CONTROLE TO SITUACAO-PERIODO
                   END-IF
           END-READ.
      *****************************************************************
       017-CARREGAR-TABELA SECTION.
           READ TABELA-DESCONTOS
               AT END
                   SET FIM-DE-TABELA TO TRUE
               NOT AT END
                   PERFORM 018-CLASSIFICAR-TAXA
           END-READ.
      *****************************************************************
       018-CLASSIFICAR-TAXA SECTION.
           EVALUATE TIPO-TABELA-DESCONTO
               WHEN 'FGTS'
                   MOVE ALIQUOTA-DESCONTO TO TAXA-FGTS
                   MOVE 'S' TO TAXA-FGTS-LIDA
               WHEN 'INSP'
                   MOVE ALIQUOTA-DESCONTO TO TAXA-INSS-PATRONAL
                   MOVE 'S' TO TAXA-INSS-PATRONAL-LIDA
               WHEN 'RATF'
                   MOVE ALIQUOTA-DESCONTO TO TAXA-RAT
               WHEN 'TERC'
                   MOVE ALIQUOTA-DESCONTO TO TAXA-TERCEIROS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
       020-LER-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   IF COMPETENCIA-HISTORICO = COMPETENCIA-ENCARGOS
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
               MOVE MATRICULA-HISTORICO
                   TO MATRICULA-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               MOVE NOME-HISTORICO
                   TO NOME-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               MOVE SOBRENOME-HISTORICO
                   TO SOBRENOME-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               MOVE DEPTO-HISTORICO
                   TO DEPTO-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               MOVE BRUTO-HISTORICO
                   TO BRUTO-EMPREGADO (INDICE-EMPREGADO-ACHADO)
               IF ISENTO-FGTS-HISTORICO IS NUMERIC
                   MOVE ISENTO-FGTS-HISTORICO TO ISENTO-FGTS-EMPREGADO
                       (INDICE-EMPREGADO-ACHADO)
               ELSE
                   MOVE ZEROS TO ISENTO-FGTS-EMPREGADO
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
       001-PROCESSAR-EMPREGADO SECTION.
           IF BRUTO-EMPREGADO (INDICE-EMPREGADO) = ZEROS
               ADD 1 TO CONTADOR-SEM-BASE
           ELSE
               IF ISENTO-FGTS-EMPREGADO (INDICE-EMPREGADO)
                       > BRUTO-EMPREGADO (INDICE-EMPREGADO)
                   MOVE ZEROS TO VALOR-BASE-FGTS
               ELSE
                   COMPUTE VALOR-BASE-FGTS =
                       BRUTO-EMPREGADO (INDICE-EMPREGADO)
                       - ISENTO-FGTS-EMPREGADO (INDICE-EMPREGADO)
               END-IF
               COMPUTE VALOR-FGTS ROUNDED =
                   VALOR-BASE-FGTS * TAXA-FGTS / 100
               COMPUTE VALOR-INSS-PATRONAL ROUNDED =
                   BRUTO-EMPREGADO (INDICE-EMPREGADO)
                   * TAXA-ENCARGO-INSS / 100
               PERFORM 002-GRAVAR-DEPOSITO
               PERFORM 003-ACUMULAR-DEPARTAMENTO
           END-IF.
      *****************************************************************
       002-GRAVAR-DEPOSITO SECTION.
           MOVE SPACES TO REGISTRO-FGTS.
           MOVE 'D' TO TIPO-FGTS.
           MOVE MATRICULA-EMPREGADO (INDICE-EMPREGADO)
               TO MATRICULA-FGTS.
           MOVE NOME-EMPREGADO (INDICE-EMPREGADO) TO NOME-FGTS.
           MOVE SOBRENOME-EMPREGADO (INDICE-EMPREGADO)
               TO SOBRENOME-FGTS.
           MOVE VALOR-BASE-FGTS TO BASE-FGTS.
           MOVE VALOR-FGTS TO DEPOSITO-FGTS.
           WRITE REGISTRO-FGTS.
           ADD 1 TO CONTADOR-DEPOSITOS.
           ADD VALOR-BASE-FGTS TO TOTAL-BASE.
           ADD VALOR-FGTS TO TOTAL-FGTS.
           ADD VALOR-INSS-PATRONAL TO TOTAL-INSS-PATRONAL.
      *****************************************************************
       003-ACUMULAR-DEPARTAMENTO SECTION.
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
                   MOVE DEPTO-EMPREGADO (INDICE-EMPREGADO)
                       TO CODIGO-DEPTO-TABELA
                           (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO EMPREGADOS-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO BRUTO-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO FGTS-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
                   MOVE ZEROS TO INSS-PATRONAL-DEPTO
                       (INDICE-DEPARTAMENTO-ACHADO)
               ELSE
                   IF NOT AVISADA-TABELA-DEPTOS-CHEIA
                       DISPLAY 'WARNING: department table full - '
                           'remaining departments left out of the '
                           'cost report.'
                       MOVE 'S' TO AVISO-TABELA-DEPARTAMENTOS
                   END-IF
               END-IF
           END-IF.
           IF INDICE-DEPARTAMENTO-ACHADO > ZEROS
               ADD 1 TO EMPREGADOS-DEPTO (INDICE-DEPARTAMENTO-ACHADO)
               ADD BRUTO-EMPREGADO (INDICE-EMPREGADO)
                   TO BRUTO-DEPTO (INDICE-DEPARTAMENTO-ACHADO)
               ADD VALOR-FGTS
                   TO FGTS-DEPTO (INDICE-DEPARTAMENTO-ACHADO)
               ADD VALOR-INSS-PATRONAL
                   TO INSS-PATRONAL-DEPTO (INDICE-DEPARTAMENTO-ACHADO)
           END-IF.
      *****************************************************************
       006-PROCURAR-DEPARTAMENTO SECTION.
           IF CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
                   = DEPTO-EMPREGADO (INDICE-EMPREGADO)
               MOVE 'S' TO DEPARTAMENTO-LOCALIZADO
               MOVE INDICE-DEPARTAMENTO TO INDICE-DEPARTAMENTO-ACHADO
           END-IF.
      *****************************************************************
       004-GRAVAR-TRAILER-FGTS SECTION.
           IF STATUS-ARQUIVO-FGTS = '00'
               MOVE SPACES TO REGISTRO-FGTS
               MOVE 'T' TO TIPO-FGTS
               MOVE CONTADOR-DEPOSITOS TO QUANTIDADE-FGTS
               MOVE TOTAL-BASE TO TOTAL-BASE-FGTS
               MOVE TOTAL-FGTS TO HASH-DEPOSITO-FGTS
               WRITE REGISTRO-FGTS
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
           MOVE SPACES TO DESCRICAO-DEPARTAMENTO.
           MOVE SPACES TO CENTRO-CUSTO-DEPARTAMENTO.
           IF VALIDACAO-DEPTO-ATIVA
               MOVE CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
                   TO CODIGO-DEPARTAMENTO
               READ DEPARTAMENTOS
                   INVALID KEY
                       MOVE '(UNKNOWN)' TO DESCRICAO-DEPARTAMENTO
               END-READ
           END-IF.
           COMPUTE CUSTO-DEPARTAMENTO =
               BRUTO-DEPTO (INDICE-DEPARTAMENTO)
               + FGTS-DEPTO (INDICE-DEPARTAMENTO)
               + INSS-PATRONAL-DEPTO (INDICE-DEPARTAMENTO).
           ADD CUSTO-DEPARTAMENTO TO TOTAL-CUSTO.
           MOVE EMPREGADOS-DEPTO (INDICE-DEPARTAMENTO)
               TO EMPREGADOS-EDITADO.
           MOVE BRUTO-DEPTO (INDICE-DEPARTAMENTO) TO BRUTO-EDITADO.
           MOVE FGTS-DEPTO (INDICE-DEPARTAMENTO) TO FGTS-EDITADO.
           MOVE INSS-PATRONAL-DEPTO (INDICE-DEPARTAMENTO)
               TO INSS-EDITADO.
           MOVE CUSTO-DEPARTAMENTO TO CUSTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               CODIGO-DEPTO-TABELA (INDICE-DEPARTAMENTO)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DESCRICAO-DEPARTAMENTO (1:20) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CENTRO-CUSTO-DEPARTAMENTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EMPREGADOS-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FGTS-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INSS-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUSTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-ENCARGOS SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'EMPLOYER CHARGES - COST BY DEPARTMENT'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-ENCARGOS DELIMITED BY SIZE
               '   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TAXA-FGTS TO TAXA-EDITADA.
           MOVE TAXA-ENCARGO-INSS TO TAXA-TOTAL-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RATES: FGTS ' DELIMITED BY SIZE
               TAXA-EDITADA DELIMITED BY SIZE
               '%   EMPLOYER INSS + RAT + THIRD PARTIES '
                   DELIMITED BY SIZE
               TAXA-TOTAL-EDITADA DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPT DESCRIPTION          COST CTR   STAFF '
                   DELIMITED BY SIZE
               '    GROSS PAY           FGTS  EMPLOYER INSS '
                   DELIMITED BY SIZE
               '  TOTAL COST' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-ENCARGOS SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-ENCARGOS
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-ENCARGOS SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-HISTORICO-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'HISTORY RECORDS READ FOR THE PERIOD: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-DEPOSITOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'FGTS DEPOSITS WRITTEN: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-SEM-BASE TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'ZERO GROSS - NO DEPOSIT: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-FORA-TABELA TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEE TABLE FULL - NOT PROCESSED: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-BASE TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL FGTS BASE: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-FGTS TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL FGTS DEPOSIT: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-INSS-PATRONAL TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL EMPLOYER INSS: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-CUSTO TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL EMPLOYER COST: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF NOT RUN-FOI-ABANDONADO
               IF VALIDACAO-DEPTO-ATIVA
                   CLOSE DEPARTAMENTOS
               END-IF
               CLOSE REMESSA-FGTS
               CLOSE RELATORIO-ENCARGOS
           END-IF.
           DISPLAY 'Employer charges run complete. FGTS deposits: '
               CONTADOR-DEPOSITOS.
           IF CONTADOR-FORA-TABELA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
