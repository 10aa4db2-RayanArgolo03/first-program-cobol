      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Retroactive pay differences run: reads the  *
      *                   JORNALM salary changes stamped by           *
      *                   AJUSTE-SALARIAL with an effective           *
      *                   competencia, recalculates every monthly     *
      *                   competencia closed on FOLHACTL from that    *
      *                   date onward with the before / after salary  *
      *                   images, compares the result with the gross  *
      *                   FOLHAHST shows was paid (less differences   *
      *                   already paid, from RETROHST), writes one    *
      *                   ENTRETRO difference per employee and month  *
      *                   for the next FOLHA-PAGAMENTO run to pay as  *
      *                   a separate earning, and prints the          *
      *                   differences for approval on RELRETRO.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CALCULA-RETROATIVO.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-CONTROLE ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-FOLHA-CONTROLE.

           SELECT JORNAL-MESTRE ASSIGN TO "JORNALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-JORNAL.

           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.

           SELECT RETROATIVO-PAGO ASSIGN TO "RETROHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RETRO-PAGO.

           SELECT SAIDA-RETROATIVO ASSIGN TO "ENTRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RETROATIVO.

           SELECT RELATORIO-RETROATIVO ASSIGN TO "RELRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  FOLHA-CONTROLE.
       COPY REGFOLCT.

       FD  JORNAL-MESTRE.
       COPY REGJORNL.

       FD  FOLHA-HISTORICO.
       COPY REGFOLHS.

       FD  RETROATIVO-PAGO.
       01  REGISTRO-RETROATIVO-PAGO PIC X(58).

       FD  SAIDA-RETROATIVO.
       01  REGISTRO-SAIDA-RETROATIVO PIC X(58).

       FD  RELATORIO-RETROATIVO.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       COPY REGRETRO.

      * REGMESTR view of the before / after images on JORNALM
       01 IMAGEM-MESTRE-JORNAL.
           03 NOME-IMAGEM PIC X(10).
           03 SOBRENOME-IMAGEM PIC X(15).
           03 FILLER PIC X(10).
           03 SALARIO-IMAGEM PIC 9(06)V99.
           03 FILLER PIC X(07).
           03 MATRICULA-IMAGEM PIC 9(06).
           03 SITUACAO-IMAGEM PIC X(01).
           03 FILLER PIC X(43).

       01 CONTROLE-RETROATIVO.
           03 FIM-FOLHA-CONTROLE PIC X(01) VALUE 'N'.
               88 FIM-DE-FOLHA-CONTROLE VALUE 'S'.
           03 FIM-JORNAL PIC X(01) VALUE 'N'.
               88 FIM-DE-JORNAL VALUE 'S'.
           03 FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-DE-HISTORICO VALUE 'S'.
           03 FIM-RETRO-PAGO PIC X(01) VALUE 'N'.
               88 FIM-DE-RETRO-PAGO VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-FOLHA-CONTROLE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-JORNAL PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RETRO-PAGO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RETROATIVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.
           03 AVISO-TABELA-CHEIA PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CHEIA VALUE 'S'.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-PAGAMENTO PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-PAGAMENTO.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 COMPETENCIA-VERIFICADA PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-VERIFICADA-DECOMP
                   REDEFINES COMPETENCIA-VERIFICADA.
               05 ANO-VERIFICADO PIC 9(04).
               05 MES-VERIFICADO PIC 9(02).
           03 SITUACAO-PAGAMENTO PIC X(01) VALUE SPACES.
               88 PAGAMENTO-EM-ABERTO VALUE 'A'.
               88 PAGAMENTO-JA-FECHADO VALUE 'F'.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 TABELA-PERIODOS.
           03 QUANTIDADE-PERIODOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-PERIODO OCCURS 240 TIMES.
               05 COMPETENCIA-PERIODO PIC 9(06).
               05 SITUACAO-PERIODO-TABELA PIC X(01).
                   88 PERIODO-FECHADO VALUE 'F'.
               05 MOMENTO-FECHAMENTO PIC 9(16).
           03 INDICE-PERIODO PIC 9(03) VALUE ZEROS.
           03 INDICE-PERIODO-ACHADO PIC 9(03) VALUE ZEROS.
           03 PERIODO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-PERIODO VALUE 'S'.

       01 TABELA-ALTERACOES.
           03 QUANTIDADE-ALTERACOES PIC 9(04) VALUE ZEROS.
           03 ENTRADA-ALTERACAO OCCURS 1000 TIMES.
               05 MATRICULA-ALTERACAO PIC 9(06).
               05 MOMENTO-ALTERACAO PIC 9(16).
               05 EFETIVA-ALTERACAO PIC 9(06).
               05 SALARIO-ANTES-ALTERACAO PIC 9(06)V99.
               05 SALARIO-DEPOIS-ALTERACAO PIC 9(06)V99.
           03 INDICE-ALTERACAO PIC 9(04) VALUE ZEROS.
           03 SALARIO-ANTES-JORNAL PIC 9(06)V99 VALUE ZEROS.
           03 SALARIO-ANTES-LIDO PIC X(01) VALUE 'N'.
               88 SALARIO-ANTES-NUMERICO VALUE 'S'.
           03 EFETIVA-JORNAL PIC 9(06) VALUE ZEROS.

       01 TABELA-EMPREGADOS.
           03 QUANTIDADE-EMPREGADOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-EMPREGADO OCCURS 500 TIMES.
               05 MATRICULA-EMPREGADO PIC 9(06).
               05 NOME-EMPREGADO PIC X(10).
               05 SOBRENOME-EMPREGADO PIC X(15).
               05 SITUACAO-EMPREGADO PIC X(01).
                   88 EMPREGADO-SEM-FOLHA VALUE 'D' 'X'.
               05 EFETIVA-MINIMA-EMPREGADO PIC 9(06).
           03 INDICE-EMPREGADO PIC 9(03) VALUE ZEROS.
           03 INDICE-EMPREGADO-ACHADO PIC 9(03) VALUE ZEROS.
           03 EMPREGADO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-EMPREGADO VALUE 'S'.
           03 MATRICULA-PROCURADA PIC 9(06) VALUE ZEROS.

       01 TABELA-PAGAMENTOS.
           03 QUANTIDADE-PAGAMENTOS PIC 9(04) VALUE ZEROS.
           03 ENTRADA-PAGAMENTO OCCURS 3000 TIMES.
               05 MATRICULA-PAGAMENTO PIC 9(06).
               05 COMPETENCIA-PAGA PIC 9(06).
               05 BRUTO-PAGO PIC 9(06)V99.
               05 TIPO-PAGAMENTO PIC X(01).
                   88 PAGAMENTO-RESCISAO VALUE 'R'.
           03 INDICE-PAGAMENTO PIC 9(04) VALUE ZEROS.
           03 INDICE-PAGAMENTO-ACHADO PIC 9(04) VALUE ZEROS.
           03 PAGAMENTO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-PAGAMENTO VALUE 'S'.

       01 TABELA-RETROS-PAGOS.
           03 QUANTIDADE-RETROS-PAGOS PIC 9(04) VALUE ZEROS.
           03 ENTRADA-RETRO-PAGO OCCURS 3000 TIMES.
               05 MATRICULA-RETRO-PAGO PIC 9(06).
               05 REFERENCIA-RETRO-PAGO PIC 9(06).
               05 PAGAMENTO-RETRO-PAGO PIC 9(06).
               05 VALOR-RETRO-PAGO PIC 9(06)V99.
           03 INDICE-RETRO-PAGO PIC 9(04) VALUE ZEROS.
           03 INDICE-RETRO-PAGO-ACHADO PIC 9(04) VALUE ZEROS.
           03 RETRO-PAGO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-RETRO-PAGO VALUE 'S'.

       01 CALCULO-RETROATIVO.
           03 ALTERACAO-POSTERIOR PIC X(01) VALUE 'N'.
               88 ACHOU-ALTERACAO-POSTERIOR VALUE 'S'.
           03 SALARIO-PAGO-CALCULO PIC 9(06)V99 VALUE ZEROS.
           03 SALARIO-DEVIDO-CALCULO PIC 9(06)V99 VALUE ZEROS.
           03 DELTA-SALARIO PIC S9(07)V99 VALUE ZEROS.
           03 RETRO-PAGO-NO-MES PIC 9(08)V99 VALUE ZEROS.
           03 RETRO-JA-PAGO PIC 9(08)V99 VALUE ZEROS.
           03 BRUTO-BASE PIC S9(08)V99 VALUE ZEROS.
           03 BRUTO-DEVIDO PIC 9(08)V99 VALUE ZEROS.
           03 DIFERENCA-CALCULADA PIC S9(08)V99 VALUE ZEROS.
           03 DIFERENCA-EMPREGADO PIC 9(08)V99 VALUE ZEROS.

       01 TOTAIS-RETROATIVO.
           03 CONTADOR-AJUSTES-RETROATIVOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-DIFERENCAS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-EMPREGADOS-PAGOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-SEM-FOLHA PIC 9(06) VALUE ZEROS.
           03 CONTADOR-RESCISOES PIC 9(06) VALUE ZEROS.
           03 CONTADOR-FORA-TABELA PIC 9(06) VALUE ZEROS.
           03 TOTAL-DIFERENCAS PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-SEM-FOLHA PIC 9(10)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 SALARIO-PAGO-EDITADO PIC ZZZ.ZZ9,99.
           03 SALARIO-DEVIDO-EDITADO PIC ZZZ.ZZ9,99.
           03 BRUTO-PAGO-EDITADO PIC ZZZ.ZZ9,99.
           03 BRUTO-DEVIDO-EDITADO PIC ZZZ.ZZ9,99.
           03 DIFERENCA-EDITADA PIC Z.ZZZ.ZZ9,99.
           03 TOTAL-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
           03 OBSERVACAO-LINHA PIC X(20) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           IF NOT RUN-FOI-ABANDONADO
               PERFORM 001-PROCESSAR-EMPREGADO
                   VARYING INDICE-EMPREGADO FROM 1 BY 1
                   UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS
               PERFORM 012-IMPRIMIR-RODAPE-RETROATIVO
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
               PERFORM 016-CARREGAR-PERIODOS
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT JORNAL-MESTRE
               IF STATUS-ARQUIVO-JORNAL = '00'
                   PERFORM 020-LER-JORNAL UNTIL FIM-DE-JORNAL
                   CLOSE JORNAL-MESTRE
               ELSE
                   DISPLAY 'ERROR: could not open master journal '
                       'JORNALM - status [' STATUS-ARQUIVO-JORNAL
                       '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT FOLHA-HISTORICO
               IF STATUS-ARQUIVO-HISTORICO = '00'
                   PERFORM 024-LER-HISTORICO UNTIL FIM-DE-HISTORICO
                   CLOSE FOLHA-HISTORICO
               ELSE
                   DISPLAY 'ERROR: could not open payroll history '
                       'FOLHAHST - status [' STATUS-ARQUIVO-HISTORICO
                       '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN INPUT RETROATIVO-PAGO
               IF STATUS-ARQUIVO-RETRO-PAGO = '00'
                   PERFORM 027-LER-RETRO-PAGO UNTIL FIM-DE-RETRO-PAGO
                   CLOSE RETROATIVO-PAGO
               ELSE
                   DISPLAY 'No retroactive pay log RETROHST - no '
                       'differences paid so far.'
               END-IF
           END-IF.

           IF RUN-FOI-ABANDONADO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SAIDA-RETROATIVO
               OPEN OUTPUT RELATORIO-RETROATIVO
               PERFORM 011-IMPRIMIR-CABECALHO-RETROATIVO
           END-IF.
      *****************************************************************
       015-OBTER-COMPETENCIA SECTION.
           DISPLAY 'Retroactive pay - competencia of the payroll '
               'that will pay it (YYYYMM): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-PAGAMENTO
           ELSE
               MOVE ZEROS TO COMPETENCIA-PAGAMENTO
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 12
                   OR ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid payment period ['
                   COMPETENCIA-ENTRADA '] - run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
      *****************************************************************
       016-CARREGAR-PERIODOS SECTION.
           MOVE 'N' TO FIM-FOLHA-CONTROLE.
           OPEN INPUT FOLHA-CONTROLE.
           IF STATUS-ARQUIVO-FOLHA-CONTROLE = '00'
               PERFORM 019-LER-FOLHA-CONTROLE
                   UNTIL FIM-DE-FOLHA-CONTROLE
               CLOSE FOLHA-CONTROLE
           ELSE
               DISPLAY 'ERROR: could not open period control '
                   'FOLHACTL - status ['
                   STATUS-ARQUIVO-FOLHA-CONTROLE '].'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
           MOVE COMPETENCIA-PAGAMENTO TO COMPETENCIA-VERIFICADA.
           PERFORM 018-LOCALIZAR-PERIODO.
           IF ACHOU-PERIODO
               MOVE SITUACAO-PERIODO-TABELA (INDICE-PERIODO-ACHADO)
                   TO SITUACAO-PAGAMENTO
           END-IF.
           EVALUATE TRUE
               WHEN PAGAMENTO-JA-FECHADO
                   DISPLAY 'ERROR: payment period '
                       COMPETENCIA-PAGAMENTO ' is already closed on '
                       'FOLHACTL - choose the next payroll period.'
                   MOVE 'S' TO RUN-ABANDONADO
               WHEN PAGAMENTO-EM-ABERTO
                   DISPLAY 'WARNING: payment period '
                       COMPETENCIA-PAGAMENTO ' is marked open - the '
                       'differences are paid when it is reprocessed.'
           END-EVALUATE.
      *****************************************************************
       019-LER-FOLHA-CONTROLE SECTION.
           READ FOLHA-CONTROLE
               AT END
                   SET FIM-DE-FOLHA-CONTROLE TO TRUE
               NOT AT END
                   MOVE COMPETENCIA-CONTROLE TO COMPETENCIA-VERIFICADA
                   PERFORM 018-LOCALIZAR-PERIODO
                   IF NOT ACHOU-PERIODO
                       IF QUANTIDADE-PERIODOS < 240
                           ADD 1 TO QUANTIDADE-PERIODOS
                           MOVE QUANTIDADE-PERIODOS
                               TO INDICE-PERIODO-ACHADO
                           MOVE COMPETENCIA-CONTROLE
                               TO COMPETENCIA-PERIODO
                                   (INDICE-PERIODO-ACHADO)
                       ELSE
                           PERFORM 029-AVISAR-TABELA-CHEIA
                       END-IF
                   END-IF
                   IF INDICE-PERIODO-ACHADO > ZEROS
                       MOVE SITUACAO-CONTROLE TO SITUACAO-PERIODO-TABELA
                           (INDICE-PERIODO-ACHADO)
                       COMPUTE MOMENTO-FECHAMENTO
                               (INDICE-PERIODO-ACHADO) =
                           DATA-CONTROLE * 100000000 + HORA-CONTROLE
                   END-IF
           END-READ.
      *****************************************************************
       018-LOCALIZAR-PERIODO SECTION.
           MOVE 'N' TO PERIODO-LOCALIZADO.
           MOVE ZEROS TO INDICE-PERIODO-ACHADO.
           PERFORM 017-PROCURAR-PERIODO
               VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS
               OR ACHOU-PERIODO.
      *****************************************************************
       017-PROCURAR-PERIODO SECTION.
           IF COMPETENCIA-PERIODO (INDICE-PERIODO)
                   = COMPETENCIA-VERIFICADA
               MOVE 'S' TO PERIODO-LOCALIZADO
               MOVE INDICE-PERIODO TO INDICE-PERIODO-ACHADO
           END-IF.
      *****************************************************************
       020-LER-JORNAL SECTION.
           READ JORNAL-MESTRE
               AT END
                   SET FIM-DE-JORNAL TO TRUE
               NOT AT END
                   PERFORM 021-EXAMINAR-JORNAL
           END-READ.
      *****************************************************************
       021-EXAMINAR-JORNAL SECTION.
           MOVE IMAGEM-ANTES-JORNAL TO IMAGEM-MESTRE-JORNAL.
           MOVE 'N' TO SALARIO-ANTES-LIDO.
           IF SALARIO-IMAGEM IS NUMERIC
               MOVE SALARIO-IMAGEM TO SALARIO-ANTES-JORNAL
               MOVE 'S' TO SALARIO-ANTES-LIDO
           END-IF.
           IF NOT JORNAL-EXCLUSAO
               MOVE IMAGEM-DEPOIS-JORNAL TO IMAGEM-MESTRE-JORNAL
           END-IF.
           IF MATRICULA-IMAGEM IS NUMERIC
               MOVE MATRICULA-IMAGEM TO MATRICULA-PROCURADA
               IF JORNAL-ALTERACAO
                       AND SALARIO-ANTES-NUMERICO
                       AND SALARIO-IMAGEM IS NUMERIC
                       AND SALARIO-IMAGEM NOT = SALARIO-ANTES-JORNAL
                   PERFORM 022-GUARDAR-ALTERACAO
               END-IF
               PERFORM 023-LOCALIZAR-EMPREGADO
               IF ACHOU-EMPREGADO
                   MOVE NOME-IMAGEM
                       TO NOME-EMPREGADO (INDICE-EMPREGADO-ACHADO)
                   MOVE SOBRENOME-IMAGEM
                       TO SOBRENOME-EMPREGADO (INDICE-EMPREGADO-ACHADO)
                   IF JORNAL-EXCLUSAO
                       MOVE 'X' TO SITUACAO-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                   ELSE
                       MOVE SITUACAO-IMAGEM TO SITUACAO-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       022-GUARDAR-ALTERACAO SECTION.
           MOVE ZEROS TO EFETIVA-JORNAL.
           IF PROGRAMA-JORNAL = 'AJUSTE-SALARIAL'
                   AND COMPETENCIA-EFETIVA-JORNAL IS NUMERIC
               MOVE COMPETENCIA-EFETIVA-JORNAL TO EFETIVA-JORNAL
           END-IF.
           IF QUANTIDADE-ALTERACOES < 1000
               ADD 1 TO QUANTIDADE-ALTERACOES
               MOVE MATRICULA-IMAGEM
                   TO MATRICULA-ALTERACAO (QUANTIDADE-ALTERACOES)
               COMPUTE MOMENTO-ALTERACAO (QUANTIDADE-ALTERACOES) =
                   DATA-JORNAL * 100000000 + HORA-JORNAL
               MOVE EFETIVA-JORNAL
                   TO EFETIVA-ALTERACAO (QUANTIDADE-ALTERACOES)
               MOVE SALARIO-ANTES-JORNAL
                   TO SALARIO-ANTES-ALTERACAO (QUANTIDADE-ALTERACOES)
               MOVE SALARIO-IMAGEM
                   TO SALARIO-DEPOIS-ALTERACAO (QUANTIDADE-ALTERACOES)
           ELSE
               MOVE ZEROS TO EFETIVA-JORNAL
               PERFORM 029-AVISAR-TABELA-CHEIA
           END-IF.
           IF EFETIVA-JORNAL > ZEROS
               ADD 1 TO CONTADOR-AJUSTES-RETROATIVOS
               PERFORM 023-LOCALIZAR-EMPREGADO
               IF NOT ACHOU-EMPREGADO
                   IF QUANTIDADE-EMPREGADOS < 500
                       ADD 1 TO QUANTIDADE-EMPREGADOS
                       MOVE QUANTIDADE-EMPREGADOS
                           TO INDICE-EMPREGADO-ACHADO
                       MOVE 'S' TO EMPREGADO-LOCALIZADO
                       MOVE MATRICULA-IMAGEM TO MATRICULA-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                       MOVE EFETIVA-JORNAL TO EFETIVA-MINIMA-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                   ELSE
                       PERFORM 029-AVISAR-TABELA-CHEIA
                   END-IF
               END-IF
               IF ACHOU-EMPREGADO
                   IF EFETIVA-JORNAL < EFETIVA-MINIMA-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                       MOVE EFETIVA-JORNAL TO EFETIVA-MINIMA-EMPREGADO
                           (INDICE-EMPREGADO-ACHADO)
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       023-LOCALIZAR-EMPREGADO SECTION.
           MOVE 'N' TO EMPREGADO-LOCALIZADO.
           MOVE ZEROS TO INDICE-EMPREGADO-ACHADO.
           PERFORM 028-PROCURAR-EMPREGADO
               VARYING INDICE-EMPREGADO FROM 1 BY 1
               UNTIL INDICE-EMPREGADO > QUANTIDADE-EMPREGADOS
               OR ACHOU-EMPREGADO.
      *****************************************************************
       028-PROCURAR-EMPREGADO SECTION.
           IF MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   = MATRICULA-PROCURADA
               MOVE 'S' TO EMPREGADO-LOCALIZADO
               MOVE INDICE-EMPREGADO TO INDICE-EMPREGADO-ACHADO
           END-IF.
      *****************************************************************
       024-LER-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   MOVE MATRICULA-HISTORICO TO MATRICULA-PROCURADA
                   PERFORM 023-LOCALIZAR-EMPREGADO
                   IF ACHOU-EMPREGADO
                       MOVE COMPETENCIA-HISTORICO
                           TO COMPETENCIA-VERIFICADA
                       IF COMPETENCIA-VERIFICADA
                               >= EFETIVA-MINIMA-EMPREGADO
                                   (INDICE-EMPREGADO-ACHADO)
                           PERFORM 025-GUARDAR-HISTORICO
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       025-GUARDAR-HISTORICO SECTION.
           MOVE 'N' TO PAGAMENTO-LOCALIZADO.
           MOVE ZEROS TO INDICE-PAGAMENTO-ACHADO.
           PERFORM 026-PROCURAR-PAGAMENTO
               VARYING INDICE-PAGAMENTO FROM 1 BY 1
               UNTIL INDICE-PAGAMENTO > QUANTIDADE-PAGAMENTOS
               OR ACHOU-PAGAMENTO.
           IF NOT ACHOU-PAGAMENTO
               IF QUANTIDADE-PAGAMENTOS < 3000
                   ADD 1 TO QUANTIDADE-PAGAMENTOS
                   MOVE QUANTIDADE-PAGAMENTOS
                       TO INDICE-PAGAMENTO-ACHADO
                   MOVE MATRICULA-HISTORICO TO MATRICULA-PAGAMENTO
                       (INDICE-PAGAMENTO-ACHADO)
                   MOVE COMPETENCIA-HISTORICO TO COMPETENCIA-PAGA
                       (INDICE-PAGAMENTO-ACHADO)
               ELSE
                   PERFORM 029-AVISAR-TABELA-CHEIA
               END-IF
           END-IF.
           IF INDICE-PAGAMENTO-ACHADO > ZEROS
               MOVE BRUTO-HISTORICO
                   TO BRUTO-PAGO (INDICE-PAGAMENTO-ACHADO)
               MOVE TIPO-HISTORICO
                   TO TIPO-PAGAMENTO (INDICE-PAGAMENTO-ACHADO)
           END-IF.
      *****************************************************************
       026-PROCURAR-PAGAMENTO SECTION.
           IF MATRICULA-PAGAMENTO (INDICE-PAGAMENTO)
                   = MATRICULA-PROCURADA
                   AND COMPETENCIA-PAGA (INDICE-PAGAMENTO)
                       = COMPETENCIA-VERIFICADA
               MOVE 'S' TO PAGAMENTO-LOCALIZADO
               MOVE INDICE-PAGAMENTO TO INDICE-PAGAMENTO-ACHADO
           END-IF.
      *****************************************************************
       027-LER-RETRO-PAGO SECTION.
           READ RETROATIVO-PAGO INTO REGISTRO-RETROATIVO
               AT END
                   SET FIM-DE-RETRO-PAGO TO TRUE
               NOT AT END
                   MOVE MATRICULA-RETROATIVO TO MATRICULA-PROCURADA
                   PERFORM 023-LOCALIZAR-EMPREGADO
                   IF ACHOU-EMPREGADO
                       PERFORM 030-GUARDAR-RETRO-PAGO
                   END-IF
           END-READ.
      *****************************************************************
       030-GUARDAR-RETRO-PAGO SECTION.
           MOVE 'N' TO RETRO-PAGO-LOCALIZADO.
           MOVE ZEROS TO INDICE-RETRO-PAGO-ACHADO.
           PERFORM 031-PROCURAR-RETRO-PAGO
               VARYING INDICE-RETRO-PAGO FROM 1 BY 1
               UNTIL INDICE-RETRO-PAGO > QUANTIDADE-RETROS-PAGOS
               OR ACHOU-RETRO-PAGO.
           IF NOT ACHOU-RETRO-PAGO
               IF QUANTIDADE-RETROS-PAGOS < 3000
                   ADD 1 TO QUANTIDADE-RETROS-PAGOS
                   MOVE QUANTIDADE-RETROS-PAGOS
                       TO INDICE-RETRO-PAGO-ACHADO
                   MOVE MATRICULA-RETROATIVO TO MATRICULA-RETRO-PAGO
                       (INDICE-RETRO-PAGO-ACHADO)
                   MOVE COMPETENCIA-REF-RETROATIVO
                       TO REFERENCIA-RETRO-PAGO
                           (INDICE-RETRO-PAGO-ACHADO)
                   MOVE COMPETENCIA-PAG-RETROATIVO
                       TO PAGAMENTO-RETRO-PAGO
                           (INDICE-RETRO-PAGO-ACHADO)
               ELSE
                   PERFORM 029-AVISAR-TABELA-CHEIA
               END-IF
           END-IF.
           IF INDICE-RETRO-PAGO-ACHADO > ZEROS
               MOVE VALOR-RETROATIVO
                   TO VALOR-RETRO-PAGO (INDICE-RETRO-PAGO-ACHADO)
           END-IF.
      *****************************************************************
       031-PROCURAR-RETRO-PAGO SECTION.
           IF MATRICULA-RETRO-PAGO (INDICE-RETRO-PAGO)
                   = MATRICULA-RETROATIVO
                   AND REFERENCIA-RETRO-PAGO (INDICE-RETRO-PAGO)
                       = COMPETENCIA-REF-RETROATIVO
                   AND PAGAMENTO-RETRO-PAGO (INDICE-RETRO-PAGO)
                       = COMPETENCIA-PAG-RETROATIVO
               MOVE 'S' TO RETRO-PAGO-LOCALIZADO
               MOVE INDICE-RETRO-PAGO TO INDICE-RETRO-PAGO-ACHADO
           END-IF.
      *****************************************************************
       029-AVISAR-TABELA-CHEIA SECTION.
           ADD 1 TO CONTADOR-FORA-TABELA.
           IF NOT AVISADA-TABELA-CHEIA
               DISPLAY 'WARNING: retroactive pay work table full - '
                   'remaining records ignored; check the totals.'
               MOVE 'S' TO AVISO-TABELA-CHEIA
           END-IF.
      *****************************************************************
       001-PROCESSAR-EMPREGADO SECTION.
           MOVE ZEROS TO DIFERENCA-EMPREGADO.
           PERFORM 002-RECALCULAR-PERIODO
               VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS.
           IF DIFERENCA-EMPREGADO > ZEROS
               PERFORM 008-IMPRIMIR-TOTAL-EMPREGADO
           END-IF.
      *****************************************************************
       002-RECALCULAR-PERIODO SECTION.
           MOVE COMPETENCIA-PERIODO (INDICE-PERIODO)
               TO COMPETENCIA-VERIFICADA.
           IF PERIODO-FECHADO (INDICE-PERIODO)
                   AND MES-VERIFICADO NOT > 12
                   AND COMPETENCIA-VERIFICADA < COMPETENCIA-PAGAMENTO
                   AND COMPETENCIA-VERIFICADA
                       >= EFETIVA-MINIMA-EMPREGADO (INDICE-EMPREGADO)
               PERFORM 003-LOCALIZAR-PAGAMENTO
               IF ACHOU-PAGAMENTO
                   IF PAGAMENTO-RESCISAO (INDICE-PAGAMENTO-ACHADO)
                       ADD 1 TO CONTADOR-RESCISOES
                   ELSE
                       PERFORM 004-APURAR-SALARIOS
                       IF SALARIO-DEVIDO-CALCULO
                               > SALARIO-PAGO-CALCULO
                               AND SALARIO-PAGO-CALCULO > ZEROS
                           PERFORM 005-APURAR-DIFERENCA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       003-LOCALIZAR-PAGAMENTO SECTION.
           MOVE MATRICULA-EMPREGADO (INDICE-EMPREGADO)
               TO MATRICULA-PROCURADA.
           MOVE 'N' TO PAGAMENTO-LOCALIZADO.
           MOVE ZEROS TO INDICE-PAGAMENTO-ACHADO.
           PERFORM 026-PROCURAR-PAGAMENTO
               VARYING INDICE-PAGAMENTO FROM 1 BY 1
               UNTIL INDICE-PAGAMENTO > QUANTIDADE-PAGAMENTOS
               OR ACHOU-PAGAMENTO.
      *****************************************************************
       004-APURAR-SALARIOS SECTION.
           MOVE 'N' TO ALTERACAO-POSTERIOR.
           MOVE ZEROS TO SALARIO-PAGO-CALCULO.
           MOVE ZEROS TO DELTA-SALARIO.
           PERFORM 006-EXAMINAR-ALTERACAO
               VARYING INDICE-ALTERACAO FROM 1 BY 1
               UNTIL INDICE-ALTERACAO > QUANTIDADE-ALTERACOES.
           COMPUTE DIFERENCA-CALCULADA =
               SALARIO-PAGO-CALCULO + DELTA-SALARIO.
           IF DIFERENCA-CALCULADA < ZEROS
               MOVE ZEROS TO DIFERENCA-CALCULADA
           END-IF.
           MOVE DIFERENCA-CALCULADA TO SALARIO-DEVIDO-CALCULO.
      *****************************************************************
       006-EXAMINAR-ALTERACAO SECTION.
           IF MATRICULA-ALTERACAO (INDICE-ALTERACAO)
                   = MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   AND MOMENTO-ALTERACAO (INDICE-ALTERACAO)
                       > MOMENTO-FECHAMENTO (INDICE-PERIODO)
               IF NOT ACHOU-ALTERACAO-POSTERIOR
                   MOVE 'S' TO ALTERACAO-POSTERIOR
                   MOVE SALARIO-ANTES-ALTERACAO (INDICE-ALTERACAO)
                       TO SALARIO-PAGO-CALCULO
               END-IF
               IF EFETIVA-ALTERACAO (INDICE-ALTERACAO) > ZEROS
                       AND EFETIVA-ALTERACAO (INDICE-ALTERACAO)
                           <= COMPETENCIA-VERIFICADA
                   COMPUTE DELTA-SALARIO = DELTA-SALARIO
                       + SALARIO-DEPOIS-ALTERACAO (INDICE-ALTERACAO)
                       - SALARIO-ANTES-ALTERACAO (INDICE-ALTERACAO)
               END-IF
           END-IF.
      *****************************************************************
       005-APURAR-DIFERENCA SECTION.
           MOVE ZEROS TO RETRO-PAGO-NO-MES.
           MOVE ZEROS TO RETRO-JA-PAGO.
           PERFORM 007-SOMAR-RETRO-PAGO
               VARYING INDICE-RETRO-PAGO FROM 1 BY 1
               UNTIL INDICE-RETRO-PAGO > QUANTIDADE-RETROS-PAGOS.
           COMPUTE BRUTO-BASE =
               BRUTO-PAGO (INDICE-PAGAMENTO-ACHADO) - RETRO-PAGO-NO-MES.
           IF BRUTO-BASE < ZEROS
               MOVE ZEROS TO BRUTO-BASE
           END-IF.
           COMPUTE BRUTO-DEVIDO ROUNDED =
               BRUTO-BASE * SALARIO-DEVIDO-CALCULO
               / SALARIO-PAGO-CALCULO.
           COMPUTE DIFERENCA-CALCULADA =
               BRUTO-DEVIDO - BRUTO-BASE - RETRO-JA-PAGO.
           IF DIFERENCA-CALCULADA > ZEROS
               PERFORM 009-EMITIR-DIFERENCA
           END-IF.
      *****************************************************************
       007-SOMAR-RETRO-PAGO SECTION.
           IF MATRICULA-RETRO-PAGO (INDICE-RETRO-PAGO)
                   = MATRICULA-EMPREGADO (INDICE-EMPREGADO)
               IF PAGAMENTO-RETRO-PAGO (INDICE-RETRO-PAGO)
                       = COMPETENCIA-VERIFICADA
                   ADD VALOR-RETRO-PAGO (INDICE-RETRO-PAGO)
                       TO RETRO-PAGO-NO-MES
               END-IF
               IF REFERENCIA-RETRO-PAGO (INDICE-RETRO-PAGO)
                       = COMPETENCIA-VERIFICADA
                   ADD VALOR-RETRO-PAGO (INDICE-RETRO-PAGO)
                       TO RETRO-JA-PAGO
               END-IF
           END-IF.
      *****************************************************************
       009-EMITIR-DIFERENCA SECTION.
           MOVE SPACES TO OBSERVACAO-LINHA.
           IF EMPREGADO-SEM-FOLHA (INDICE-EMPREGADO)
               MOVE 'NOT ON PAYROLL' TO OBSERVACAO-LINHA
               ADD 1 TO CONTADOR-SEM-FOLHA
               ADD DIFERENCA-CALCULADA TO TOTAL-SEM-FOLHA
           ELSE
               MOVE MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   TO MATRICULA-RETROATIVO
               MOVE COMPETENCIA-VERIFICADA
                   TO COMPETENCIA-REF-RETROATIVO
               MOVE COMPETENCIA-PAGAMENTO
                   TO COMPETENCIA-PAG-RETROATIVO
               MOVE SALARIO-PAGO-CALCULO TO SALARIO-PAGO-RETROATIVO
               MOVE SALARIO-DEVIDO-CALCULO
                   TO SALARIO-DEVIDO-RETROATIVO
               MOVE BRUTO-BASE TO BRUTO-PAGO-RETROATIVO
               MOVE BRUTO-DEVIDO TO BRUTO-DEVIDO-RETROATIVO
               MOVE DIFERENCA-CALCULADA TO VALOR-RETROATIVO
               WRITE REGISTRO-SAIDA-RETROATIVO
                   FROM REGISTRO-RETROATIVO
               ADD 1 TO CONTADOR-DIFERENCAS
               ADD DIFERENCA-CALCULADA TO TOTAL-DIFERENCAS
               IF DIFERENCA-EMPREGADO = ZEROS
                   ADD 1 TO CONTADOR-EMPREGADOS-PAGOS
               END-IF
               ADD DIFERENCA-CALCULADA TO DIFERENCA-EMPREGADO
           END-IF.
           PERFORM 010-IMPRIMIR-DIFERENCA.
      *****************************************************************
       010-IMPRIMIR-DIFERENCA SECTION.
           MOVE SALARIO-PAGO-CALCULO TO SALARIO-PAGO-EDITADO.
           MOVE SALARIO-DEVIDO-CALCULO TO SALARIO-DEVIDO-EDITADO.
           MOVE BRUTO-BASE TO BRUTO-PAGO-EDITADO.
           MOVE BRUTO-DEVIDO TO BRUTO-DEVIDO-EDITADO.
           MOVE DIFERENCA-CALCULADA TO DIFERENCA-EDITADA.
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
               COMPETENCIA-VERIFICADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SALARIO-PAGO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SALARIO-DEVIDO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-PAGO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-DEVIDO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DIFERENCA-EDITADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               OBSERVACAO-LINHA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       008-IMPRIMIR-TOTAL-EMPREGADO SECTION.
           MOVE DIFERENCA-EMPREGADO TO DIFERENCA-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '       TOTAL TO PAY FOR EMPLOYEE ' DELIMITED BY SIZE
               MATRICULA-EMPREGADO (INDICE-EMPREGADO)
                   DELIMITED BY SIZE
               '                                          '
                   DELIMITED BY SIZE
               DIFERENCA-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-RETROATIVO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'RETROACTIVE PAY DIFFERENCES - FOR APPROVAL'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAID WITH PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-PAGAMENTO DELIMITED BY SIZE
               '   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMP.   NAME                       PERIOD  '
                   DELIMITED BY SIZE
               ' SAL. PAID    SAL. DUE  GROSS PAID   GROSS DUE '
                   DELIMITED BY SIZE
               '  DIFFERENCE' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-RETROATIVO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-RETROATIVO
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-RETROATIVO SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-AJUSTES-RETROATIVOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DATED SALARY CHANGES ON JORNALM: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-EMPREGADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEES RECALCULATED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-EMPREGADOS-PAGOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEES WITH DIFFERENCES TO PAY: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-DIFERENCAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DIFFERENCES WRITTEN TO ENTRETRO: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-DIFERENCAS TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL RETROACTIVE PAY: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-SEM-FOLHA TO QUANTIDADE-EDITADA.
           MOVE TOTAL-SEM-FOLHA TO TOTAL-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DIFFERENCES OF EMPLOYEES NOT ON PAYROLL: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               TOTAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-RESCISOES TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'SETTLEMENT MONTHS NOT RECALCULATED: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-FORA-TABELA TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RECORDS LEFT OUT - WORK TABLE FULL: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'APPROVED FOR PAYMENT BY: ____________________'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'DATE: ____/____/________' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF NOT RUN-FOI-ABANDONADO
               CLOSE SAIDA-RETROATIVO
               CLOSE RELATORIO-RETROATIVO
               DISPLAY 'Retroactive pay complete. Differences: '
                   CONTADOR-DIFERENCAS
               IF CONTADOR-SEM-FOLHA > ZEROS
                       OR CONTADOR-FORA-TABELA > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
