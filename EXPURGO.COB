      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  LGPD retention purge: reads the retention   *
      *                   period in years from the PARMLGPD card,     *
      *                   deletes from PESSOAS-MASTER every 'D'       *
      *                   record terminated before the cutoff date,   *
      *                   with its MATRXREF entry and its DEPENDM     *
      *                   dependents, journals each delete to         *
      *                   JORNALM, and rewrites JORNALM, BACKUPM,     *
      *                   FOLHAHST, MOVDEPTO and AUDITLOG to new      *
      *                   files with name, birth date and bank        *
      *                   details replaced by a pseudonym tied to     *
      *                   MATRICULA, so amounts and totals are        *
      *                   untouched. Prints the RELEXPUR purge report *
      *                   for sign-off and writes a type 'E' RUNCTL   *
      *                   record with zero deltas.                    *
      *   2026-10-15  RA  FOLHAHST record lengthened for the          *
      *                   FGTS-exempt amount.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. EXPURGA-DESLIGADOS.
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

           SELECT MATRICULA-CROSS-REF ASSIGN TO "MATRXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-XREF
               FILE STATUS IS STATUS-ARQUIVO-XREF.

           SELECT DEPENDENTES ASSIGN TO "DEPENDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEPENDENTE
               FILE STATUS IS STATUS-ARQUIVO-DEPENDENTES.

           SELECT PARAMETROS-EXPURGO ASSIGN TO "PARMLGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-PARAMETROS.

           SELECT JORNAL-MESTRE ASSIGN TO "JORNALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-JORNAL.

           SELECT JORNAL-NOVO ASSIGN TO "JORNLNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-JORNAL-NOVO.

           SELECT BACKUP-MESTRE ASSIGN TO "BACKUPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-BACKUP.

           SELECT BACKUP-NOVO ASSIGN TO "BACKPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-BACKUP-NOVO.

           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.

           SELECT HISTORICO-NOVO ASSIGN TO "FOLHANEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO-NOVO.

           SELECT MOVIMENTO-DEPTO ASSIGN TO "MOVDEPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-MOVIMENTO.

           SELECT MOVIMENTO-NOVO ASSIGN TO "MOVDPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-MOVIMENTO-NOVO.

           SELECT AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUDITORIA.

           SELECT AUDITORIA-NOVA ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-NOVA.

           SELECT RELATORIO-EXPURGO ASSIGN TO "RELEXPUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.

           SELECT RUN-CONTROLE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RUN-CONTROLE.

           SELECT OPERADORES ASSIGN TO "OPERREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-ARQUIVO-OPERADORES.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  MATRICULA-CROSS-REF.
       COPY REGMATRX.

       FD  DEPENDENTES.
       COPY REGDEPEN.

       FD  PARAMETROS-EXPURGO.
       01  REGISTRO-PARAMETRO.
           03 ANOS-RETENCAO-PARAMETRO PIC X(02).

       FD  JORNAL-MESTRE.
       01  REGISTRO-JORNAL-LIDO PIC X(249).

       FD  JORNAL-NOVO.
       COPY REGJORNL.

       FD  BACKUP-MESTRE.
       01  REGISTRO-BACKUP-LIDO PIC X(84).

       FD  BACKUP-NOVO.
       COPY REGBACKP.

       FD  FOLHA-HISTORICO.
       01  REGISTRO-HISTORICO-LIDO PIC X(82).

       FD  HISTORICO-NOVO.
       COPY REGFOLHS.

       FD  MOVIMENTO-DEPTO.
       01  REGISTRO-MOVIMENTO-LIDO PIC X(72).

       FD  MOVIMENTO-NOVO.
       COPY REGMOVDP.

       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(120).

       FD  AUDITORIA-NOVA.
       01  REGISTRO-NOVO PIC X(120).

       FD  RELATORIO-EXPURGO.
       01  REGISTRO-RELATORIO PIC X(120).

       FD  RUN-CONTROLE.
       COPY REGRUNCT.

       FD  OPERADORES.
       COPY REGOPER.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-EXPURGO.
           03 FIM-VARREDURA PIC X(01) VALUE 'N'.
               88 FIM-DE-VARREDURA VALUE 'S'.
           03 FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-DE-ARQUIVO VALUE 'S'.
           03 FIM-DEPENDENTES PIC X(01) VALUE 'N'.
               88 FIM-DE-DEPENDENTES VALUE 'S'.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.
           03 HOUVE-EXCECAO PIC X(01) VALUE 'N'.
               88 EXCECAO-ENCONTRADA VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 DATA-EXECUCAO-R REDEFINES DATA-EXECUCAO.
               05 ANO-EXECUCAO PIC 9(04).
               05 MES-DIA-EXECUCAO PIC 9(04).
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 ANOS-RETENCAO PIC 9(02) VALUE ZEROS.
           03 RETENCAO-MINIMA PIC 9(02) VALUE 05.
           03 DATA-CORTE PIC 9(08) VALUE ZEROS.
           03 DATA-CORTE-R REDEFINES DATA-CORTE.
               05 ANO-CORTE PIC 9(04).
               05 MES-DIA-CORTE PIC 9(04).
           03 MATRICULA-PROCURADA PIC 9(06) VALUE ZEROS.
           03 MOTIVO-NAO-EXPURGADO PIC X(30) VALUE SPACES.
           03 SITUACAO-XREF-LINHA PIC X(14) VALUE SPACES.
           03 DEPENDENTES-REMOVIDOS-REGISTRO PIC 9(02) VALUE ZEROS.
           03 IMAGEM-TRABALHO PIC X(100) VALUE SPACES.
           03 IMAGEM-ALTERADA PIC X(01) VALUE 'N'.
               88 ALTEROU-IMAGEM VALUE 'S'.
           03 REGISTRO-ALTERADO PIC X(01) VALUE 'N'.
               88 ALTEROU-REGISTRO VALUE 'S'.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-XREF PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-DEPENDENTES PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-PARAMETROS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-JORNAL PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-JORNAL-NOVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-BACKUP PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-BACKUP-NOVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO-NOVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MOVIMENTO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MOVIMENTO-NOVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUDITORIA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-NOVA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RUN-CONTROLE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-OPERADORES PIC X(02) VALUE SPACES.
           03 SITUACAO-JORNAL PIC X(02) VALUE SPACES.
           03 SITUACAO-BACKUP PIC X(02) VALUE SPACES.
           03 SITUACAO-HISTORICO PIC X(02) VALUE SPACES.
           03 SITUACAO-MOVIMENTO PIC X(02) VALUE SPACES.
           03 SITUACAO-AUDITORIA PIC X(02) VALUE SPACES.
           03 XREF-DISPONIVEL PIC X(01) VALUE 'N'.
               88 XREF-ABERTO VALUE 'S'.
           03 DEPENDENTES-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DEPENDENTES-ABERTO VALUE 'S'.
           03 SENHA-INFORMADA PIC X(08) VALUE SPACES.
           03 ACESSO-VALIDO PIC X(01) VALUE 'N'.
               88 ACESSO-LIBERADO VALUE 'S'.

       01 TABELA-EXPURGO.
           03 QUANTIDADE-EXPURGO PIC 9(03) VALUE ZEROS.
           03 ENTRADA-EXPURGO OCCURS 500 TIMES.
               05 MATRICULA-EXPURGO PIC 9(06).
               05 IMAGEM-EXPURGO PIC X(100).
               05 NOME-BUSCA-EXPURGO PIC X(26).
               05 TAMANHO-NOME-EXPURGO PIC 9(02).
               05 SITUACAO-EXPURGO PIC X(01).
                   88 EXPURGO-EFETUADO VALUE 'S'.
               05 HOMONIMO-EXPURGO PIC X(01).
                   88 NOME-AMBIGUO VALUE 'S'.
               05 QUANTIDADE-CONTAS-EXPURGO PIC 9(01).
               05 CONTA-EXPURGO PIC X(10) OCCURS 5 TIMES.
           03 INDICE-EXPURGO PIC 9(03) VALUE ZEROS.
           03 INDICE-COMPARACAO PIC 9(03) VALUE ZEROS.
           03 INDICE-EXPURGO-ACHADO PIC 9(03) VALUE ZEROS.
           03 EXPURGO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-EXPURGO VALUE 'S'.
           03 INDICE-CONTA PIC 9(01) VALUE ZEROS.
           03 CONTA-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-CONTA VALUE 'S'.
           03 CONTA-PROCURADA PIC X(10) VALUE SPACES.
           03 AVISO-TABELA-EXPURGO PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CHEIA VALUE 'S'.

       01 PSEUDONIMO-EXPURGO.
           03 PSEUDONIMO-NOME.
               05 FILLER PIC X(04) VALUE 'ANON'.
               05 PSEUDONIMO-MATRICULA PIC 9(06) VALUE ZEROS.
           03 PSEUDONIMO-SOBRENOME PIC X(15) VALUE 'EXPURGADO'.
           03 PSEUDONIMO-DEPENDENTE PIC X(30) VALUE 'EXPURGADO'.
           03 MASCARA-CONTA PIC X(10) VALUE '0000000000'.

       01 BUSCA-AUDITORIA.
           03 NOME-BUSCA PIC X(26) VALUE SPACES.
           03 TAMANHO-NOME PIC 9(02) VALUE ZEROS.
           03 PONTEIRO-NOME PIC 9(03) VALUE ZEROS.
           03 POSICAO-NOME PIC 9(03) VALUE ZEROS.
           03 POSICAO-ACHADA PIC 9(03) VALUE ZEROS.
           03 POSICAO-FINAL PIC 9(03) VALUE ZEROS.
           03 POSICAO-ACAO PIC 9(03) VALUE ZEROS.
           03 LIMITE-POSICAO PIC 9(03) VALUE ZEROS.
           03 TAMANHO-ACAO PIC 9(03) VALUE ZEROS.
           03 TAMANHO-CONTA PIC 9(02) VALUE ZEROS.
           03 OCORRENCIAS-NOME PIC 9(03) VALUE ZEROS.
           03 OCORRENCIAS-MATRICULA PIC 9(03) VALUE ZEROS.
           03 NOME-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-NOME VALUE 'S'.
           03 NOME-SUBSTITUIDO PIC X(01) VALUE 'N'.
               88 SUBSTITUIU-NOME VALUE 'S'.
           03 FRONTEIRA-NOME PIC X(01) VALUE 'N'.
               88 FRONTEIRA-VALIDA VALUE 'S'.
           03 MARCA-MATRICULA.
               05 FILLER PIC X(04) VALUE 'MAT '.
               05 MARCA-MATRICULA-NUMERO PIC 9(06) VALUE ZEROS.
           03 MARCA-DEPENDENTE.
               05 FILLER PIC X(07) VALUE 'DEPEND '.
               05 MARCA-DEPENDENTE-NUMERO PIC 9(06) VALUE ZEROS.
               05 FILLER PIC X(01) VALUE '-'.
           03 PONTEIRO-LINHA PIC 9(03) VALUE ZEROS.
           03 LINHA-NOVA PIC X(120) VALUE SPACES.

       01 CONTADORES-EXPURGO.
           03 CONTADOR-MESTRE-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-SELECIONADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-EXPURGADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-NAO-EXPURGADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-XREF-EXCLUIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-DEPENDENTES-EXCLUIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-HOMONIMOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-JORNAL-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-JORNAL-ALTERADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-BACKUP-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-BACKUP-ALTERADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-HISTORICO-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-HISTORICO-ALTERADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-MOVIMENTO-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-MOVIMENTO-ALTERADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-AUDITORIA-LIDAS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-AUDITORIA-ALTERADAS PIC 9(06) VALUE ZEROS.

       01 LINHA-ARQUIVO.
           03 NOME-ARQUIVO-LINHA PIC X(08) VALUE SPACES.
           03 NOVO-ARQUIVO-LINHA PIC X(08) VALUE SPACES.
           03 SITUACAO-ARQUIVO-LINHA PIC X(02) VALUE SPACES.
           03 LIDOS-ARQUIVO-LINHA PIC 9(06) VALUE ZEROS.
           03 ALTERADOS-ARQUIVO-LINHA PIC 9(06) VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
           03 QUANTIDADE-EDITADA-2 PIC ZZZZZ9.
           03 PONTEIRO-RELATORIO PIC 9(03) VALUE ZEROS.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           IF NOT RUN-FOI-ABANDONADO
               PERFORM 001-SELECIONAR-MESTRE UNTIL FIM-DE-VARREDURA
               PERFORM 003-EXPURGAR-REGISTRO
                   VARYING INDICE-EXPURGO FROM 1 BY 1
                   UNTIL INDICE-EXPURGO > QUANTIDADE-EXPURGO
               IF CONTADOR-EXPURGADOS > ZEROS
                   PERFORM 022-VERIFICAR-HOMONIMOS
                   PERFORM 030-REGRAVAR-JORNAL
                   PERFORM 045-REGRAVAR-BACKUP
                   PERFORM 035-REGRAVAR-HISTORICO
                   PERFORM 040-REGRAVAR-MOVIMENTO
                   PERFORM 050-REGRAVAR-AUDITORIA
               END-IF
               PERFORM 012-IMPRIMIR-RODAPE-EXPURGO
           END-IF.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           PERFORM 017-VALIDAR-OPERADOR.
           IF NOT ACESSO-LIBERADO
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               PERFORM 019-LER-PARAMETROS
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN I-O PESSOAS-MASTER
               IF STATUS-ARQUIVO-MESTRE NOT = '00'
                   DISPLAY 'ERROR: could not open master file '
                       'PESSOASM - status [' STATUS-ARQUIVO-MESTRE
                       '].'
                   MOVE 'S' TO RUN-ABANDONADO
               END-IF
           END-IF.

           IF NOT RUN-FOI-ABANDONADO
               OPEN I-O MATRICULA-CROSS-REF
               IF STATUS-ARQUIVO-XREF = '00'
                   MOVE 'S' TO XREF-DISPONIVEL
               ELSE
                   MOVE 'N' TO XREF-DISPONIVEL
                   MOVE 'S' TO HOUVE-EXCECAO
                   DISPLAY 'WARNING: cross-reference MATRXREF not '
                       'available - status [' STATUS-ARQUIVO-XREF
                       '] - rebuild with CONSTROI-XREF after the '
                       'purge.'
               END-IF
               OPEN I-O DEPENDENTES
               EVALUATE STATUS-ARQUIVO-DEPENDENTES
                   WHEN '00'
                       MOVE 'S' TO DEPENDENTES-DISPONIVEL
                   WHEN '35'
                       MOVE 'N' TO DEPENDENTES-DISPONIVEL
                   WHEN OTHER
                       MOVE 'N' TO DEPENDENTES-DISPONIVEL
                       MOVE 'S' TO HOUVE-EXCECAO
                       DISPLAY 'WARNING: dependents file DEPENDM not '
                           'available - status ['
                           STATUS-ARQUIVO-DEPENDENTES
                           '] - dependents not removed.'
               END-EVALUATE
               OPEN OUTPUT RELATORIO-EXPURGO
               PERFORM 011-IMPRIMIR-CABECALHO-EXPURGO
               MOVE 'N' TO FIM-VARREDURA
               MOVE LOW-VALUES TO CHAVE-MESTRE
               START PESSOAS-MASTER KEY NOT < CHAVE-MESTRE
                   INVALID KEY
                       SET FIM-DE-VARREDURA TO TRUE
               END-START
           END-IF.

           IF RUN-FOI-ABANDONADO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
       017-VALIDAR-OPERADOR SECTION.
           MOVE 'N' TO ACESSO-VALIDO.
           OPEN INPUT OPERADORES.
           IF STATUS-ARQUIVO-OPERADORES NOT = '00'
               DISPLAY 'WARNING: operator file OPERREF not '
                   'available - status ['
                   STATUS-ARQUIVO-OPERADORES
                   '] - sign-on check skipped.'
               MOVE 'S' TO ACESSO-VALIDO
           ELSE
               DISPLAY 'Password: '
               ACCEPT SENHA-INFORMADA FROM CONSOLE
               MOVE OPERADOR-ID TO ID-OPERADOR
               READ OPERADORES
                   INVALID KEY
                       DISPLAY 'ERROR: operator [' OPERADOR-ID
                           '] not on OPERREF - sign-on refused.'
                   NOT INVALID KEY
                       IF SENHA-OPERADOR NOT = SENHA-INFORMADA
                           DISPLAY 'ERROR: invalid password - '
                               'sign-on refused.'
                       ELSE
                           IF NIVEL-ATUALIZACAO-MASSA
                               MOVE 'S' TO ACESSO-VALIDO
                           ELSE
                               DISPLAY 'ERROR: authority level ['
                                   NIVEL-OPERADOR '] insufficient '
                                   '- mass-update authority '
                                   'required.'
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
           IF NOT ACESSO-LIBERADO
               PERFORM 018-GRAVAR-AUDITORIA-SIGNON
           END-IF.
      *****************************************************************
       018-GRAVAR-AUDITORIA-SIGNON SECTION.
           OPEN EXTEND AUDITORIA.
           IF STATUS-ARQUIVO-AUDITORIA NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING
               OPERADOR-ID DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HORA-EXECUCAO DELIMITED BY SIZE
               ' SIGNON NEGADO EXPURGA-DESLIGADOS' DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AUDITORIA.
      *****************************************************************
       019-LER-PARAMETROS SECTION.
           OPEN INPUT PARAMETROS-EXPURGO.
           IF STATUS-ARQUIVO-PARAMETROS NOT = '00'
               DISPLAY 'ERROR: parameter file PARMLGPD not '
                   'available - status [' STATUS-ARQUIVO-PARAMETROS
                   '] - run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           ELSE
               READ PARAMETROS-EXPURGO
                   AT END
                       DISPLAY 'ERROR: parameter file PARMLGPD is '
                           'empty - run abandoned.'
                       MOVE 'S' TO RUN-ABANDONADO
                   NOT AT END
                       PERFORM 020-APLICAR-PARAMETROS
               END-READ
               CLOSE PARAMETROS-EXPURGO
           END-IF.
      *****************************************************************
       020-APLICAR-PARAMETROS SECTION.
           IF ANOS-RETENCAO-PARAMETRO IS NUMERIC
               MOVE ANOS-RETENCAO-PARAMETRO TO ANOS-RETENCAO
           ELSE
               MOVE ZEROS TO ANOS-RETENCAO
           END-IF.
           IF ANOS-RETENCAO < RETENCAO-MINIMA
               DISPLAY 'ERROR: invalid retention period ['
                   ANOS-RETENCAO-PARAMETRO '] on PARMLGPD - at least '
                   RETENCAO-MINIMA ' years required - run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           ELSE
               MOVE DATA-EXECUCAO TO DATA-CORTE
               SUBTRACT ANOS-RETENCAO FROM ANO-CORTE
               DISPLAY 'Parameters loaded from PARMLGPD - retention '
                   ANOS-RETENCAO ' years - purging terminations '
                   'dated before ' DATA-CORTE '.'
           END-IF.
      *****************************************************************
       001-SELECIONAR-MESTRE SECTION.
           READ PESSOAS-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-VARREDURA TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-MESTRE-LIDOS
                   IF MESTRE-DESLIGADO
                           AND DATA-DESLIGAMENTO-MESTRE IS NUMERIC
                           AND DATA-DESLIGAMENTO-MESTRE > ZEROS
                           AND DATA-DESLIGAMENTO-MESTRE < DATA-CORTE
                       PERFORM 002-INCLUIR-EXPURGO
                   END-IF
           END-READ.
      *****************************************************************
       002-INCLUIR-EXPURGO SECTION.
           ADD 1 TO CONTADOR-SELECIONADOS.
           EVALUATE TRUE
               WHEN MATRICULA-MESTRE NOT NUMERIC
                       OR MATRICULA-MESTRE = ZEROS
                   ADD 1 TO CONTADOR-NAO-EXPURGADOS
                   MOVE 'S' TO HOUVE-EXCECAO
                   MOVE 'NO EMPLOYEE NUMBER' TO MOTIVO-NAO-EXPURGADO
                   PERFORM 015-IMPRIMIR-LINHA-NAO-EXPURGADO
               WHEN QUANTIDADE-EXPURGO = 500
                   ADD 1 TO CONTADOR-NAO-EXPURGADOS
                   MOVE 'S' TO HOUVE-EXCECAO
                   IF NOT AVISADA-TABELA-CHEIA
                       DISPLAY 'WARNING: purge table full (500) - '
                           'the remaining records are left for the '
                           'next run.'
                       SET AVISADA-TABELA-CHEIA TO TRUE
                   END-IF
                   MOVE 'TABLE FULL - LEFT FOR NEXT RUN'
                       TO MOTIVO-NAO-EXPURGADO
                   PERFORM 015-IMPRIMIR-LINHA-NAO-EXPURGADO
               WHEN OTHER
                   ADD 1 TO QUANTIDADE-EXPURGO
                   MOVE MATRICULA-MESTRE
                       TO MATRICULA-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE SPACES TO IMAGEM-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE REGISTRO-MESTRE
                       TO IMAGEM-EXPURGO (QUANTIDADE-EXPURGO)
                   PERFORM 016-MONTAR-NOME-BUSCA
                   MOVE NOME-BUSCA
                       TO NOME-BUSCA-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE TAMANHO-NOME
                       TO TAMANHO-NOME-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE 'N' TO SITUACAO-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE 'N' TO HOMONIMO-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE ZEROS
                       TO QUANTIDADE-CONTAS-EXPURGO (QUANTIDADE-EXPURGO)
                   MOVE QUANTIDADE-EXPURGO TO INDICE-EXPURGO-ACHADO
                   MOVE CONTA-MESTRE TO CONTA-PROCURADA
                   PERFORM 027-GUARDAR-CONTA
                   PERFORM 004-COMPARAR-HOMONIMO
                       VARYING INDICE-COMPARACAO FROM 1 BY 1
                       UNTIL INDICE-COMPARACAO >= QUANTIDADE-EXPURGO
           END-EVALUATE.
      *****************************************************************
       004-COMPARAR-HOMONIMO SECTION.
           IF NOME-BUSCA-EXPURGO (INDICE-COMPARACAO)
                   = NOME-BUSCA-EXPURGO (QUANTIDADE-EXPURGO)
               MOVE 'S' TO HOMONIMO-EXPURGO (INDICE-COMPARACAO)
               MOVE 'S' TO HOMONIMO-EXPURGO (QUANTIDADE-EXPURGO)
           END-IF.
      *****************************************************************
       016-MONTAR-NOME-BUSCA SECTION.
           MOVE SPACES TO NOME-BUSCA.
           MOVE 1 TO PONTEIRO-NOME.
           STRING
               PRIMEIRO-NOME-MESTRE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME-MESTRE DELIMITED BY SPACE
               INTO NOME-BUSCA
               WITH POINTER PONTEIRO-NOME
           END-STRING.
           COMPUTE TAMANHO-NOME = PONTEIRO-NOME - 1.
           IF TAMANHO-NOME < 3
               MOVE ZEROS TO TAMANHO-NOME
           END-IF.
      *****************************************************************
       003-EXPURGAR-REGISTRO SECTION.
           MOVE IMAGEM-EXPURGO (INDICE-EXPURGO) TO REGISTRO-MESTRE.
           DELETE PESSOAS-MASTER
               INVALID KEY
                   ADD 1 TO CONTADOR-NAO-EXPURGADOS
                   MOVE 'S' TO HOUVE-EXCECAO
                   DISPLAY 'ERROR: could not delete master record '
                       'for employee ' MATRICULA-EXPURGO
                       (INDICE-EXPURGO) ' - status ['
                       STATUS-ARQUIVO-MESTRE '].'
                   MOVE 'MASTER DELETE FAILED'
                       TO MOTIVO-NAO-EXPURGADO
                   PERFORM 015-IMPRIMIR-LINHA-NAO-EXPURGADO
               NOT INVALID KEY
                   MOVE 'S' TO SITUACAO-EXPURGO (INDICE-EXPURGO)
                   ADD 1 TO CONTADOR-EXPURGADOS
                   PERFORM 006-EXCLUIR-XREF
                   PERFORM 007-EXCLUIR-DEPENDENTES
                   PERFORM 010-PSEUDONIMIZAR-MESTRE
                   PERFORM 014-IMPRIMIR-LINHA-EXPURGO
           END-DELETE.
      *****************************************************************
       006-EXCLUIR-XREF SECTION.
           IF XREF-ABERTO
               MOVE MATRICULA-EXPURGO (INDICE-EXPURGO)
                   TO MATRICULA-XREF
               DELETE MATRICULA-CROSS-REF
                   INVALID KEY
                       MOVE 'NOT ON XREF' TO SITUACAO-XREF-LINHA
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-XREF-EXCLUIDOS
                       MOVE 'XREF REMOVED' TO SITUACAO-XREF-LINHA
               END-DELETE
           ELSE
               MOVE 'XREF NOT OPEN' TO SITUACAO-XREF-LINHA
           END-IF.
      *****************************************************************
       007-EXCLUIR-DEPENDENTES SECTION.
           MOVE ZEROS TO DEPENDENTES-REMOVIDOS-REGISTRO.
           IF DEPENDENTES-ABERTO
               MOVE MATRICULA-EXPURGO (INDICE-EXPURGO)
                   TO MATRICULA-PROCURADA
               MOVE MATRICULA-PROCURADA TO MATRICULA-DEPENDENTE
               MOVE ZEROS TO SEQUENCIA-DEPENDENTE
               MOVE 'N' TO FIM-DEPENDENTES
               START DEPENDENTES KEY NOT < CHAVE-DEPENDENTE
                   INVALID KEY
                       SET FIM-DE-DEPENDENTES TO TRUE
               END-START
               PERFORM 008-LER-DEPENDENTE UNTIL FIM-DE-DEPENDENTES
           END-IF.
      *****************************************************************
       008-LER-DEPENDENTE SECTION.
           READ DEPENDENTES NEXT RECORD
               AT END
                   SET FIM-DE-DEPENDENTES TO TRUE
               NOT AT END
                   IF MATRICULA-DEPENDENTE NOT = MATRICULA-PROCURADA
                       SET FIM-DE-DEPENDENTES TO TRUE
                   ELSE
                       DELETE DEPENDENTES
                           INVALID KEY
                               MOVE 'S' TO HOUVE-EXCECAO
                               DISPLAY 'ERROR: could not delete '
                                   'dependent ' MATRICULA-DEPENDENTE
                                   '-' SEQUENCIA-DEPENDENTE
                                   ' - status ['
                                   STATUS-ARQUIVO-DEPENDENTES '].'
                           NOT INVALID KEY
                               ADD 1 TO DEPENDENTES-REMOVIDOS-REGISTRO
                               ADD 1 TO CONTADOR-DEPENDENTES-EXCLUIDOS
                       END-DELETE
                   END-IF
           END-READ.
      *****************************************************************
       010-PSEUDONIMIZAR-MESTRE SECTION.
           MOVE MATRICULA-MESTRE TO PSEUDONIMO-MATRICULA.
           MOVE PSEUDONIMO-NOME TO PRIMEIRO-NOME-MESTRE.
           MOVE PSEUDONIMO-SOBRENOME TO SOBRENOME-MESTRE.
           MOVE ZEROS TO DATA-NASCIMENTO-MESTRE.
           MOVE ZEROS TO BANCO-MESTRE.
           MOVE ZEROS TO AGENCIA-MESTRE.
           MOVE ZEROS TO CONTA-MESTRE.
      *****************************************************************
       022-VERIFICAR-HOMONIMOS SECTION.
           MOVE 'N' TO FIM-VARREDURA.
           MOVE LOW-VALUES TO CHAVE-MESTRE.
           START PESSOAS-MASTER KEY NOT < CHAVE-MESTRE
               INVALID KEY
                   SET FIM-DE-VARREDURA TO TRUE
           END-START.
           PERFORM 023-LER-MESTRE-HOMONIMO UNTIL FIM-DE-VARREDURA.
      *****************************************************************
       023-LER-MESTRE-HOMONIMO SECTION.
           READ PESSOAS-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-VARREDURA TO TRUE
               NOT AT END
                   PERFORM 016-MONTAR-NOME-BUSCA
                   IF TAMANHO-NOME > ZEROS
                       PERFORM 024-COMPARAR-NOME-MESTRE
                           VARYING INDICE-EXPURGO FROM 1 BY 1
                           UNTIL INDICE-EXPURGO > QUANTIDADE-EXPURGO
                   END-IF
           END-READ.
      *****************************************************************
       024-COMPARAR-NOME-MESTRE SECTION.
           IF EXPURGO-EFETUADO (INDICE-EXPURGO)
                   AND NOME-BUSCA-EXPURGO (INDICE-EXPURGO) = NOME-BUSCA
               MOVE 'S' TO HOMONIMO-EXPURGO (INDICE-EXPURGO)
           END-IF.
      *****************************************************************
       025-PROCURAR-MATRICULA SECTION.
           MOVE 'N' TO EXPURGO-LOCALIZADO.
           MOVE ZEROS TO INDICE-EXPURGO-ACHADO.
           IF MATRICULA-PROCURADA > ZEROS
               PERFORM 026-COMPARAR-MATRICULA
                   VARYING INDICE-EXPURGO FROM 1 BY 1
                   UNTIL INDICE-EXPURGO > QUANTIDADE-EXPURGO
                       OR ACHOU-EXPURGO
           END-IF.
      *****************************************************************
       026-COMPARAR-MATRICULA SECTION.
           IF EXPURGO-EFETUADO (INDICE-EXPURGO)
                   AND MATRICULA-EXPURGO (INDICE-EXPURGO)
                       = MATRICULA-PROCURADA
               MOVE 'S' TO EXPURGO-LOCALIZADO
               MOVE INDICE-EXPURGO TO INDICE-EXPURGO-ACHADO
           END-IF.
      *****************************************************************
       027-GUARDAR-CONTA SECTION.
           IF CONTA-PROCURADA NOT = SPACES
                   AND CONTA-PROCURADA NOT = ZEROS
               MOVE 'N' TO CONTA-LOCALIZADA
               PERFORM 028-COMPARAR-CONTA
                   VARYING INDICE-CONTA FROM 1 BY 1
                   UNTIL INDICE-CONTA > QUANTIDADE-CONTAS-EXPURGO
                       (INDICE-EXPURGO-ACHADO)
                       OR ACHOU-CONTA
               IF NOT ACHOU-CONTA
                       AND QUANTIDADE-CONTAS-EXPURGO
                           (INDICE-EXPURGO-ACHADO) < 5
                   ADD 1 TO QUANTIDADE-CONTAS-EXPURGO
                       (INDICE-EXPURGO-ACHADO)
                   MOVE QUANTIDADE-CONTAS-EXPURGO
                       (INDICE-EXPURGO-ACHADO) TO INDICE-CONTA
                   MOVE CONTA-PROCURADA TO CONTA-EXPURGO
                       (INDICE-EXPURGO-ACHADO, INDICE-CONTA)
               END-IF
           END-IF.
      *****************************************************************
       028-COMPARAR-CONTA SECTION.
           IF CONTA-EXPURGO (INDICE-EXPURGO-ACHADO, INDICE-CONTA)
                   = CONTA-PROCURADA
               MOVE 'S' TO CONTA-LOCALIZADA
           END-IF.
      *****************************************************************
       029-AVISAR-ARQUIVO SECTION.
           DISPLAY 'WARNING: ' NOME-ARQUIVO-LINHA ' not available - '
               'status [' SITUACAO-ARQUIVO-LINHA '].'.
           IF SITUACAO-ARQUIVO-LINHA NOT = '35'
               MOVE 'S' TO HOUVE-EXCECAO
           END-IF.
      *****************************************************************
       030-REGRAVAR-JORNAL SECTION.
           OPEN INPUT JORNAL-MESTRE.
           MOVE STATUS-ARQUIVO-JORNAL TO SITUACAO-JORNAL.
           OPEN OUTPUT JORNAL-NOVO.
           IF SITUACAO-JORNAL = '00'
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 031-COPIAR-JORNAL UNTIL FIM-DE-ARQUIVO
               CLOSE JORNAL-MESTRE
           ELSE
               MOVE 'JORNALM' TO NOME-ARQUIVO-LINHA
               MOVE SITUACAO-JORNAL TO SITUACAO-ARQUIVO-LINHA
               PERFORM 029-AVISAR-ARQUIVO
           END-IF.
           PERFORM 033-GRAVAR-JORNAL-EXCLUSAO
               VARYING INDICE-EXPURGO FROM 1 BY 1
               UNTIL INDICE-EXPURGO > QUANTIDADE-EXPURGO.
           CLOSE JORNAL-NOVO.
      *****************************************************************
       031-COPIAR-JORNAL SECTION.
           READ JORNAL-MESTRE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-JORNAL-LIDOS
                   MOVE 'N' TO REGISTRO-ALTERADO
                   MOVE REGISTRO-JORNAL-LIDO TO REGISTRO-JORNAL
                   IF IMAGEM-ANTES-JORNAL NOT = SPACES
                       MOVE IMAGEM-ANTES-JORNAL TO IMAGEM-TRABALHO
                       PERFORM 032-PSEUDONIMIZAR-IMAGEM
                       IF ALTEROU-IMAGEM
                           MOVE IMAGEM-TRABALHO
                               TO IMAGEM-ANTES-JORNAL
                           MOVE 'S' TO REGISTRO-ALTERADO
                       END-IF
                   END-IF
                   IF IMAGEM-DEPOIS-JORNAL NOT = SPACES
                       MOVE IMAGEM-DEPOIS-JORNAL TO IMAGEM-TRABALHO
                       PERFORM 032-PSEUDONIMIZAR-IMAGEM
                       IF ALTEROU-IMAGEM
                           MOVE IMAGEM-TRABALHO
                               TO IMAGEM-DEPOIS-JORNAL
                           MOVE 'S' TO REGISTRO-ALTERADO
                       END-IF
                   END-IF
                   IF ALTEROU-REGISTRO
                       ADD 1 TO CONTADOR-JORNAL-ALTERADOS
                   END-IF
                   WRITE REGISTRO-JORNAL
           END-READ.
      *****************************************************************
       032-PSEUDONIMIZAR-IMAGEM SECTION.
           MOVE 'N' TO IMAGEM-ALTERADA.
           MOVE IMAGEM-TRABALHO TO REGISTRO-MESTRE.
           IF MATRICULA-MESTRE IS NUMERIC
               MOVE MATRICULA-MESTRE TO MATRICULA-PROCURADA
               PERFORM 025-PROCURAR-MATRICULA
               IF ACHOU-EXPURGO
                   MOVE CONTA-MESTRE TO CONTA-PROCURADA
                   PERFORM 027-GUARDAR-CONTA
                   PERFORM 010-PSEUDONIMIZAR-MESTRE
                   MOVE SPACES TO IMAGEM-TRABALHO
                   MOVE REGISTRO-MESTRE TO IMAGEM-TRABALHO
                   MOVE 'S' TO IMAGEM-ALTERADA
               END-IF
           END-IF.
      *****************************************************************
       033-GRAVAR-JORNAL-EXCLUSAO SECTION.
           IF EXPURGO-EFETUADO (INDICE-EXPURGO)
               MOVE IMAGEM-EXPURGO (INDICE-EXPURGO) TO REGISTRO-MESTRE
               PERFORM 010-PSEUDONIMIZAR-MESTRE
               MOVE SPACES TO REGISTRO-JORNAL
               SET JORNAL-EXCLUSAO TO TRUE
               MOVE DATA-EXECUCAO TO DATA-JORNAL
               MOVE HORA-EXECUCAO TO HORA-JORNAL
               MOVE OPERADOR-ID TO OPERADOR-JORNAL
               MOVE 'EXPURGA-DESLIGADOS' TO PROGRAMA-JORNAL
               MOVE REGISTRO-MESTRE TO IMAGEM-ANTES-JORNAL
               MOVE SPACES TO IMAGEM-DEPOIS-JORNAL
               WRITE REGISTRO-JORNAL
           END-IF.
      *****************************************************************
       035-REGRAVAR-HISTORICO SECTION.
           OPEN INPUT FOLHA-HISTORICO.
           MOVE STATUS-ARQUIVO-HISTORICO TO SITUACAO-HISTORICO.
           IF SITUACAO-HISTORICO = '00'
               OPEN OUTPUT HISTORICO-NOVO
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 036-COPIAR-HISTORICO UNTIL FIM-DE-ARQUIVO
               CLOSE FOLHA-HISTORICO
               CLOSE HISTORICO-NOVO
           ELSE
               MOVE 'FOLHAHST' TO NOME-ARQUIVO-LINHA
               MOVE SITUACAO-HISTORICO TO SITUACAO-ARQUIVO-LINHA
               PERFORM 029-AVISAR-ARQUIVO
           END-IF.
      *****************************************************************
       036-COPIAR-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-HISTORICO-LIDOS
                   MOVE REGISTRO-HISTORICO-LIDO
                       TO REGISTRO-FOLHA-HISTORICO
                   IF MATRICULA-HISTORICO IS NUMERIC
                       MOVE MATRICULA-HISTORICO TO MATRICULA-PROCURADA
                       PERFORM 025-PROCURAR-MATRICULA
                       IF ACHOU-EXPURGO
                           MOVE MATRICULA-HISTORICO
                               TO PSEUDONIMO-MATRICULA
                           MOVE PSEUDONIMO-NOME TO NOME-HISTORICO
                           MOVE PSEUDONIMO-SOBRENOME
                               TO SOBRENOME-HISTORICO
                           ADD 1 TO CONTADOR-HISTORICO-ALTERADOS
                       END-IF
                   END-IF
                   WRITE REGISTRO-FOLHA-HISTORICO
           END-READ.
      *****************************************************************
       040-REGRAVAR-MOVIMENTO SECTION.
           OPEN INPUT MOVIMENTO-DEPTO.
           MOVE STATUS-ARQUIVO-MOVIMENTO TO SITUACAO-MOVIMENTO.
           IF SITUACAO-MOVIMENTO = '00'
               OPEN OUTPUT MOVIMENTO-NOVO
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 041-COPIAR-MOVIMENTO UNTIL FIM-DE-ARQUIVO
               CLOSE MOVIMENTO-DEPTO
               CLOSE MOVIMENTO-NOVO
           ELSE
               MOVE 'MOVDEPTO' TO NOME-ARQUIVO-LINHA
               MOVE SITUACAO-MOVIMENTO TO SITUACAO-ARQUIVO-LINHA
               PERFORM 029-AVISAR-ARQUIVO
           END-IF.
      *****************************************************************
       041-COPIAR-MOVIMENTO SECTION.
           READ MOVIMENTO-DEPTO
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-MOVIMENTO-LIDOS
                   MOVE REGISTRO-MOVIMENTO-LIDO TO REGISTRO-MOVIMENTO
                   IF MATRICULA-MOVIMENTO IS NUMERIC
                       MOVE MATRICULA-MOVIMENTO TO MATRICULA-PROCURADA
                       PERFORM 025-PROCURAR-MATRICULA
                       IF ACHOU-EXPURGO
                           MOVE MATRICULA-MOVIMENTO
                               TO PSEUDONIMO-MATRICULA
                           MOVE PSEUDONIMO-NOME TO NOME-MOVIMENTO
                           MOVE PSEUDONIMO-SOBRENOME
                               TO SOBRENOME-MOVIMENTO
                           ADD 1 TO CONTADOR-MOVIMENTO-ALTERADOS
                       END-IF
                   END-IF
                   WRITE REGISTRO-MOVIMENTO
           END-READ.
      *****************************************************************
       045-REGRAVAR-BACKUP SECTION.
           OPEN INPUT BACKUP-MESTRE.
           MOVE STATUS-ARQUIVO-BACKUP TO SITUACAO-BACKUP.
           IF SITUACAO-BACKUP = '00'
               OPEN OUTPUT BACKUP-NOVO
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 046-COPIAR-BACKUP UNTIL FIM-DE-ARQUIVO
               CLOSE BACKUP-MESTRE
               CLOSE BACKUP-NOVO
           ELSE
               MOVE 'BACKUPM' TO NOME-ARQUIVO-LINHA
               MOVE SITUACAO-BACKUP TO SITUACAO-ARQUIVO-LINHA
               PERFORM 029-AVISAR-ARQUIVO
           END-IF.
      *****************************************************************
       046-COPIAR-BACKUP SECTION.
           READ BACKUP-MESTRE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-BACKUP-LIDOS
                   MOVE REGISTRO-BACKUP-LIDO TO REGISTRO-BACKUP
                   IF BACKUP-DETALHE
                       MOVE DADOS-BACKUP TO IMAGEM-TRABALHO
                       PERFORM 032-PSEUDONIMIZAR-IMAGEM
                       IF ALTEROU-IMAGEM
                           MOVE IMAGEM-TRABALHO TO DADOS-BACKUP
                           ADD 1 TO CONTADOR-BACKUP-ALTERADOS
                       END-IF
                   END-IF
                   WRITE REGISTRO-BACKUP
           END-READ.
      *****************************************************************
       050-REGRAVAR-AUDITORIA SECTION.
           OPEN INPUT AUDITORIA.
           MOVE STATUS-ARQUIVO-AUDITORIA TO SITUACAO-AUDITORIA.
           OPEN OUTPUT AUDITORIA-NOVA.
           IF SITUACAO-AUDITORIA = '00'
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 051-COPIAR-AUDITORIA UNTIL FIM-DE-ARQUIVO
               CLOSE AUDITORIA
           ELSE
               MOVE 'AUDITLOG' TO NOME-ARQUIVO-LINHA
               MOVE SITUACAO-AUDITORIA TO SITUACAO-ARQUIVO-LINHA
               PERFORM 029-AVISAR-ARQUIVO
           END-IF.
           PERFORM 055-GRAVAR-AUDITORIA-EXPURGO
               VARYING INDICE-EXPURGO FROM 1 BY 1
               UNTIL INDICE-EXPURGO > QUANTIDADE-EXPURGO.
           CLOSE AUDITORIA-NOVA.
      *****************************************************************
       051-COPIAR-AUDITORIA SECTION.
           READ AUDITORIA
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-AUDITORIA-LIDAS
                   MOVE 'N' TO REGISTRO-ALTERADO
                   MOVE REGISTRO-AUDITORIA TO REGISTRO-NOVO
                   PERFORM 052-TRATAR-NOME-LINHA
                       VARYING INDICE-EXPURGO FROM 1 BY 1
                       UNTIL INDICE-EXPURGO > QUANTIDADE-EXPURGO
                   IF ALTEROU-REGISTRO
                       ADD 1 TO CONTADOR-AUDITORIA-ALTERADAS
                   END-IF
                   WRITE REGISTRO-NOVO
           END-READ.
      *****************************************************************
       052-TRATAR-NOME-LINHA SECTION.
           IF EXPURGO-EFETUADO (INDICE-EXPURGO)
               PERFORM 059-TRATAR-DEPENDENTE-LINHA
               MOVE ZEROS TO OCORRENCIAS-NOME
               MOVE 'N' TO NOME-SUBSTITUIDO
               IF TAMANHO-NOME-EXPURGO (INDICE-EXPURGO) > ZEROS
                   MOVE NOME-BUSCA-EXPURGO (INDICE-EXPURGO)
                       TO NOME-BUSCA
                   MOVE TAMANHO-NOME-EXPURGO (INDICE-EXPURGO)
                       TO TAMANHO-NOME
                   INSPECT REGISTRO-NOVO TALLYING OCORRENCIAS-NOME
                       FOR ALL NOME-BUSCA (1:TAMANHO-NOME)
               END-IF
               IF OCORRENCIAS-NOME > ZEROS
                       AND NOME-AMBIGUO (INDICE-EXPURGO)
                   MOVE MATRICULA-EXPURGO (INDICE-EXPURGO)
                       TO MARCA-MATRICULA-NUMERO
                   MOVE ZEROS TO OCORRENCIAS-MATRICULA
                   INSPECT REGISTRO-NOVO TALLYING OCORRENCIAS-MATRICULA
                       FOR ALL MARCA-MATRICULA
                   IF OCORRENCIAS-MATRICULA = ZEROS
                       MOVE ZEROS TO OCORRENCIAS-NOME
                   END-IF
               END-IF
               IF OCORRENCIAS-NOME > ZEROS
                   MOVE MATRICULA-EXPURGO (INDICE-EXPURGO)
                       TO PSEUDONIMO-MATRICULA
                   MOVE 'S' TO NOME-LOCALIZADO
                   PERFORM 053-SUBSTITUIR-NOME UNTIL NOT ACHOU-NOME
               END-IF
               IF SUBSTITUIU-NOME
                   MOVE INDICE-EXPURGO TO INDICE-EXPURGO-ACHADO
                   PERFORM 057-MASCARAR-CONTA
                       VARYING INDICE-CONTA FROM 1 BY 1
                       UNTIL INDICE-CONTA > QUANTIDADE-CONTAS-EXPURGO
                           (INDICE-EXPURGO)
               END-IF
           END-IF.
      *****************************************************************
       053-SUBSTITUIR-NOME SECTION.
           MOVE 'N' TO NOME-LOCALIZADO.
           COMPUTE LIMITE-POSICAO = 121 - TAMANHO-NOME.
           PERFORM 054-LOCALIZAR-NOME
               VARYING POSICAO-NOME FROM 1 BY 1
               UNTIL POSICAO-NOME > LIMITE-POSICAO OR ACHOU-NOME.
           IF ACHOU-NOME
               PERFORM 058-REMONTAR-LINHA
           END-IF.
      *****************************************************************
       054-LOCALIZAR-NOME SECTION.
           IF REGISTRO-NOVO (POSICAO-NOME:TAMANHO-NOME)
                   = NOME-BUSCA (1:TAMANHO-NOME)
               MOVE 'S' TO FRONTEIRA-NOME
               IF POSICAO-NOME > 1
                   IF REGISTRO-NOVO (POSICAO-NOME - 1:1) NOT = SPACE
                       MOVE 'N' TO FRONTEIRA-NOME
                   END-IF
               END-IF
               COMPUTE POSICAO-FINAL = POSICAO-NOME + TAMANHO-NOME
               IF POSICAO-FINAL < 121
                   IF REGISTRO-NOVO (POSICAO-FINAL:1) NOT = SPACE
                       MOVE 'N' TO FRONTEIRA-NOME
                   END-IF
               END-IF
               IF FRONTEIRA-VALIDA
                   MOVE 'S' TO NOME-LOCALIZADO
                   MOVE POSICAO-NOME TO POSICAO-ACHADA
               END-IF
           END-IF.
      *****************************************************************
       058-REMONTAR-LINHA SECTION.
           COMPUTE POSICAO-FINAL = POSICAO-ACHADA + TAMANHO-NOME.
           IF POSICAO-FINAL + 10 < 121
               IF REGISTRO-NOVO (POSICAO-FINAL + 3:1) = '/'
                       AND REGISTRO-NOVO (POSICAO-FINAL + 6:1) = '/'
                   MOVE '00/00/0000'
                       TO REGISTRO-NOVO (POSICAO-FINAL + 1:10)
               END-IF
           END-IF.
           MOVE SPACES TO LINHA-NOVA.
           MOVE 1 TO PONTEIRO-LINHA.
           IF POSICAO-ACHADA > 1
               STRING
                   REGISTRO-NOVO (1:POSICAO-ACHADA - 1)
                       DELIMITED BY SIZE
                   INTO LINHA-NOVA
                   WITH POINTER PONTEIRO-LINHA
               END-STRING
           END-IF.
           STRING
               PSEUDONIMO-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PSEUDONIMO-SOBRENOME DELIMITED BY SPACE
               INTO LINHA-NOVA
               WITH POINTER PONTEIRO-LINHA
           END-STRING.
           IF POSICAO-FINAL < 121
               STRING
                   REGISTRO-NOVO (POSICAO-FINAL:) DELIMITED BY SIZE
                   INTO LINHA-NOVA
                   WITH POINTER PONTEIRO-LINHA
               END-STRING
           END-IF.
           MOVE LINHA-NOVA TO REGISTRO-NOVO.
           MOVE 'S' TO REGISTRO-ALTERADO.
           MOVE 'S' TO NOME-SUBSTITUIDO.
      *****************************************************************
       057-MASCARAR-CONTA SECTION.
           MOVE CONTA-EXPURGO (INDICE-EXPURGO-ACHADO, INDICE-CONTA)
               TO CONTA-PROCURADA.
           MOVE ZEROS TO TAMANHO-CONTA.
           INSPECT CONTA-PROCURADA TALLYING TAMANHO-CONTA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TAMANHO-CONTA > 3
               INSPECT REGISTRO-NOVO
                   REPLACING ALL CONTA-PROCURADA (1:TAMANHO-CONTA)
                   BY MASCARA-CONTA (1:TAMANHO-CONTA)
           END-IF.
      *****************************************************************
       059-TRATAR-DEPENDENTE-LINHA SECTION.
           MOVE MATRICULA-EXPURGO (INDICE-EXPURGO)
               TO MARCA-DEPENDENTE-NUMERO.
           MOVE ZEROS TO OCORRENCIAS-MATRICULA.
           INSPECT REGISTRO-NOVO TALLYING OCORRENCIAS-MATRICULA
               FOR ALL MARCA-DEPENDENTE.
           IF OCORRENCIAS-MATRICULA > ZEROS
               MOVE ZEROS TO POSICAO-ACHADA
               INSPECT REGISTRO-NOVO TALLYING POSICAO-ACHADA
                   FOR CHARACTERS BEFORE INITIAL MARCA-DEPENDENTE
               COMPUTE POSICAO-ACAO = POSICAO-ACHADA + 18
               IF POSICAO-ACAO < 120
                   MOVE ZEROS TO TAMANHO-ACAO
                   INSPECT REGISTRO-NOVO (POSICAO-ACAO:)
                       TALLYING TAMANHO-ACAO
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   COMPUTE POSICAO-FINAL =
                       POSICAO-ACAO + TAMANHO-ACAO + 1
                   IF POSICAO-FINAL + 38 < 121
                       MOVE PSEUDONIMO-DEPENDENTE
                           TO REGISTRO-NOVO (POSICAO-FINAL:30)
                       MOVE ZEROS
                           TO REGISTRO-NOVO (POSICAO-FINAL + 31:8)
                       MOVE 'S' TO REGISTRO-ALTERADO
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       055-GRAVAR-AUDITORIA-EXPURGO SECTION.
           IF EXPURGO-EFETUADO (INDICE-EXPURGO)
               MOVE IMAGEM-EXPURGO (INDICE-EXPURGO) TO REGISTRO-MESTRE
               PERFORM 010-PSEUDONIMIZAR-MESTRE
               MOVE SPACES TO REGISTRO-NOVO
               STRING
                   OPERADOR-ID DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   DATA-EXECUCAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HORA-EXECUCAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRIMEIRO-NOME-MESTRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   SOBRENOME-MESTRE DELIMITED BY SPACE
                   ' EXPURGO LGPD DESLIGAMENTO ' DELIMITED BY SIZE
                   DATA-DESLIGAMENTO-MESTRE DELIMITED BY SIZE
                   ' MAT ' DELIMITED BY SIZE
                   MATRICULA-MESTRE DELIMITED BY SIZE
                   INTO REGISTRO-NOVO
               END-STRING
               WRITE REGISTRO-NOVO
               IF NOME-AMBIGUO (INDICE-EXPURGO)
                   ADD 1 TO CONTADOR-HOMONIMOS
                   MOVE 'S' TO HOUVE-EXCECAO
                   MOVE SPACES TO REGISTRO-RELATORIO
                   STRING
                       MATRICULA-MESTRE DELIMITED BY SIZE
                       '  NAME SHARED WITH ANOTHER EMPLOYEE - '
                           DELIMITED BY SIZE
                       'AUDITLOG LINES WITHOUT MAT ' DELIMITED BY SIZE
                       MATRICULA-MESTRE DELIMITED BY SIZE
                       ' LEFT UNCHANGED' DELIMITED BY SIZE
                       INTO REGISTRO-RELATORIO
                   END-STRING
                   WRITE REGISTRO-RELATORIO
               END-IF
           END-IF.
      *****************************************************************
       014-IMPRIMIR-LINHA-EXPURGO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  TERMINATED ' DELIMITED BY SIZE
               DATA-DESLIGAMENTO-MESTRE DELIMITED BY SIZE
               '  DEPT ' DELIMITED BY SIZE
               CODIGO-DEPTO-MESTRE DELIMITED BY SIZE
               '  PURGED AS ' DELIMITED BY SIZE
               PRIMEIRO-NOME-MESTRE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME-MESTRE DELIMITED BY SPACE
               '  ' DELIMITED BY SIZE
               SITUACAO-XREF-LINHA DELIMITED BY SIZE
               '  DEPENDENTS REMOVED ' DELIMITED BY SIZE
               DEPENDENTES-REMOVIDOS-REGISTRO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       015-IMPRIMIR-LINHA-NAO-EXPURGADO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  TERMINATED ' DELIMITED BY SIZE
               DATA-DESLIGAMENTO-MESTRE DELIMITED BY SIZE
               '  DEPT ' DELIMITED BY SIZE
               CODIGO-DEPTO-MESTRE DELIMITED BY SIZE
               '  NOT PURGED - ' DELIMITED BY SIZE
               MOTIVO-NAO-EXPURGADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-EXPURGO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'LGPD RETENTION PURGE REPORT' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RETENTION: ' DELIMITED BY SIZE
               ANOS-RETENCAO DELIMITED BY SIZE
               ' YEARS   PURGING TERMINATIONS DATED BEFORE: '
                   DELIMITED BY SIZE
               DATA-CORTE DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-EXPURGO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-EXPURGO
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-EXPURGO SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-MESTRE-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'MASTER RECORDS READ: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-SELECIONADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TERMINATED BEFORE CUTOFF: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-EXPURGADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RECORDS PURGED FROM PESSOASM: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-NAO-EXPURGADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RECORDS NOT PURGED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-XREF-EXCLUIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'MATRXREF ENTRIES REMOVED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-DEPENDENTES-EXCLUIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPENDENTS REMOVED FROM DEPENDM: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-HOMONIMOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NAMES SHARED WITH ANOTHER EMPLOYEE: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           IF CONTADOR-EXPURGADOS > ZEROS
               MOVE 'HISTORY FILES PSEUDONYMIZED'
                   TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
               MOVE 'JORNALM' TO NOME-ARQUIVO-LINHA
               MOVE 'JORNLNEW' TO NOVO-ARQUIVO-LINHA
               MOVE SITUACAO-JORNAL TO SITUACAO-ARQUIVO-LINHA
               MOVE CONTADOR-JORNAL-LIDOS TO LIDOS-ARQUIVO-LINHA
               MOVE CONTADOR-JORNAL-ALTERADOS
                   TO ALTERADOS-ARQUIVO-LINHA
               PERFORM 021-IMPRIMIR-LINHA-ARQUIVO
               MOVE 'BACKUPM' TO NOME-ARQUIVO-LINHA
               MOVE SPACES TO NOVO-ARQUIVO-LINHA
               IF SITUACAO-BACKUP = '00'
                   MOVE 'BACKPNEW' TO NOVO-ARQUIVO-LINHA
               END-IF
               MOVE SITUACAO-BACKUP TO SITUACAO-ARQUIVO-LINHA
               MOVE CONTADOR-BACKUP-LIDOS TO LIDOS-ARQUIVO-LINHA
               MOVE CONTADOR-BACKUP-ALTERADOS
                   TO ALTERADOS-ARQUIVO-LINHA
               PERFORM 021-IMPRIMIR-LINHA-ARQUIVO
               MOVE 'FOLHAHST' TO NOME-ARQUIVO-LINHA
               MOVE SPACES TO NOVO-ARQUIVO-LINHA
               IF SITUACAO-HISTORICO = '00'
                   MOVE 'FOLHANEW' TO NOVO-ARQUIVO-LINHA
               END-IF
               MOVE SITUACAO-HISTORICO TO SITUACAO-ARQUIVO-LINHA
               MOVE CONTADOR-HISTORICO-LIDOS TO LIDOS-ARQUIVO-LINHA
               MOVE CONTADOR-HISTORICO-ALTERADOS
                   TO ALTERADOS-ARQUIVO-LINHA
               PERFORM 021-IMPRIMIR-LINHA-ARQUIVO
               MOVE 'MOVDEPTO' TO NOME-ARQUIVO-LINHA
               MOVE SPACES TO NOVO-ARQUIVO-LINHA
               IF SITUACAO-MOVIMENTO = '00'
                   MOVE 'MOVDPNEW' TO NOVO-ARQUIVO-LINHA
               END-IF
               MOVE SITUACAO-MOVIMENTO TO SITUACAO-ARQUIVO-LINHA
               MOVE CONTADOR-MOVIMENTO-LIDOS TO LIDOS-ARQUIVO-LINHA
               MOVE CONTADOR-MOVIMENTO-ALTERADOS
                   TO ALTERADOS-ARQUIVO-LINHA
               PERFORM 021-IMPRIMIR-LINHA-ARQUIVO
               MOVE 'AUDITLOG' TO NOME-ARQUIVO-LINHA
               MOVE 'AUDITNEW' TO NOVO-ARQUIVO-LINHA
               MOVE SITUACAO-AUDITORIA TO SITUACAO-ARQUIVO-LINHA
               MOVE CONTADOR-AUDITORIA-LIDAS TO LIDOS-ARQUIVO-LINHA
               MOVE CONTADOR-AUDITORIA-ALTERADAS
                   TO ALTERADOS-ARQUIVO-LINHA
               PERFORM 021-IMPRIMIR-LINHA-ARQUIVO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'EACH NEW FILE ALSO HOLDS THIS RUN''S ENTRIES - '
                       DELIMITED BY SIZE
                   'SWAP THE NEW FILES IN BEFORE ANY OTHER JOB RUNS.'
                       DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'RUNCTL: TYPE E RECORD WRITTEN WITH ZERO HEADCOUNT '
                       DELIMITED BY SIZE
                   'AND SALARY DELTAS.' DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           ELSE
               MOVE 'NO RECORDS PURGED - HISTORY FILES NOT REWRITTEN.'
                   TO REGISTRO-RELATORIO
               WRITE REGISTRO-RELATORIO
           END-IF.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           IF EXCECAO-ENCONTRADA
               MOVE 'RESULT: EXCEPTIONS FOUND - REVIEW BEFORE SIGN-OFF'
                   TO REGISTRO-RELATORIO
           ELSE
               MOVE 'RESULT: NO EXCEPTIONS' TO REGISTRO-RELATORIO
           END-IF.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'PURGE REVIEWED AND SIGNED OFF BY: ____________________'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'DATE: ____/____/________' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       021-IMPRIMIR-LINHA-ARQUIVO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 1 TO PONTEIRO-RELATORIO.
           IF SITUACAO-ARQUIVO-LINHA = '00'
               MOVE LIDOS-ARQUIVO-LINHA TO QUANTIDADE-EDITADA
               MOVE ALTERADOS-ARQUIVO-LINHA TO QUANTIDADE-EDITADA-2
               STRING
                   NOME-ARQUIVO-LINHA DELIMITED BY SIZE
                   '  RECORDS READ ' DELIMITED BY SIZE
                   QUANTIDADE-EDITADA DELIMITED BY SIZE
                   '  PSEUDONYMIZED ' DELIMITED BY SIZE
                   QUANTIDADE-EDITADA-2 DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
                   WITH POINTER PONTEIRO-RELATORIO
               END-STRING
           ELSE
               STRING
                   NOME-ARQUIVO-LINHA DELIMITED BY SIZE
                   '  NOT READ - STATUS [' DELIMITED BY SIZE
                   SITUACAO-ARQUIVO-LINHA DELIMITED BY SIZE
                   ']' DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
                   WITH POINTER PONTEIRO-RELATORIO
               END-STRING
           END-IF.
           IF NOVO-ARQUIVO-LINHA = SPACES
               STRING
                   '  NOT REWRITTEN' DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
                   WITH POINTER PONTEIRO-RELATORIO
               END-STRING
           ELSE
               STRING
                   '  NEW FILE ' DELIMITED BY SIZE
                   NOVO-ARQUIVO-LINHA DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
                   WITH POINTER PONTEIRO-RELATORIO
               END-STRING
           END-IF.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       009-GRAVAR-RUN-CONTROLE SECTION.
           OPEN EXTEND RUN-CONTROLE.
           IF STATUS-ARQUIVO-RUN-CONTROLE NOT = '00'
               OPEN OUTPUT RUN-CONTROLE
           END-IF.
           MOVE 'E' TO TIPO-RUN-CONTROLE.
           MOVE DATA-EXECUCAO TO DATA-RUN-CONTROLE.
           MOVE HORA-EXECUCAO TO HORA-RUN-CONTROLE.
           MOVE OPERADOR-ID TO OPERADOR-RUN-CONTROLE.
           MOVE ZEROS TO DELTA-QTD-MASCULINO.
           MOVE ZEROS TO DELTA-QTD-FEMININO.
           MOVE ZEROS TO DELTA-SAL-MASCULINO.
           MOVE ZEROS TO DELTA-SAL-FEMININO.
           MOVE CONTADOR-MESTRE-LIDOS TO LIDOS-RUN-CONTROLE.
           MOVE CONTADOR-EXPURGADOS TO ACEITOS-RUN-CONTROLE.
           MOVE CONTADOR-NAO-EXPURGADOS TO REJEITADOS-RUN-CONTROLE.
           MOVE ZEROS TO REJEICOES-RUN-CONTROLE.
           MOVE ZEROS TO SALARIO-CONTROLE-RUN.
           WRITE REGISTRO-RUN-CONTROLE.
           CLOSE RUN-CONTROLE.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF NOT RUN-FOI-ABANDONADO
               IF CONTADOR-EXPURGADOS > ZEROS
                   PERFORM 009-GRAVAR-RUN-CONTROLE
               END-IF
               CLOSE PESSOAS-MASTER
               IF XREF-ABERTO
                   CLOSE MATRICULA-CROSS-REF
               END-IF
               IF DEPENDENTES-ABERTO
                   CLOSE DEPENDENTES
               END-IF
               CLOSE RELATORIO-EXPURGO
               DISPLAY 'Retention purge complete. Master records '
                   'read: ' CONTADOR-MESTRE-LIDOS ' purged: '
                   CONTADOR-EXPURGADOS ' not purged: '
                   CONTADOR-NAO-EXPURGADOS
               IF CONTADOR-EXPURGADOS > ZEROS
                   DISPLAY 'The new files listed on RELEXPUR now hold '
                       'the pseudonymized history - swap them in '
                       'before any other job runs.'
               END-IF
               IF EXCECAO-ENCONTRADA
                   DISPLAY 'WARNING: retention purge exceptions - '
                       'review RELEXPUR before sign-off.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
