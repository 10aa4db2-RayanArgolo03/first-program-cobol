      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Monthly dependents run for a requested      *
      *                   competencia. Reads every employee not       *
      *                   terminated, removes from DEPENDM each child *
      *                   or ward past the age limit for the          *
      *                   relationship (21, or 24 in higher or        *
      *                   technical education), recounts the          *
      *                   IRRF-eligible dependents left and rewrites  *
      *                   NUM-DEPENDENTES-MESTRE where it differs,    *
      *                   journaled to JORNALM. Removals and count    *
      *                   changes are audited to AUDITLOG and listed  *
      *                   on RELDEPEN.                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. APURA-DEPENDENTES.
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

           SELECT DEPENDENTES ASSIGN TO "DEPENDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEPENDENTE
               FILE STATUS IS STATUS-ARQUIVO-DEPENDENTES.

           SELECT AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUDITORIA.

           SELECT JORNAL-MESTRE ASSIGN TO "JORNALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-JORNAL.

           SELECT RELATORIO-DEPENDENTES ASSIGN TO "RELDEPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  DEPENDENTES.
       COPY REGDEPEN.

       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(120).

       FD  JORNAL-MESTRE.
       COPY REGJORNL.

       FD  RELATORIO-DEPENDENTES.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-DEPENDENTES.
           03 FIM-MESTRE PIC X(01) VALUE 'N'.
               88 FIM-DE-MESTRE VALUE 'S'.
           03 FIM-DEPENDENTES PIC X(01) VALUE 'N'.
               88 FIM-DE-DEPENDENTES VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 TEXTO-OCORRENCIA PIC X(100) VALUE SPACES.
           03 IMAGEM-ANTERIOR-MESTRE PIC X(100) VALUE SPACES.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-DEPENDENTES PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUDITORIA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-JORNAL PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.
           03 ARQUIVOS-DISPONIVEIS PIC X(01) VALUE 'N'.
               88 ARQUIVOS-ABERTOS VALUE 'S'.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-DEPENDENTES PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-DEPENDENTES.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 CONTROLE-IDADE.
           03 LIMITE-IDADE PIC 9(02) VALUE ZEROS.
           03 MESES-REFERENCIA PIC 9(06) VALUE ZEROS.
           03 MESES-LIMITE PIC 9(06) VALUE ZEROS.
           03 SITUACAO-IDADE PIC X(01) VALUE 'N'.
               88 PASSOU-LIMITE-IDADE VALUE 'S'.

       01 CONTROLE-CONTAGEM.
           03 QUANTIDADE-ELEGIVEIS PIC 9(02) VALUE ZEROS.
           03 QUANTIDADE-NO-ARQUIVO PIC 9(02) VALUE ZEROS.
           03 CONTAGEM-ANTERIOR PIC 9(02) VALUE ZEROS.
           03 DESCRICAO-PARENTESCO PIC X(20) VALUE SPACES.

       01 TOTAIS-DEPENDENTES.
           03 QUANTIDADE-LIDOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-DESLIGADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-DEPENDENTES-LIDOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-REMOVIDOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-ELEGIVEIS-TOTAL PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-CONTAGENS-ALTERADAS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-DETALHE PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-ERROS PIC 9(06) VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 LIMITE-EDITADO PIC Z9.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 001-PROCESSAR-MESTRE UNTIL FIM-DE-MESTRE.
           PERFORM 012-IMPRIMIR-RODAPE-DEPENDENTES.
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
               SET FIM-DE-MESTRE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN I-O PESSOAS-MASTER
               IF STATUS-ARQUIVO-MESTRE NOT = '00'
                   DISPLAY 'ERROR: could not open master file '
                       'PESSOASM - status [' STATUS-ARQUIVO-MESTRE
                       '].'
                   SET FIM-DE-MESTRE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN I-O DEPENDENTES
               IF STATUS-ARQUIVO-DEPENDENTES NOT = '00'
                   DISPLAY 'ERROR: could not open dependents file '
                       'DEPENDM - status ['
                       STATUS-ARQUIVO-DEPENDENTES '] - dependent '
                       'counts left unchanged.'
                   CLOSE PESSOAS-MASTER
                   SET FIM-DE-MESTRE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN EXTEND AUDITORIA
               IF STATUS-ARQUIVO-AUDITORIA NOT = '00'
                   OPEN OUTPUT AUDITORIA
               END-IF
               OPEN EXTEND JORNAL-MESTRE
               IF STATUS-ARQUIVO-JORNAL NOT = '00'
                   OPEN OUTPUT JORNAL-MESTRE
               END-IF
               OPEN OUTPUT RELATORIO-DEPENDENTES
               MOVE 'S' TO ARQUIVOS-DISPONIVEIS
               PERFORM 011-IMPRIMIR-CABECALHO-DEPENDENTES
           END-IF.
      *****************************************************************
       015-OBTER-COMPETENCIA SECTION.
           DISPLAY 'Dependents period - competencia (YYYYMM): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-DEPENDENTES
           ELSE
               MOVE ZEROS TO COMPETENCIA-DEPENDENTES
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 12
                   OR ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid dependents period ['
                   COMPETENCIA-ENTRADA '] - dependents run '
                   'abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
           COMPUTE MESES-REFERENCIA =
               ANO-COMPETENCIA * 12 + MES-COMPETENCIA.
      *****************************************************************
       001-PROCESSAR-MESTRE SECTION.
           READ PESSOAS-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-MESTRE TO TRUE
               NOT AT END
                   ADD 1 TO QUANTIDADE-LIDOS
                   IF MESTRE-DESLIGADO
                       ADD 1 TO QUANTIDADE-DESLIGADOS
                   ELSE
                       PERFORM 002-APURAR-EMPREGADO
                   END-IF
           END-READ.
      *****************************************************************
       002-APURAR-EMPREGADO SECTION.
           MOVE ZEROS TO QUANTIDADE-ELEGIVEIS.
           MOVE ZEROS TO QUANTIDADE-NO-ARQUIVO.
           MOVE 'N' TO FIM-DEPENDENTES.
           MOVE MATRICULA-MESTRE TO MATRICULA-DEPENDENTE.
           MOVE ZEROS TO SEQUENCIA-DEPENDENTE.
           START DEPENDENTES KEY NOT < CHAVE-DEPENDENTE
               INVALID KEY
                   SET FIM-DE-DEPENDENTES TO TRUE
           END-START.
           PERFORM 003-LER-DEPENDENTE UNTIL FIM-DE-DEPENDENTES.
           ADD QUANTIDADE-ELEGIVEIS TO QUANTIDADE-ELEGIVEIS-TOTAL.
           IF QUANTIDADE-ELEGIVEIS NOT = NUM-DEPENDENTES-MESTRE
               PERFORM 005-ATUALIZAR-CONTAGEM
           END-IF.
      *****************************************************************
       003-LER-DEPENDENTE SECTION.
           READ DEPENDENTES NEXT RECORD
               AT END
                   SET FIM-DE-DEPENDENTES TO TRUE
               NOT AT END
                   IF MATRICULA-DEPENDENTE NOT = MATRICULA-MESTRE
                       SET FIM-DE-DEPENDENTES TO TRUE
                   ELSE
                       ADD 1 TO QUANTIDADE-DEPENDENTES-LIDOS
                       ADD 1 TO QUANTIDADE-NO-ARQUIVO
                       PERFORM 004-VERIFICAR-DEPENDENTE
                   END-IF
           END-READ.
      *****************************************************************
       004-VERIFICAR-DEPENDENTE SECTION.
           PERFORM 014-VERIFICAR-LIMITE-IDADE.
           IF PASSOU-LIMITE-IDADE
               DELETE DEPENDENTES
                   INVALID KEY
                       ADD 1 TO QUANTIDADE-ERROS
                       DISPLAY 'ERROR: could not delete dependent '
                           MATRICULA-DEPENDENTE '-'
                           SEQUENCIA-DEPENDENTE
                           ' - status ['
                           STATUS-ARQUIVO-DEPENDENTES '].'
                       IF DEPENDENTE-DEDUZ-IRRF
                           ADD 1 TO QUANTIDADE-ELEGIVEIS
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO QUANTIDADE-REMOVIDOS
                       PERFORM 006-GRAVAR-AUDITORIA-REMOCAO
                       PERFORM 016-DESCREVER-PARENTESCO
                       MOVE LIMITE-IDADE TO LIMITE-EDITADO
                       MOVE SPACES TO TEXTO-OCORRENCIA
                       STRING
                           SEQUENCIA-DEPENDENTE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           NOME-DEPENDENTE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DIA-NASCIMENTO-DEPENDENTE DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           MES-NASCIMENTO-DEPENDENTE DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           ANO-NASCIMENTO-DEPENDENTE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DESCRICAO-PARENTESCO DELIMITED BY SIZE
                           ' REMOVED - PAST AGE ' DELIMITED BY SIZE
                           LIMITE-EDITADO DELIMITED BY SIZE
                           INTO TEXTO-OCORRENCIA
                       END-STRING
                       PERFORM 017-IMPRIMIR-OCORRENCIA
               END-DELETE
           ELSE
               IF DEPENDENTE-DEDUZ-IRRF
                   ADD 1 TO QUANTIDADE-ELEGIVEIS
               END-IF
           END-IF.
      *****************************************************************
       014-VERIFICAR-LIMITE-IDADE SECTION.
           MOVE 'N' TO SITUACAO-IDADE.
           MOVE ZEROS TO LIMITE-IDADE.
           IF PARENTESCO-COM-LIMITE
               IF DEPENDENTE-ESTUDANTE
                   MOVE 24 TO LIMITE-IDADE
               ELSE
                   MOVE 21 TO LIMITE-IDADE
               END-IF
               COMPUTE MESES-LIMITE =
                   (ANO-NASCIMENTO-DEPENDENTE + LIMITE-IDADE) * 12
                   + MES-NASCIMENTO-DEPENDENTE
               IF MESES-REFERENCIA > MESES-LIMITE
                   MOVE 'S' TO SITUACAO-IDADE
               END-IF
           END-IF.
      *****************************************************************
       005-ATUALIZAR-CONTAGEM SECTION.
           MOVE NUM-DEPENDENTES-MESTRE TO CONTAGEM-ANTERIOR.
           MOVE SPACES TO IMAGEM-ANTERIOR-MESTRE.
           MOVE REGISTRO-MESTRE TO IMAGEM-ANTERIOR-MESTRE.
           MOVE QUANTIDADE-ELEGIVEIS TO NUM-DEPENDENTES-MESTRE.
           REWRITE REGISTRO-MESTRE
               INVALID KEY
                   ADD 1 TO QUANTIDADE-ERROS
                   DISPLAY 'ERROR: could not rewrite master record '
                       'for employee ' MATRICULA-MESTRE ' - status ['
                       STATUS-ARQUIVO-MESTRE '].'
               NOT INVALID KEY
                   ADD 1 TO QUANTIDADE-CONTAGENS-ALTERADAS
                   PERFORM 007-GRAVAR-JORNAL
                   PERFORM 008-GRAVAR-AUDITORIA-CONTAGEM
                   MOVE SPACES TO TEXTO-OCORRENCIA
                   IF QUANTIDADE-NO-ARQUIVO = ZEROS
                       ADD 1 TO QUANTIDADE-SEM-DETALHE
                       STRING
                           PRIMEIRO-NOME-MESTRE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SOBRENOME-MESTRE DELIMITED BY SIZE
                           ' IRRF DEPENDENTS ' DELIMITED BY SIZE
                           CONTAGEM-ANTERIOR DELIMITED BY SIZE
                           ' -> ' DELIMITED BY SIZE
                           NUM-DEPENDENTES-MESTRE DELIMITED BY SIZE
                           ' - NO DEPENDENTS ON DEPENDM'
                               DELIMITED BY SIZE
                           INTO TEXTO-OCORRENCIA
                       END-STRING
                   ELSE
                       STRING
                           PRIMEIRO-NOME-MESTRE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SOBRENOME-MESTRE DELIMITED BY SIZE
                           ' IRRF DEPENDENTS ' DELIMITED BY SIZE
                           CONTAGEM-ANTERIOR DELIMITED BY SIZE
                           ' -> ' DELIMITED BY SIZE
                           NUM-DEPENDENTES-MESTRE DELIMITED BY SIZE
                           INTO TEXTO-OCORRENCIA
                       END-STRING
                   END-IF
                   PERFORM 017-IMPRIMIR-OCORRENCIA
           END-REWRITE.
      *****************************************************************
       007-GRAVAR-JORNAL SECTION.
           MOVE SPACES TO REGISTRO-JORNAL.
           MOVE 'R' TO TIPO-OPERACAO-JORNAL.
           MOVE DATA-EXECUCAO TO DATA-JORNAL.
           MOVE HORA-EXECUCAO TO HORA-JORNAL.
           MOVE OPERADOR-ID TO OPERADOR-JORNAL.
           MOVE 'APURA-DEPENDENTES' TO PROGRAMA-JORNAL.
           MOVE IMAGEM-ANTERIOR-MESTRE TO IMAGEM-ANTES-JORNAL.
           MOVE REGISTRO-MESTRE TO IMAGEM-DEPOIS-JORNAL.
           WRITE REGISTRO-JORNAL.
      *****************************************************************
       006-GRAVAR-AUDITORIA-REMOCAO SECTION.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING
               OPERADOR-ID DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HORA-EXECUCAO DELIMITED BY SIZE
               ' DEPEND ' DELIMITED BY SIZE
               MATRICULA-DEPENDENTE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               SEQUENCIA-DEPENDENTE DELIMITED BY SIZE
               ' EXCLUSAO ' DELIMITED BY SIZE
               NOME-DEPENDENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NASCIMENTO-DEPENDENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PARENTESCO-DEPENDENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IRRF-DEPENDENTE DELIMITED BY SIZE
               ' LIMITE IDADE' DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
      *****************************************************************
       008-GRAVAR-AUDITORIA-CONTAGEM SECTION.
           MOVE SPACES TO REGISTRO-AUDITORIA.
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
               ' ' DELIMITED BY SIZE
               DIA-MESTRE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               MES-MESTRE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               ANO-MESTRE DELIMITED BY SIZE
               ' ALTERACAO DEPENDENTES ' DELIMITED BY SIZE
               CONTAGEM-ANTERIOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NUM-DEPENDENTES-MESTRE DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
      *****************************************************************
       016-DESCREVER-PARENTESCO SECTION.
           EVALUATE TRUE
               WHEN DEPENDENTE-CONJUGE
                   MOVE 'SPOUSE / PARTNER' TO DESCRICAO-PARENTESCO
               WHEN DEPENDENTE-FILHO
                   MOVE 'CHILD' TO DESCRICAO-PARENTESCO
               WHEN DEPENDENTE-ESTUDANTE
                   MOVE 'CHILD IN EDUCATION' TO DESCRICAO-PARENTESCO
               WHEN DEPENDENTE-INCAPAZ
                   MOVE 'CHILD UNABLE TO WORK' TO DESCRICAO-PARENTESCO
               WHEN DEPENDENTE-ASCENDENTE
                   MOVE 'PARENT' TO DESCRICAO-PARENTESCO
               WHEN DEPENDENTE-TUTELADO
                   MOVE 'WARD' TO DESCRICAO-PARENTESCO
               WHEN OTHER
                   MOVE 'UNKNOWN' TO DESCRICAO-PARENTESCO
           END-EVALUATE.
      *****************************************************************
       017-IMPRIMIR-OCORRENCIA SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               TEXTO-OCORRENCIA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-DEPENDENTES SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'IRRF DEPENDENTS - RECOUNT AND AGE-LIMIT REMOVALS'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-DEPENDENTES DELIMITED BY SIZE
               '   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'EMP NO  CHANGE' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-DEPENDENTES SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-DEPENDENTES
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-DEPENDENTES SECTION.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'MASTER RECORDS READ: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-DESLIGADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TERMINATED RECORDS SKIPPED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-DEPENDENTES-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPENDENTS READ: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-REMOVIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEPENDENTS REMOVED - PAST AGE LIMIT: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-ELEGIVEIS-TOTAL TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'IRRF-ELIGIBLE DEPENDENTS COUNTED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-CONTAGENS-ALTERADAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'MASTER DEPENDENT COUNTS CHANGED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-DETALHE TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '  OF WHICH WITH NO DEPENDENTS ON DEPENDM: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           IF QUANTIDADE-ERROS > ZEROS
               MOVE QUANTIDADE-ERROS TO QUANTIDADE-EDITADA
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'UPDATE ERRORS - SEE CONSOLE LOG: '
                       DELIMITED BY SIZE
                   QUANTIDADE-EDITADA DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF ARQUIVOS-ABERTOS
               CLOSE PESSOAS-MASTER
               CLOSE DEPENDENTES
               CLOSE AUDITORIA
               CLOSE JORNAL-MESTRE
               CLOSE RELATORIO-DEPENDENTES
           END-IF.
           DISPLAY 'Dependents run complete. Dependents removed: '
               QUANTIDADE-REMOVIDOS ' master counts changed: '
               QUANTIDADE-CONTAGENS-ALTERADAS.
