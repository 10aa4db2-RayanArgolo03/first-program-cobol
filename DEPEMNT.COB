      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Maintenance program for the dependents file *
      *                   DEPENDM: add, browse, change and delete the *
      *                   dependents of an employee (name, birth      *
      *                   date, relationship, IRRF-eligible flag).    *
      *                   Operator sign-on validated against OPERREF  *
      *                   (update authority required), every change   *
      *                   audited to AUDITLOG. After each change the  *
      *                   IRRF-eligible dependents are recounted and  *
      *                   NUM-DEPENDENTES-MESTRE rewritten, journaled *
      *                   to JORNALM with before/after images.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. DEPENDENTE-MAINT.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTES ASSIGN TO "DEPENDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEPENDENTE
               FILE STATUS IS STATUS-ARQUIVO-DEPENDENTES.

           SELECT PESSOAS-MASTER ASSIGN TO "PESSOASM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MESTRE
               FILE STATUS IS STATUS-ARQUIVO-MESTRE.

           SELECT MATRICULA-CROSS-REF ASSIGN TO "MATRXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULA-XREF
               FILE STATUS IS STATUS-ARQUIVO-XREF.

           SELECT AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUDITORIA.

           SELECT JORNAL-MESTRE ASSIGN TO "JORNALM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-JORNAL.

           SELECT OPERADORES ASSIGN TO "OPERREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-ARQUIVO-OPERADORES.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  DEPENDENTES.
       COPY REGDEPEN.

       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  MATRICULA-CROSS-REF.
       COPY REGMATRX.

       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(120).

       FD  JORNAL-MESTRE.
       COPY REGJORNL.

       FD  OPERADORES.
       COPY REGOPER.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-DEPENDENTES.
           03 ACAO-DEPENDENTE PIC X(01) VALUE SPACES.
               88 ACAO-INCLUSAO VALUE 'I' 'i'.
               88 ACAO-CONSULTA VALUE 'C' 'c'.
               88 ACAO-ALTERACAO VALUE 'A' 'a'.
               88 ACAO-EXCLUSAO VALUE 'E' 'e'.
               88 ACAO-SAIDA VALUE 'X' 'x'.
           03 FIM-MANUTENCAO PIC X(01) VALUE 'N'.
               88 FIM-DE-MANUTENCAO VALUE 'S'.
           03 FIM-CONSULTA PIC X(01) VALUE 'N'.
               88 FIM-DE-CONSULTA VALUE 'S'.
           03 FIM-DEPENDENTES PIC X(01) VALUE 'N'.
               88 FIM-DE-DEPENDENTES VALUE 'S'.
           03 CONFIRMA-OPERACAO PIC X(01) VALUE SPACES.
               88 CONFIRMOU-OPERACAO VALUE 'S' 's' 'Y' 'y'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 DATA-EXECUCAO-DECOMPOSTA REDEFINES DATA-EXECUCAO.
               05 ANO-EXECUCAO PIC 9(04).
               05 MES-EXECUCAO PIC 9(02).
               05 DIA-EXECUCAO PIC 9(02).
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-DEPENDENTES PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-XREF PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUDITORIA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-JORNAL PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-OPERADORES PIC X(02) VALUE SPACES.
           03 SENHA-INFORMADA PIC X(08) VALUE SPACES.
           03 ACESSO-VALIDO PIC X(01) VALUE 'N'.
               88 ACESSO-LIBERADO VALUE 'S'.
           03 EMPREGADO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-EMPREGADO VALUE 'S'.
           03 DADOS-VALIDOS PIC X(01) VALUE 'N'.
               88 DADOS-CORRETOS VALUE 'S'.
           03 IMAGEM-ANTERIOR-MESTRE PIC X(100) VALUE SPACES.

       01 CONTROLE-IDADE.
           03 LIMITE-IDADE PIC 9(02) VALUE ZEROS.
           03 MESES-REFERENCIA PIC 9(06) VALUE ZEROS.
           03 MESES-LIMITE PIC 9(06) VALUE ZEROS.
           03 NASCIMENTO-AAAAMMDD PIC 9(08) VALUE ZEROS.
           03 SITUACAO-IDADE PIC X(01) VALUE 'N'.
               88 PASSOU-LIMITE-IDADE VALUE 'S'.

       01 CONTROLE-CONTAGEM.
           03 MATRICULA-CONTAGEM PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-ELEGIVEIS PIC 9(02) VALUE ZEROS.
           03 ULTIMA-SEQUENCIA PIC 9(02) VALUE ZEROS.
           03 CONTAGEM-ANTERIOR PIC 9(02) VALUE ZEROS.

       01 CAMPOS-DEPENDENTE.
           03 MATRICULA-INFORMADA-X PIC X(06) VALUE SPACES.
           03 MATRICULA-INFORMADA PIC 9(06) VALUE ZEROS.
           03 SEQUENCIA-INFORMADA-X PIC X(02) VALUE SPACES.
           03 NOME-INFORMADO PIC X(30) VALUE SPACES.
           03 NASCIMENTO-INFORMADO-X PIC X(08) VALUE SPACES.
           03 NASCIMENTO-INFORMADO REDEFINES NASCIMENTO-INFORMADO-X.
               05 DIA-INFORMADO PIC 9(02).
               05 MES-INFORMADO PIC 9(02).
               05 ANO-INFORMADO PIC 9(04).
           03 PARENTESCO-INFORMADO PIC X(01) VALUE SPACES.
           03 IRRF-INFORMADO PIC X(01) VALUE SPACES.
               88 IRRF-INFORMADO-SIM VALUE 'S' 's' 'Y' 'y'.
               88 IRRF-INFORMADO-NAO VALUE 'N' 'n'.
           03 DESCRICAO-ACAO PIC X(10) VALUE SPACES.
           03 DESCRICAO-PARENTESCO PIC X(20) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 001-PROCESSAR-COMANDO UNTIL FIM-DE-MANUTENCAO.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           PERFORM 016-VALIDAR-OPERADOR.
           IF NOT ACESSO-LIBERADO
               SET FIM-DE-MANUTENCAO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-DE-MANUTENCAO
               PERFORM 017-ABRIR-ARQUIVOS
           END-IF.
      *****************************************************************
       016-VALIDAR-OPERADOR SECTION.
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
                           IF NIVEL-ATUALIZACAO
                               MOVE 'S' TO ACESSO-VALIDO
                           ELSE
                               DISPLAY 'ERROR: authority level ['
                                   NIVEL-OPERADOR '] insufficient '
                                   '- update authority required.'
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
               ' SIGNON NEGADO DEPENDENTE-MAINT' DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AUDITORIA.
      *****************************************************************
       017-ABRIR-ARQUIVOS SECTION.
           OPEN I-O DEPENDENTES.
           IF STATUS-ARQUIVO-DEPENDENTES NOT = '00'
               OPEN OUTPUT DEPENDENTES
               CLOSE DEPENDENTES
               OPEN I-O DEPENDENTES
           END-IF.
           IF STATUS-ARQUIVO-DEPENDENTES NOT = '00'
               DISPLAY 'ERROR: could not open dependents file '
                   'DEPENDM - status ['
                   STATUS-ARQUIVO-DEPENDENTES '].'
               SET FIM-DE-MANUTENCAO TO TRUE
           END-IF.

           OPEN I-O PESSOAS-MASTER.
           IF STATUS-ARQUIVO-MESTRE NOT = '00'
               DISPLAY 'ERROR: could not open master file PESSOASM '
                   '- status [' STATUS-ARQUIVO-MESTRE '].'
               SET FIM-DE-MANUTENCAO TO TRUE
           END-IF.

           OPEN INPUT MATRICULA-CROSS-REF.
           IF STATUS-ARQUIVO-XREF NOT = '00'
               DISPLAY 'ERROR: could not open cross-reference file '
                   'MATRXREF - status [' STATUS-ARQUIVO-XREF '].'
               SET FIM-DE-MANUTENCAO TO TRUE
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF STATUS-ARQUIVO-AUDITORIA NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF.

           OPEN EXTEND JORNAL-MESTRE.
           IF STATUS-ARQUIVO-JORNAL NOT = '00'
               OPEN OUTPUT JORNAL-MESTRE
           END-IF.

           IF FIM-DE-MANUTENCAO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
       001-PROCESSAR-COMANDO SECTION.
           DISPLAY 'Action (I = add, C = browse, A = change, '
               'E = delete, X = exit): '.
           ACCEPT ACAO-DEPENDENTE FROM CONSOLE.
           EVALUATE TRUE
               WHEN ACAO-INCLUSAO
                   PERFORM 002-INCLUIR-DEPENDENTE
               WHEN ACAO-CONSULTA
                   PERFORM 003-CONSULTAR-DEPENDENTES
               WHEN ACAO-ALTERACAO
                   PERFORM 005-ALTERAR-DEPENDENTE
               WHEN ACAO-EXCLUSAO
                   PERFORM 006-EXCLUIR-DEPENDENTE
               WHEN ACAO-SAIDA
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR: invalid action ['
                       ACAO-DEPENDENTE '] - enter I, C, A, E or X.'
           END-EVALUATE.
      *****************************************************************
       002-INCLUIR-DEPENDENTE SECTION.
           PERFORM 010-LOCALIZAR-EMPREGADO.
           MOVE 'N' TO DADOS-VALIDOS.
           IF ACHOU-EMPREGADO
               IF MESTRE-DESLIGADO
                   DISPLAY 'ERROR: employee ' MATRICULA-MESTRE
                       ' is terminated - no dependents may be '
                       'added.'
               ELSE
                   PERFORM 020-CONTAR-DEPENDENTES
                   IF ULTIMA-SEQUENCIA = 99
                       DISPLAY 'ERROR: employee ' MATRICULA-MESTRE
                           ' already has 99 dependent sequences.'
                   ELSE
                       MOVE 'S' TO DADOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               MOVE SPACES TO REGISTRO-DEPENDENTE
               MOVE MATRICULA-MESTRE TO MATRICULA-DEPENDENTE
               ADD 1 TO ULTIMA-SEQUENCIA
                   GIVING SEQUENCIA-DEPENDENTE
               MOVE DATA-EXECUCAO TO DATA-INCLUSAO-DEPENDENTE
               DISPLAY 'Dependent name: '
               ACCEPT NOME-INFORMADO FROM CONSOLE
               IF NOME-INFORMADO = SPACES
                   DISPLAY 'ERROR: dependent name may not be blank.'
                   MOVE 'N' TO DADOS-VALIDOS
               ELSE
                   MOVE NOME-INFORMADO TO NOME-DEPENDENTE
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               DISPLAY 'Birth date (DDMMYYYY): '
               ACCEPT NASCIMENTO-INFORMADO-X FROM CONSOLE
               PERFORM 012-VALIDAR-NASCIMENTO
           END-IF.
           IF DADOS-CORRETOS
               PERFORM 022-EXIBIR-PARENTESCOS
               DISPLAY 'Relationship: '
               ACCEPT PARENTESCO-INFORMADO FROM CONSOLE
               PERFORM 013-VALIDAR-PARENTESCO
           END-IF.
           IF DADOS-CORRETOS
               DISPLAY 'IRRF deduction (S/N, blank = S): '
               ACCEPT IRRF-INFORMADO FROM CONSOLE
               IF IRRF-INFORMADO = SPACES
                   MOVE 'S' TO IRRF-INFORMADO
               END-IF
               PERFORM 014-VALIDAR-IRRF
           END-IF.
           IF DADOS-CORRETOS
               WRITE REGISTRO-DEPENDENTE
                   INVALID KEY
                       DISPLAY 'ERROR: dependent '
                           MATRICULA-DEPENDENTE '-'
                           SEQUENCIA-DEPENDENTE ' already exists.'
                   NOT INVALID KEY
                       MOVE 'INCLUSAO' TO DESCRICAO-ACAO
                       PERFORM 008-GRAVAR-AUDITORIA
                       DISPLAY 'Dependent added as sequence '
                           SEQUENCIA-DEPENDENTE '.'
                       PERFORM 019-ATUALIZAR-CONTAGEM-MESTRE
               END-WRITE
           END-IF.
      *****************************************************************
       003-CONSULTAR-DEPENDENTES SECTION.
           MOVE 'N' TO FIM-CONSULTA.
           PERFORM 010-LOCALIZAR-EMPREGADO.
           IF ACHOU-EMPREGADO
               DISPLAY 'Dependents counted on the master: '
                   NUM-DEPENDENTES-MESTRE
               MOVE MATRICULA-MESTRE TO MATRICULA-DEPENDENTE
               MOVE ZEROS TO SEQUENCIA-DEPENDENTE
               START DEPENDENTES KEY NOT < CHAVE-DEPENDENTE
                   INVALID KEY
                       DISPLAY 'No dependents on file for employee '
                           MATRICULA-MESTRE '.'
                       SET FIM-DE-CONSULTA TO TRUE
               END-START
               PERFORM 004-LER-PROXIMO-DEPENDENTE
                   UNTIL FIM-DE-CONSULTA
           END-IF.
      *****************************************************************
       004-LER-PROXIMO-DEPENDENTE SECTION.
           READ DEPENDENTES NEXT RECORD
               AT END
                   DISPLAY 'No more dependents for employee '
                       MATRICULA-MESTRE '.'
                   SET FIM-DE-CONSULTA TO TRUE
               NOT AT END
                   IF MATRICULA-DEPENDENTE NOT = MATRICULA-MESTRE
                       DISPLAY 'No more dependents for employee '
                           MATRICULA-MESTRE '.'
                       SET FIM-DE-CONSULTA TO TRUE
                   ELSE
                       PERFORM 009-EXIBIR-DEPENDENTE
                       DISPLAY 'Next dependent (S/N): '
                       ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
                       IF NOT CONFIRMOU-OPERACAO
                           SET FIM-DE-CONSULTA TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       005-ALTERAR-DEPENDENTE SECTION.
           PERFORM 007-LOCALIZAR-DEPENDENTE.
           IF DADOS-CORRETOS
               DISPLAY 'New name (blank = keep): '
               ACCEPT NOME-INFORMADO FROM CONSOLE
               IF NOME-INFORMADO NOT = SPACES
                   MOVE NOME-INFORMADO TO NOME-DEPENDENTE
               END-IF
               DISPLAY 'New birth date (DDMMYYYY, blank = keep): '
               ACCEPT NASCIMENTO-INFORMADO-X FROM CONSOLE
               IF NASCIMENTO-INFORMADO-X NOT = SPACES
                   PERFORM 012-VALIDAR-NASCIMENTO
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               PERFORM 022-EXIBIR-PARENTESCOS
               DISPLAY 'New relationship (blank = keep): '
               ACCEPT PARENTESCO-INFORMADO FROM CONSOLE
               IF PARENTESCO-INFORMADO NOT = SPACES
                   PERFORM 013-VALIDAR-PARENTESCO
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               DISPLAY 'IRRF deduction (S/N, blank = keep): '
               ACCEPT IRRF-INFORMADO FROM CONSOLE
               IF IRRF-INFORMADO = SPACES
                   MOVE IRRF-DEPENDENTE TO IRRF-INFORMADO
               END-IF
               PERFORM 014-VALIDAR-IRRF
           END-IF.
           IF DADOS-CORRETOS
               REWRITE REGISTRO-DEPENDENTE
                   INVALID KEY
                       DISPLAY 'ERROR: could not rewrite dependent '
                           'record.'
                   NOT INVALID KEY
                       MOVE 'ALTERACAO' TO DESCRICAO-ACAO
                       PERFORM 008-GRAVAR-AUDITORIA
                       DISPLAY 'Dependent updated.'
                       PERFORM 019-ATUALIZAR-CONTAGEM-MESTRE
               END-REWRITE
           END-IF.
      *****************************************************************
       006-EXCLUIR-DEPENDENTE SECTION.
           PERFORM 007-LOCALIZAR-DEPENDENTE.
           IF DADOS-CORRETOS
               DISPLAY 'Confirm deletion of this dependent (S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   DELETE DEPENDENTES
                       INVALID KEY
                           DISPLAY 'ERROR: could not delete '
                               'dependent record.'
                       NOT INVALID KEY
                           MOVE 'EXCLUSAO' TO DESCRICAO-ACAO
                           PERFORM 008-GRAVAR-AUDITORIA
                           DISPLAY 'Dependent deleted.'
                           PERFORM 019-ATUALIZAR-CONTAGEM-MESTRE
                   END-DELETE
               ELSE
                   DISPLAY 'Deletion abandoned.'
               END-IF
           END-IF.
      *****************************************************************
       007-LOCALIZAR-DEPENDENTE SECTION.
           MOVE 'N' TO DADOS-VALIDOS.
           PERFORM 010-LOCALIZAR-EMPREGADO.
           IF ACHOU-EMPREGADO
               DISPLAY 'Dependent sequence: '
               ACCEPT SEQUENCIA-INFORMADA-X FROM CONSOLE
               IF SEQUENCIA-INFORMADA-X IS NUMERIC
                   MOVE MATRICULA-MESTRE TO MATRICULA-DEPENDENTE
                   MOVE SEQUENCIA-INFORMADA-X TO SEQUENCIA-DEPENDENTE
                   READ DEPENDENTES
                       INVALID KEY
                           DISPLAY 'ERROR: dependent '
                               MATRICULA-MESTRE '-'
                               SEQUENCIA-INFORMADA-X ' not found.'
                       NOT INVALID KEY
                           MOVE 'S' TO DADOS-VALIDOS
                           PERFORM 009-EXIBIR-DEPENDENTE
                   END-READ
               ELSE
                   DISPLAY 'ERROR: dependent sequence must be '
                       'numeric.'
               END-IF
           END-IF.
      *****************************************************************
       009-EXIBIR-DEPENDENTE SECTION.
           PERFORM 021-DESCREVER-PARENTESCO.
           DISPLAY 'Dependent ' MATRICULA-DEPENDENTE '-'
               SEQUENCIA-DEPENDENTE ' - ' NOME-DEPENDENTE.
           DISPLAY '  Born ' DIA-NASCIMENTO-DEPENDENTE '/'
               MES-NASCIMENTO-DEPENDENTE '/'
               ANO-NASCIMENTO-DEPENDENTE ' - '
               DESCRICAO-PARENTESCO ' - IRRF deduction: '
               IRRF-DEPENDENTE.
      *****************************************************************
       010-LOCALIZAR-EMPREGADO SECTION.
           MOVE 'N' TO EMPREGADO-LOCALIZADO.
           DISPLAY 'Employee number: '.
           ACCEPT MATRICULA-INFORMADA-X FROM CONSOLE.
           IF MATRICULA-INFORMADA-X IS NUMERIC
               MOVE MATRICULA-INFORMADA-X TO MATRICULA-INFORMADA
               MOVE MATRICULA-INFORMADA TO MATRICULA-XREF
               READ MATRICULA-CROSS-REF
                   INVALID KEY
                       DISPLAY 'ERROR: employee number '
                           MATRICULA-INFORMADA ' not on MATRXREF.'
                   NOT INVALID KEY
                       MOVE CHAVE-MESTRE-XREF TO CHAVE-MESTRE
                       READ PESSOAS-MASTER
                           INVALID KEY
                               DISPLAY 'ERROR: employee number '
                                   MATRICULA-INFORMADA
                                   ' not on PESSOASM.'
                           NOT INVALID KEY
                               MOVE 'S' TO EMPREGADO-LOCALIZADO
                               DISPLAY 'Employee: ' MATRICULA-MESTRE
                                   ' - ' PRIMEIRO-NOME-MESTRE ' '
                                   SOBRENOME-MESTRE
                       END-READ
               END-READ
           ELSE
               DISPLAY 'ERROR: employee number must be numeric.'
           END-IF.
      *****************************************************************
       012-VALIDAR-NASCIMENTO SECTION.
           IF NASCIMENTO-INFORMADO-X IS NUMERIC
               COMPUTE NASCIMENTO-AAAAMMDD = ANO-INFORMADO * 10000
                   + MES-INFORMADO * 100 + DIA-INFORMADO
           ELSE
               MOVE ZEROS TO NASCIMENTO-AAAAMMDD
           END-IF.
           IF NASCIMENTO-INFORMADO-X NOT NUMERIC
                   OR DIA-INFORMADO < 1 OR DIA-INFORMADO > 31
                   OR MES-INFORMADO < 1 OR MES-INFORMADO > 12
                   OR ANO-INFORMADO < 1900
                   OR NASCIMENTO-AAAAMMDD > DATA-EXECUCAO
               DISPLAY 'ERROR: invalid birth date ['
                   NASCIMENTO-INFORMADO-X '].'
               MOVE 'N' TO DADOS-VALIDOS
           ELSE
               MOVE DIA-INFORMADO TO DIA-NASCIMENTO-DEPENDENTE
               MOVE MES-INFORMADO TO MES-NASCIMENTO-DEPENDENTE
               MOVE ANO-INFORMADO TO ANO-NASCIMENTO-DEPENDENTE
           END-IF.
      *****************************************************************
       013-VALIDAR-PARENTESCO SECTION.
           MOVE PARENTESCO-INFORMADO TO PARENTESCO-DEPENDENTE.
           INSPECT PARENTESCO-DEPENDENTE
               CONVERTING 'cfuipg' TO 'CFUIPG'.
           IF NOT PARENTESCO-VALIDO
               DISPLAY 'ERROR: invalid relationship ['
                   PARENTESCO-INFORMADO '].'
               MOVE 'N' TO DADOS-VALIDOS
           END-IF.
      *****************************************************************
       014-VALIDAR-IRRF SECTION.
           EVALUATE TRUE
               WHEN IRRF-INFORMADO-NAO
                   MOVE 'N' TO IRRF-DEPENDENTE
               WHEN IRRF-INFORMADO-SIM
                   COMPUTE MESES-REFERENCIA =
                       ANO-EXECUCAO * 12 + MES-EXECUCAO
                   PERFORM 015-VERIFICAR-LIMITE-IDADE
                   IF PASSOU-LIMITE-IDADE
                       DISPLAY 'ERROR: dependent is past the '
                           LIMITE-IDADE '-year age limit for this '
                           'relationship - not IRRF-eligible.'
                       MOVE 'N' TO DADOS-VALIDOS
                   ELSE
                       MOVE 'S' TO IRRF-DEPENDENTE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR: invalid IRRF flag ['
                       IRRF-INFORMADO '] - enter S or N.'
                   MOVE 'N' TO DADOS-VALIDOS
           END-EVALUATE.
      *****************************************************************
       015-VERIFICAR-LIMITE-IDADE SECTION.
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
       019-ATUALIZAR-CONTAGEM-MESTRE SECTION.
           PERFORM 020-CONTAR-DEPENDENTES.
           IF QUANTIDADE-ELEGIVEIS NOT = NUM-DEPENDENTES-MESTRE
               MOVE NUM-DEPENDENTES-MESTRE TO CONTAGEM-ANTERIOR
               MOVE SPACES TO IMAGEM-ANTERIOR-MESTRE
               MOVE REGISTRO-MESTRE TO IMAGEM-ANTERIOR-MESTRE
               MOVE QUANTIDADE-ELEGIVEIS TO NUM-DEPENDENTES-MESTRE
               REWRITE REGISTRO-MESTRE
                   INVALID KEY
                       DISPLAY 'ERROR: could not rewrite master '
                           'record for employee ' MATRICULA-MESTRE
                           ' - dependent count not updated.'
                   NOT INVALID KEY
                       PERFORM 011-GRAVAR-JORNAL
                       PERFORM 023-GRAVAR-AUDITORIA-CONTAGEM
                       DISPLAY 'IRRF dependent count on the master: '
                           CONTAGEM-ANTERIOR ' -> '
                           NUM-DEPENDENTES-MESTRE
               END-REWRITE
           END-IF.
      *****************************************************************
       020-CONTAR-DEPENDENTES SECTION.
           MOVE ZEROS TO QUANTIDADE-ELEGIVEIS.
           MOVE ZEROS TO ULTIMA-SEQUENCIA.
           MOVE MATRICULA-MESTRE TO MATRICULA-CONTAGEM.
           MOVE 'N' TO FIM-DEPENDENTES.
           MOVE MATRICULA-CONTAGEM TO MATRICULA-DEPENDENTE.
           MOVE ZEROS TO SEQUENCIA-DEPENDENTE.
           START DEPENDENTES KEY NOT < CHAVE-DEPENDENTE
               INVALID KEY
                   SET FIM-DE-DEPENDENTES TO TRUE
           END-START.
           PERFORM 024-LER-DEPENDENTE-CONTAGEM
               UNTIL FIM-DE-DEPENDENTES.
      *****************************************************************
       024-LER-DEPENDENTE-CONTAGEM SECTION.
           READ DEPENDENTES NEXT RECORD
               AT END
                   SET FIM-DE-DEPENDENTES TO TRUE
               NOT AT END
                   IF MATRICULA-DEPENDENTE NOT = MATRICULA-CONTAGEM
                       SET FIM-DE-DEPENDENTES TO TRUE
                   ELSE
                       MOVE SEQUENCIA-DEPENDENTE TO ULTIMA-SEQUENCIA
                       IF DEPENDENTE-DEDUZ-IRRF
                           ADD 1 TO QUANTIDADE-ELEGIVEIS
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       011-GRAVAR-JORNAL SECTION.
           MOVE SPACES TO REGISTRO-JORNAL.
           MOVE 'R' TO TIPO-OPERACAO-JORNAL.
           MOVE DATA-EXECUCAO TO DATA-JORNAL.
           MOVE HORA-EXECUCAO TO HORA-JORNAL.
           MOVE OPERADOR-ID TO OPERADOR-JORNAL.
           MOVE 'DEPENDENTE-MAINT' TO PROGRAMA-JORNAL.
           MOVE IMAGEM-ANTERIOR-MESTRE TO IMAGEM-ANTES-JORNAL.
           MOVE REGISTRO-MESTRE TO IMAGEM-DEPOIS-JORNAL.
           WRITE REGISTRO-JORNAL.
      *****************************************************************
       021-DESCREVER-PARENTESCO SECTION.
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
       022-EXIBIR-PARENTESCOS SECTION.
           DISPLAY '  C = spouse / partner   F = child or stepchild '
               '(to 21)'.
           DISPLAY '  U = child in higher / technical education '
               '(to 24)'.
           DISPLAY '  I = child unable to work   P = parent / '
               'grandparent   G = ward (to 21)'.
      *****************************************************************
       008-GRAVAR-AUDITORIA SECTION.
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
               ' ' DELIMITED BY SIZE
               DESCRICAO-ACAO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               NOME-DEPENDENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NASCIMENTO-DEPENDENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PARENTESCO-DEPENDENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IRRF-DEPENDENTE DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
      *****************************************************************
       023-GRAVAR-AUDITORIA-CONTAGEM SECTION.
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
       999-FINALIZAR SECTION.
           IF ACESSO-LIBERADO
               CLOSE DEPENDENTES
               CLOSE PESSOAS-MASTER
               CLOSE MATRICULA-CROSS-REF
               CLOSE AUDITORIA
               CLOSE JORNAL-MESTRE
           END-IF.
           DISPLAY 'Dependent maintenance complete.'.
