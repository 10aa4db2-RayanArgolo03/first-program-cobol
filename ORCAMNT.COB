      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Maintenance program for the department      *
      *                   budget file ORCAMEN: add, browse, change    *
      *                   and delete the budgeted headcount and       *
      *                   gross payroll per department and monthly    *
      *                   competencia. Department codes validated on  *
      *                   DEPTREF, operator sign-on on OPERREF        *
      *                   (update authority required), every change   *
      *                   audited to AUDITLOG.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. ORCAMENTO-MAINT.
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

           SELECT DEPARTAMENTOS ASSIGN TO "DEPTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQUIVO-DEPARTAMENTOS.

           SELECT AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUDITORIA.

           SELECT OPERADORES ASSIGN TO "OPERREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-ARQUIVO-OPERADORES.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  ORCAMENTOS.
       COPY REGORCAM.

       FD  DEPARTAMENTOS.
       COPY REGDEPTO.

       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(120).

       FD  OPERADORES.
       COPY REGOPER.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-ORCAMENTOS.
           03 ACAO-ORCAMENTO PIC X(01) VALUE SPACES.
               88 ACAO-INCLUSAO VALUE 'I' 'i'.
               88 ACAO-CONSULTA VALUE 'C' 'c'.
               88 ACAO-ALTERACAO VALUE 'A' 'a'.
               88 ACAO-EXCLUSAO VALUE 'E' 'e'.
               88 ACAO-SAIDA VALUE 'X' 'x'.
           03 FIM-MANUTENCAO PIC X(01) VALUE 'N'.
               88 FIM-DE-MANUTENCAO VALUE 'S'.
           03 FIM-CONSULTA PIC X(01) VALUE 'N'.
               88 FIM-DE-CONSULTA VALUE 'S'.
           03 CONFIRMA-OPERACAO PIC X(01) VALUE SPACES.
               88 CONFIRMOU-OPERACAO VALUE 'S' 's' 'Y' 'y'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-ORCAMENTOS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-DEPARTAMENTOS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUDITORIA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-OPERADORES PIC X(02) VALUE SPACES.
           03 SENHA-INFORMADA PIC X(08) VALUE SPACES.
           03 ACESSO-VALIDO PIC X(01) VALUE 'N'.
               88 ACESSO-LIBERADO VALUE 'S'.
           03 DEPTOS-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DEPTOS-ABERTO VALUE 'S'.
           03 DADOS-VALIDOS PIC X(01) VALUE 'N'.
               88 DADOS-CORRETOS VALUE 'S'.
           03 DEPTO-CONSULTA PIC X(04) VALUE SPACES.

       01 CAMPOS-ORCAMENTO.
           03 DEPTO-INFORMADO PIC X(04) VALUE SPACES.
           03 COMPETENCIA-INFORMADA-X PIC X(06) VALUE SPACES.
           03 COMPETENCIA-INFORMADA
                   REDEFINES COMPETENCIA-INFORMADA-X.
               05 ANO-INFORMADO PIC 9(04).
               05 MES-INFORMADO PIC 9(02).
           03 QUADRO-INFORMADO-X PIC X(05) VALUE SPACES.
           03 QUADRO-INFORMADO REDEFINES QUADRO-INFORMADO-X
                   PIC 9(05).
           03 BRUTO-INFORMADO PIC 9(10)V99 VALUE ZEROS.
           03 DESCRICAO-ACAO PIC X(10) VALUE SPACES.

       01 CAMPOS-EDITADOS.
           03 QUADRO-EDITADO PIC ZZZZ9.
           03 BRUTO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
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
               ' SIGNON NEGADO ORCAMENTO-MAINT' DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AUDITORIA.
      *****************************************************************
       017-ABRIR-ARQUIVOS SECTION.
           OPEN I-O ORCAMENTOS.
           IF STATUS-ARQUIVO-ORCAMENTOS NOT = '00'
               OPEN OUTPUT ORCAMENTOS
               CLOSE ORCAMENTOS
               OPEN I-O ORCAMENTOS
           END-IF.
           IF STATUS-ARQUIVO-ORCAMENTOS NOT = '00'
               DISPLAY 'ERROR: could not open budget file '
                   'ORCAMEN - status ['
                   STATUS-ARQUIVO-ORCAMENTOS '].'
               SET FIM-DE-MANUTENCAO TO TRUE
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF STATUS-ARQUIVO-AUDITORIA NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF.

           OPEN INPUT DEPARTAMENTOS.
           IF STATUS-ARQUIVO-DEPARTAMENTOS = '00'
               MOVE 'S' TO DEPTOS-DISPONIVEL
           ELSE
               MOVE 'N' TO DEPTOS-DISPONIVEL
               DISPLAY 'WARNING: department file DEPTREF not '
                   'available - status ['
                   STATUS-ARQUIVO-DEPARTAMENTOS '] - department '
                   'codes will not be checked.'
           END-IF.
      *****************************************************************
       001-PROCESSAR-COMANDO SECTION.
           DISPLAY 'Action (I = add, C = browse, A = change, '
               'E = delete, X = exit): '.
           ACCEPT ACAO-ORCAMENTO FROM CONSOLE.
           EVALUATE TRUE
               WHEN ACAO-INCLUSAO
                   PERFORM 002-INCLUIR-ORCAMENTO
               WHEN ACAO-CONSULTA
                   PERFORM 003-CONSULTAR-ORCAMENTOS
               WHEN ACAO-ALTERACAO
                   PERFORM 005-ALTERAR-ORCAMENTO
               WHEN ACAO-EXCLUSAO
                   PERFORM 006-EXCLUIR-ORCAMENTO
               WHEN ACAO-SAIDA
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR: invalid action ['
                       ACAO-ORCAMENTO '] - enter I, C, A, E or X.'
           END-EVALUATE.
      *****************************************************************
       002-INCLUIR-ORCAMENTO SECTION.
           PERFORM 010-OBTER-CHAVE.
           IF DADOS-CORRETOS
               PERFORM 011-OBTER-QUADRO
           END-IF.
           IF DADOS-CORRETOS
               PERFORM 012-OBTER-BRUTO
           END-IF.
           IF DADOS-CORRETOS
               MOVE DEPTO-INFORMADO TO DEPTO-ORCAMENTO
               MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-ORCAMENTO
               MOVE QUADRO-INFORMADO TO QUADRO-ORCAMENTO
               MOVE BRUTO-INFORMADO TO BRUTO-ORCAMENTO
               MOVE DATA-EXECUCAO TO DATA-ATUALIZACAO-ORCAMENTO
               MOVE OPERADOR-ID TO OPERADOR-ORCAMENTO
               WRITE REGISTRO-ORCAMENTO
                   INVALID KEY
                       DISPLAY 'ERROR: a budget for department ['
                           DEPTO-INFORMADO '] competencia '
                           COMPETENCIA-INFORMADA-X
                           ' already exists.'
                   NOT INVALID KEY
                       MOVE 'INCLUSAO' TO DESCRICAO-ACAO
                       PERFORM 008-GRAVAR-AUDITORIA
                       DISPLAY 'Budget added.'
               END-WRITE
           END-IF.
      *****************************************************************
       003-CONSULTAR-ORCAMENTOS SECTION.
           MOVE 'N' TO FIM-CONSULTA.
           DISPLAY 'Department code to browse (blank = start of '
               'file): '.
           ACCEPT DEPTO-CONSULTA FROM CONSOLE.
           MOVE DEPTO-CONSULTA TO DEPTO-ORCAMENTO.
           MOVE ZEROS TO COMPETENCIA-ORCAMENTO.
           START ORCAMENTOS KEY NOT < CHAVE-ORCAMENTO
               INVALID KEY
                   DISPLAY 'No budgets found from the requested '
                       'department.'
                   SET FIM-DE-CONSULTA TO TRUE
           END-START.
           PERFORM 004-LER-PROXIMO-ORCAMENTO UNTIL FIM-DE-CONSULTA.
      *****************************************************************
       004-LER-PROXIMO-ORCAMENTO SECTION.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   DISPLAY 'End of budget file reached.'
                   SET FIM-DE-CONSULTA TO TRUE
               NOT AT END
                   IF DEPTO-CONSULTA NOT = SPACES
                           AND DEPTO-ORCAMENTO NOT = DEPTO-CONSULTA
                       DISPLAY 'No more budgets for department ['
                           DEPTO-CONSULTA '].'
                       SET FIM-DE-CONSULTA TO TRUE
                   ELSE
                       PERFORM 009-EXIBIR-ORCAMENTO
                       DISPLAY 'Next budget (S/N): '
                       ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
                       IF NOT CONFIRMOU-OPERACAO
                           SET FIM-DE-CONSULTA TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       005-ALTERAR-ORCAMENTO SECTION.
           PERFORM 007-LOCALIZAR-ORCAMENTO.
           IF DADOS-CORRETOS
               DISPLAY 'Change budgeted headcount (S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   PERFORM 011-OBTER-QUADRO
                   IF DADOS-CORRETOS
                       MOVE QUADRO-INFORMADO TO QUADRO-ORCAMENTO
                   END-IF
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               DISPLAY 'Change budgeted gross payroll (S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   PERFORM 012-OBTER-BRUTO
                   IF DADOS-CORRETOS
                       MOVE BRUTO-INFORMADO TO BRUTO-ORCAMENTO
                   END-IF
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               MOVE DATA-EXECUCAO TO DATA-ATUALIZACAO-ORCAMENTO
               MOVE OPERADOR-ID TO OPERADOR-ORCAMENTO
               REWRITE REGISTRO-ORCAMENTO
                   INVALID KEY
                       DISPLAY 'ERROR: could not rewrite budget '
                           'record.'
                   NOT INVALID KEY
                       MOVE 'ALTERACAO' TO DESCRICAO-ACAO
                       PERFORM 008-GRAVAR-AUDITORIA
                       DISPLAY 'Budget updated.'
               END-REWRITE
           END-IF.
      *****************************************************************
       006-EXCLUIR-ORCAMENTO SECTION.
           PERFORM 007-LOCALIZAR-ORCAMENTO.
           IF DADOS-CORRETOS
               DISPLAY 'Confirm deletion of this budget (S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   DELETE ORCAMENTOS
                       INVALID KEY
                           DISPLAY 'ERROR: could not delete '
                               'budget record.'
                       NOT INVALID KEY
                           MOVE 'EXCLUSAO' TO DESCRICAO-ACAO
                           PERFORM 008-GRAVAR-AUDITORIA
                           DISPLAY 'Budget deleted.'
                   END-DELETE
               ELSE
                   DISPLAY 'Deletion abandoned.'
               END-IF
           END-IF.
      *****************************************************************
       007-LOCALIZAR-ORCAMENTO SECTION.
           MOVE 'N' TO DADOS-VALIDOS.
           DISPLAY 'Department code: '.
           ACCEPT DEPTO-INFORMADO FROM CONSOLE.
           DISPLAY 'Competencia (YYYYMM): '.
           ACCEPT COMPETENCIA-INFORMADA-X FROM CONSOLE.
           IF COMPETENCIA-INFORMADA-X IS NUMERIC
               MOVE DEPTO-INFORMADO TO DEPTO-ORCAMENTO
               MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-ORCAMENTO
               READ ORCAMENTOS
                   INVALID KEY
                       DISPLAY 'ERROR: no budget for department ['
                           DEPTO-INFORMADO '] competencia '
                           COMPETENCIA-INFORMADA-X '.'
                   NOT INVALID KEY
                       MOVE 'S' TO DADOS-VALIDOS
                       PERFORM 009-EXIBIR-ORCAMENTO
               END-READ
           ELSE
               DISPLAY 'ERROR: competencia must be numeric (YYYYMM).'
           END-IF.
      *****************************************************************
       009-EXIBIR-ORCAMENTO SECTION.
           MOVE QUADRO-ORCAMENTO TO QUADRO-EDITADO.
           MOVE BRUTO-ORCAMENTO TO BRUTO-EDITADO.
           DISPLAY 'Department ' DEPTO-ORCAMENTO ' - competencia '
               COMPETENCIA-ORCAMENTO ' - headcount ' QUADRO-EDITADO
               ' - gross ' BRUTO-EDITADO.
           DISPLAY '  Last updated ' DATA-ATUALIZACAO-ORCAMENTO
               ' by ' OPERADOR-ORCAMENTO.
      *****************************************************************
       010-OBTER-CHAVE SECTION.
           MOVE 'N' TO DADOS-VALIDOS.
           DISPLAY 'Department code: '.
           ACCEPT DEPTO-INFORMADO FROM CONSOLE.
           DISPLAY 'Competencia (YYYYMM): '.
           ACCEPT COMPETENCIA-INFORMADA-X FROM CONSOLE.
           EVALUATE TRUE
               WHEN DEPTO-INFORMADO = SPACES
                   DISPLAY 'ERROR: department code may not be blank.'
               WHEN COMPETENCIA-INFORMADA-X NOT NUMERIC
                       OR MES-INFORMADO < 1
                       OR MES-INFORMADO > 12
                       OR ANO-INFORMADO < 1900
                   DISPLAY 'ERROR: invalid competencia ['
                       COMPETENCIA-INFORMADA-X '] - monthly '
                       'competencias only (YYYYMM, month 01-12).'
               WHEN NOT DEPTOS-ABERTO
                   MOVE 'S' TO DADOS-VALIDOS
               WHEN OTHER
                   MOVE DEPTO-INFORMADO TO CODIGO-DEPARTAMENTO
                   READ DEPARTAMENTOS
                       INVALID KEY
                           DISPLAY 'ERROR: department ['
                               DEPTO-INFORMADO '] not on DEPTREF.'
                       NOT INVALID KEY
                           DISPLAY 'Department: '
                               DESCRICAO-DEPARTAMENTO
                               ' - cost center '
                               CENTRO-CUSTO-DEPARTAMENTO
                           MOVE 'S' TO DADOS-VALIDOS
                   END-READ
           END-EVALUATE.
      *****************************************************************
       011-OBTER-QUADRO SECTION.
           DISPLAY 'Budgeted headcount: '.
           ACCEPT QUADRO-INFORMADO-X FROM CONSOLE.
           IF QUADRO-INFORMADO-X IS NUMERIC
               MOVE 'S' TO DADOS-VALIDOS
           ELSE
               DISPLAY 'ERROR: headcount must be numeric (5 digits).'
               MOVE 'N' TO DADOS-VALIDOS
           END-IF.
      *****************************************************************
       012-OBTER-BRUTO SECTION.
           DISPLAY 'Budgeted gross payroll: '.
           ACCEPT BRUTO-INFORMADO FROM CONSOLE.
           IF BRUTO-INFORMADO = ZEROS
               DISPLAY 'WARNING: zero gross payroll budgeted.'
           END-IF.
           MOVE 'S' TO DADOS-VALIDOS.
      *****************************************************************
       008-GRAVAR-AUDITORIA SECTION.
           MOVE QUADRO-ORCAMENTO TO QUADRO-EDITADO.
           MOVE BRUTO-ORCAMENTO TO BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING
               OPERADOR-ID DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HORA-EXECUCAO DELIMITED BY SIZE
               ' ORCAMENTO ' DELIMITED BY SIZE
               DEPTO-ORCAMENTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               COMPETENCIA-ORCAMENTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DESCRICAO-ACAO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               QUADRO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF ACESSO-LIBERADO
               CLOSE ORCAMENTOS
               CLOSE AUDITORIA
               IF DEPTOS-ABERTO
                   CLOSE DEPARTAMENTOS
               END-IF
           END-IF.
           DISPLAY 'Budget maintenance complete.'.
