      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Maintenance program for the recurring       *
      *                   earnings / deductions file RUBRICAM: add,   *
      *                   browse, change and delete the rubricas      *
      *                   each employee carries (fixed amount or      *
      *                   percentage, start / end competencia, loan   *
      *                   balance). Codes validated on TABRUBR,       *
      *                   employee numbers on MATRXREF, operator      *
      *                   sign-on on OPERREF, every change audited    *
      *                   to AUDITLOG.                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. RUBRICA-MAINT.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUBRICAS-EMPREGADO ASSIGN TO "RUBRICAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-RUBRICA-EMPREGADO
               FILE STATUS IS STATUS-ARQUIVO-RUBRICAS.

           SELECT TABELA-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-TABRUBR.

           SELECT MATRICULA-CROSS-REF ASSIGN TO "MATRXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULA-XREF
               FILE STATUS IS STATUS-ARQUIVO-XREF.

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
       FD  RUBRICAS-EMPREGADO.
       COPY REGRUBEM.

       FD  TABELA-RUBRICAS.
       COPY REGRUBRC.

       FD  MATRICULA-CROSS-REF.
       COPY REGMATRX.

       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(120).

       FD  OPERADORES.
       COPY REGOPER.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-RUBRICAS.
           03 ACAO-RUBRICA PIC X(01) VALUE SPACES.
               88 ACAO-INCLUSAO VALUE 'I' 'i'.
               88 ACAO-CONSULTA VALUE 'C' 'c'.
               88 ACAO-ALTERACAO VALUE 'A' 'a'.
               88 ACAO-EXCLUSAO VALUE 'E' 'e'.
               88 ACAO-SAIDA VALUE 'X' 'x'.
           03 FIM-MANUTENCAO PIC X(01) VALUE 'N'.
               88 FIM-DE-MANUTENCAO VALUE 'S'.
           03 FIM-CONSULTA PIC X(01) VALUE 'N'.
               88 FIM-DE-CONSULTA VALUE 'S'.
           03 FIM-TABELA-RUBRICAS PIC X(01) VALUE 'N'.
               88 FIM-DE-TABELA-RUBRICAS VALUE 'S'.
           03 CONFIRMA-OPERACAO PIC X(01) VALUE SPACES.
               88 CONFIRMOU-OPERACAO VALUE 'S' 's' 'Y' 'y'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 STATUS-ARQUIVO-RUBRICAS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-TABRUBR PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-XREF PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUDITORIA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-OPERADORES PIC X(02) VALUE SPACES.
           03 SENHA-INFORMADA PIC X(08) VALUE SPACES.
           03 ACESSO-VALIDO PIC X(01) VALUE 'N'.
               88 ACESSO-LIBERADO VALUE 'S'.
           03 XREF-DISPONIVEL PIC X(01) VALUE 'N'.
               88 XREF-ABERTO VALUE 'S'.
           03 AVISO-TABELA-CODIGOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CODIGOS-CHEIA VALUE 'S'.
           03 DADOS-VALIDOS PIC X(01) VALUE 'N'.
               88 DADOS-CORRETOS VALUE 'S'.
           03 MATRICULA-CONSULTA PIC 9(06) VALUE ZEROS.

       01 TABELA-CODIGOS-RUBRICA.
           03 QUANTIDADE-CODIGOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-CODIGO OCCURS 200 TIMES.
               05 CODIGO-TABELA PIC X(04).
               05 DESCRICAO-CODIGO-TABELA PIC X(20).
               05 NATUREZA-CODIGO-TABELA PIC X(01).
               05 CLASSE-CODIGO-TABELA PIC X(01).

       01 LOCALIZACAO-CODIGO.
           03 CODIGO-PROCURADO PIC X(04) VALUE SPACES.
           03 INDICE-CODIGO PIC 9(03) VALUE ZEROS.
           03 INDICE-CODIGO-ACHADO PIC 9(03) VALUE ZEROS.
           03 CODIGO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-CODIGO VALUE 'S'.
           03 CLASSE-CODIGO-ATUAL PIC X(01) VALUE SPACES.
               88 CODIGO-ATUAL-EMPRESTIMO VALUE 'E'.

       01 CAMPOS-RUBRICA.
           03 MATRICULA-INFORMADA-X PIC X(06) VALUE SPACES.
           03 MATRICULA-INFORMADA PIC 9(06) VALUE ZEROS.
           03 CODIGO-INFORMADO PIC X(04) VALUE SPACES.
           03 FORMA-INFORMADA PIC X(01) VALUE SPACES.
               88 FORMA-VALOR VALUE 'V' 'v'.
               88 FORMA-PERCENTUAL VALUE 'P' 'p'.
           03 VALOR-INFORMADO PIC 9(06)V99 VALUE ZEROS.
           03 PERCENTUAL-INFORMADO PIC 9(03)V99 VALUE ZEROS.
           03 SALDO-INFORMADO PIC 9(08)V99 VALUE ZEROS.
           03 INICIO-INFORMADO-X PIC X(06) VALUE SPACES.
           03 INICIO-INFORMADO REDEFINES INICIO-INFORMADO-X.
               05 ANO-INICIO-INFORMADO PIC 9(04).
               05 MES-INICIO-INFORMADO PIC 9(02).
           03 FIM-INFORMADO-X PIC X(06) VALUE SPACES.
           03 FIM-INFORMADO REDEFINES FIM-INFORMADO-X.
               05 ANO-FIM-INFORMADO PIC 9(04).
               05 MES-FIM-INFORMADO PIC 9(02).
           03 DESCRICAO-ACAO PIC X(10) VALUE SPACES.

       01 CAMPOS-EDITADOS.
           03 VALOR-EDITADO PIC ZZZZZ9,99.
           03 PERCENTUAL-EDITADO PIC ZZ9,99.
           03 SALDO-EDITADO PIC ZZZZZZZ9,99.
           03 VALOR-AUDITORIA PIC X(09) VALUE SPACES.
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
               PERFORM 019-CARREGAR-CODIGOS-RUBRICA
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
               ' SIGNON NEGADO RUBRICA-MAINT' DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AUDITORIA.
      *****************************************************************
       019-CARREGAR-CODIGOS-RUBRICA SECTION.
           MOVE 'N' TO FIM-TABELA-RUBRICAS.
           OPEN INPUT TABELA-RUBRICAS.
           IF STATUS-ARQUIVO-TABRUBR = '00'
               PERFORM 020-LER-CODIGO-RUBRICA
                   UNTIL FIM-DE-TABELA-RUBRICAS
               CLOSE TABELA-RUBRICAS
           ELSE
               DISPLAY 'ERROR: rubrica table TABRUBR not available '
                   '- status [' STATUS-ARQUIVO-TABRUBR '].'
           END-IF.
           IF QUANTIDADE-CODIGOS = ZEROS
               DISPLAY 'ERROR: no valid rubrica codes on TABRUBR - '
                   'maintenance abandoned.'
               SET FIM-DE-MANUTENCAO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
       020-LER-CODIGO-RUBRICA SECTION.
           READ TABELA-RUBRICAS
               AT END
                   SET FIM-DE-TABELA-RUBRICAS TO TRUE
               NOT AT END
                   IF NOT RUBRICA-PROVENTO
                           AND NOT RUBRICA-DESCONTO
                       DISPLAY 'WARNING: rubrica [' CODIGO-RUBRICA
                           '] on TABRUBR is neither earning nor '
                           'deduction - ignored.'
                   ELSE
                       IF QUANTIDADE-CODIGOS < 200
                           ADD 1 TO QUANTIDADE-CODIGOS
                           MOVE CODIGO-RUBRICA
                               TO CODIGO-TABELA (QUANTIDADE-CODIGOS)
                           MOVE DESCRICAO-RUBRICA
                               TO DESCRICAO-CODIGO-TABELA
                                   (QUANTIDADE-CODIGOS)
                           MOVE NATUREZA-RUBRICA
                               TO NATUREZA-CODIGO-TABELA
                                   (QUANTIDADE-CODIGOS)
                           MOVE CLASSE-RUBRICA
                               TO CLASSE-CODIGO-TABELA
                                   (QUANTIDADE-CODIGOS)
                       ELSE
                           IF NOT AVISADA-TABELA-CODIGOS-CHEIA
                               DISPLAY 'WARNING: more than 200 '
                                   'rubricas on TABRUBR - extra '
                                   'codes ignored.'
                               MOVE 'S' TO AVISO-TABELA-CODIGOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       017-ABRIR-ARQUIVOS SECTION.
           OPEN I-O RUBRICAS-EMPREGADO.
           IF STATUS-ARQUIVO-RUBRICAS NOT = '00'
               OPEN OUTPUT RUBRICAS-EMPREGADO
               CLOSE RUBRICAS-EMPREGADO
               OPEN I-O RUBRICAS-EMPREGADO
           END-IF.
           IF STATUS-ARQUIVO-RUBRICAS NOT = '00'
               DISPLAY 'ERROR: could not open recurring items file '
                   'RUBRICAM - status ['
                   STATUS-ARQUIVO-RUBRICAS '].'
               SET FIM-DE-MANUTENCAO TO TRUE
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF STATUS-ARQUIVO-AUDITORIA NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF.

           OPEN INPUT MATRICULA-CROSS-REF.
           IF STATUS-ARQUIVO-XREF = '00'
               MOVE 'S' TO XREF-DISPONIVEL
           ELSE
               MOVE 'N' TO XREF-DISPONIVEL
               DISPLAY 'WARNING: cross-reference file MATRXREF not '
                   'available - status [' STATUS-ARQUIVO-XREF '] - '
                   'employee numbers will not be checked.'
           END-IF.
      *****************************************************************
       001-PROCESSAR-COMANDO SECTION.
           DISPLAY 'Action (I = add, C = browse, A = change, '
               'E = delete, X = exit): '.
           ACCEPT ACAO-RUBRICA FROM CONSOLE.
           EVALUATE TRUE
               WHEN ACAO-INCLUSAO
                   PERFORM 002-INCLUIR-RUBRICA
               WHEN ACAO-CONSULTA
                   PERFORM 003-CONSULTAR-RUBRICAS
               WHEN ACAO-ALTERACAO
                   PERFORM 005-ALTERAR-RUBRICA
               WHEN ACAO-EXCLUSAO
                   PERFORM 006-EXCLUIR-RUBRICA
               WHEN ACAO-SAIDA
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR: invalid action ['
                       ACAO-RUBRICA '] - enter I, C, A, E or X.'
           END-EVALUATE.
      *****************************************************************
       002-INCLUIR-RUBRICA SECTION.
           MOVE 'N' TO DADOS-VALIDOS.
           PERFORM 010-OBTER-MATRICULA.
           IF DADOS-CORRETOS
               DISPLAY 'Rubrica code: '
               ACCEPT CODIGO-INFORMADO FROM CONSOLE
               MOVE CODIGO-INFORMADO TO CODIGO-PROCURADO
               PERFORM 011-LOCALIZAR-CODIGO
               IF NOT ACHOU-CODIGO
                   DISPLAY 'ERROR: rubrica [' CODIGO-INFORMADO
                       '] not on TABRUBR.'
                   MOVE 'N' TO DADOS-VALIDOS
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               MOVE MATRICULA-INFORMADA TO MATRICULA-RUBRICA-EMP
               MOVE CODIGO-INFORMADO TO CODIGO-RUBRICA-EMP
               READ RUBRICAS-EMPREGADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'ERROR: employee ' MATRICULA-INFORMADA
                           ' already carries rubrica ['
                           CODIGO-INFORMADO '] - use A to change it.'
                       MOVE 'N' TO DADOS-VALIDOS
               END-READ
           END-IF.
           IF DADOS-CORRETOS
               MOVE SPACES TO REGISTRO-RUBRICA-EMPREGADO
               MOVE MATRICULA-INFORMADA TO MATRICULA-RUBRICA-EMP
               MOVE CODIGO-INFORMADO TO CODIGO-RUBRICA-EMP
               MOVE ZEROS TO VALOR-RUBRICA-EMP
               MOVE ZEROS TO PERCENTUAL-RUBRICA-EMP
               MOVE ZEROS TO SALDO-RUBRICA-EMP
               MOVE ZEROS TO COMPETENCIA-BAIXA-RUBRICA-EMP
               MOVE ZEROS TO VALOR-BAIXA-RUBRICA-EMP
               PERFORM 012-OBTER-FORMA-VALOR
           END-IF.
           IF DADOS-CORRETOS
               PERFORM 013-OBTER-VIGENCIA
           END-IF.
           IF DADOS-CORRETOS
                   AND CODIGO-ATUAL-EMPRESTIMO
               DISPLAY 'Outstanding loan balance: '
               ACCEPT SALDO-INFORMADO FROM CONSOLE
               IF SALDO-INFORMADO = ZEROS
                   DISPLAY 'ERROR: a loan rubrica needs the '
                       'outstanding balance.'
                   MOVE 'N' TO DADOS-VALIDOS
               ELSE
                   MOVE SALDO-INFORMADO TO SALDO-RUBRICA-EMP
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               WRITE REGISTRO-RUBRICA-EMPREGADO
                   INVALID KEY
                       DISPLAY 'ERROR: employee ' MATRICULA-INFORMADA
                           ' already carries rubrica ['
                           CODIGO-INFORMADO '].'
                   NOT INVALID KEY
                       MOVE 'INCLUSAO' TO DESCRICAO-ACAO
                       PERFORM 008-GRAVAR-AUDITORIA
                       DISPLAY 'Recurring item added.'
               END-WRITE
           END-IF.
      *****************************************************************
       003-CONSULTAR-RUBRICAS SECTION.
           MOVE 'N' TO FIM-CONSULTA.
           MOVE SPACES TO MATRICULA-INFORMADA-X.
           DISPLAY 'Employee number to browse (blank = start of '
               'file): '.
           ACCEPT MATRICULA-INFORMADA-X FROM CONSOLE.
           MOVE ZEROS TO MATRICULA-CONSULTA.
           IF MATRICULA-INFORMADA-X IS NUMERIC
               MOVE MATRICULA-INFORMADA-X TO MATRICULA-CONSULTA
           END-IF.
           MOVE MATRICULA-CONSULTA TO MATRICULA-RUBRICA-EMP.
           MOVE LOW-VALUES TO CODIGO-RUBRICA-EMP.
           START RUBRICAS-EMPREGADO KEY NOT < CHAVE-RUBRICA-EMPREGADO
               INVALID KEY
                   DISPLAY 'No recurring items found from the '
                       'requested employee.'
                   SET FIM-DE-CONSULTA TO TRUE
           END-START.
           PERFORM 004-LER-PROXIMA-RUBRICA UNTIL FIM-DE-CONSULTA.
      *****************************************************************
       004-LER-PROXIMA-RUBRICA SECTION.
           READ RUBRICAS-EMPREGADO NEXT RECORD
               AT END
                   DISPLAY 'End of recurring items file reached.'
                   SET FIM-DE-CONSULTA TO TRUE
               NOT AT END
                   IF MATRICULA-CONSULTA NOT = ZEROS
                           AND MATRICULA-RUBRICA-EMP
                               NOT = MATRICULA-CONSULTA
                       DISPLAY 'No more recurring items for employee '
                           MATRICULA-CONSULTA '.'
                       SET FIM-DE-CONSULTA TO TRUE
                   ELSE
                       PERFORM 009-EXIBIR-RUBRICA
                       DISPLAY 'Next recurring item (S/N): '
                       ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
                       IF NOT CONFIRMOU-OPERACAO
                           SET FIM-DE-CONSULTA TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       005-ALTERAR-RUBRICA SECTION.
           PERFORM 007-LOCALIZAR-RUBRICA.
           IF DADOS-CORRETOS
               DISPLAY 'Change amount / percentage (S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   PERFORM 012-OBTER-FORMA-VALOR
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               DISPLAY 'Change start / end competencia (S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   PERFORM 013-OBTER-VIGENCIA
               END-IF
           END-IF.
           IF DADOS-CORRETOS
                   AND CODIGO-ATUAL-EMPRESTIMO
               DISPLAY 'New outstanding loan balance (zero = keep): '
               ACCEPT SALDO-INFORMADO FROM CONSOLE
               IF SALDO-INFORMADO NOT = ZEROS
                   MOVE SALDO-INFORMADO TO SALDO-RUBRICA-EMP
                   MOVE ZEROS TO COMPETENCIA-BAIXA-RUBRICA-EMP
                   MOVE ZEROS TO VALOR-BAIXA-RUBRICA-EMP
               END-IF
           END-IF.
           IF DADOS-CORRETOS
               REWRITE REGISTRO-RUBRICA-EMPREGADO
                   INVALID KEY
                       DISPLAY 'ERROR: could not rewrite recurring '
                           'item record.'
                   NOT INVALID KEY
                       MOVE 'ALTERACAO' TO DESCRICAO-ACAO
                       PERFORM 008-GRAVAR-AUDITORIA
                       DISPLAY 'Recurring item updated.'
               END-REWRITE
           END-IF.
      *****************************************************************
       006-EXCLUIR-RUBRICA SECTION.
           PERFORM 007-LOCALIZAR-RUBRICA.
           IF DADOS-CORRETOS
               IF SALDO-RUBRICA-EMP NOT = ZEROS
                   DISPLAY 'WARNING: the loan still has an '
                       'outstanding balance.'
               END-IF
               DISPLAY 'Confirm deletion of this recurring item '
                   '(S/N): '
               ACCEPT CONFIRMA-OPERACAO FROM CONSOLE
               IF CONFIRMOU-OPERACAO
                   DELETE RUBRICAS-EMPREGADO
                       INVALID KEY
                           DISPLAY 'ERROR: could not delete '
                               'recurring item record.'
                       NOT INVALID KEY
                           MOVE 'EXCLUSAO' TO DESCRICAO-ACAO
                           PERFORM 008-GRAVAR-AUDITORIA
                           DISPLAY 'Recurring item deleted.'
                   END-DELETE
               ELSE
                   DISPLAY 'Deletion abandoned.'
               END-IF
           END-IF.
      *****************************************************************
       007-LOCALIZAR-RUBRICA SECTION.
           MOVE 'N' TO DADOS-VALIDOS.
           DISPLAY 'Employee number: '.
           ACCEPT MATRICULA-INFORMADA-X FROM CONSOLE.
           DISPLAY 'Rubrica code: '.
           ACCEPT CODIGO-INFORMADO FROM CONSOLE.
           IF MATRICULA-INFORMADA-X IS NUMERIC
               MOVE MATRICULA-INFORMADA-X TO MATRICULA-INFORMADA
               MOVE MATRICULA-INFORMADA TO MATRICULA-RUBRICA-EMP
               MOVE CODIGO-INFORMADO TO CODIGO-RUBRICA-EMP
               READ RUBRICAS-EMPREGADO
                   INVALID KEY
                       DISPLAY 'ERROR: employee ' MATRICULA-INFORMADA
                           ' carries no rubrica [' CODIGO-INFORMADO
                           '].'
                   NOT INVALID KEY
                       MOVE 'S' TO DADOS-VALIDOS
                       PERFORM 009-EXIBIR-RUBRICA
               END-READ
           ELSE
               DISPLAY 'ERROR: employee number must be numeric.'
           END-IF.
      *****************************************************************
       009-EXIBIR-RUBRICA SECTION.
           MOVE CODIGO-RUBRICA-EMP TO CODIGO-PROCURADO.
           PERFORM 011-LOCALIZAR-CODIGO.
           IF ACHOU-CODIGO
               DISPLAY 'Employee ' MATRICULA-RUBRICA-EMP
                   ' - rubrica ' CODIGO-RUBRICA-EMP ' - '
                   DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-ACHADO)
                   ' (' NATUREZA-CODIGO-TABELA (INDICE-CODIGO-ACHADO)
                   ')'
           ELSE
               DISPLAY 'Employee ' MATRICULA-RUBRICA-EMP
                   ' - rubrica ' CODIGO-RUBRICA-EMP
                   ' - (code no longer on TABRUBR)'
           END-IF.
           IF RUBRICA-EMP-PERCENTUAL
               MOVE PERCENTUAL-RUBRICA-EMP TO PERCENTUAL-EDITADO
               DISPLAY '  Percentage: ' PERCENTUAL-EDITADO
           ELSE
               MOVE VALOR-RUBRICA-EMP TO VALOR-EDITADO
               DISPLAY '  Fixed amount: ' VALOR-EDITADO
           END-IF.
           IF FIM-RUBRICA-EMP = ZEROS
               DISPLAY '  From ' INICIO-RUBRICA-EMP ' - no end'
           ELSE
               DISPLAY '  From ' INICIO-RUBRICA-EMP ' to '
                   FIM-RUBRICA-EMP
           END-IF.
           IF SALDO-RUBRICA-EMP NOT = ZEROS
                   OR COMPETENCIA-BAIXA-RUBRICA-EMP NOT = ZEROS
               MOVE SALDO-RUBRICA-EMP TO SALDO-EDITADO
               DISPLAY '  Outstanding balance: ' SALDO-EDITADO
                   ' - last deducted in '
                   COMPETENCIA-BAIXA-RUBRICA-EMP
           END-IF.
      *****************************************************************
       010-OBTER-MATRICULA SECTION.
           MOVE 'N' TO DADOS-VALIDOS.
           DISPLAY 'Employee number: '.
           ACCEPT MATRICULA-INFORMADA-X FROM CONSOLE.
           IF MATRICULA-INFORMADA-X IS NUMERIC
               MOVE MATRICULA-INFORMADA-X TO MATRICULA-INFORMADA
               IF XREF-ABERTO
                   MOVE MATRICULA-INFORMADA TO MATRICULA-XREF
                   READ MATRICULA-CROSS-REF
                       INVALID KEY
                           DISPLAY 'ERROR: employee number '
                               MATRICULA-INFORMADA
                               ' not on MATRXREF.'
                       NOT INVALID KEY
                           MOVE 'S' TO DADOS-VALIDOS
                   END-READ
               ELSE
                   MOVE 'S' TO DADOS-VALIDOS
               END-IF
           ELSE
               DISPLAY 'ERROR: employee number must be numeric.'
           END-IF.
      *****************************************************************
       011-LOCALIZAR-CODIGO SECTION.
           MOVE 'N' TO CODIGO-LOCALIZADO.
           MOVE ZEROS TO INDICE-CODIGO-ACHADO.
           MOVE SPACES TO CLASSE-CODIGO-ATUAL.
           PERFORM 014-COMPARAR-CODIGO
               VARYING INDICE-CODIGO FROM 1 BY 1
               UNTIL INDICE-CODIGO > QUANTIDADE-CODIGOS
                   OR ACHOU-CODIGO.
      *****************************************************************
       014-COMPARAR-CODIGO SECTION.
           IF CODIGO-TABELA (INDICE-CODIGO) = CODIGO-PROCURADO
               MOVE 'S' TO CODIGO-LOCALIZADO
               MOVE INDICE-CODIGO TO INDICE-CODIGO-ACHADO
               MOVE CLASSE-CODIGO-TABELA (INDICE-CODIGO)
                   TO CLASSE-CODIGO-ATUAL
           END-IF.
      *****************************************************************
       012-OBTER-FORMA-VALOR SECTION.
           DISPLAY 'Form (V = fixed amount, P = percentage): '.
           ACCEPT FORMA-INFORMADA FROM CONSOLE.
           EVALUATE TRUE
               WHEN FORMA-VALOR
                   DISPLAY 'Monthly amount: '
                   ACCEPT VALOR-INFORMADO FROM CONSOLE
                   IF VALOR-INFORMADO = ZEROS
                       DISPLAY 'ERROR: amount may not be zero.'
                       MOVE 'N' TO DADOS-VALIDOS
                   ELSE
                       MOVE 'V' TO FORMA-RUBRICA-EMP
                       MOVE VALOR-INFORMADO TO VALOR-RUBRICA-EMP
                       MOVE ZEROS TO PERCENTUAL-RUBRICA-EMP
                   END-IF
               WHEN FORMA-PERCENTUAL
                   DISPLAY 'Percentage (of contract salary; of net '
                       'pay for alimony): '
                   ACCEPT PERCENTUAL-INFORMADO FROM CONSOLE
                   EVALUATE TRUE
                       WHEN PERCENTUAL-INFORMADO = ZEROS
                           DISPLAY 'ERROR: percentage may not be '
                               'zero.'
                           MOVE 'N' TO DADOS-VALIDOS
                       WHEN PERCENTUAL-INFORMADO > 100
                           DISPLAY 'ERROR: percentage may not '
                               'exceed 100.'
                           MOVE 'N' TO DADOS-VALIDOS
                       WHEN CODIGO-ATUAL-EMPRESTIMO
                           DISPLAY 'ERROR: a loan rubrica is '
                               'deducted as a fixed installment.'
                           MOVE 'N' TO DADOS-VALIDOS
                       WHEN OTHER
                           MOVE 'P' TO FORMA-RUBRICA-EMP
                           MOVE PERCENTUAL-INFORMADO
                               TO PERCENTUAL-RUBRICA-EMP
                           MOVE ZEROS TO VALOR-RUBRICA-EMP
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'ERROR: invalid form [' FORMA-INFORMADA
                       '] - enter V or P.'
                   MOVE 'N' TO DADOS-VALIDOS
           END-EVALUATE.
      *****************************************************************
       013-OBTER-VIGENCIA SECTION.
           DISPLAY 'Start competencia (YYYYMM): '.
           ACCEPT INICIO-INFORMADO-X FROM CONSOLE.
           DISPLAY 'End competencia (YYYYMM, blank = no end): '.
           ACCEPT FIM-INFORMADO-X FROM CONSOLE.
           EVALUATE TRUE
               WHEN INICIO-INFORMADO-X NOT NUMERIC
                       OR MES-INICIO-INFORMADO < 1
                       OR MES-INICIO-INFORMADO > 12
                       OR ANO-INICIO-INFORMADO < 1900
                   DISPLAY 'ERROR: invalid start competencia ['
                       INICIO-INFORMADO-X '].'
                   MOVE 'N' TO DADOS-VALIDOS
               WHEN FIM-INFORMADO-X NOT = SPACES
                       AND (FIM-INFORMADO-X NOT NUMERIC
                           OR MES-FIM-INFORMADO < 1
                           OR MES-FIM-INFORMADO > 12
                           OR ANO-FIM-INFORMADO < 1900)
                   DISPLAY 'ERROR: invalid end competencia ['
                       FIM-INFORMADO-X '].'
                   MOVE 'N' TO DADOS-VALIDOS
               WHEN FIM-INFORMADO-X NOT = SPACES
                       AND FIM-INFORMADO < INICIO-INFORMADO
                   DISPLAY 'ERROR: end competencia is before the '
                       'start competencia.'
                   MOVE 'N' TO DADOS-VALIDOS
               WHEN OTHER
                   MOVE INICIO-INFORMADO-X TO INICIO-RUBRICA-EMP
                   IF FIM-INFORMADO-X = SPACES
                       MOVE ZEROS TO FIM-RUBRICA-EMP
                   ELSE
                       MOVE FIM-INFORMADO-X TO FIM-RUBRICA-EMP
                   END-IF
           END-EVALUATE.
      *****************************************************************
       008-GRAVAR-AUDITORIA SECTION.
           IF RUBRICA-EMP-PERCENTUAL
               MOVE PERCENTUAL-RUBRICA-EMP TO PERCENTUAL-EDITADO
               MOVE PERCENTUAL-EDITADO TO VALOR-AUDITORIA
           ELSE
               MOVE VALOR-RUBRICA-EMP TO VALOR-EDITADO
               MOVE VALOR-EDITADO TO VALOR-AUDITORIA
           END-IF.
           MOVE SALDO-RUBRICA-EMP TO SALDO-EDITADO.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING
               OPERADOR-ID DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HORA-EXECUCAO DELIMITED BY SIZE
               ' RUBRICA ' DELIMITED BY SIZE
               MATRICULA-RUBRICA-EMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CODIGO-RUBRICA-EMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DESCRICAO-ACAO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               FORMA-RUBRICA-EMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-AUDITORIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INICIO-RUBRICA-EMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FIM-RUBRICA-EMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SALDO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
      *****************************************************************
       999-FINALIZAR SECTION.
           IF QUANTIDADE-CODIGOS NOT = ZEROS
               CLOSE RUBRICAS-EMPREGADO
               CLOSE AUDITORIA
               IF XREF-ABERTO
                   CLOSE MATRICULA-CROSS-REF
               END-IF
           END-IF.
           DISPLAY 'Recurring items maintenance complete.'.
