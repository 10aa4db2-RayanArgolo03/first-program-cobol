      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Monthly vacation ledger run for a requested *
      *                   competencia. Keeps one FERIASM record per   *
      *                   employee, opened from the MOVDEPTO 'A'      *
      *                   admission date, with the open 12-month      *
      *                   accrual period and the completed periods    *
      *                   not yet taken. Posts the month's ENTAUSEN   *
      *                   'F' days to the open period and takes the   *
      *                   'V' days from the oldest period (any excess *
      *                   over the balance is reported, as            *
      *                   FOLHA-PAGAMENTO does not pay it), then      *
      *                   closes every period completed by the end of *
      *                   the month: 30 days earned, reduced for the  *
      *                   unjustified absences (6-14 = 24, 15-23 =    *
      *                   18, 24-32 = 12, over 32 = none). RELFERIA   *
      *                   lists the ledger activity and every         *
      *                   accrued period whose 12-month deadline to   *
      *                   grant it falls within the warning window or *
      *                   has passed, with the cost of paying it in   *
      *                   double.                                     *
      *   2026-10-15  RA  Expired-period cost now doubles the         *
      *                   vacation pay plus one third (x 8/90 of the  *
      *                   monthly salary per day owed), as the report *
      *                   states.                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. APURA-FERIAS.
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

           SELECT SALDO-FERIAS ASSIGN TO "FERIASM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-FERIAS
               FILE STATUS IS STATUS-ARQUIVO-FERIAS.

           SELECT MOVIMENTO-DEPTO ASSIGN TO "MOVDEPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-MOVIMENTO.

           SELECT ENTRADA-AUSENCIAS ASSIGN TO "ENTAUSEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUSENCIAS.

           SELECT RELATORIO-FERIAS ASSIGN TO "RELFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  SALDO-FERIAS.
       COPY REGFERIA.

       FD  MOVIMENTO-DEPTO.
       COPY REGMOVDP.

       FD  ENTRADA-AUSENCIAS.
       01  REGISTRO-ENTRADA-AUSENCIA.
           03 MATRICULA-ENTRADA-AUSENCIA PIC 9(06).
           03 COMPETENCIA-ENTRADA-AUSENCIA PIC 9(06).
           03 TIPO-ENTRADA-AUSENCIA PIC X(01).
               88 AUSENCIA-FALTA VALUE 'F'.
               88 AUSENCIA-FERIAS VALUE 'V'.
           03 DIAS-ENTRADA-AUSENCIA PIC 9(02).

       FD  RELATORIO-FERIAS.
       01  REGISTRO-RELATORIO PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-FERIAS.
           03 FIM-MESTRE PIC X(01) VALUE 'N'.
               88 FIM-DE-MESTRE VALUE 'S'.
           03 FIM-MOVIMENTO PIC X(01) VALUE 'N'.
               88 FIM-DE-MOVIMENTO VALUE 'S'.
           03 SALDO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-SALDO-FERIAS VALUE 'S'.
           03 SALDO-NOVO PIC X(01) VALUE 'N'.
               88 SALDO-FOI-ABERTO VALUE 'S'.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 TEXTO-OCORRENCIA PIC X(80) VALUE SPACES.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-FERIAS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MOVIMENTO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUSENCIAS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.

       01 CONTROLE-COMPETENCIA.
           03 COMPETENCIA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-FERIAS PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-DECOMPOSTA REDEFINES COMPETENCIA-FERIAS.
               05 ANO-COMPETENCIA PIC 9(04).
               05 MES-COMPETENCIA PIC 9(02).
           03 INICIO-COMPETENCIA PIC 9(08) VALUE ZEROS.
           03 FIM-COMPETENCIA PIC 9(08) VALUE ZEROS.
           03 JANELA-ENTRADA PIC X(02) VALUE SPACES.
           03 MESES-AVISO PIC 9(02) VALUE 2.
           03 RUN-ABANDONADO PIC X(01) VALUE 'N'.
               88 RUN-FOI-ABANDONADO VALUE 'S'.

       01 CONTROLE-PERIODOS.
           03 ANIVERSARIO-PERIODO PIC 9(08) VALUE ZEROS.
           03 INICIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           03 DIAS-DIREITO-APURADOS PIC 9(02) VALUE ZEROS.
           03 INDICE-PERIODO PIC 9(01) VALUE ZEROS.
           03 INDICE-PERIODO-NOVO PIC 9(01) VALUE ZEROS.
           03 INDICE-PERIODO-LIVRE PIC 9(01) VALUE ZEROS.
           03 SALDO-DIAS-FERIAS PIC 9(03) VALUE ZEROS.
           03 DIAS-A-DEBITAR PIC 9(02) VALUE ZEROS.
           03 DIAS-DEBITO-PERIODO PIC 9(02) VALUE ZEROS.
           03 DIAS-EXCEDENTES PIC 9(02) VALUE ZEROS.
           03 DIAS-RESTANTES PIC 9(02) VALUE ZEROS.
           03 DATA-PRAZO PIC 9(08) VALUE ZEROS.
           03 DATA-PRAZO-DECOMPOSTA REDEFINES DATA-PRAZO.
               05 ANO-PRAZO PIC 9(04).
               05 MES-PRAZO PIC 9(02).
               05 DIA-PRAZO PIC 9(02).
           03 MESES-ATE-PRAZO PIC S9(04) VALUE ZEROS.
           03 VALOR-EXPOSICAO PIC 9(07)V99 VALUE ZEROS.
           03 DESCRICAO-SITUACAO PIC X(30) VALUE SPACES.

       01 TABELA-ADMISSOES.
           03 QUANTIDADE-ADMISSOES PIC 9(03) VALUE ZEROS.
           03 ENTRADA-ADMISSAO OCCURS 500 TIMES.
               05 MATRICULA-ADMISSAO PIC 9(06).
               05 DATA-ADMISSAO PIC 9(08).
           03 INDICE-ADMISSAO PIC 9(03) VALUE ZEROS.
           03 INDICE-ADMISSAO-ACHADA PIC 9(03) VALUE ZEROS.
           03 ADMISSAO-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-ADMISSAO VALUE 'S'.
           03 AVISO-TABELA-ADMISSOES PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-ADMISSOES-CHEIA VALUE 'S'.
           03 MATRICULA-PROCURADA PIC 9(06) VALUE ZEROS.

       01 CONTROLE-AUSENCIAS.
           03 FIM-AUSENCIAS PIC X(01) VALUE 'N'.
               88 FIM-DE-AUSENCIAS VALUE 'S'.
           03 AUSENCIA-TABELA PIC X(01) VALUE 'N'.
               88 ACHOU-AUSENCIA-TABELA VALUE 'S'.
           03 AVISO-TABELA-AUSENCIA PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-AUSENCIA-CHEIA VALUE 'S'.
           03 INDICE-AUSENCIA PIC 9(03) VALUE ZEROS.
           03 INDICE-AUSENCIA-ACHADA PIC 9(03) VALUE ZEROS.
           03 CONTADOR-AUSENCIAS-LIDAS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-AUSENCIAS-INVALIDAS PIC 9(06) VALUE ZEROS.

       01 TABELA-AUSENCIAS.
           03 QUANTIDADE-AUSENCIAS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-AUSENCIA OCCURS 200 TIMES.
               05 MATRICULA-AUSENCIA PIC 9(06).
               05 DIAS-FALTA-AUSENCIA PIC 9(02).
               05 DIAS-FERIAS-AUSENCIA PIC 9(02).

       01 TOTAIS-FERIAS.
           03 QUANTIDADE-LIDOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-ATUALIZADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-ABERTOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-ADMISSAO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-DESLIGADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-JA-POSTADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-PERIODOS-FECHADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-PERIODOS-REDUZIDOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-EXCESSOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-A-VENCER PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-VENCIDOS PIC 9(06) VALUE ZEROS.
           03 TOTAL-EXPOSICAO PIC 9(10)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 DIAS-EDITADO PIC ZZ9.
           03 FALTAS-EDITADO PIC ZZ9.
           03 MESES-EDITADO PIC Z9.
           03 EXPOSICAO-EDITADA PIC Z.ZZZ.ZZ9,99.
           03 TOTAL-EXPOSICAO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 001-PROCESSAR-MESTRE UNTIL FIM-DE-MESTRE.
           PERFORM 012-IMPRIMIR-RODAPE-FERIAS.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           PERFORM 015-OBTER-PARAMETROS.
           IF RUN-FOI-ABANDONADO
               SET FIM-DE-MESTRE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN INPUT PESSOAS-MASTER
               IF STATUS-ARQUIVO-MESTRE NOT = '00'
                   DISPLAY 'ERROR: could not open master file '
                       'PESSOASM - status [' STATUS-ARQUIVO-MESTRE
                       '].'
                   SET FIM-DE-MESTRE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               OPEN I-O SALDO-FERIAS
               IF STATUS-ARQUIVO-FERIAS NOT = '00'
                   OPEN OUTPUT SALDO-FERIAS
                   CLOSE SALDO-FERIAS
                   OPEN I-O SALDO-FERIAS
               END-IF
               IF STATUS-ARQUIVO-FERIAS NOT = '00'
                   DISPLAY 'ERROR: could not open vacation ledger '
                       'FERIASM - status [' STATUS-ARQUIVO-FERIAS
                       '].'
                   SET FIM-DE-MESTRE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-MESTRE
               PERFORM 020-CARREGAR-ADMISSOES
               PERFORM 023-CARREGAR-AUSENCIAS
               OPEN OUTPUT RELATORIO-FERIAS
               PERFORM 011-IMPRIMIR-CABECALHO-FERIAS
           END-IF.
      *****************************************************************
       015-OBTER-PARAMETROS SECTION.
           DISPLAY 'Vacation ledger period - competencia (YYYYMM): '.
           ACCEPT COMPETENCIA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-ENTRADA IS NUMERIC
               MOVE COMPETENCIA-ENTRADA TO COMPETENCIA-FERIAS
           ELSE
               MOVE ZEROS TO COMPETENCIA-FERIAS
           END-IF.
           IF MES-COMPETENCIA < 1 OR MES-COMPETENCIA > 12
                   OR ANO-COMPETENCIA < 1900
               DISPLAY 'ERROR: invalid vacation ledger period ['
                   COMPETENCIA-ENTRADA '] - vacation run abandoned.'
               MOVE 'S' TO RUN-ABANDONADO
           END-IF.
           COMPUTE INICIO-COMPETENCIA = COMPETENCIA-FERIAS * 100 + 1.
           COMPUTE FIM-COMPETENCIA = COMPETENCIA-FERIAS * 100 + 31.
           IF NOT RUN-FOI-ABANDONADO
               DISPLAY 'Expiry warning window in months '
                   '(01-12, blank = 02): '
               ACCEPT JANELA-ENTRADA FROM CONSOLE
               IF JANELA-ENTRADA NOT = SPACES
                   IF JANELA-ENTRADA IS NUMERIC
                           AND JANELA-ENTRADA > '00'
                           AND JANELA-ENTRADA < '13'
                       MOVE JANELA-ENTRADA TO MESES-AVISO
                   ELSE
                       DISPLAY 'WARNING: invalid warning window ['
                           JANELA-ENTRADA '] - 02 months used.'
                   END-IF
               END-IF
           END-IF.
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
                   '] - no new ledger records can be opened.'
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
       023-CARREGAR-AUSENCIAS SECTION.
           MOVE 'N' TO FIM-AUSENCIAS.
           OPEN INPUT ENTRADA-AUSENCIAS.
           IF STATUS-ARQUIVO-AUSENCIAS = '00'
               PERFORM 024-LER-AUSENCIA UNTIL FIM-DE-AUSENCIAS
               CLOSE ENTRADA-AUSENCIAS
               DISPLAY 'Absence transactions read: '
                   CONTADOR-AUSENCIAS-LIDAS ' invalid: '
                   CONTADOR-AUSENCIAS-INVALIDAS
           ELSE
               SET FIM-DE-AUSENCIAS TO TRUE
               DISPLAY 'No absence file ENTAUSEN - status ['
                   STATUS-ARQUIVO-AUSENCIAS '] - no absences or '
                   'vacation posted.'
           END-IF.
      *****************************************************************
       024-LER-AUSENCIA SECTION.
           READ ENTRADA-AUSENCIAS
               AT END
                   SET FIM-DE-AUSENCIAS TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-AUSENCIAS-LIDAS
                   IF MATRICULA-ENTRADA-AUSENCIA NOT NUMERIC
                           OR MATRICULA-ENTRADA-AUSENCIA = ZEROS
                           OR DIAS-ENTRADA-AUSENCIA NOT NUMERIC
                           OR DIAS-ENTRADA-AUSENCIA = ZEROS
                           OR DIAS-ENTRADA-AUSENCIA > 31
                           OR (NOT AUSENCIA-FALTA
                               AND NOT AUSENCIA-FERIAS)
                       ADD 1 TO CONTADOR-AUSENCIAS-INVALIDAS
                   ELSE
                       IF COMPETENCIA-ENTRADA-AUSENCIA
                               = COMPETENCIA-FERIAS
                           PERFORM 025-ACUMULAR-AUSENCIA
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       025-ACUMULAR-AUSENCIA SECTION.
           MOVE MATRICULA-ENTRADA-AUSENCIA TO MATRICULA-PROCURADA.
           PERFORM 026-LOCALIZAR-AUSENCIA.
           IF NOT ACHOU-AUSENCIA-TABELA
               IF QUANTIDADE-AUSENCIAS < 200
                   ADD 1 TO QUANTIDADE-AUSENCIAS
                   MOVE QUANTIDADE-AUSENCIAS
                       TO INDICE-AUSENCIA-ACHADA
                   MOVE MATRICULA-ENTRADA-AUSENCIA
                       TO MATRICULA-AUSENCIA
                           (INDICE-AUSENCIA-ACHADA)
                   MOVE ZEROS TO DIAS-FALTA-AUSENCIA
                       (INDICE-AUSENCIA-ACHADA)
                   MOVE ZEROS TO DIAS-FERIAS-AUSENCIA
                       (INDICE-AUSENCIA-ACHADA)
               ELSE
                   IF NOT AVISADA-TABELA-AUSENCIA-CHEIA
                       DISPLAY 'WARNING: absence table full - '
                           'remaining absences ignored.'
                       MOVE 'S' TO AVISO-TABELA-AUSENCIA
                   END-IF
               END-IF
           END-IF.
           IF INDICE-AUSENCIA-ACHADA > ZEROS
               IF AUSENCIA-FALTA
                   ADD DIAS-ENTRADA-AUSENCIA TO DIAS-FALTA-AUSENCIA
                       (INDICE-AUSENCIA-ACHADA)
               ELSE
                   ADD DIAS-ENTRADA-AUSENCIA TO DIAS-FERIAS-AUSENCIA
                       (INDICE-AUSENCIA-ACHADA)
               END-IF
           END-IF.
      *****************************************************************
       026-LOCALIZAR-AUSENCIA SECTION.
           MOVE 'N' TO AUSENCIA-TABELA.
           MOVE ZEROS TO INDICE-AUSENCIA-ACHADA.
           PERFORM 027-PROCURAR-AUSENCIA
               VARYING INDICE-AUSENCIA FROM 1 BY 1
               UNTIL INDICE-AUSENCIA > QUANTIDADE-AUSENCIAS
               OR ACHOU-AUSENCIA-TABELA.
      *****************************************************************
       027-PROCURAR-AUSENCIA SECTION.
           IF MATRICULA-AUSENCIA (INDICE-AUSENCIA)
                   = MATRICULA-PROCURADA
               MOVE 'S' TO AUSENCIA-TABELA
               MOVE INDICE-AUSENCIA TO INDICE-AUSENCIA-ACHADA
           END-IF.
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
                       PERFORM 002-ATUALIZAR-SALDO
                   END-IF
           END-READ.
      *****************************************************************
       002-ATUALIZAR-SALDO SECTION.
           MOVE 'N' TO SALDO-LOCALIZADO.
           MOVE 'N' TO SALDO-NOVO.
           MOVE MATRICULA-MESTRE TO MATRICULA-FERIAS.
           READ SALDO-FERIAS
               INVALID KEY
                   PERFORM 003-ABRIR-SALDO
               NOT INVALID KEY
                   MOVE 'S' TO SALDO-LOCALIZADO
           END-READ.
           IF ACHOU-SALDO-FERIAS
               IF COMPETENCIA-POSTADA-FERIAS >= COMPETENCIA-FERIAS
                   ADD 1 TO QUANTIDADE-JA-POSTADOS
               ELSE
                   PERFORM 005-POSTAR-COMPETENCIA
               END-IF
               IF SALDO-FOI-ABERTO
                   WRITE REGISTRO-FERIAS
                       INVALID KEY
                           DISPLAY 'WARNING: could not write ledger '
                               'record for employee ' MATRICULA-MESTRE
                               ' - status [' STATUS-ARQUIVO-FERIAS
                               '].'
                   END-WRITE
               ELSE
                   REWRITE REGISTRO-FERIAS
                       INVALID KEY
                           DISPLAY 'WARNING: could not rewrite ledger '
                               'record for employee ' MATRICULA-MESTRE
                               ' - status [' STATUS-ARQUIVO-FERIAS
                               '].'
                   END-REWRITE
               END-IF
               PERFORM 014-VERIFICAR-VENCIMENTO
                   VARYING INDICE-PERIODO FROM 1 BY 1
                   UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS-FERIAS
           END-IF.
      *****************************************************************
       003-ABRIR-SALDO SECTION.
           MOVE MATRICULA-MESTRE TO MATRICULA-PROCURADA.
           PERFORM 022-LOCALIZAR-ADMISSAO.
           IF NOT ACHOU-ADMISSAO
               ADD 1 TO QUANTIDADE-SEM-ADMISSAO
               MOVE SPACES TO TEXTO-OCORRENCIA
               STRING
                   'NO ADMISSION MOVEMENT ON MOVDEPTO - LEDGER NOT '
                       DELIMITED BY SIZE
                   'OPENED' DELIMITED BY SIZE
                   INTO TEXTO-OCORRENCIA
               END-STRING
               PERFORM 017-IMPRIMIR-OCORRENCIA
           ELSE
               MOVE ZEROS TO REGISTRO-FERIAS
               MOVE MATRICULA-MESTRE TO MATRICULA-FERIAS
               MOVE DATA-ADMISSAO (INDICE-ADMISSAO-ACHADA)
                   TO DATA-ADMISSAO-FERIAS
               MOVE DATA-ADMISSAO-FERIAS TO INICIO-PERIODO-FERIAS
               MOVE ZEROS TO INICIO-ANTERIOR
               COMPUTE ANIVERSARIO-PERIODO =
                   INICIO-PERIODO-FERIAS + 10000
               PERFORM 004-AVANCAR-PERIODO
                   UNTIL ANIVERSARIO-PERIODO > FIM-COMPETENCIA
               IF INICIO-ANTERIOR > ZEROS
                   MOVE 1 TO QUANTIDADE-PERIODOS-FERIAS
                   MOVE INICIO-ANTERIOR TO INICIO-VENCIDO-FERIAS (1)
                   MOVE INICIO-PERIODO-FERIAS
                       TO FIM-VENCIDO-FERIAS (1)
                   MOVE 30 TO DIAS-DIREITO-FERIAS (1)
                   MOVE ZEROS TO DIAS-GOZADOS-FERIAS (1)
               END-IF
               MOVE 'S' TO SALDO-LOCALIZADO
               MOVE 'S' TO SALDO-NOVO
               ADD 1 TO QUANTIDADE-ABERTOS
               PERFORM 010-SOMAR-SALDO
               MOVE SALDO-DIAS-FERIAS TO DIAS-EDITADO
               MOVE SPACES TO TEXTO-OCORRENCIA
               STRING
                   'LEDGER OPENED - ADMISSION ' DELIMITED BY SIZE
                   DATA-ADMISSAO-FERIAS DELIMITED BY SIZE
                   ', OPENING BALANCE ' DELIMITED BY SIZE
                   DIAS-EDITADO DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   INTO TEXTO-OCORRENCIA
               END-STRING
               PERFORM 017-IMPRIMIR-OCORRENCIA
           END-IF.
      *****************************************************************
       004-AVANCAR-PERIODO SECTION.
           MOVE INICIO-PERIODO-FERIAS TO INICIO-ANTERIOR.
           MOVE ANIVERSARIO-PERIODO TO INICIO-PERIODO-FERIAS.
           ADD 10000 TO ANIVERSARIO-PERIODO.
      *****************************************************************
       005-POSTAR-COMPETENCIA SECTION.
           MOVE ZEROS TO DIAS-GOZO-POSTADO-FERIAS.
           MOVE MATRICULA-MESTRE TO MATRICULA-PROCURADA.
           PERFORM 026-LOCALIZAR-AUSENCIA.
           IF ACHOU-AUSENCIA-TABELA
               ADD DIAS-FALTA-AUSENCIA (INDICE-AUSENCIA-ACHADA)
                   TO FALTAS-PERIODO-FERIAS
               MOVE DIAS-FERIAS-AUSENCIA (INDICE-AUSENCIA-ACHADA)
                   TO DIAS-A-DEBITAR
               IF DIAS-A-DEBITAR > 30
                   MOVE 30 TO DIAS-A-DEBITAR
               END-IF
               IF DIAS-A-DEBITAR > ZEROS
                   PERFORM 006-DEBITAR-FERIAS
               END-IF
           END-IF.
           MOVE COMPETENCIA-FERIAS TO COMPETENCIA-POSTADA-FERIAS.
           COMPUTE ANIVERSARIO-PERIODO = INICIO-PERIODO-FERIAS + 10000.
           PERFORM 009-FECHAR-PERIODO
               UNTIL ANIVERSARIO-PERIODO > FIM-COMPETENCIA.
           ADD 1 TO QUANTIDADE-ATUALIZADOS.
      *****************************************************************
       006-DEBITAR-FERIAS SECTION.
           PERFORM 010-SOMAR-SALDO.
           IF DIAS-A-DEBITAR > SALDO-DIAS-FERIAS
               COMPUTE DIAS-EXCEDENTES =
                   DIAS-A-DEBITAR - SALDO-DIAS-FERIAS
               MOVE SALDO-DIAS-FERIAS TO DIAS-A-DEBITAR
               ADD 1 TO QUANTIDADE-EXCESSOS
               MOVE DIAS-EXCEDENTES TO DIAS-EDITADO
               MOVE SPACES TO TEXTO-OCORRENCIA
               STRING
                   'VACATION TAKEN EXCEEDS BALANCE - ' DELIMITED BY SIZE
                   DIAS-EDITADO DELIMITED BY SIZE
                   ' DAYS NOT DEBITED OR PAID' DELIMITED BY SIZE
                   INTO TEXTO-OCORRENCIA
               END-STRING
               PERFORM 017-IMPRIMIR-OCORRENCIA
           END-IF.
           MOVE DIAS-A-DEBITAR TO DIAS-GOZO-POSTADO-FERIAS.
           PERFORM 007-DEBITAR-PERIODO
               VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS-FERIAS
               OR DIAS-A-DEBITAR = ZEROS.
           PERFORM 008-COMPACTAR-PERIODOS.
      *****************************************************************
       007-DEBITAR-PERIODO SECTION.
           COMPUTE DIAS-DEBITO-PERIODO =
               DIAS-DIREITO-FERIAS (INDICE-PERIODO)
               - DIAS-GOZADOS-FERIAS (INDICE-PERIODO).
           IF DIAS-DEBITO-PERIODO > DIAS-A-DEBITAR
               MOVE DIAS-A-DEBITAR TO DIAS-DEBITO-PERIODO
           END-IF.
           ADD DIAS-DEBITO-PERIODO
               TO DIAS-GOZADOS-FERIAS (INDICE-PERIODO).
           SUBTRACT DIAS-DEBITO-PERIODO FROM DIAS-A-DEBITAR.
      *****************************************************************
       008-COMPACTAR-PERIODOS SECTION.
           MOVE ZEROS TO INDICE-PERIODO-NOVO.
           PERFORM 031-MOVER-PERIODO
               VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS-FERIAS.
           COMPUTE INDICE-PERIODO-LIVRE = INDICE-PERIODO-NOVO + 1.
           PERFORM 032-LIMPAR-PERIODO
               VARYING INDICE-PERIODO FROM INDICE-PERIODO-LIVRE BY 1
               UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS-FERIAS.
           MOVE INDICE-PERIODO-NOVO TO QUANTIDADE-PERIODOS-FERIAS.
      *****************************************************************
       031-MOVER-PERIODO SECTION.
           IF DIAS-DIREITO-FERIAS (INDICE-PERIODO)
                   > DIAS-GOZADOS-FERIAS (INDICE-PERIODO)
               ADD 1 TO INDICE-PERIODO-NOVO
               IF INDICE-PERIODO-NOVO NOT = INDICE-PERIODO
                   MOVE PERIODO-FERIAS (INDICE-PERIODO)
                       TO PERIODO-FERIAS (INDICE-PERIODO-NOVO)
               END-IF
           END-IF.
      *****************************************************************
       032-LIMPAR-PERIODO SECTION.
           MOVE ZEROS TO INICIO-VENCIDO-FERIAS (INDICE-PERIODO).
           MOVE ZEROS TO FIM-VENCIDO-FERIAS (INDICE-PERIODO).
           MOVE ZEROS TO DIAS-DIREITO-FERIAS (INDICE-PERIODO).
           MOVE ZEROS TO DIAS-GOZADOS-FERIAS (INDICE-PERIODO).
      *****************************************************************
       009-FECHAR-PERIODO SECTION.
           EVALUATE TRUE
               WHEN FALTAS-PERIODO-FERIAS <= 5
                   MOVE 30 TO DIAS-DIREITO-APURADOS
               WHEN FALTAS-PERIODO-FERIAS <= 14
                   MOVE 24 TO DIAS-DIREITO-APURADOS
               WHEN FALTAS-PERIODO-FERIAS <= 23
                   MOVE 18 TO DIAS-DIREITO-APURADOS
               WHEN FALTAS-PERIODO-FERIAS <= 32
                   MOVE 12 TO DIAS-DIREITO-APURADOS
               WHEN OTHER
                   MOVE ZEROS TO DIAS-DIREITO-APURADOS
           END-EVALUATE.
           ADD 1 TO QUANTIDADE-PERIODOS-FECHADOS.
           IF DIAS-DIREITO-APURADOS < 30
               ADD 1 TO QUANTIDADE-PERIODOS-REDUZIDOS
           END-IF.
           MOVE FALTAS-PERIODO-FERIAS TO FALTAS-EDITADO.
           MOVE DIAS-DIREITO-APURADOS TO DIAS-EDITADO.
           MOVE SPACES TO TEXTO-OCORRENCIA.
           STRING
               'PERIOD ' DELIMITED BY SIZE
               INICIO-PERIODO-FERIAS DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               ANIVERSARIO-PERIODO DELIMITED BY SIZE
               ' COMPLETED - ABSENCES ' DELIMITED BY SIZE
               FALTAS-EDITADO DELIMITED BY SIZE
               ' - DAYS EARNED ' DELIMITED BY SIZE
               DIAS-EDITADO DELIMITED BY SIZE
               INTO TEXTO-OCORRENCIA
           END-STRING.
           PERFORM 017-IMPRIMIR-OCORRENCIA.
           IF DIAS-DIREITO-APURADOS > ZEROS
               IF QUANTIDADE-PERIODOS-FERIAS < 3
                   ADD 1 TO QUANTIDADE-PERIODOS-FERIAS
                   MOVE INICIO-PERIODO-FERIAS TO INICIO-VENCIDO-FERIAS
                       (QUANTIDADE-PERIODOS-FERIAS)
                   MOVE ANIVERSARIO-PERIODO TO FIM-VENCIDO-FERIAS
                       (QUANTIDADE-PERIODOS-FERIAS)
                   MOVE DIAS-DIREITO-APURADOS TO DIAS-DIREITO-FERIAS
                       (QUANTIDADE-PERIODOS-FERIAS)
                   MOVE ZEROS TO DIAS-GOZADOS-FERIAS
                       (QUANTIDADE-PERIODOS-FERIAS)
               ELSE
                   MOVE SPACES TO TEXTO-OCORRENCIA
                   STRING
                       'LEDGER FULL - THREE PERIODS NOT TAKEN, '
                           DELIMITED BY SIZE
                       'NEW PERIOD NOT STORED' DELIMITED BY SIZE
                       INTO TEXTO-OCORRENCIA
                   END-STRING
                   PERFORM 017-IMPRIMIR-OCORRENCIA
                   DISPLAY 'WARNING: vacation ledger full for '
                       'employee ' MATRICULA-MESTRE
                       ' - completed period not stored.'
               END-IF
           END-IF.
           MOVE ANIVERSARIO-PERIODO TO INICIO-PERIODO-FERIAS.
           MOVE ZEROS TO FALTAS-PERIODO-FERIAS.
           ADD 10000 TO ANIVERSARIO-PERIODO.
      *****************************************************************
       010-SOMAR-SALDO SECTION.
           MOVE ZEROS TO SALDO-DIAS-FERIAS.
           PERFORM 033-SOMAR-PERIODO
               VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > QUANTIDADE-PERIODOS-FERIAS.
      *****************************************************************
       033-SOMAR-PERIODO SECTION.
           COMPUTE SALDO-DIAS-FERIAS = SALDO-DIAS-FERIAS
               + DIAS-DIREITO-FERIAS (INDICE-PERIODO)
               - DIAS-GOZADOS-FERIAS (INDICE-PERIODO).
      *****************************************************************
       014-VERIFICAR-VENCIMENTO SECTION.
           COMPUTE DIAS-RESTANTES =
               DIAS-DIREITO-FERIAS (INDICE-PERIODO)
               - DIAS-GOZADOS-FERIAS (INDICE-PERIODO).
           COMPUTE DATA-PRAZO =
               FIM-VENCIDO-FERIAS (INDICE-PERIODO) + 10000.
           COMPUTE MESES-ATE-PRAZO =
               (ANO-PRAZO - ANO-COMPETENCIA) * 12
               + MES-PRAZO - MES-COMPETENCIA.
           MOVE SPACES TO DESCRICAO-SITUACAO.
           IF DIAS-RESTANTES > ZEROS
               IF DATA-PRAZO < INICIO-COMPETENCIA
                   MOVE 'EXPIRED - OWED IN DOUBLE'
                       TO DESCRICAO-SITUACAO
                   ADD 1 TO QUANTIDADE-VENCIDOS
               ELSE
                   IF MESES-ATE-PRAZO <= MESES-AVISO
                       ADD 1 TO QUANTIDADE-A-VENCER
                       IF MESES-ATE-PRAZO = ZEROS
                           MOVE 'EXPIRES THIS MONTH'
                               TO DESCRICAO-SITUACAO
                       ELSE
                           MOVE MESES-ATE-PRAZO TO MESES-EDITADO
                           STRING
                               'EXPIRES IN ' DELIMITED BY SIZE
                               MESES-EDITADO DELIMITED BY SIZE
                               ' MONTH(S)' DELIMITED BY SIZE
                               INTO DESCRICAO-SITUACAO
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DESCRICAO-SITUACAO NOT = SPACES
               PERFORM 018-IMPRIMIR-LINHA-VENCIMENTO
           END-IF.
      *****************************************************************
       018-IMPRIMIR-LINHA-VENCIMENTO SECTION.
           COMPUTE VALOR-EXPOSICAO ROUNDED =
               SALARIO-NUMERICO-MESTRE * DIAS-RESTANTES * 8 / 90.
           ADD VALOR-EXPOSICAO TO TOTAL-EXPOSICAO.
           MOVE DIAS-RESTANTES TO DIAS-EDITADO.
           MOVE VALOR-EXPOSICAO TO EXPOSICAO-EDITADA.
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
               INICIO-VENCIDO-FERIAS (INDICE-PERIODO) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FIM-VENCIDO-FERIAS (INDICE-PERIODO) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DATA-PRAZO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DIAS-EDITADO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               EXPOSICAO-EDITADA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DESCRICAO-SITUACAO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
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
       011-IMPRIMIR-CABECALHO-FERIAS SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'VACATION LEDGER - ACCRUED VACATION ABOUT TO EXPIRE'
               TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE MESES-AVISO TO MESES-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD: ' DELIMITED BY SIZE
               COMPETENCIA-FERIAS DELIMITED BY SIZE
               '   WARNING WINDOW: ' DELIMITED BY SIZE
               MESES-EDITADO DELIMITED BY SIZE
               ' MONTH(S)   RUN DATE: ' DELIMITED BY SIZE
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMP NO  NAME              DEPT  ACCRUAL PERIOD     '
                   DELIMITED BY SIZE
               '    DEADLINE  DAYS  DOUBLE COST  STATUS'
                   DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       012-IMPRIMIR-RODAPE-FERIAS SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-FERIAS
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-FERIAS SECTION.
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
           MOVE QUANTIDADE-ATUALIZADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'LEDGER RECORDS POSTED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-ABERTOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'LEDGER RECORDS OPENED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-JA-POSTADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIOD ALREADY POSTED - NOT POSTED AGAIN: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-ADMISSAO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NO ADMISSION MOVEMENT - NO LEDGER: ' DELIMITED BY SIZE
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
           MOVE QUANTIDADE-PERIODOS-FECHADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'ACCRUAL PERIODS COMPLETED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-PERIODOS-REDUZIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIODS REDUCED FOR ABSENCES: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-EXCESSOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'VACATION TAKEN OVER BALANCE: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-A-VENCER TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIODS EXPIRING WITHIN THE WINDOW: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-VENCIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PERIODS EXPIRED - OWED IN DOUBLE: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-EXPOSICAO TO TOTAL-EXPOSICAO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL DOUBLE-PAY COST LISTED: ' DELIMITED BY SIZE
               TOTAL-EXPOSICAO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           CLOSE PESSOAS-MASTER.
           CLOSE SALDO-FERIAS.
           CLOSE RELATORIO-FERIAS.
           DISPLAY 'Vacation ledger run complete. Records posted: '
               QUANTIDADE-ATUALIZADOS ' opened: ' QUANTIDADE-ABERTOS.
