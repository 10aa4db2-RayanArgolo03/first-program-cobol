      *                   OPERREF file (mass-update authority         *
      *                   required), failed sign-ons logged to        *
      *                   AUDITLOG.                                   *
      *   2026-10-15  RA  Effective competencia prompted (blank = run *
      *                   month, never later than the run month),     *
      *                   printed on the report and stamped on every  *
      *                   JORNALM image so CALCULA-RETROATIVO can     *
      *                   work out back pay for closed periods.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
           03 VALOR-FIXO-AJUSTE PIC 9(06)V99 VALUE ZEROS.
           03 FAIXA-SALARIO-MINIMO PIC 9(06)V99 VALUE ZEROS.
           03 FAIXA-SALARIO-MAXIMO PIC 9(06)V99 VALUE ZEROS.
           03 COMPETENCIA-EFETIVA-ENTRADA PIC X(06) VALUE SPACES.
           03 COMPETENCIA-EFETIVA PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-EFETIVA-DECOMPOSTA
                   REDEFINES COMPETENCIA-EFETIVA.
               05 ANO-EFETIVO PIC 9(04).
               05 MES-EFETIVO PIC 9(02).
           03 COMPETENCIA-EXECUCAO PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-EFETIVA-LIDA PIC X(01) VALUE 'N'.
               88 COMPETENCIA-EFETIVA-VALIDA VALUE 'S'.

       01 CONTROLE-AJUSTE.
           03 FIM-MESTRE PIC X(01) VALUE 'N'.
       015-ABRIR-ARQUIVOS SECTION.
           PERFORM 001-OBTER-PARAMETROS
               UNTIL AJUSTE-PERCENTUAL OR AJUSTE-VALOR-FIXO.
           COMPUTE COMPETENCIA-EXECUCAO = DATA-EXECUCAO / 100.
           PERFORM 017-OBTER-COMPETENCIA-EFETIVA
               UNTIL COMPETENCIA-EFETIVA-VALIDA.

           OPEN I-O PESSOAS-MASTER.
           IF STATUS-ARQUIVO-MESTRE NOT = '00'
                   MOVE 999999,99 TO FAIXA-SALARIO-MAXIMO
               END-IF
           END-IF.
      *****************************************************************
       017-OBTER-COMPETENCIA-EFETIVA SECTION.
           DISPLAY 'Effective from competencia (YYYYMM, blank = '
               'current month): '.
           ACCEPT COMPETENCIA-EFETIVA-ENTRADA FROM CONSOLE.
           IF COMPETENCIA-EFETIVA-ENTRADA = SPACES
               MOVE COMPETENCIA-EXECUCAO TO COMPETENCIA-EFETIVA
           ELSE
               IF COMPETENCIA-EFETIVA-ENTRADA IS NUMERIC
                   MOVE COMPETENCIA-EFETIVA-ENTRADA
                       TO COMPETENCIA-EFETIVA
               ELSE
                   MOVE ZEROS TO COMPETENCIA-EFETIVA
               END-IF
           END-IF.
           IF MES-EFETIVO < 1 OR MES-EFETIVO > 12
                   OR ANO-EFETIVO < 1900
                   OR COMPETENCIA-EFETIVA > COMPETENCIA-EXECUCAO
               DISPLAY 'ERROR: invalid effective competencia ['
                   COMPETENCIA-EFETIVA-ENTRADA '] - enter a month '
                   'no later than ' COMPETENCIA-EXECUCAO '.'
           ELSE
               MOVE 'S' TO COMPETENCIA-EFETIVA-LIDA
               IF COMPETENCIA-EFETIVA < COMPETENCIA-EXECUCAO
                   DISPLAY 'Back-dated adjustment - run '
                       'CALCULA-RETROATIVO for the closed periods '
                       'from ' COMPETENCIA-EFETIVA '.'
               END-IF
           END-IF.
      *****************************************************************
       002-PROCESSAR-MESTRE SECTION.
           READ PESSOAS-MASTER NEXT RECORD
           MOVE 'AJUSTE-SALARIAL' TO PROGRAMA-JORNAL.
           MOVE IMAGEM-ANTERIOR-MESTRE TO IMAGEM-ANTES-JORNAL.
           MOVE REGISTRO-MESTRE TO IMAGEM-DEPOIS-JORNAL.
           MOVE COMPETENCIA-EFETIVA TO COMPETENCIA-EFETIVA-JORNAL.
           WRITE REGISTRO-JORNAL.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-AJUSTE SECTION.
               DATA-EXECUCAO DELIMITED BY SIZE
               '   OPERATOR: ' DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               '   EFFECTIVE FROM: ' DELIMITED BY SIZE
               COMPETENCIA-EFETIVA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
