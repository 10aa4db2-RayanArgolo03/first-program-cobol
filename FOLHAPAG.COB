      *                   30-day commercial month, before the INSS/  *
      *                   IRRF bands apply; the absence detail is    *
      *                   itemized on the CONTRACH payslip record.   *
      *   2026-10-15  RA  13th-salary fields added to the CONTRACH    *
      *                   layout are zeroed on the monthly payslip.   *
      *   2026-10-15  RA  A leaver terminated in the run competencia  *
      *                   is no longer paid pro rata here: the salary *
      *                   balance for the final month is paid by      *
      *                   CALCULA-RESCISAO with the rest of the       *
      *                   settlement. Payslip and history records are *
      *                   written with a blank record type.           *
      *   2026-10-15  RA  Vacation days on ENTAUSEN are checked       *
      *                   against the FERIASM ledger kept by          *
      *                   APURA-FERIAS: days beyond the balance still *
      *                   untaken are cut from the vacation premium,  *
      *                   warned on the console and printed on the    *
      *                   register with a footer count.               *
      *   2026-10-15  RA  Employer charge rates on TABDESC (types     *
      *                   FGTS, INSP, RATF, TERC, read by             *
      *                   CALCULA-ENCARGOS) are skipped without a     *
      *                   warning.                                    *
      *   2026-10-15  RA  Retroactive pay differences on ENTRETRO     *
      *                   (from CALCULA-RETROATIVO) for the run       *
      *                   competencia paid as a separate earning      *
      *                   ahead of INSS/IRRF, carried on the payslip, *
      *                   printed on the register with footer totals, *
      *                   and logged to RETROHST when the period      *
      *                   closes so they are never paid twice.        *
      *   2026-10-15  RA  Recurring earnings and deductions: the      *
      *                   RUBRICAM items of each employee in force    *
      *                   for the competencia are priced from the     *
      *                   TABRUBR code table - earnings added to      *
      *                   gross and deductions flagged for INSS /     *
      *                   IRRF taken off the tax bases before the     *
      *                   bands apply, court-ordered alimony then     *
      *                   taken off net pay after tax, followed by    *
      *                   the other deductions up to the net pay      *
      *                   left; loan balances paid down on RUBRICAM.  *
      *                   Items itemized on the payslip and the       *
      *                   register, with footer totals.               *
      *   2026-10-15  RA  An employee with no FERIASM ledger record   *
      *                   keeps the ENTAUSEN vacation days unchecked  *
      *                   instead of having them cut to zero; the     *
      *                   missing ledgers are warned and counted on   *
      *                   the register footer. FOLHAHST FGTS-exempt   *
      *                   amount written as zero.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
           SELECT ENTRADA-AUSENCIAS ASSIGN TO "ENTAUSEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUSENCIAS.

           SELECT SALDO-FERIAS ASSIGN TO "FERIASM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-FERIAS
               FILE STATUS IS STATUS-ARQUIVO-FERIAS.

           SELECT ENTRADA-RETROATIVO ASSIGN TO "ENTRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RETROATIVO.

           SELECT RETROATIVO-PAGO ASSIGN TO "RETROHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RETRO-PAGO.

           SELECT TABELA-RUBRICAS ASSIGN TO "TABRUBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-TABRUBR.

           SELECT RUBRICAS-EMPREGADO ASSIGN TO "RUBRICAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-RUBRICA-EMPREGADO
               FILE STATUS IS STATUS-ARQUIVO-RUBRICAS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
               88 AUSENCIA-FALTA VALUE 'F'.
               88 AUSENCIA-FERIAS VALUE 'V'.
           03 DIAS-ENTRADA-AUSENCIA PIC 9(02).

       FD  SALDO-FERIAS.
       COPY REGFERIA.

       FD  ENTRADA-RETROATIVO.
       COPY REGRETRO.

       FD  RETROATIVO-PAGO.
       01  REGISTRO-RETROATIVO-PAGO PIC X(58).

       FD  TABELA-RUBRICAS.
       COPY REGRUBRC.

       FD  RUBRICAS-EMPREGADO.
       COPY REGRUBEM.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
           03 PAGAMENTO-DEVIDO PIC X(01) VALUE 'S'.
               88 PAGA-REGISTRO VALUE 'S'.
               88 NAO-PAGA-REGISTRO VALUE 'N'.
           03 INDICE-FAIXA PIC 9(02) VALUE ZEROS.
           03 INDICE-FAIXA-ACHADA PIC 9(02) VALUE ZEROS.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 DIAS-FERIAS-FOLHA PIC 9(02) VALUE ZEROS.
           03 VALOR-FALTA PIC 9(06)V99 VALUE ZEROS.
           03 VALOR-FERIAS PIC 9(06)V99 VALUE ZEROS.
           03 STATUS-ARQUIVO-FERIAS PIC X(02) VALUE SPACES.
           03 LEDGER-FERIAS PIC X(01) VALUE 'N'.
               88 LEDGER-FERIAS-ABERTO VALUE 'S'.
           03 SALDO-DIAS-FERIAS PIC 9(03) VALUE ZEROS.
           03 DIAS-FERIAS-EXCEDENTES PIC 9(02) VALUE ZEROS.
           03 INDICE-PERIODO-FERIAS PIC 9(01) VALUE ZEROS.

       01 CONTROLE-RETROATIVO.
           03 FIM-RETROATIVO PIC X(01) VALUE 'N'.
               88 FIM-DE-RETROATIVO VALUE 'S'.
           03 AVISO-TABELA-RETROATIVO PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-RETRO-CHEIA VALUE 'S'.
           03 STATUS-ARQUIVO-RETROATIVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RETRO-PAGO PIC X(02) VALUE SPACES.
           03 INDICE-RETROATIVO PIC 9(03) VALUE ZEROS.
           03 CONTADOR-RETROATIVOS-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-RETROATIVOS-PAGOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-RETROATIVOS-PENDENTES PIC 9(06) VALUE ZEROS.
           03 RETROATIVO-FOLHA PIC 9(06)V99 VALUE ZEROS.

       01 TABELA-RETROATIVOS.
           03 QUANTIDADE-RETROATIVOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-RETROATIVO-TABELA OCCURS 500 TIMES.
               05 MATRICULA-RETRO-TABELA PIC 9(06).
               05 VALOR-RETRO-TABELA PIC 9(06)V99.
               05 SITUACAO-RETRO-TABELA PIC X(01).
                   88 RETRO-TABELA-PAGO VALUE 'S'.
               05 LINHA-RETRO-TABELA PIC X(58).

       01 CONTROLE-RUBRICAS.
           03 FIM-TABELA-RUBRICAS PIC X(01) VALUE 'N'.
               88 FIM-DE-TABELA-RUBRICAS VALUE 'S'.
           03 FIM-RUBRICAS-EMPREGADO PIC X(01) VALUE 'N'.
               88 FIM-DE-RUBRICAS-EMPREGADO VALUE 'S'.
           03 CADASTRO-RUBRICAS PIC X(01) VALUE 'N'.
               88 CADASTRO-RUBRICAS-ABERTO VALUE 'S'.
           03 AVISO-TABELA-CODIGOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CODIGOS-CHEIA VALUE 'S'.
           03 STATUS-ARQUIVO-TABRUBR PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RUBRICAS PIC X(02) VALUE SPACES.
           03 CODIGO-PROCURADO PIC X(04) VALUE SPACES.
           03 INDICE-CODIGO PIC 9(03) VALUE ZEROS.
           03 INDICE-CODIGO-ACHADO PIC 9(03) VALUE ZEROS.
           03 CODIGO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-CODIGO VALUE 'S'.
           03 INDICE-LINHA PIC 9(02) VALUE ZEROS.
           03 INDICE-CODIGO-LINHA PIC 9(03) VALUE ZEROS.
           03 VALOR-RUBRICA-CALCULADO PIC S9(08)V99 VALUE ZEROS.
           03 SALDO-DISPONIVEL-RUBRICA PIC 9(08)V99 VALUE ZEROS.
           03 CONTADOR-RUBRICAS-IGNORADAS PIC 9(06) VALUE ZEROS.

       01 TABELA-CODIGOS-RUBRICA.
           03 QUANTIDADE-CODIGOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-CODIGO OCCURS 200 TIMES.
               05 CODIGO-TABELA PIC X(04).
               05 DESCRICAO-CODIGO-TABELA PIC X(20).
               05 NATUREZA-CODIGO-TABELA PIC X(01).
                   88 CODIGO-PROVENTO VALUE 'P'.
               05 INSS-CODIGO-TABELA PIC X(01).
                   88 CODIGO-INCIDE-INSS VALUE 'S'.
               05 IRRF-CODIGO-TABELA PIC X(01).
                   88 CODIGO-INCIDE-IRRF VALUE 'S'.
               05 CLASSE-CODIGO-TABELA PIC X(01).
                   88 CODIGO-EMPRESTIMO VALUE 'E'.
                   88 CODIGO-PENSAO VALUE 'J'.

       01 RUBRICAS-FOLHA.
           03 QUANTIDADE-RUBRICAS-FOLHA PIC 9(02) VALUE ZEROS.
           03 LINHA-RUBRICA-FOLHA OCCURS 10 TIMES.
               05 CODIGO-RUBRICA-FOLHA PIC X(04).
               05 INDICE-CODIGO-FOLHA PIC 9(03).
               05 FORMA-RUBRICA-FOLHA PIC X(01).
                   88 RUBRICA-FOLHA-PERCENTUAL VALUE 'P'.
               05 PERCENTUAL-RUBRICA-FOLHA PIC 9(03)V99.
               05 VALOR-RUBRICA-FOLHA PIC 9(06)V99.
               05 SALDO-RUBRICA-FOLHA PIC 9(08)V99.
               05 CORTE-RUBRICA-FOLHA PIC 9(06)V99.
           03 PROVENTOS-RUBRICA-FOLHA PIC 9(06)V99 VALUE ZEROS.
           03 DESCONTOS-RUBRICA-FOLHA PIC 9(06)V99 VALUE ZEROS.
           03 AJUSTE-BASE-INSS PIC S9(08)V99 VALUE ZEROS.
           03 AJUSTE-BASE-IRRF PIC S9(08)V99 VALUE ZEROS.

       01 TABELA-AUSENCIAS.
           03 QUANTIDADE-AUSENCIAS PIC 9(03) VALUE ZEROS.
           03 DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
           03 DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
           03 SALARIO-LIQUIDO PIC 9(06)V99 VALUE ZEROS.
           03 BASE-CALCULO-INSS PIC S9(08)V99 VALUE ZEROS.
           03 BASE-CALCULO-IRRF PIC S9(08)V99 VALUE ZEROS.
           03 VALOR-CALCULADO PIC S9(08)V99 VALUE ZEROS.

           03 QUANTIDADE-FOLHA PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-DESLIGADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-AFASTADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-RESCISAO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-COM-AUSENCIA PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-FERIAS-CORTADAS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-LEDGER-FERIAS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-COM-RETROATIVO PIC 9(06) VALUE ZEROS.
           03 TOTAL-RETROATIVO PIC 9(10)V99 VALUE ZEROS.
           03 QUANTIDADE-COM-RUBRICAS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-DESCONTOS-CORTADOS PIC 9(06) VALUE ZEROS.
           03 TOTAL-PROVENTOS-RUBRICA PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-DESCONTOS-RUBRICA PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-BRUTO PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-INSS PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-IRRF PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-IRRF-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-LIQUIDO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
           03 DIAS-EDITADO PIC Z9.
           03 ROTULO-RUBRICA PIC X(10) VALUE SPACES.
           03 OBSERVACAO-RUBRICA PIC X(45) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
               END-IF
               PERFORM 017-ABRIR-PERIODO
               PERFORM 022-CARREGAR-AUSENCIAS
               PERFORM 031-CARREGAR-RETROATIVOS
               PERFORM 038-CARREGAR-CODIGOS-RUBRICA
               OPEN INPUT SALDO-FERIAS
               IF STATUS-ARQUIVO-FERIAS = '00'
                   MOVE 'S' TO LEDGER-FERIAS
               ELSE
                   DISPLAY 'WARNING: vacation ledger FERIASM not '
                       'available - status [' STATUS-ARQUIVO-FERIAS
                       '] - vacation days not checked.'
               END-IF
               PERFORM 011-IMPRIMIR-CABECALHO-FOLHA
           END-IF.
      *****************************************************************
               WHEN 'DEPD'
                   MOVE PARCELA-DEDUZIR-DESCONTO
                       TO DEDUCAO-POR-DEPENDENTE
               WHEN 'FGTS'
               WHEN 'INSP'
               WHEN 'RATF'
               WHEN 'TERC'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WARNING: unknown deduction table type ['
                       TIPO-TABELA-DESCONTO '] ignored.'
                       COMPUTE SALARIO-LIQUIDO =
                           SALARIO-BRUTO - DESCONTO-INSS
                           - DESCONTO-IRRF
                       IF QUANTIDADE-RUBRICAS-FOLHA > ZEROS
                           PERFORM 045-DESCONTAR-RUBRICAS
                       END-IF
                       PERFORM 008-GRAVAR-CONTRACHEQUE
                       PERFORM 009-IMPRIMIR-LINHA-FOLHA
                       IF DIAS-FERIAS-EXCEDENTES > ZEROS
                           PERFORM 029-IMPRIMIR-FERIAS-CORTADAS
                       END-IF
                       IF RETROATIVO-FOLHA > ZEROS
                           PERFORM 034-IMPRIMIR-RETROATIVO
                       END-IF
                       PERFORM 051-IMPRIMIR-RUBRICA
                           VARYING INDICE-LINHA FROM 1 BY 1
                           UNTIL INDICE-LINHA
                               > QUANTIDADE-RUBRICAS-FOLHA
                       ADD 1 TO QUANTIDADE-FOLHA
                       ADD SALARIO-BRUTO TO TOTAL-BRUTO
                       ADD DESCONTO-INSS TO TOTAL-INSS
                   ELSE
                       IF ANO-DESLIGAMENTO = ANO-COMPETENCIA
                               AND MES-DESLIGAMENTO = MES-COMPETENCIA
                           MOVE 'N' TO PAGAMENTO-DEVIDO
                           ADD 1 TO QUANTIDADE-RESCISAO
                       END-IF
                   END-IF
           END-EVALUATE.
           IF PAGA-REGISTRO
               PERFORM 026-APLICAR-AUSENCIAS
               PERFORM 033-APLICAR-RETROATIVO
               PERFORM 040-APLICAR-RUBRICAS
           END-IF.
      *****************************************************************
       026-APLICAR-AUSENCIAS SECTION.
           MOVE ZEROS TO DIAS-FERIAS-FOLHA.
           MOVE ZEROS TO VALOR-FALTA.
           MOVE ZEROS TO VALOR-FERIAS.
           MOVE ZEROS TO DIAS-FERIAS-EXCEDENTES.
           MOVE 'N' TO AUSENCIA-TABELA.
           MOVE ZEROS TO INDICE-AUSENCIA-ACHADA.
           PERFORM 027-PROCURAR-AUSENCIA-MESTRE
               IF DIAS-FERIAS-FOLHA > 30
                   MOVE 30 TO DIAS-FERIAS-FOLHA
               END-IF
               IF DIAS-FERIAS-FOLHA > ZEROS
                       AND LEDGER-FERIAS-ABERTO
                   PERFORM 028-CONFERIR-SALDO-FERIAS
               END-IF
               IF DIAS-FALTA-FOLHA > ZEROS
                   COMPUTE VALOR-FALTA ROUNDED =
                       SALARIO-NUMERICO-MESTRE
               MOVE 'S' TO AUSENCIA-TABELA
               MOVE INDICE-AUSENCIA TO INDICE-AUSENCIA-ACHADA
           END-IF.
      *****************************************************************
       028-CONFERIR-SALDO-FERIAS SECTION.
           MOVE MATRICULA-MESTRE TO MATRICULA-FERIAS.
           READ SALDO-FERIAS
               INVALID KEY
                   ADD 1 TO QUANTIDADE-SEM-LEDGER-FERIAS
                   DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                       ' has no vacation ledger on FERIASM - vacation '
                       'days paid without the balance check.'
               NOT INVALID KEY
                   PERFORM 053-LIMITAR-DIAS-FERIAS
           END-READ.
      *****************************************************************
       053-LIMITAR-DIAS-FERIAS SECTION.
           MOVE ZEROS TO SALDO-DIAS-FERIAS.
           PERFORM 030-SOMAR-PERIODO-FERIAS
               VARYING INDICE-PERIODO-FERIAS FROM 1 BY 1
               UNTIL INDICE-PERIODO-FERIAS
                   > QUANTIDADE-PERIODOS-FERIAS.
           IF COMPETENCIA-POSTADA-FERIAS = COMPETENCIA-FOLHA
               ADD DIAS-GOZO-POSTADO-FERIAS TO SALDO-DIAS-FERIAS
           END-IF.
           IF DIAS-FERIAS-FOLHA > SALDO-DIAS-FERIAS
               COMPUTE DIAS-FERIAS-EXCEDENTES =
                   DIAS-FERIAS-FOLHA - SALDO-DIAS-FERIAS
               MOVE SALDO-DIAS-FERIAS TO DIAS-FERIAS-FOLHA
               ADD 1 TO QUANTIDADE-FERIAS-CORTADAS
               DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                   ' vacation days exceed ledger balance - '
                   DIAS-FERIAS-EXCEDENTES ' days not paid.'
           END-IF.
      *****************************************************************
       030-SOMAR-PERIODO-FERIAS SECTION.
           COMPUTE SALDO-DIAS-FERIAS = SALDO-DIAS-FERIAS
               + DIAS-DIREITO-FERIAS (INDICE-PERIODO-FERIAS)
               - DIAS-GOZADOS-FERIAS (INDICE-PERIODO-FERIAS).
      *****************************************************************
       031-CARREGAR-RETROATIVOS SECTION.
           MOVE 'N' TO FIM-RETROATIVO.
           OPEN INPUT ENTRADA-RETROATIVO.
           IF STATUS-ARQUIVO-RETROATIVO = '00'
               PERFORM 032-LER-RETROATIVO UNTIL FIM-DE-RETROATIVO
               CLOSE ENTRADA-RETROATIVO
               DISPLAY 'Retroactive pay differences for the period: '
                   QUANTIDADE-RETROATIVOS
           ELSE
               SET FIM-DE-RETROATIVO TO TRUE
           END-IF.
      *****************************************************************
       032-LER-RETROATIVO SECTION.
           READ ENTRADA-RETROATIVO
               AT END
                   SET FIM-DE-RETROATIVO TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-RETROATIVOS-LIDOS
                   IF COMPETENCIA-PAG-RETROATIVO = COMPETENCIA-FOLHA
                           AND VALOR-RETROATIVO IS NUMERIC
                           AND VALOR-RETROATIVO > ZEROS
                       IF QUANTIDADE-RETROATIVOS < 500
                           ADD 1 TO QUANTIDADE-RETROATIVOS
                           MOVE MATRICULA-RETROATIVO
                               TO MATRICULA-RETRO-TABELA
                                   (QUANTIDADE-RETROATIVOS)
                           MOVE VALOR-RETROATIVO
                               TO VALOR-RETRO-TABELA
                                   (QUANTIDADE-RETROATIVOS)
                           MOVE 'N' TO SITUACAO-RETRO-TABELA
                               (QUANTIDADE-RETROATIVOS)
                           MOVE REGISTRO-RETROATIVO
                               TO LINHA-RETRO-TABELA
                                   (QUANTIDADE-RETROATIVOS)
                       ELSE
                           IF NOT AVISADA-TABELA-RETRO-CHEIA
                               DISPLAY 'WARNING: retroactive pay '
                                   'table full - remaining '
                                   'differences left for the next '
                                   'period.'
                               MOVE 'S' TO AVISO-TABELA-RETROATIVO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       033-APLICAR-RETROATIVO SECTION.
           MOVE ZEROS TO RETROATIVO-FOLHA.
           PERFORM 035-SOMAR-RETROATIVO
               VARYING INDICE-RETROATIVO FROM 1 BY 1
               UNTIL INDICE-RETROATIVO > QUANTIDADE-RETROATIVOS.
           IF RETROATIVO-FOLHA > ZEROS
               ADD RETROATIVO-FOLHA TO SALARIO-BRUTO
               ADD 1 TO QUANTIDADE-COM-RETROATIVO
               ADD RETROATIVO-FOLHA TO TOTAL-RETROATIVO
           END-IF.
      *****************************************************************
       035-SOMAR-RETROATIVO SECTION.
           IF MATRICULA-RETRO-TABELA (INDICE-RETROATIVO)
                   = MATRICULA-MESTRE
               ADD VALOR-RETRO-TABELA (INDICE-RETROATIVO)
                   TO RETROATIVO-FOLHA
               MOVE 'S' TO SITUACAO-RETRO-TABELA (INDICE-RETROATIVO)
           END-IF.
      *****************************************************************
       036-REGISTRAR-RETROATIVOS SECTION.
           OPEN EXTEND RETROATIVO-PAGO.
           IF STATUS-ARQUIVO-RETRO-PAGO NOT = '00'
               OPEN OUTPUT RETROATIVO-PAGO
           END-IF.
           PERFORM 037-GRAVAR-RETROATIVO-PAGO
               VARYING INDICE-RETROATIVO FROM 1 BY 1
               UNTIL INDICE-RETROATIVO > QUANTIDADE-RETROATIVOS.
           CLOSE RETROATIVO-PAGO.
           IF CONTADOR-RETROATIVOS-PENDENTES > ZEROS
               DISPLAY 'WARNING: ' CONTADOR-RETROATIVOS-PENDENTES
                   ' retroactive pay differences not paid - '
                   'employee not on this payroll.'
           END-IF.
      *****************************************************************
       037-GRAVAR-RETROATIVO-PAGO SECTION.
           IF RETRO-TABELA-PAGO (INDICE-RETROATIVO)
               WRITE REGISTRO-RETROATIVO-PAGO
                   FROM LINHA-RETRO-TABELA (INDICE-RETROATIVO)
               ADD 1 TO CONTADOR-RETROATIVOS-PAGOS
           ELSE
               ADD 1 TO CONTADOR-RETROATIVOS-PENDENTES
           END-IF.
      *****************************************************************
       038-CARREGAR-CODIGOS-RUBRICA SECTION.
           MOVE 'N' TO FIM-TABELA-RUBRICAS.
           OPEN INPUT TABELA-RUBRICAS.
           IF STATUS-ARQUIVO-TABRUBR = '00'
               PERFORM 039-LER-CODIGO-RUBRICA
                   UNTIL FIM-DE-TABELA-RUBRICAS
               CLOSE TABELA-RUBRICAS
           ELSE
               SET FIM-DE-TABELA-RUBRICAS TO TRUE
               DISPLAY 'No rubrica table TABRUBR - status ['
                   STATUS-ARQUIVO-TABRUBR '] - recurring items '
                   'will be ignored.'
           END-IF.
           OPEN I-O RUBRICAS-EMPREGADO.
           IF STATUS-ARQUIVO-RUBRICAS = '00'
               MOVE 'S' TO CADASTRO-RUBRICAS
           ELSE
               DISPLAY 'No recurring items file RUBRICAM - status ['
                   STATUS-ARQUIVO-RUBRICAS '] - no recurring '
                   'earnings or deductions applied.'
           END-IF.
      *****************************************************************
       039-LER-CODIGO-RUBRICA SECTION.
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
                           MOVE INCIDENCIA-INSS-RUBRICA
                               TO INSS-CODIGO-TABELA
                                   (QUANTIDADE-CODIGOS)
                           MOVE INCIDENCIA-IRRF-RUBRICA
                               TO IRRF-CODIGO-TABELA
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
       040-APLICAR-RUBRICAS SECTION.
           MOVE ZEROS TO QUANTIDADE-RUBRICAS-FOLHA.
           MOVE ZEROS TO PROVENTOS-RUBRICA-FOLHA.
           MOVE ZEROS TO DESCONTOS-RUBRICA-FOLHA.
           MOVE ZEROS TO AJUSTE-BASE-INSS.
           MOVE ZEROS TO AJUSTE-BASE-IRRF.
           IF CADASTRO-RUBRICAS-ABERTO
               MOVE 'N' TO FIM-RUBRICAS-EMPREGADO
               MOVE MATRICULA-MESTRE TO MATRICULA-RUBRICA-EMP
               MOVE LOW-VALUES TO CODIGO-RUBRICA-EMP
               START RUBRICAS-EMPREGADO
                   KEY NOT < CHAVE-RUBRICA-EMPREGADO
                   INVALID KEY
                       SET FIM-DE-RUBRICAS-EMPREGADO TO TRUE
               END-START
               PERFORM 041-LER-RUBRICA-EMPREGADO
                   UNTIL FIM-DE-RUBRICAS-EMPREGADO
           END-IF.
           IF QUANTIDADE-RUBRICAS-FOLHA > ZEROS
               ADD PROVENTOS-RUBRICA-FOLHA TO SALARIO-BRUTO
               ADD 1 TO QUANTIDADE-COM-RUBRICAS
               ADD PROVENTOS-RUBRICA-FOLHA TO TOTAL-PROVENTOS-RUBRICA
           END-IF.
      *****************************************************************
       041-LER-RUBRICA-EMPREGADO SECTION.
           READ RUBRICAS-EMPREGADO NEXT RECORD
               AT END
                   SET FIM-DE-RUBRICAS-EMPREGADO TO TRUE
               NOT AT END
                   IF MATRICULA-RUBRICA-EMP NOT = MATRICULA-MESTRE
                       SET FIM-DE-RUBRICAS-EMPREGADO TO TRUE
                   ELSE
                       IF INICIO-RUBRICA-EMP NOT > COMPETENCIA-FOLHA
                               AND (FIM-RUBRICA-EMP = ZEROS
                               OR FIM-RUBRICA-EMP
                                   NOT < COMPETENCIA-FOLHA)
                           PERFORM 042-PREPARAR-RUBRICA
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       042-PREPARAR-RUBRICA SECTION.
           MOVE CODIGO-RUBRICA-EMP TO CODIGO-PROCURADO.
           PERFORM 043-LOCALIZAR-CODIGO.
           EVALUATE TRUE
               WHEN NOT ACHOU-CODIGO
                   ADD 1 TO CONTADOR-RUBRICAS-IGNORADAS
                   DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                       ' rubrica [' CODIGO-RUBRICA-EMP '] not on '
                       'TABRUBR - item ignored.'
               WHEN QUANTIDADE-RUBRICAS-FOLHA NOT < 10
                   ADD 1 TO CONTADOR-RUBRICAS-IGNORADAS
                   DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                       ' has more than 10 recurring items - rubrica ['
                       CODIGO-RUBRICA-EMP '] ignored.'
               WHEN OTHER
                   PERFORM 046-PRECIFICAR-RUBRICA
           END-EVALUATE.
      *****************************************************************
       046-PRECIFICAR-RUBRICA SECTION.
           MOVE ZEROS TO VALOR-RUBRICA-CALCULADO.
           MOVE SALDO-RUBRICA-EMP TO SALDO-DISPONIVEL-RUBRICA.
           IF COMPETENCIA-BAIXA-RUBRICA-EMP = COMPETENCIA-FOLHA
               ADD VALOR-BAIXA-RUBRICA-EMP TO SALDO-DISPONIVEL-RUBRICA
           END-IF.
           EVALUATE TRUE
               WHEN CODIGO-PENSAO (INDICE-CODIGO-ACHADO)
                       AND RUBRICA-EMP-PERCENTUAL
                   CONTINUE
               WHEN RUBRICA-EMP-PERCENTUAL
                   COMPUTE VALOR-RUBRICA-CALCULADO ROUNDED =
                       SALARIO-NUMERICO-MESTRE
                           * PERCENTUAL-RUBRICA-EMP / 100
               WHEN OTHER
                   MOVE VALOR-RUBRICA-EMP TO VALOR-RUBRICA-CALCULADO
           END-EVALUATE.
           IF CODIGO-EMPRESTIMO (INDICE-CODIGO-ACHADO)
                   AND VALOR-RUBRICA-CALCULADO
                       > SALDO-DISPONIVEL-RUBRICA
               MOVE SALDO-DISPONIVEL-RUBRICA
                   TO VALOR-RUBRICA-CALCULADO
           END-IF.
           IF VALOR-RUBRICA-CALCULADO > ZEROS
                   OR (CODIGO-PENSAO (INDICE-CODIGO-ACHADO)
                       AND RUBRICA-EMP-PERCENTUAL)
               ADD 1 TO QUANTIDADE-RUBRICAS-FOLHA
               MOVE QUANTIDADE-RUBRICAS-FOLHA TO INDICE-LINHA
               MOVE CODIGO-RUBRICA-EMP
                   TO CODIGO-RUBRICA-FOLHA (INDICE-LINHA)
               MOVE INDICE-CODIGO-ACHADO
                   TO INDICE-CODIGO-FOLHA (INDICE-LINHA)
               MOVE FORMA-RUBRICA-EMP
                   TO FORMA-RUBRICA-FOLHA (INDICE-LINHA)
               MOVE PERCENTUAL-RUBRICA-EMP
                   TO PERCENTUAL-RUBRICA-FOLHA (INDICE-LINHA)
               MOVE VALOR-RUBRICA-CALCULADO
                   TO VALOR-RUBRICA-FOLHA (INDICE-LINHA)
               MOVE SALDO-DISPONIVEL-RUBRICA
                   TO SALDO-RUBRICA-FOLHA (INDICE-LINHA)
               MOVE ZEROS TO CORTE-RUBRICA-FOLHA (INDICE-LINHA)
               IF CODIGO-PROVENTO (INDICE-CODIGO-ACHADO)
                   ADD VALOR-RUBRICA-CALCULADO
                       TO PROVENTOS-RUBRICA-FOLHA
                   IF NOT CODIGO-INCIDE-INSS (INDICE-CODIGO-ACHADO)
                       ADD VALOR-RUBRICA-CALCULADO
                           TO AJUSTE-BASE-INSS
                   END-IF
                   IF NOT CODIGO-INCIDE-IRRF (INDICE-CODIGO-ACHADO)
                       ADD VALOR-RUBRICA-CALCULADO
                           TO AJUSTE-BASE-IRRF
                   END-IF
               ELSE
                   IF CODIGO-INCIDE-INSS (INDICE-CODIGO-ACHADO)
                       ADD VALOR-RUBRICA-CALCULADO
                           TO AJUSTE-BASE-INSS
                   END-IF
                   IF CODIGO-INCIDE-IRRF (INDICE-CODIGO-ACHADO)
                       ADD VALOR-RUBRICA-CALCULADO
                           TO AJUSTE-BASE-IRRF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       043-LOCALIZAR-CODIGO SECTION.
           MOVE 'N' TO CODIGO-LOCALIZADO.
           MOVE ZEROS TO INDICE-CODIGO-ACHADO.
           PERFORM 044-PROCURAR-CODIGO
               VARYING INDICE-CODIGO FROM 1 BY 1
               UNTIL INDICE-CODIGO > QUANTIDADE-CODIGOS
               OR ACHOU-CODIGO.
      *****************************************************************
       044-PROCURAR-CODIGO SECTION.
           IF CODIGO-TABELA (INDICE-CODIGO) = CODIGO-PROCURADO
               MOVE 'S' TO CODIGO-LOCALIZADO
               MOVE INDICE-CODIGO TO INDICE-CODIGO-ACHADO
           END-IF.
      *****************************************************************
       045-DESCONTAR-RUBRICAS SECTION.
           PERFORM 047-DESCONTAR-PENSAO
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-FOLHA.
           PERFORM 048-DESCONTAR-RUBRICA
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-FOLHA.
           ADD DESCONTOS-RUBRICA-FOLHA TO TOTAL-DESCONTOS-RUBRICA.
      *****************************************************************
       047-DESCONTAR-PENSAO SECTION.
           MOVE INDICE-CODIGO-FOLHA (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           IF CODIGO-PENSAO (INDICE-CODIGO-LINHA)
                   AND NOT CODIGO-PROVENTO (INDICE-CODIGO-LINHA)
               IF RUBRICA-FOLHA-PERCENTUAL (INDICE-LINHA)
                   COMPUTE VALOR-RUBRICA-FOLHA (INDICE-LINHA)
                           ROUNDED =
                       SALARIO-LIQUIDO
                           * PERCENTUAL-RUBRICA-FOLHA (INDICE-LINHA)
                           / 100
               END-IF
               PERFORM 049-ABATER-LIQUIDO
           END-IF.
      *****************************************************************
       048-DESCONTAR-RUBRICA SECTION.
           MOVE INDICE-CODIGO-FOLHA (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           IF NOT CODIGO-PENSAO (INDICE-CODIGO-LINHA)
                   AND NOT CODIGO-PROVENTO (INDICE-CODIGO-LINHA)
               PERFORM 049-ABATER-LIQUIDO
               IF CODIGO-EMPRESTIMO (INDICE-CODIGO-LINHA)
                   PERFORM 052-BAIXAR-EMPRESTIMO
               END-IF
           END-IF.
      *****************************************************************
       049-ABATER-LIQUIDO SECTION.
           IF VALOR-RUBRICA-FOLHA (INDICE-LINHA) > SALARIO-LIQUIDO
               COMPUTE CORTE-RUBRICA-FOLHA (INDICE-LINHA) =
                   VALOR-RUBRICA-FOLHA (INDICE-LINHA)
                   - SALARIO-LIQUIDO
               MOVE SALARIO-LIQUIDO
                   TO VALOR-RUBRICA-FOLHA (INDICE-LINHA)
               ADD 1 TO QUANTIDADE-DESCONTOS-CORTADOS
               DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                   ' net pay too low for rubrica ['
                   CODIGO-RUBRICA-FOLHA (INDICE-LINHA)
                   '] - deduction cut to the net pay left.'
           END-IF.
           SUBTRACT VALOR-RUBRICA-FOLHA (INDICE-LINHA)
               FROM SALARIO-LIQUIDO.
           ADD VALOR-RUBRICA-FOLHA (INDICE-LINHA)
               TO DESCONTOS-RUBRICA-FOLHA.
      *****************************************************************
       052-BAIXAR-EMPRESTIMO SECTION.
           MOVE MATRICULA-MESTRE TO MATRICULA-RUBRICA-EMP.
           MOVE CODIGO-RUBRICA-FOLHA (INDICE-LINHA)
               TO CODIGO-RUBRICA-EMP.
           READ RUBRICAS-EMPREGADO
               INVALID KEY
                   DISPLAY 'ERROR: loan rubrica ['
                       CODIGO-RUBRICA-FOLHA (INDICE-LINHA)
                       '] of employee ' MATRICULA-MESTRE
                       ' no longer on RUBRICAM - balance not updated.'
               NOT INVALID KEY
                   COMPUTE SALDO-RUBRICA-EMP =
                       SALDO-RUBRICA-FOLHA (INDICE-LINHA)
                       - VALOR-RUBRICA-FOLHA (INDICE-LINHA)
                   MOVE COMPETENCIA-FOLHA
                       TO COMPETENCIA-BAIXA-RUBRICA-EMP
                   MOVE VALOR-RUBRICA-FOLHA (INDICE-LINHA)
                       TO VALOR-BAIXA-RUBRICA-EMP
                   REWRITE REGISTRO-RUBRICA-EMPREGADO
                       INVALID KEY
                           DISPLAY 'ERROR: could not rewrite loan '
                               'rubrica [' CODIGO-RUBRICA-EMP
                               '] of employee ' MATRICULA-MESTRE
                   END-REWRITE
           END-READ.
      *****************************************************************
       050-GRAVAR-RUBRICA-CONTRACHEQUE SECTION.
           MOVE INDICE-CODIGO-FOLHA (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           MOVE CODIGO-RUBRICA-FOLHA (INDICE-LINHA)
               TO CODIGO-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
           MOVE DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-LINHA)
               TO DESCRICAO-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
           MOVE NATUREZA-CODIGO-TABELA (INDICE-CODIGO-LINHA)
               TO NATUREZA-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
           MOVE VALOR-RUBRICA-FOLHA (INDICE-LINHA)
               TO VALOR-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
      *****************************************************************
       004-CALCULAR-INSS SECTION.
           COMPUTE BASE-CALCULO-INSS =
               SALARIO-BRUTO - AJUSTE-BASE-INSS.
           IF BASE-CALCULO-INSS < ZEROS
               MOVE ZEROS TO BASE-CALCULO-INSS
           END-IF.
           MOVE 'N' TO FAIXA-LOCALIZADA.
           MOVE ZEROS TO INDICE-FAIXA-ACHADA.
           PERFORM 005-PROCURAR-FAIXA-INSS
               OR ACHOU-FAIXA.
           IF ACHOU-FAIXA
               COMPUTE VALOR-CALCULADO ROUNDED =
                   BASE-CALCULO-INSS
                       * ALIQUOTA-INSS (INDICE-FAIXA-ACHADA) / 100
                   - PARCELA-INSS (INDICE-FAIXA-ACHADA)
           ELSE
           MOVE VALOR-CALCULADO TO DESCONTO-INSS.
      *****************************************************************
       005-PROCURAR-FAIXA-INSS SECTION.
           IF BASE-CALCULO-INSS <= LIMITE-INSS (INDICE-FAIXA)
               MOVE 'S' TO FAIXA-LOCALIZADA
               MOVE INDICE-FAIXA TO INDICE-FAIXA-ACHADA
           END-IF.
      *****************************************************************
       006-CALCULAR-IRRF SECTION.
           COMPUTE BASE-CALCULO-IRRF =
               SALARIO-BRUTO - AJUSTE-BASE-IRRF - DESCONTO-INSS
               - (NUM-DEPENDENTES-MESTRE * DEDUCAO-POR-DEPENDENTE).
           IF BASE-CALCULO-IRRF < ZEROS
               MOVE ZEROS TO BASE-CALCULO-IRRF
           MOVE VALOR-FALTA TO VALOR-FALTA-CONTRACHEQUE.
           MOVE DIAS-FERIAS-FOLHA TO DIAS-FERIAS-CONTRACHEQUE.
           MOVE VALOR-FERIAS TO VALOR-FERIAS-CONTRACHEQUE.
           MOVE ZEROS TO AVOS-DECIMO-CONTRACHEQUE.
           MOVE ZEROS TO ADIANTAMENTO-CONTRACHEQUE.
           MOVE SPACE TO TIPO-CONTRACHEQUE.
           MOVE RETROATIVO-FOLHA TO RETROATIVO-CONTRACHEQUE.
           MOVE DESCONTOS-RUBRICA-FOLHA
               TO DESCONTOS-RUBRICA-CONTRACHEQUE.
           MOVE QUANTIDADE-RUBRICAS-FOLHA
               TO QUANTIDADE-RUBRICAS-CONTRACHEQUE.
           MOVE SPACES TO LINHAS-RUBRICA-CONTRACHEQUE.
           PERFORM 050-GRAVAR-RUBRICA-CONTRACHEQUE
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-FOLHA.
           WRITE REGISTRO-CONTRACHEQUE.
           PERFORM 020-GRAVAR-HISTORICO.
      *****************************************************************
           MOVE DESCONTO-INSS TO INSS-HISTORICO.
           MOVE DESCONTO-IRRF TO IRRF-HISTORICO.
           MOVE SALARIO-LIQUIDO TO LIQUIDO-HISTORICO.
           MOVE SPACE TO TIPO-HISTORICO.
           MOVE ZEROS TO ISENTO-FGTS-HISTORICO.
           WRITE REGISTRO-FOLHA-HISTORICO.
      *****************************************************************
       009-IMPRIMIR-LINHA-FOLHA SECTION.
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       029-IMPRIMIR-FERIAS-CORTADAS SECTION.
           MOVE DIAS-FERIAS-EXCEDENTES TO DIAS-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  VACATION DAYS CUT TO LEDGER BALANCE - '
                   DELIMITED BY SIZE
               DIAS-EDITADO DELIMITED BY SIZE
               ' DAYS NOT PAID' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       034-IMPRIMIR-RETROATIVO SECTION.
           MOVE RETROATIVO-FOLHA TO BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  RETROACTIVE PAY DIFFERENCES INCLUDED IN GROSS - '
                   DELIMITED BY SIZE
               BRUTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       051-IMPRIMIR-RUBRICA SECTION.
           MOVE INDICE-CODIGO-FOLHA (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           IF CODIGO-PROVENTO (INDICE-CODIGO-LINHA)
               MOVE 'EARNING' TO ROTULO-RUBRICA
           ELSE
               MOVE 'DEDUCTION' TO ROTULO-RUBRICA
           END-IF.
           MOVE SPACES TO OBSERVACAO-RUBRICA.
           IF CORTE-RUBRICA-FOLHA (INDICE-LINHA) > ZEROS
               MOVE CORTE-RUBRICA-FOLHA (INDICE-LINHA)
                   TO LIQUIDO-EDITADO
               STRING
                   '  NET PAY TOO LOW - NOT DEDUCTED '
                       DELIMITED BY SIZE
                   LIQUIDO-EDITADO DELIMITED BY SIZE
                   INTO OBSERVACAO-RUBRICA
               END-STRING
           END-IF.
           MOVE VALOR-RUBRICA-FOLHA (INDICE-LINHA) TO BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ROTULO-RUBRICA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CODIGO-RUBRICA-FOLHA (INDICE-LINHA) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-LINHA)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRUTO-EDITADO DELIMITED BY SIZE
               OBSERVACAO-RUBRICA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-FOLHA SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-RESCISAO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'FINAL MONTH LEFT TO SETTLEMENT RUN: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-FERIAS-CORTADAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'VACATION DAYS CUT TO LEDGER BALANCE: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-LEDGER-FERIAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NO VACATION LEDGER - VACATION DAYS NOT CHECKED: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-COM-RETROATIVO TO QUANTIDADE-EDITADA.
           MOVE TOTAL-RETROATIVO TO TOTAL-BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAYSLIPS WITH RETROACTIVE PAY: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               '   TOTAL RETROACTIVE PAY: ' DELIMITED BY SIZE
               TOTAL-BRUTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-COM-RUBRICAS TO QUANTIDADE-EDITADA.
           MOVE TOTAL-PROVENTOS-RUBRICA TO TOTAL-BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'PAYSLIPS WITH RECURRING ITEMS: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               '   TOTAL RECURRING EARNINGS: ' DELIMITED BY SIZE
               TOTAL-BRUTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-DESCONTOS-CORTADOS TO QUANTIDADE-EDITADA.
           MOVE TOTAL-DESCONTOS-RUBRICA TO TOTAL-BRUTO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'DEDUCTIONS CUT TO NET PAY: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               '   TOTAL RECURRING DEDUCTIONS: ' DELIMITED BY SIZE
               TOTAL-BRUTO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-RUBRICAS-IGNORADAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'RECURRING ITEMS IGNORED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-BRUTO TO TOTAL-BRUTO-EDITADO.
           MOVE TOTAL-INSS TO TOTAL-INSS-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           CLOSE CONTRACHEQUES.
           CLOSE RELATORIO-FOLHA.
           CLOSE FOLHA-HISTORICO.
           IF LEDGER-FERIAS-ABERTO
               CLOSE SALDO-FERIAS
           END-IF.
           IF CADASTRO-RUBRICAS-ABERTO
               CLOSE RUBRICAS-EMPREGADO
           END-IF.
           DISPLAY 'Payroll run complete. Payslips written: '
               QUANTIDADE-FOLHA.
      *****************************************************************
       021-FECHAR-PERIODO SECTION.
           IF QUANTIDADE-RETROATIVOS > ZEROS
               PERFORM 036-REGISTRAR-RETROATIVOS
           END-IF.
           MOVE 'F' TO SITUACAO-CONTROLE.
           PERFORM 018-GRAVAR-FOLHA-CONTROLE.
           DISPLAY 'Period ' COMPETENCIA-FOLHA ' closed.'.
