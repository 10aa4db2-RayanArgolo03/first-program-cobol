      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  RA  Termination settlement (rescisao) run,      *
      *                   driven by the ENTDESL transactions after    *
      *                   DESLIGA-MESTRE has flagged the master       *
      *                   records. Pays the salary balance for the    *
      *                   days worked in the termination month (less  *
      *                   the 'F' absences on ENTAUSEN), the paid     *
      *                   notice for a dismissal without cause (30    *
      *                   days plus 3 per completed year, up to 90),  *
      *                   the proportional 13th and the accrued and   *
      *                   proportional vacation plus 1/3, counted up  *
      *                   to the end of the projected notice from the *
      *                   MOVDEPTO 'A' admission date. INSS/IRRF from *
      *                   TABDESC on the salary balance and on the    *
      *                   13th; the 13th already paid in the year is  *
      *                   read back from FOLHAHST and deducted.       *
      *                   Writes type 'R' CONTRACH payslips for       *
      *                   REMESSA-BANCARIA and IMPRIME-CONTRACHEQUE,  *
      *                   appends the settlement to FOLHAHST and      *
      *                   prints the termination statement (termo de  *
      *                   rescisao) for signature on RELRESC.         *
      *   2026-10-15  RA  Accrued and proportional vacation taken     *
      *                   from the FERIASM ledger kept by             *
      *                   APURA-FERIAS: every period not yet taken is *
      *                   paid, in double once its 12-month deadline  *
      *                   to grant it has passed, and the open period *
      *                   is reduced for its unjustified absences     *
      *                   (including the termination month). Falls    *
      *                   back to the admission date when the         *
      *                   employee has no ledger record.              *
      *   2026-10-15  RA  Retroactive pay field added to the CONTRACH *
      *                   layout is zeroed on the settlement payslip. *
      *   2026-10-15  RA  Recurring earnings / deductions added to    *
      *                   the CONTRACH layout are left empty on the   *
      *                   settlement payslip.                         *
      *   2026-10-15  RA  Settlement rejected when the month's gross  *
      *                   already paid plus the settlement earnings   *
      *                   would not fit the FOLHAHST amount fields.   *
      *   2026-10-15  RA  13th salary: only the 1st installment is    *
      *                   deducted as an advance; once the 2nd has    *
      *                   been paid the 13th already paid is taken    *
      *                   off the proportional 13th earned instead.   *
      *                   ENTRETRO differences due in the termination *
      *                   month paid with the balance and logged to   *
      *                   RETROHST; court-ordered alimony and the     *
      *                   outstanding loan balance on RUBRICAM taken  *
      *                   off net pay and itemized on the payslip,    *
      *                   other recurring items and any amount not    *
      *                   covered listed as exceptions on RELRESC     *
      *                   (RC 4). Indemnified vacation kept on the    *
      *                   FOLHAHST record as the FGTS-exempt amount.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CALCULA-RESCISAO.
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

           SELECT ENTRADA-DESLIGAMENTO ASSIGN TO "ENTDESL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-ENTRADA.

           SELECT TABELA-DESCONTOS ASSIGN TO "TABDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-TABELA.

           SELECT MOVIMENTO-DEPTO ASSIGN TO "MOVDEPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-MOVIMENTO.

           SELECT ENTRADA-AUSENCIAS ASSIGN TO "ENTAUSEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-AUSENCIAS.

           SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-HISTORICO.

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

           SELECT CONTRACHEQUES ASSIGN TO "CONTRACH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-CONTRACHEQUE.

           SELECT RELATORIO-RESCISAO ASSIGN TO "RELRESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELATORIO.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  PESSOAS-MASTER.
       COPY REGMESTR.

       FD  MATRICULA-CROSS-REF.
       COPY REGMATRX.

       FD  ENTRADA-DESLIGAMENTO.
       COPY REGDESLG.

       FD  TABELA-DESCONTOS.
       01  REGISTRO-TABELA-DESCONTO.
           03 TIPO-TABELA-DESCONTO PIC X(04).
           03 LIMITE-FAIXA-DESCONTO PIC 9(06)V99.
           03 ALIQUOTA-DESCONTO PIC 9(02)V99.
           03 PARCELA-DEDUZIR-DESCONTO PIC 9(06)V99.

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

       FD  FOLHA-HISTORICO.
       COPY REGFOLHS.

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

       FD  CONTRACHEQUES.
       COPY REGCONTR.

       FD  RELATORIO-RESCISAO.
       01  REGISTRO-RELATORIO PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01 CONTROLE-RESCISAO.
           03 FIM-ENTRADA PIC X(01) VALUE 'N'.
               88 FIM-DE-ENTRADA VALUE 'S'.
           03 FIM-VARREDURA PIC X(01) VALUE 'N'.
               88 FIM-DE-VARREDURA VALUE 'S'.
           03 FIM-TABELA PIC X(01) VALUE 'N'.
               88 FIM-DE-TABELA VALUE 'S'.
           03 FIM-MOVIMENTO PIC X(01) VALUE 'N'.
               88 FIM-DE-MOVIMENTO VALUE 'S'.
           03 FIM-AUSENCIAS PIC X(01) VALUE 'N'.
               88 FIM-DE-AUSENCIAS VALUE 'S'.
           03 FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-DE-HISTORICO VALUE 'S'.
           03 FIM-RETROATIVO PIC X(01) VALUE 'N'.
               88 FIM-DE-RETROATIVO VALUE 'S'.
           03 MATRICULA-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-MATRICULA VALUE 'S'.
           03 TRANSACAO-VALIDA PIC X(01) VALUE 'S'.
               88 TRANSACAO-OK VALUE 'S'.
               88 TRANSACAO-REJEITADA VALUE 'N'.
           03 MOTIVO-REJEICAO PIC X(20) VALUE SPACES.
           03 FAIXA-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-FAIXA VALUE 'S'.
           03 INDICE-FAIXA PIC 9(02) VALUE ZEROS.
           03 INDICE-FAIXA-ACHADA PIC 9(02) VALUE ZEROS.
           03 OPERADOR-ID PIC X(08) VALUE SPACES.
           03 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           03 MATRICULA-PROCURADA PIC 9(06) VALUE ZEROS.
           03 XREF-DISPONIVEL PIC X(01) VALUE 'N'.
               88 XREF-ABERTO VALUE 'S'.
           03 LEDGER-FERIAS PIC X(01) VALUE 'N'.
               88 LEDGER-FERIAS-ABERTO VALUE 'S'.
           03 SALDO-FERIAS-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-SALDO-FERIAS VALUE 'S'.
           03 STATUS-ARQUIVO-MESTRE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-XREF PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-ENTRADA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-TABELA PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-MOVIMENTO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-AUSENCIAS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-HISTORICO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-CONTRACHEQUE PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RELATORIO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-FERIAS PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RETROATIVO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RETRO-PAGO PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-TABRUBR PIC X(02) VALUE SPACES.
           03 STATUS-ARQUIVO-RUBRICAS PIC X(02) VALUE SPACES.

       01 DATAS-RESCISAO.
           03 DATA-DESLIGAMENTO-RESCISAO PIC 9(08) VALUE ZEROS.
           03 DATA-DESLIG-DECOMPOSTA
                   REDEFINES DATA-DESLIGAMENTO-RESCISAO.
               05 ANO-DESLIGAMENTO PIC 9(04).
               05 MES-DESLIGAMENTO PIC 9(02).
               05 DIA-DESLIGAMENTO PIC 9(02).
           03 DATA-ADMISSAO-RESCISAO PIC 9(08) VALUE ZEROS.
           03 DATA-ADMISSAO-DECOMPOSTA
                   REDEFINES DATA-ADMISSAO-RESCISAO.
               05 ANO-ADMISSAO PIC 9(04).
               05 MES-ADMISSAO PIC 9(02).
               05 DIA-ADMISSAO PIC 9(02).
           03 DATA-PROJETADA PIC 9(08) VALUE ZEROS.
           03 DATA-PROJETADA-DECOMPOSTA REDEFINES DATA-PROJETADA.
               05 ANO-PROJETADO PIC 9(04).
               05 MES-PROJETADO PIC 9(02).
               05 DIA-PROJETADO PIC 9(02).
           03 DIA-CALCULADO PIC 9(03) VALUE ZEROS.
           03 COMPETENCIA-DESLIGAMENTO PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-PRIMEIRA-PARCELA PIC 9(06) VALUE ZEROS.
           03 COMPETENCIA-SEGUNDA-PARCELA PIC 9(06) VALUE ZEROS.
           03 ADMISSAO-LOCALIZADA PIC X(01) VALUE 'N'.
               88 ACHOU-ADMISSAO VALUE 'S'.

       01 CONTROLE-AVOS.
           03 MES-INICIO-AVOS PIC 9(02) VALUE ZEROS.
           03 DIA-INICIO-AVOS PIC 9(02) VALUE ZEROS.
           03 MES-FIM-AVOS PIC 9(02) VALUE ZEROS.
           03 DIA-FIM-AVOS PIC 9(02) VALUE ZEROS.
           03 INDICE-MES PIC 9(02) VALUE ZEROS.
           03 DIAS-NO-MES PIC S9(03) VALUE ZEROS.
           03 AVOS-DECIMO PIC 9(02) VALUE ZEROS.
           03 ANOS-SERVICO PIC 9(02) VALUE ZEROS.
           03 MESES-SERVICO PIC S9(04) VALUE ZEROS.
           03 DIAS-SERVICO PIC S9(03) VALUE ZEROS.
           03 PERIODOS-COMPLETOS PIC 9(02) VALUE ZEROS.
           03 AVOS-FERIAS PIC 9(02) VALUE ZEROS.
           03 DIAS-AVISO PIC 9(03) VALUE ZEROS.
           03 DIAS-SALDO PIC 9(02) VALUE ZEROS.
           03 DIAS-FALTA-RESCISAO PIC 9(02) VALUE ZEROS.
           03 DIAS-FERIAS-VENCIDAS PIC 9(03) VALUE ZEROS.
           03 DIAS-FERIAS-DOBRO PIC 9(03) VALUE ZEROS.
           03 DIAS-DIREITO-PROPORCIONAL PIC 9(02) VALUE ZEROS.
           03 DIAS-DIREITO-APURADOS PIC 9(02) VALUE ZEROS.
           03 DIAS-RESTANTES-PERIODO PIC 9(02) VALUE ZEROS.
           03 FALTAS-MES-DESLIGAMENTO PIC 9(02) VALUE ZEROS.
           03 FALTAS-PERIODO-CALCULO PIC 9(03) VALUE ZEROS.
           03 INDICE-PERIODO-FERIAS PIC 9(01) VALUE ZEROS.
           03 DATA-PRAZO-FERIAS PIC 9(08) VALUE ZEROS.
           03 ANIVERSARIO-CALCULO PIC 9(08) VALUE ZEROS.
           03 INICIO-PERIODO-CALCULO PIC 9(08) VALUE ZEROS.
           03 INICIO-PERIODO-DECOMPOSTO
                   REDEFINES INICIO-PERIODO-CALCULO.
               05 ANO-INICIO-PERIODO PIC 9(04).
               05 MES-INICIO-PERIODO PIC 9(02).
               05 DIA-INICIO-PERIODO PIC 9(02).

       01 HISTORICO-PAGO.
           03 MES-JA-PAGO PIC X(01) VALUE 'N'.
               88 FOLHA-DO-MES-PAGA VALUE 'S'.
           03 RESCISAO-JA-CALCULADA PIC X(01) VALUE 'N'.
               88 ACHOU-RESCISAO-ANTERIOR VALUE 'S'.
           03 MES-BRUTO-PAGO PIC 9(06)V99 VALUE ZEROS.
           03 MES-INSS-PAGO PIC 9(06)V99 VALUE ZEROS.
           03 MES-IRRF-PAGO PIC 9(06)V99 VALUE ZEROS.
           03 MES-LIQUIDO-PAGO PIC 9(06)V99 VALUE ZEROS.
           03 PRIMEIRA-PARCELA-PAGA PIC 9(06)V99 VALUE ZEROS.
           03 SEGUNDA-PARCELA-PAGA PIC X(01) VALUE 'N'.
               88 ACHOU-SEGUNDA-PARCELA VALUE 'S'.
           03 SEGUNDA-BRUTO-PAGO PIC 9(06)V99 VALUE ZEROS.
           03 SEGUNDA-INSS-PAGO PIC 9(06)V99 VALUE ZEROS.
           03 SEGUNDA-IRRF-PAGO PIC 9(06)V99 VALUE ZEROS.

       01 TABELA-RESCINDIDOS.
           03 QUANTIDADE-RESCINDIDOS PIC 9(03) VALUE ZEROS.
           03 MATRICULA-RESCINDIDA PIC 9(06) OCCURS 200 TIMES.
           03 INDICE-RESCINDIDO PIC 9(03) VALUE ZEROS.
           03 RESCINDIDO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-RESCINDIDO VALUE 'S'.
           03 AVISO-TABELA-RESCINDIDOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-RESCINDIDOS-CHEIA VALUE 'S'.

       01 TABELAS-DESCONTO.
           03 QUANTIDADE-FAIXAS-INSS PIC 9(02) VALUE ZEROS.
           03 FAIXA-INSS OCCURS 10 TIMES.
               05 LIMITE-INSS PIC 9(06)V99.
               05 ALIQUOTA-INSS PIC 9(02)V99.
               05 PARCELA-INSS PIC 9(06)V99.
           03 QUANTIDADE-FAIXAS-IRRF PIC 9(02) VALUE ZEROS.
           03 FAIXA-IRRF OCCURS 10 TIMES.
               05 LIMITE-IRRF PIC 9(06)V99.
               05 ALIQUOTA-IRRF PIC 9(02)V99.
               05 PARCELA-IRRF PIC 9(06)V99.
           03 DEDUCAO-POR-DEPENDENTE PIC 9(06)V99 VALUE ZEROS.

       01 CALCULO-RESCISAO.
           03 SALDO-SALARIO PIC 9(07)V99 VALUE ZEROS.
           03 VALOR-FALTA PIC 9(07)V99 VALUE ZEROS.
           03 AVISO-INDENIZADO PIC 9(07)V99 VALUE ZEROS.
           03 DECIMO-PROPORCIONAL PIC 9(07)V99 VALUE ZEROS.
           03 FERIAS-VENCIDAS PIC 9(07)V99 VALUE ZEROS.
           03 TERCO-FERIAS-VENCIDAS PIC 9(07)V99 VALUE ZEROS.
           03 FERIAS-PROPORCIONAIS PIC 9(07)V99 VALUE ZEROS.
           03 TERCO-FERIAS-PROPORCIONAIS PIC 9(07)V99 VALUE ZEROS.
           03 PROVENTOS-SEM-DECIMO PIC 9(08)V99 VALUE ZEROS.
           03 TOTAL-PROVENTOS PIC 9(08)V99 VALUE ZEROS.
           03 INSS-SALDO PIC 9(06)V99 VALUE ZEROS.
           03 IRRF-SALDO PIC 9(06)V99 VALUE ZEROS.
           03 INSS-DECIMO-TOTAL PIC 9(06)V99 VALUE ZEROS.
           03 IRRF-DECIMO-TOTAL PIC 9(06)V99 VALUE ZEROS.
           03 INSS-DECIMO PIC 9(06)V99 VALUE ZEROS.
           03 IRRF-DECIMO PIC 9(06)V99 VALUE ZEROS.
           03 DECIMO-JA-PAGO PIC 9(07)V99 VALUE ZEROS.
           03 DECIMO-JA-LANCADO PIC 9(07)V99 VALUE ZEROS.
           03 ADIANTAMENTO-DECIMO PIC 9(07)V99 VALUE ZEROS.
           03 DECIMO-EXCEDENTE PIC 9(07)V99 VALUE ZEROS.
           03 RETROATIVO-RESCISAO PIC 9(07)V99 VALUE ZEROS.
           03 FERIAS-ISENTAS-FGTS PIC 9(08)V99 VALUE ZEROS.
           03 TOTAL-DESCONTOS PIC 9(08)V99 VALUE ZEROS.
           03 LIQUIDO-RESCISAO PIC 9(08)V99 VALUE ZEROS.
           03 SALARIO-BRUTO PIC 9(06)V99 VALUE ZEROS.
           03 DESCONTO-INSS PIC 9(06)V99 VALUE ZEROS.
           03 DESCONTO-IRRF PIC 9(06)V99 VALUE ZEROS.
           03 BASE-CALCULO-IRRF PIC S9(08)V99 VALUE ZEROS.
           03 VALOR-CALCULADO PIC S9(08)V99 VALUE ZEROS.

       01 CONTROLE-RUBRICAS.
           03 FIM-TABELA-RUBRICAS PIC X(01) VALUE 'N'.
               88 FIM-DE-TABELA-RUBRICAS VALUE 'S'.
           03 FIM-RUBRICAS-EMPREGADO PIC X(01) VALUE 'N'.
               88 FIM-DE-RUBRICAS-EMPREGADO VALUE 'S'.
           03 CADASTRO-RUBRICAS PIC X(01) VALUE 'N'.
               88 CADASTRO-RUBRICAS-ABERTO VALUE 'S'.
           03 AVISO-TABELA-CODIGOS PIC X(01) VALUE 'N'.
               88 AVISADA-TABELA-CODIGOS-CHEIA VALUE 'S'.
           03 CODIGO-PROCURADO PIC X(04) VALUE SPACES.
           03 INDICE-CODIGO PIC 9(03) VALUE ZEROS.
           03 INDICE-CODIGO-ACHADO PIC 9(03) VALUE ZEROS.
           03 CODIGO-LOCALIZADO PIC X(01) VALUE 'N'.
               88 ACHOU-CODIGO VALUE 'S'.
           03 INDICE-LINHA PIC 9(02) VALUE ZEROS.
           03 INDICE-CODIGO-LINHA PIC 9(03) VALUE ZEROS.
           03 VALOR-RUBRICA-CALCULADO PIC 9(08)V99 VALUE ZEROS.
           03 SALDO-DISPONIVEL-RUBRICA PIC 9(08)V99 VALUE ZEROS.

       01 TABELA-CODIGOS-RUBRICA.
           03 QUANTIDADE-CODIGOS PIC 9(03) VALUE ZEROS.
           03 ENTRADA-CODIGO OCCURS 200 TIMES.
               05 CODIGO-TABELA PIC X(04).
               05 DESCRICAO-CODIGO-TABELA PIC X(20).
               05 NATUREZA-CODIGO-TABELA PIC X(01).
                   88 CODIGO-PROVENTO VALUE 'P'.
               05 CLASSE-CODIGO-TABELA PIC X(01).
                   88 CODIGO-EMPRESTIMO VALUE 'E'.
                   88 CODIGO-PENSAO VALUE 'J'.

       01 RUBRICAS-RESCISAO.
           03 QUANTIDADE-RUBRICAS-RESCISAO PIC 9(02) VALUE ZEROS.
           03 LINHA-RUBRICA-RESCISAO OCCURS 10 TIMES.
               05 CODIGO-RUBRICA-RESCISAO PIC X(04).
               05 INDICE-CODIGO-RESCISAO PIC 9(03).
               05 FORMA-RUBRICA-RESCISAO PIC X(01).
                   88 RUBRICA-RESCISAO-PERCENTUAL VALUE 'P'.
               05 PERCENTUAL-RUBRICA-RESCISAO PIC 9(03)V99.
               05 VALOR-RUBRICA-RESCISAO PIC 9(08)V99.
               05 SALDO-RUBRICA-RESCISAO PIC 9(08)V99.
               05 CORTE-RUBRICA-RESCISAO PIC 9(08)V99.
           03 DESCONTOS-RUBRICA-RESCISAO PIC 9(08)V99 VALUE ZEROS.

       01 OCORRENCIAS-RESCISAO.
           03 QUANTIDADE-OCORRENCIAS PIC 9(02) VALUE ZEROS.
           03 TEXTO-OCORRENCIA PIC X(80) OCCURS 20 TIMES.
           03 OCORRENCIA-ATUAL PIC X(80) VALUE SPACES.
           03 INDICE-OCORRENCIA PIC 9(02) VALUE ZEROS.

       01 TOTAIS-RESCISAO.
           03 CONTADOR-LIDOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-CALCULADOS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-REJEITADOS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-ADMISSAO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-SALDO-FERIAS PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-MES-PAGO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-SEM-SALDO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-COM-RETROATIVO PIC 9(06) VALUE ZEROS.
           03 QUANTIDADE-COM-RUBRICAS PIC 9(06) VALUE ZEROS.
           03 CONTADOR-OCORRENCIAS PIC 9(06) VALUE ZEROS.
           03 TOTAL-PROVENTOS-GERAL PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-INSS-GERAL PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-IRRF-GERAL PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-JA-PAGO-GERAL PIC 9(10)V99 VALUE ZEROS.
           03 TOTAL-LIQUIDO-GERAL PIC 9(10)V99 VALUE ZEROS.

       01 CAMPOS-EDITADOS.
           03 DESCRICAO-VERBA PIC X(40) VALUE SPACES.
           03 VALOR-VERBA PIC 9(08)V99 VALUE ZEROS.
           03 DESCRICAO-MOTIVO PIC X(24) VALUE SPACES.
           03 VALOR-EDITADO PIC ZZ.ZZZ.ZZ9,99.
           03 SALARIO-EDITADO PIC ZZZZZ9,99.
           03 DIAS-EDITADO PIC ZZ9.
           03 DIAS-DOBRO-EDITADO PIC ZZ9.
           03 DIREITO-EDITADO PIC Z9.
           03 AVOS-EDITADO PIC Z9.
           03 ANOS-EDITADO PIC Z9.
           03 QUANTIDADE-EDITADA PIC ZZZZZ9.
           03 TOTAL-PROVENTOS-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-INSS-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-IRRF-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-JA-PAGO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 TOTAL-LIQUIDO-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 000-INICIALIZAR.
           PERFORM 001-PROCESSAR-TRANSACAO UNTIL FIM-DE-ENTRADA.
           PERFORM 012-IMPRIMIR-RODAPE-RESCISAO.
           PERFORM 999-FINALIZAR.
           STOP RUN.
      *****************************************************************
       000-INICIALIZAR SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERADOR-ID FROM CONSOLE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.

           OPEN INPUT ENTRADA-DESLIGAMENTO.
           IF STATUS-ARQUIVO-ENTRADA NOT = '00'
               DISPLAY 'ERROR: could not open termination input '
                   'file ENTDESL - status ['
                   STATUS-ARQUIVO-ENTRADA '].'
               SET FIM-DE-ENTRADA TO TRUE
               SET FIM-DE-TABELA TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-DE-TABELA
               OPEN INPUT TABELA-DESCONTOS
               IF STATUS-ARQUIVO-TABELA NOT = '00'
                   DISPLAY 'ERROR: could not open deduction table '
                       'file TABDESC - status ['
                       STATUS-ARQUIVO-TABELA
                       '] - settlement run abandoned.'
                   SET FIM-DE-ENTRADA TO TRUE
                   SET FIM-DE-TABELA TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 015-CARREGAR-TABELA UNTIL FIM-DE-TABELA.
           IF NOT FIM-DE-ENTRADA
               IF QUANTIDADE-FAIXAS-INSS = ZEROS
                       OR QUANTIDADE-FAIXAS-IRRF = ZEROS
                   DISPLAY 'ERROR: deduction table TABDESC has no '
                       'INSS or no IRRF bands - settlement run '
                       'abandoned.'
                   SET FIM-DE-ENTRADA TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-ENTRADA
               OPEN INPUT PESSOAS-MASTER
               IF STATUS-ARQUIVO-MESTRE NOT = '00'
                   DISPLAY 'ERROR: could not open master file '
                       'PESSOASM - status [' STATUS-ARQUIVO-MESTRE
                       '].'
                   SET FIM-DE-ENTRADA TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT FIM-DE-ENTRADA
               OPEN INPUT MATRICULA-CROSS-REF
               IF STATUS-ARQUIVO-XREF = '00'
                   MOVE 'S' TO XREF-DISPONIVEL
               ELSE
                   MOVE 'N' TO XREF-DISPONIVEL
                   DISPLAY 'WARNING: cross-reference MATRXREF not '
                       'available - status [' STATUS-ARQUIVO-XREF
                       '] - falling back to a full master scan.'
               END-IF
               OPEN INPUT SALDO-FERIAS
               IF STATUS-ARQUIVO-FERIAS = '00'
                   MOVE 'S' TO LEDGER-FERIAS
               ELSE
                   DISPLAY 'WARNING: vacation ledger FERIASM not '
                       'available - status [' STATUS-ARQUIVO-FERIAS
                       '] - vacation counted from the admission date.'
               END-IF
               PERFORM 041-CARREGAR-CODIGOS-RUBRICA
           END-IF.

           IF NOT FIM-DE-ENTRADA
               OPEN OUTPUT CONTRACHEQUES
               OPEN OUTPUT RELATORIO-RESCISAO
               PERFORM 011-IMPRIMIR-CABECALHO-RESCISAO
           END-IF.
      *****************************************************************
       041-CARREGAR-CODIGOS-RUBRICA SECTION.
           MOVE 'N' TO FIM-TABELA-RUBRICAS.
           OPEN INPUT TABELA-RUBRICAS.
           IF STATUS-ARQUIVO-TABRUBR = '00'
               PERFORM 042-LER-CODIGO-RUBRICA
                   UNTIL FIM-DE-TABELA-RUBRICAS
               CLOSE TABELA-RUBRICAS
           ELSE
               SET FIM-DE-TABELA-RUBRICAS TO TRUE
               DISPLAY 'No rubrica table TABRUBR - status ['
                   STATUS-ARQUIVO-TABRUBR '] - recurring items '
                   'listed as exceptions.'
           END-IF.
           OPEN I-O RUBRICAS-EMPREGADO.
           IF STATUS-ARQUIVO-RUBRICAS = '00'
               MOVE 'S' TO CADASTRO-RUBRICAS
           ELSE
               DISPLAY 'No recurring items file RUBRICAM - status ['
                   STATUS-ARQUIVO-RUBRICAS '] - no recurring '
                   'deductions applied.'
           END-IF.
      *****************************************************************
       042-LER-CODIGO-RUBRICA SECTION.
           READ TABELA-RUBRICAS
               AT END
                   SET FIM-DE-TABELA-RUBRICAS TO TRUE
               NOT AT END
                   IF RUBRICA-PROVENTO OR RUBRICA-DESCONTO
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
       015-CARREGAR-TABELA SECTION.
           READ TABELA-DESCONTOS
               AT END
                   SET FIM-DE-TABELA TO TRUE
               NOT AT END
                   PERFORM 016-CLASSIFICAR-FAIXA
           END-READ.
      *****************************************************************
       016-CLASSIFICAR-FAIXA SECTION.
           EVALUATE TIPO-TABELA-DESCONTO
               WHEN 'INSS'
                   IF QUANTIDADE-FAIXAS-INSS < 10
                       ADD 1 TO QUANTIDADE-FAIXAS-INSS
                       MOVE LIMITE-FAIXA-DESCONTO TO LIMITE-INSS
                           (QUANTIDADE-FAIXAS-INSS)
                       MOVE ALIQUOTA-DESCONTO TO ALIQUOTA-INSS
                           (QUANTIDADE-FAIXAS-INSS)
                       MOVE PARCELA-DEDUZIR-DESCONTO TO PARCELA-INSS
                           (QUANTIDADE-FAIXAS-INSS)
                   ELSE
                       DISPLAY 'WARNING: more than 10 INSS bands on '
                           'TABDESC - extra bands ignored.'
                   END-IF
               WHEN 'IRRF'
                   IF QUANTIDADE-FAIXAS-IRRF < 10
                       ADD 1 TO QUANTIDADE-FAIXAS-IRRF
                       MOVE LIMITE-FAIXA-DESCONTO TO LIMITE-IRRF
                           (QUANTIDADE-FAIXAS-IRRF)
                       MOVE ALIQUOTA-DESCONTO TO ALIQUOTA-IRRF
                           (QUANTIDADE-FAIXAS-IRRF)
                       MOVE PARCELA-DEDUZIR-DESCONTO TO PARCELA-IRRF
                           (QUANTIDADE-FAIXAS-IRRF)
                   ELSE
                       DISPLAY 'WARNING: more than 10 IRRF bands on '
                           'TABDESC - extra bands ignored.'
                   END-IF
               WHEN 'DEPD'
                   MOVE PARCELA-DEDUZIR-DESCONTO
                       TO DEDUCAO-POR-DEPENDENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
       001-PROCESSAR-TRANSACAO SECTION.
           READ ENTRADA-DESLIGAMENTO
               AT END
                   SET FIM-DE-ENTRADA TO TRUE
               NOT AT END
                   ADD 1 TO CONTADOR-LIDOS
                   MOVE 'S' TO TRANSACAO-VALIDA
                   MOVE SPACES TO MOTIVO-REJEICAO
                   PERFORM 002-VALIDAR-TRANSACAO
                   IF TRANSACAO-OK
                       PERFORM 003-LOCALIZAR-MATRICULA
                   END-IF
                   IF TRANSACAO-OK
                       PERFORM 005-CONFERIR-DESLIGAMENTO
                   END-IF
                   IF TRANSACAO-OK
                       PERFORM 006-CALCULAR-RESCISAO
                   END-IF
                   IF TRANSACAO-OK
                       PERFORM 009-GRAVAR-CONTRACHEQUE
                       PERFORM 007-IMPRIMIR-TERMO
                       ADD 1 TO CONTADOR-CALCULADOS
                       ADD TOTAL-PROVENTOS TO TOTAL-PROVENTOS-GERAL
                       ADD INSS-SALDO TO TOTAL-INSS-GERAL
                       ADD INSS-DECIMO TO TOTAL-INSS-GERAL
                       ADD IRRF-SALDO TO TOTAL-IRRF-GERAL
                       ADD IRRF-DECIMO TO TOTAL-IRRF-GERAL
                       ADD DECIMO-JA-PAGO TO TOTAL-JA-PAGO-GERAL
                       ADD LIQUIDO-RESCISAO TO TOTAL-LIQUIDO-GERAL
                   END-IF
                   IF TRANSACAO-REJEITADA
                       ADD 1 TO CONTADOR-REJEITADOS
                       PERFORM 008-IMPRIMIR-LINHA-REJEICAO
                   END-IF
           END-READ.
      *****************************************************************
       002-VALIDAR-TRANSACAO SECTION.
           IF MATRICULA-ENTRADA NOT NUMERIC
                   OR MATRICULA-ENTRADA = ZEROS
               MOVE 'N' TO TRANSACAO-VALIDA
               MOVE 'MATRICULA INVALIDA' TO MOTIVO-REJEICAO
           ELSE
               IF DATA-DESLIGAMENTO-ENTRADA NOT NUMERIC
                   MOVE 'N' TO TRANSACAO-VALIDA
                   MOVE 'DATA INVALIDA' TO MOTIVO-REJEICAO
               ELSE
                   MOVE MATRICULA-ENTRADA TO MATRICULA-PROCURADA
                   MOVE DATA-DESLIGAMENTO-ENTRADA
                       TO DATA-DESLIGAMENTO-RESCISAO
                   IF MES-DESLIGAMENTO < 1 OR MES-DESLIGAMENTO > 12
                           OR DIA-DESLIGAMENTO < 1
                           OR DIA-DESLIGAMENTO > 31
                       MOVE 'N' TO TRANSACAO-VALIDA
                       MOVE 'DATA INVALIDA' TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           IF TRANSACAO-OK
                   AND NOT MOTIVO-SEM-JUSTA-CAUSA
                   AND NOT MOTIVO-PEDIDO-DEMISSAO
                   AND NOT MOTIVO-FIM-CONTRATO
               MOVE 'N' TO TRANSACAO-VALIDA
               MOVE 'MOTIVO INVALIDO' TO MOTIVO-REJEICAO
           END-IF.
           IF TRANSACAO-OK
               PERFORM 033-VERIFICAR-DUPLICIDADE
               IF ACHOU-RESCINDIDO
                   MOVE 'N' TO TRANSACAO-VALIDA
                   MOVE 'DUPLICADA NO LOTE' TO MOTIVO-REJEICAO
               END-IF
           END-IF.
      *****************************************************************
       033-VERIFICAR-DUPLICIDADE SECTION.
           MOVE 'N' TO RESCINDIDO-LOCALIZADO.
           PERFORM 034-PROCURAR-RESCINDIDO
               VARYING INDICE-RESCINDIDO FROM 1 BY 1
               UNTIL INDICE-RESCINDIDO > QUANTIDADE-RESCINDIDOS
               OR ACHOU-RESCINDIDO.
      *****************************************************************
       034-PROCURAR-RESCINDIDO SECTION.
           IF MATRICULA-RESCINDIDA (INDICE-RESCINDIDO)
                   = MATRICULA-PROCURADA
               MOVE 'S' TO RESCINDIDO-LOCALIZADO
           END-IF.
      *****************************************************************
       003-LOCALIZAR-MATRICULA SECTION.
           MOVE 'N' TO MATRICULA-LOCALIZADA.
           IF XREF-ABERTO
               PERFORM 010-LOCALIZAR-POR-XREF
           ELSE
               PERFORM 014-VARRER-MESTRE
           END-IF.
           IF NOT ACHOU-MATRICULA
               MOVE 'N' TO TRANSACAO-VALIDA
               MOVE 'NAO ENCONTRADO' TO MOTIVO-REJEICAO
           END-IF.
      *****************************************************************
       010-LOCALIZAR-POR-XREF SECTION.
           MOVE MATRICULA-PROCURADA TO MATRICULA-XREF.
           READ MATRICULA-CROSS-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CHAVE-MESTRE-XREF TO CHAVE-MESTRE
                   READ PESSOAS-MASTER
                       INVALID KEY
                           DISPLAY 'WARNING: MATRXREF points to a '
                               'missing master record for employee '
                               MATRICULA-PROCURADA ' - rebuild with '
                               'CONSTROI-XREF.'
                       NOT INVALID KEY
                           MOVE 'S' TO MATRICULA-LOCALIZADA
                   END-READ
           END-READ.
      *****************************************************************
       014-VARRER-MESTRE SECTION.
           MOVE 'N' TO FIM-VARREDURA.
           MOVE LOW-VALUES TO CHAVE-MESTRE.
           START PESSOAS-MASTER KEY NOT < CHAVE-MESTRE
               INVALID KEY
                   SET FIM-DE-VARREDURA TO TRUE
           END-START.
           PERFORM 004-LER-PROXIMO-MESTRE
               UNTIL FIM-DE-VARREDURA OR ACHOU-MATRICULA.
      *****************************************************************
       004-LER-PROXIMO-MESTRE SECTION.
           READ PESSOAS-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-VARREDURA TO TRUE
               NOT AT END
                   IF MATRICULA-MESTRE = MATRICULA-PROCURADA
                       MOVE 'S' TO MATRICULA-LOCALIZADA
                   END-IF
           END-READ.
      *****************************************************************
       005-CONFERIR-DESLIGAMENTO SECTION.
           IF NOT MESTRE-DESLIGADO
               MOVE 'N' TO TRANSACAO-VALIDA
               MOVE 'NAO DESLIGADO' TO MOTIVO-REJEICAO
           ELSE
               IF DATA-DESLIGAMENTO-MESTRE
                       NOT = DATA-DESLIGAMENTO-ENTRADA
                   MOVE 'N' TO TRANSACAO-VALIDA
                   MOVE 'DATA DIFERE MESTRE' TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF TRANSACAO-OK
               COMPUTE COMPETENCIA-DESLIGAMENTO =
                   ANO-DESLIGAMENTO * 100 + MES-DESLIGAMENTO
               COMPUTE COMPETENCIA-PRIMEIRA-PARCELA =
                   ANO-DESLIGAMENTO * 100 + 13
               COMPUTE COMPETENCIA-SEGUNDA-PARCELA =
                   ANO-DESLIGAMENTO * 100 + 14
               PERFORM 019-OBTER-HISTORICO
               IF ACHOU-RESCISAO-ANTERIOR
                   MOVE 'N' TO TRANSACAO-VALIDA
                   MOVE 'RESCISAO JA FEITA' TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF TRANSACAO-OK
               PERFORM 017-OBTER-ADMISSAO
               IF ACHOU-ADMISSAO
                       AND DATA-ADMISSAO-RESCISAO
                           > DATA-DESLIGAMENTO-RESCISAO
                   MOVE 'N' TO TRANSACAO-VALIDA
                   MOVE 'ANTES DA ADMISSAO' TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF TRANSACAO-OK
               IF QUANTIDADE-RESCINDIDOS < 200
                   ADD 1 TO QUANTIDADE-RESCINDIDOS
                   MOVE MATRICULA-MESTRE TO MATRICULA-RESCINDIDA
                       (QUANTIDADE-RESCINDIDOS)
               ELSE
                   IF NOT AVISADA-TABELA-RESCINDIDOS-CHEIA
                       DISPLAY 'WARNING: settlement table full - '
                           'duplicate transactions no longer checked.'
                       MOVE 'S' TO AVISO-TABELA-RESCINDIDOS
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
       017-OBTER-ADMISSAO SECTION.
           MOVE 'N' TO ADMISSAO-LOCALIZADA.
           MOVE ZEROS TO DATA-ADMISSAO-RESCISAO.
           MOVE 'N' TO FIM-MOVIMENTO.
           OPEN INPUT MOVIMENTO-DEPTO.
           IF STATUS-ARQUIVO-MOVIMENTO = '00'
               PERFORM 018-LER-MOVIMENTO UNTIL FIM-DE-MOVIMENTO
               CLOSE MOVIMENTO-DEPTO
           END-IF.
      *****************************************************************
       018-LER-MOVIMENTO SECTION.
           READ MOVIMENTO-DEPTO
               AT END
                   SET FIM-DE-MOVIMENTO TO TRUE
               NOT AT END
                   IF MOVIMENTO-ADMISSAO
                           AND MATRICULA-MOVIMENTO = MATRICULA-MESTRE
                       MOVE DATA-EFETIVA-MOVIMENTO
                           TO DATA-ADMISSAO-RESCISAO
                       MOVE 'S' TO ADMISSAO-LOCALIZADA
                   END-IF
           END-READ.
      *****************************************************************
       019-OBTER-HISTORICO SECTION.
           MOVE 'N' TO MES-JA-PAGO.
           MOVE 'N' TO RESCISAO-JA-CALCULADA.
           MOVE ZEROS TO MES-BRUTO-PAGO.
           MOVE ZEROS TO MES-INSS-PAGO.
           MOVE ZEROS TO MES-IRRF-PAGO.
           MOVE ZEROS TO MES-LIQUIDO-PAGO.
           MOVE ZEROS TO PRIMEIRA-PARCELA-PAGA.
           MOVE 'N' TO SEGUNDA-PARCELA-PAGA.
           MOVE ZEROS TO SEGUNDA-BRUTO-PAGO.
           MOVE ZEROS TO SEGUNDA-INSS-PAGO.
           MOVE ZEROS TO SEGUNDA-IRRF-PAGO.
           MOVE 'N' TO FIM-HISTORICO.
           OPEN INPUT FOLHA-HISTORICO.
           IF STATUS-ARQUIVO-HISTORICO = '00'
               PERFORM 020-LER-HISTORICO UNTIL FIM-DE-HISTORICO
               CLOSE FOLHA-HISTORICO
           END-IF.
      *****************************************************************
       020-LER-HISTORICO SECTION.
           READ FOLHA-HISTORICO
               AT END
                   SET FIM-DE-HISTORICO TO TRUE
               NOT AT END
                   IF MATRICULA-HISTORICO = MATRICULA-MESTRE
                       EVALUATE COMPETENCIA-HISTORICO
                           WHEN COMPETENCIA-DESLIGAMENTO
                               IF HISTORICO-RESCISAO
                                   MOVE 'S' TO RESCISAO-JA-CALCULADA
                               ELSE
                                   MOVE 'S' TO MES-JA-PAGO
                                   MOVE BRUTO-HISTORICO
                                       TO MES-BRUTO-PAGO
                                   MOVE INSS-HISTORICO
                                       TO MES-INSS-PAGO
                                   MOVE IRRF-HISTORICO
                                       TO MES-IRRF-PAGO
                                   MOVE LIQUIDO-HISTORICO
                                       TO MES-LIQUIDO-PAGO
                               END-IF
                           WHEN COMPETENCIA-PRIMEIRA-PARCELA
                               MOVE BRUTO-HISTORICO
                                   TO PRIMEIRA-PARCELA-PAGA
                           WHEN COMPETENCIA-SEGUNDA-PARCELA
                               IF NOT HISTORICO-RESCISAO
                                   MOVE 'S' TO SEGUNDA-PARCELA-PAGA
                                   MOVE BRUTO-HISTORICO
                                       TO SEGUNDA-BRUTO-PAGO
                                   MOVE INSS-HISTORICO
                                       TO SEGUNDA-INSS-PAGO
                                   MOVE IRRF-HISTORICO
                                       TO SEGUNDA-IRRF-PAGO
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.
      *****************************************************************
       021-OBTER-FALTAS SECTION.
           MOVE ZEROS TO DIAS-FALTA-RESCISAO.
           MOVE 'N' TO FIM-AUSENCIAS.
           OPEN INPUT ENTRADA-AUSENCIAS.
           IF STATUS-ARQUIVO-AUSENCIAS = '00'
               PERFORM 022-LER-AUSENCIA UNTIL FIM-DE-AUSENCIAS
               CLOSE ENTRADA-AUSENCIAS
           END-IF.
      *****************************************************************
       022-LER-AUSENCIA SECTION.
           READ ENTRADA-AUSENCIAS
               AT END
                   SET FIM-DE-AUSENCIAS TO TRUE
               NOT AT END
                   IF MATRICULA-ENTRADA-AUSENCIA = MATRICULA-MESTRE
                           AND COMPETENCIA-ENTRADA-AUSENCIA
                               = COMPETENCIA-DESLIGAMENTO
                           AND AUSENCIA-FALTA
                           AND DIAS-ENTRADA-AUSENCIA IS NUMERIC
                       ADD DIAS-ENTRADA-AUSENCIA TO DIAS-FALTA-RESCISAO
                   END-IF
           END-READ.
      *****************************************************************
       006-CALCULAR-RESCISAO SECTION.
           MOVE ZEROS TO QUANTIDADE-OCORRENCIAS.
           MOVE ZEROS TO QUANTIDADE-RUBRICAS-RESCISAO.
           MOVE ZEROS TO DESCONTOS-RUBRICA-RESCISAO.
           PERFORM 021-OBTER-FALTAS.
           PERFORM 043-OBTER-RETROATIVOS.
           MOVE DIAS-FALTA-RESCISAO TO FALTAS-MES-DESLIGAMENTO.
           MOVE ZEROS TO ANOS-SERVICO.
           MOVE ZEROS TO DIAS-AVISO.
           IF ACHOU-ADMISSAO
               COMPUTE ANOS-SERVICO = ANO-DESLIGAMENTO - ANO-ADMISSAO
               IF MES-DESLIGAMENTO * 100 + DIA-DESLIGAMENTO
                       < MES-ADMISSAO * 100 + DIA-ADMISSAO
                   SUBTRACT 1 FROM ANOS-SERVICO
               END-IF
           ELSE
               ADD 1 TO QUANTIDADE-SEM-ADMISSAO
               DISPLAY 'WARNING: no admission movement on MOVDEPTO '
                   'for employee ' MATRICULA-MESTRE ' - notice not '
                   'calculated.'
           END-IF.
           IF MOTIVO-SEM-JUSTA-CAUSA AND ACHOU-ADMISSAO
               COMPUTE DIAS-AVISO = 30 + ANOS-SERVICO * 3
               IF DIAS-AVISO > 90
                   MOVE 90 TO DIAS-AVISO
               END-IF
           END-IF.
           MOVE DATA-DESLIGAMENTO-RESCISAO TO DATA-PROJETADA.
           IF DIA-PROJETADO > 30
               MOVE 30 TO DIA-PROJETADO
           END-IF.
           IF DIAS-AVISO > ZEROS
               PERFORM 023-PROJETAR-AVISO
           END-IF.

           MOVE DIA-DESLIGAMENTO TO DIAS-SALDO.
           IF DIAS-SALDO > 30
               MOVE 30 TO DIAS-SALDO
           END-IF.
           IF DIAS-FALTA-RESCISAO > DIAS-SALDO
               MOVE DIAS-SALDO TO DIAS-FALTA-RESCISAO
           END-IF.
           SUBTRACT DIAS-FALTA-RESCISAO FROM DIAS-SALDO.
           IF FOLHA-DO-MES-PAGA
               MOVE ZEROS TO DIAS-SALDO
               MOVE ZEROS TO DIAS-FALTA-RESCISAO
               ADD 1 TO QUANTIDADE-MES-PAGO
           END-IF.
           COMPUTE SALDO-SALARIO ROUNDED =
               SALARIO-NUMERICO-MESTRE * DIAS-SALDO / 30.
           COMPUTE VALOR-FALTA ROUNDED =
               SALARIO-NUMERICO-MESTRE * DIAS-FALTA-RESCISAO / 30.
           COMPUTE AVISO-INDENIZADO ROUNDED =
               SALARIO-NUMERICO-MESTRE * DIAS-AVISO / 30.

           PERFORM 025-APURAR-AVOS-DECIMO.
           COMPUTE DECIMO-PROPORCIONAL ROUNDED =
               SALARIO-NUMERICO-MESTRE * AVOS-DECIMO / 12.

           MOVE ZEROS TO PERIODOS-COMPLETOS.
           MOVE ZEROS TO AVOS-FERIAS.
           MOVE ZEROS TO DIAS-FERIAS-VENCIDAS.
           MOVE ZEROS TO DIAS-FERIAS-DOBRO.
           MOVE 30 TO DIAS-DIREITO-PROPORCIONAL.
           PERFORM 036-LER-SALDO-FERIAS.
           IF ACHOU-SALDO-FERIAS
               PERFORM 037-APURAR-FERIAS-SALDO
           ELSE
               ADD 1 TO QUANTIDADE-SEM-SALDO-FERIAS
               IF ACHOU-ADMISSAO
                   PERFORM 027-APURAR-FERIAS
               END-IF
           END-IF.
           COMPUTE FERIAS-VENCIDAS ROUNDED =
               SALARIO-NUMERICO-MESTRE
                   * (DIAS-FERIAS-VENCIDAS + DIAS-FERIAS-DOBRO) / 30.
           COMPUTE TERCO-FERIAS-VENCIDAS ROUNDED = FERIAS-VENCIDAS / 3.
           COMPUTE FERIAS-PROPORCIONAIS ROUNDED =
               SALARIO-NUMERICO-MESTRE * AVOS-FERIAS
                   * DIAS-DIREITO-PROPORCIONAL / 360.
           COMPUTE TERCO-FERIAS-PROPORCIONAIS ROUNDED =
               FERIAS-PROPORCIONAIS / 3.

           COMPUTE SALARIO-BRUTO = SALDO-SALARIO + RETROATIVO-RESCISAO.
           PERFORM 028-CALCULAR-INSS.
           PERFORM 030-CALCULAR-IRRF.
           MOVE DESCONTO-INSS TO INSS-SALDO.
           MOVE DESCONTO-IRRF TO IRRF-SALDO.

           MOVE DECIMO-PROPORCIONAL TO SALARIO-BRUTO.
           PERFORM 028-CALCULAR-INSS.
           PERFORM 030-CALCULAR-IRRF.
           MOVE DESCONTO-INSS TO INSS-DECIMO-TOTAL.
           MOVE DESCONTO-IRRF TO IRRF-DECIMO-TOTAL.
           COMPUTE VALOR-CALCULADO =
               INSS-DECIMO-TOTAL - SEGUNDA-INSS-PAGO.
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO INSS-DECIMO.
           COMPUTE VALOR-CALCULADO =
               IRRF-DECIMO-TOTAL - SEGUNDA-IRRF-PAGO.
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO IRRF-DECIMO.
           COMPUTE DECIMO-JA-PAGO =
               PRIMEIRA-PARCELA-PAGA + SEGUNDA-BRUTO-PAGO.
           IF ACHOU-SEGUNDA-PARCELA
               MOVE DECIMO-JA-PAGO TO DECIMO-JA-LANCADO
               MOVE ZEROS TO ADIANTAMENTO-DECIMO
           ELSE
               MOVE ZEROS TO DECIMO-JA-LANCADO
               MOVE PRIMEIRA-PARCELA-PAGA TO ADIANTAMENTO-DECIMO
           END-IF.

           COMPUTE FERIAS-ISENTAS-FGTS =
               FERIAS-VENCIDAS + TERCO-FERIAS-VENCIDAS
               + FERIAS-PROPORCIONAIS + TERCO-FERIAS-PROPORCIONAIS.
           COMPUTE PROVENTOS-SEM-DECIMO =
               SALDO-SALARIO + RETROATIVO-RESCISAO + AVISO-INDENIZADO
               + FERIAS-ISENTAS-FGTS.
           MOVE ZEROS TO DECIMO-EXCEDENTE.
           COMPUTE VALOR-CALCULADO =
               PROVENTOS-SEM-DECIMO + DECIMO-PROPORCIONAL
               - DECIMO-JA-LANCADO.
           IF VALOR-CALCULADO < ZEROS
               COMPUTE DECIMO-EXCEDENTE = ZEROS - VALOR-CALCULADO
               MOVE ZEROS TO VALOR-CALCULADO
               MOVE DECIMO-EXCEDENTE TO VALOR-EDITADO
               MOVE SPACES TO OCORRENCIA-ATUAL
               STRING
                   '13TH SALARY PAID IN EXCESS NOT RECOVERED: '
                       DELIMITED BY SIZE
                   VALOR-EDITADO DELIMITED BY SIZE
                   INTO OCORRENCIA-ATUAL
               END-STRING
               PERFORM 054-REGISTRAR-OCORRENCIA
           END-IF.
           MOVE VALOR-CALCULADO TO TOTAL-PROVENTOS.
           COMPUTE TOTAL-DESCONTOS =
               INSS-SALDO + IRRF-SALDO + INSS-DECIMO + IRRF-DECIMO
               + ADIANTAMENTO-DECIMO.
           COMPUTE VALOR-CALCULADO = TOTAL-PROVENTOS - TOTAL-DESCONTOS.
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
               ADD 1 TO QUANTIDADE-SEM-SALDO
               DISPLAY 'WARNING: employee ' MATRICULA-MESTRE
                   ' deductions exceed the settlement - net pay set '
                   'to zero.'
           END-IF.
           MOVE VALOR-CALCULADO TO LIQUIDO-RESCISAO.
           IF TOTAL-PROVENTOS > 999999,99
                   OR MES-BRUTO-PAGO + PROVENTOS-SEM-DECIMO > 999999,99
               MOVE 'N' TO TRANSACAO-VALIDA
               MOVE 'VALOR EXCEDE LIMITE' TO MOTIVO-REJEICAO
           END-IF.
           IF TRANSACAO-OK
               PERFORM 045-APLICAR-RUBRICAS
           END-IF.
      *****************************************************************
       023-PROJETAR-AVISO SECTION.
           COMPUTE DIA-CALCULADO = DIA-PROJETADO + DIAS-AVISO.
           PERFORM 024-AVANCAR-MES UNTIL DIA-CALCULADO <= 30.
           MOVE DIA-CALCULADO TO DIA-PROJETADO.
      *****************************************************************
       024-AVANCAR-MES SECTION.
           SUBTRACT 30 FROM DIA-CALCULADO.
           ADD 1 TO MES-PROJETADO.
           IF MES-PROJETADO > 12
               MOVE 1 TO MES-PROJETADO
               ADD 1 TO ANO-PROJETADO
           END-IF.
      *****************************************************************
       025-APURAR-AVOS-DECIMO SECTION.
           MOVE ZEROS TO AVOS-DECIMO.
           MOVE 1 TO MES-INICIO-AVOS.
           MOVE 1 TO DIA-INICIO-AVOS.
           IF ACHOU-ADMISSAO AND ANO-ADMISSAO = ANO-DESLIGAMENTO
               MOVE MES-ADMISSAO TO MES-INICIO-AVOS
               MOVE DIA-ADMISSAO TO DIA-INICIO-AVOS
           END-IF.
           IF ANO-PROJETADO > ANO-DESLIGAMENTO
               MOVE 12 TO MES-FIM-AVOS
               MOVE 30 TO DIA-FIM-AVOS
           ELSE
               MOVE MES-PROJETADO TO MES-FIM-AVOS
               MOVE DIA-PROJETADO TO DIA-FIM-AVOS
           END-IF.
           PERFORM 026-CONTAR-MES
               VARYING INDICE-MES FROM MES-INICIO-AVOS BY 1
               UNTIL INDICE-MES > MES-FIM-AVOS.
      *****************************************************************
       026-CONTAR-MES SECTION.
           MOVE 30 TO DIAS-NO-MES.
           IF INDICE-MES = MES-FIM-AVOS
               MOVE DIA-FIM-AVOS TO DIAS-NO-MES
           END-IF.
           IF INDICE-MES = MES-INICIO-AVOS
               COMPUTE DIAS-NO-MES =
                   DIAS-NO-MES - DIA-INICIO-AVOS + 1
           END-IF.
           IF DIAS-NO-MES >= 15
               ADD 1 TO AVOS-DECIMO
           END-IF.
      *****************************************************************
       027-APURAR-FERIAS SECTION.
           COMPUTE MESES-SERVICO =
               (ANO-PROJETADO - ANO-ADMISSAO) * 12
               + MES-PROJETADO - MES-ADMISSAO.
           COMPUTE DIAS-SERVICO = DIA-PROJETADO - DIA-ADMISSAO + 1.
           IF DIAS-SERVICO < 1
               SUBTRACT 1 FROM MESES-SERVICO
               ADD 30 TO DIAS-SERVICO
           END-IF.
           IF MESES-SERVICO < ZEROS
               MOVE ZEROS TO MESES-SERVICO
           END-IF.
           DIVIDE MESES-SERVICO BY 12 GIVING PERIODOS-COMPLETOS
               REMAINDER AVOS-FERIAS.
           IF DIAS-SERVICO >= 15
               ADD 1 TO AVOS-FERIAS
           END-IF.
           IF AVOS-FERIAS >= 12
               ADD 1 TO PERIODOS-COMPLETOS
               SUBTRACT 12 FROM AVOS-FERIAS
           END-IF.
           IF PERIODOS-COMPLETOS > ZEROS
               MOVE 30 TO DIAS-FERIAS-VENCIDAS
           END-IF.
      *****************************************************************
       036-LER-SALDO-FERIAS SECTION.
           MOVE 'N' TO SALDO-FERIAS-LOCALIZADO.
           IF LEDGER-FERIAS-ABERTO
               MOVE MATRICULA-MESTRE TO MATRICULA-FERIAS
               READ SALDO-FERIAS
                   INVALID KEY
                       MOVE 'N' TO SALDO-FERIAS-LOCALIZADO
                   NOT INVALID KEY
                       MOVE 'S' TO SALDO-FERIAS-LOCALIZADO
               END-READ
           END-IF.
      *****************************************************************
       037-APURAR-FERIAS-SALDO SECTION.
           PERFORM 038-SOMAR-PERIODO-FERIAS
               VARYING INDICE-PERIODO-FERIAS FROM 1 BY 1
               UNTIL INDICE-PERIODO-FERIAS
                   > QUANTIDADE-PERIODOS-FERIAS.
           MOVE FALTAS-PERIODO-FERIAS TO FALTAS-PERIODO-CALCULO.
           IF COMPETENCIA-POSTADA-FERIAS < COMPETENCIA-DESLIGAMENTO
               ADD FALTAS-MES-DESLIGAMENTO TO FALTAS-PERIODO-CALCULO
           END-IF.
           MOVE INICIO-PERIODO-FERIAS TO INICIO-PERIODO-CALCULO.
           COMPUTE ANIVERSARIO-CALCULO = INICIO-PERIODO-CALCULO + 10000.
           PERFORM 039-COMPLETAR-PERIODO
               UNTIL ANIVERSARIO-CALCULO > DATA-PROJETADA.
           PERFORM 040-APURAR-DIREITO.
           MOVE DIAS-DIREITO-APURADOS TO DIAS-DIREITO-PROPORCIONAL.
           COMPUTE MESES-SERVICO =
               (ANO-PROJETADO - ANO-INICIO-PERIODO) * 12
               + MES-PROJETADO - MES-INICIO-PERIODO.
           COMPUTE DIAS-SERVICO =
               DIA-PROJETADO - DIA-INICIO-PERIODO + 1.
           IF DIAS-SERVICO < 1
               SUBTRACT 1 FROM MESES-SERVICO
               ADD 30 TO DIAS-SERVICO
           END-IF.
           MOVE ZEROS TO AVOS-FERIAS.
           IF MESES-SERVICO >= ZEROS
               MOVE MESES-SERVICO TO AVOS-FERIAS
               IF DIAS-SERVICO >= 15
                   ADD 1 TO AVOS-FERIAS
               END-IF
           END-IF.
           IF AVOS-FERIAS > 12
               MOVE 12 TO AVOS-FERIAS
           END-IF.
      *****************************************************************
       038-SOMAR-PERIODO-FERIAS SECTION.
           COMPUTE DIAS-RESTANTES-PERIODO =
               DIAS-DIREITO-FERIAS (INDICE-PERIODO-FERIAS)
               - DIAS-GOZADOS-FERIAS (INDICE-PERIODO-FERIAS).
           COMPUTE DATA-PRAZO-FERIAS =
               FIM-VENCIDO-FERIAS (INDICE-PERIODO-FERIAS) + 10000.
           IF DATA-PRAZO-FERIAS < DATA-DESLIGAMENTO-RESCISAO
               ADD DIAS-RESTANTES-PERIODO TO DIAS-FERIAS-DOBRO
           END-IF.
           ADD DIAS-RESTANTES-PERIODO TO DIAS-FERIAS-VENCIDAS.
      *****************************************************************
       039-COMPLETAR-PERIODO SECTION.
           PERFORM 040-APURAR-DIREITO.
           ADD DIAS-DIREITO-APURADOS TO DIAS-FERIAS-VENCIDAS.
           MOVE ANIVERSARIO-CALCULO TO INICIO-PERIODO-CALCULO.
           MOVE ZEROS TO FALTAS-PERIODO-CALCULO.
           ADD 10000 TO ANIVERSARIO-CALCULO.
      *****************************************************************
       040-APURAR-DIREITO SECTION.
           EVALUATE TRUE
               WHEN FALTAS-PERIODO-CALCULO <= 5
                   MOVE 30 TO DIAS-DIREITO-APURADOS
               WHEN FALTAS-PERIODO-CALCULO <= 14
                   MOVE 24 TO DIAS-DIREITO-APURADOS
               WHEN FALTAS-PERIODO-CALCULO <= 23
                   MOVE 18 TO DIAS-DIREITO-APURADOS
               WHEN FALTAS-PERIODO-CALCULO <= 32
                   MOVE 12 TO DIAS-DIREITO-APURADOS
               WHEN OTHER
                   MOVE ZEROS TO DIAS-DIREITO-APURADOS
           END-EVALUATE.
      *****************************************************************
       043-OBTER-RETROATIVOS SECTION.
           MOVE ZEROS TO RETROATIVO-RESCISAO.
           MOVE 'N' TO FIM-RETROATIVO.
           OPEN INPUT ENTRADA-RETROATIVO.
           IF STATUS-ARQUIVO-RETROATIVO = '00'
               PERFORM 044-LER-RETROATIVO UNTIL FIM-DE-RETROATIVO
               CLOSE ENTRADA-RETROATIVO
           END-IF.
      *****************************************************************
       044-LER-RETROATIVO SECTION.
           READ ENTRADA-RETROATIVO
               AT END
                   SET FIM-DE-RETROATIVO TO TRUE
               NOT AT END
                   IF MATRICULA-RETROATIVO = MATRICULA-MESTRE
                           AND COMPETENCIA-PAG-RETROATIVO
                               = COMPETENCIA-DESLIGAMENTO
                           AND VALOR-RETROATIVO IS NUMERIC
                           AND VALOR-RETROATIVO > ZEROS
                       ADD VALOR-RETROATIVO TO RETROATIVO-RESCISAO
                   END-IF
           END-READ.
      *****************************************************************
       045-APLICAR-RUBRICAS SECTION.
           IF CADASTRO-RUBRICAS-ABERTO
               MOVE 'N' TO FIM-RUBRICAS-EMPREGADO
               MOVE MATRICULA-MESTRE TO MATRICULA-RUBRICA-EMP
               MOVE LOW-VALUES TO CODIGO-RUBRICA-EMP
               START RUBRICAS-EMPREGADO
                   KEY NOT < CHAVE-RUBRICA-EMPREGADO
                   INVALID KEY
                       SET FIM-DE-RUBRICAS-EMPREGADO TO TRUE
               END-START
               PERFORM 046-LER-RUBRICA-EMPREGADO
                   UNTIL FIM-DE-RUBRICAS-EMPREGADO
           END-IF.
           PERFORM 051-DESCONTAR-PENSAO
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-RESCISAO.
           PERFORM 052-DESCONTAR-EMPRESTIMO
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-RESCISAO.
           ADD DESCONTOS-RUBRICA-RESCISAO TO TOTAL-DESCONTOS.
      *****************************************************************
       046-LER-RUBRICA-EMPREGADO SECTION.
           READ RUBRICAS-EMPREGADO NEXT RECORD
               AT END
                   SET FIM-DE-RUBRICAS-EMPREGADO TO TRUE
               NOT AT END
                   IF MATRICULA-RUBRICA-EMP NOT = MATRICULA-MESTRE
                       SET FIM-DE-RUBRICAS-EMPREGADO TO TRUE
                   ELSE
                       IF INICIO-RUBRICA-EMP
                               NOT > COMPETENCIA-DESLIGAMENTO
                               AND (FIM-RUBRICA-EMP = ZEROS
                               OR FIM-RUBRICA-EMP
                                   NOT < COMPETENCIA-DESLIGAMENTO)
                           PERFORM 047-PREPARAR-RUBRICA
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
       047-PREPARAR-RUBRICA SECTION.
           MOVE CODIGO-RUBRICA-EMP TO CODIGO-PROCURADO.
           PERFORM 049-LOCALIZAR-CODIGO.
           MOVE SPACES TO OCORRENCIA-ATUAL.
           EVALUATE TRUE
               WHEN NOT ACHOU-CODIGO
                   STRING
                       'RUBRICA ' DELIMITED BY SIZE
                       CODIGO-RUBRICA-EMP DELIMITED BY SIZE
                       ' NOT ON TABRUBR - NOT APPLIED'
                           DELIMITED BY SIZE
                       INTO OCORRENCIA-ATUAL
                   END-STRING
                   PERFORM 054-REGISTRAR-OCORRENCIA
               WHEN CODIGO-PROVENTO (INDICE-CODIGO-ACHADO)
                       OR (NOT CODIGO-PENSAO (INDICE-CODIGO-ACHADO)
                       AND NOT CODIGO-EMPRESTIMO
                           (INDICE-CODIGO-ACHADO))
                   STRING
                       'RUBRICA ' DELIMITED BY SIZE
                       CODIGO-RUBRICA-EMP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-ACHADO)
                           DELIMITED BY SIZE
                       ' NOT APPLIED - SETTLE MANUALLY'
                           DELIMITED BY SIZE
                       INTO OCORRENCIA-ATUAL
                   END-STRING
                   PERFORM 054-REGISTRAR-OCORRENCIA
               WHEN QUANTIDADE-RUBRICAS-RESCISAO NOT < 10
                   STRING
                       'RUBRICA ' DELIMITED BY SIZE
                       CODIGO-RUBRICA-EMP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-ACHADO)
                           DELIMITED BY SIZE
                       ' OVER 10 ITEMS - NOT APPLIED'
                           DELIMITED BY SIZE
                       INTO OCORRENCIA-ATUAL
                   END-STRING
                   PERFORM 054-REGISTRAR-OCORRENCIA
               WHEN OTHER
                   PERFORM 048-PRECIFICAR-RUBRICA
           END-EVALUATE.
      *****************************************************************
       048-PRECIFICAR-RUBRICA SECTION.
           MOVE ZEROS TO VALOR-RUBRICA-CALCULADO.
           MOVE SALDO-RUBRICA-EMP TO SALDO-DISPONIVEL-RUBRICA.
           IF COMPETENCIA-BAIXA-RUBRICA-EMP = COMPETENCIA-DESLIGAMENTO
               ADD VALOR-BAIXA-RUBRICA-EMP TO SALDO-DISPONIVEL-RUBRICA
           END-IF.
           EVALUATE TRUE
               WHEN CODIGO-EMPRESTIMO (INDICE-CODIGO-ACHADO)
                   MOVE SALDO-DISPONIVEL-RUBRICA
                       TO VALOR-RUBRICA-CALCULADO
               WHEN RUBRICA-EMP-PERCENTUAL
                   CONTINUE
               WHEN OTHER
                   MOVE VALOR-RUBRICA-EMP TO VALOR-RUBRICA-CALCULADO
           END-EVALUATE.
           IF VALOR-RUBRICA-CALCULADO > ZEROS
                   OR (CODIGO-PENSAO (INDICE-CODIGO-ACHADO)
                       AND RUBRICA-EMP-PERCENTUAL)
               ADD 1 TO QUANTIDADE-RUBRICAS-RESCISAO
               MOVE QUANTIDADE-RUBRICAS-RESCISAO TO INDICE-LINHA
               MOVE CODIGO-RUBRICA-EMP
                   TO CODIGO-RUBRICA-RESCISAO (INDICE-LINHA)
               MOVE INDICE-CODIGO-ACHADO
                   TO INDICE-CODIGO-RESCISAO (INDICE-LINHA)
               MOVE FORMA-RUBRICA-EMP
                   TO FORMA-RUBRICA-RESCISAO (INDICE-LINHA)
               MOVE PERCENTUAL-RUBRICA-EMP
                   TO PERCENTUAL-RUBRICA-RESCISAO (INDICE-LINHA)
               MOVE VALOR-RUBRICA-CALCULADO
                   TO VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
               MOVE SALDO-DISPONIVEL-RUBRICA
                   TO SALDO-RUBRICA-RESCISAO (INDICE-LINHA)
               MOVE ZEROS TO CORTE-RUBRICA-RESCISAO (INDICE-LINHA)
           END-IF.
      *****************************************************************
       049-LOCALIZAR-CODIGO SECTION.
           MOVE 'N' TO CODIGO-LOCALIZADO.
           MOVE ZEROS TO INDICE-CODIGO-ACHADO.
           PERFORM 050-PROCURAR-CODIGO
               VARYING INDICE-CODIGO FROM 1 BY 1
               UNTIL INDICE-CODIGO > QUANTIDADE-CODIGOS
               OR ACHOU-CODIGO.
      *****************************************************************
       050-PROCURAR-CODIGO SECTION.
           IF CODIGO-TABELA (INDICE-CODIGO) = CODIGO-PROCURADO
               MOVE 'S' TO CODIGO-LOCALIZADO
               MOVE INDICE-CODIGO TO INDICE-CODIGO-ACHADO
           END-IF.
      *****************************************************************
       051-DESCONTAR-PENSAO SECTION.
           MOVE INDICE-CODIGO-RESCISAO (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           IF CODIGO-PENSAO (INDICE-CODIGO-LINHA)
               IF RUBRICA-RESCISAO-PERCENTUAL (INDICE-LINHA)
                   COMPUTE VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
                           ROUNDED =
                       LIQUIDO-RESCISAO
                           * PERCENTUAL-RUBRICA-RESCISAO (INDICE-LINHA)
                           / 100
               END-IF
               PERFORM 053-ABATER-LIQUIDO
           END-IF.
      *****************************************************************
       052-DESCONTAR-EMPRESTIMO SECTION.
           MOVE INDICE-CODIGO-RESCISAO (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           IF CODIGO-EMPRESTIMO (INDICE-CODIGO-LINHA)
               PERFORM 053-ABATER-LIQUIDO
           END-IF.
      *****************************************************************
       053-ABATER-LIQUIDO SECTION.
           IF VALOR-RUBRICA-RESCISAO (INDICE-LINHA) > LIQUIDO-RESCISAO
               COMPUTE CORTE-RUBRICA-RESCISAO (INDICE-LINHA) =
                   VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
                   - LIQUIDO-RESCISAO
               MOVE LIQUIDO-RESCISAO
                   TO VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
               MOVE CORTE-RUBRICA-RESCISAO (INDICE-LINHA)
                   TO VALOR-EDITADO
               MOVE SPACES TO OCORRENCIA-ATUAL
               STRING
                   'RUBRICA ' DELIMITED BY SIZE
                   CODIGO-RUBRICA-RESCISAO (INDICE-LINHA)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-LINHA)
                       DELIMITED BY SIZE
                   ' SHORT BY ' DELIMITED BY SIZE
                   VALOR-EDITADO DELIMITED BY SIZE
                   ' - NET PAY EXHAUSTED' DELIMITED BY SIZE
                   INTO OCORRENCIA-ATUAL
               END-STRING
               PERFORM 054-REGISTRAR-OCORRENCIA
           END-IF.
           SUBTRACT VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
               FROM LIQUIDO-RESCISAO.
           ADD VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
               TO DESCONTOS-RUBRICA-RESCISAO.
      *****************************************************************
       054-REGISTRAR-OCORRENCIA SECTION.
           DISPLAY 'WARNING: employee ' MATRICULA-MESTRE ' - '
               OCORRENCIA-ATUAL.
           IF QUANTIDADE-OCORRENCIAS < 20
               ADD 1 TO QUANTIDADE-OCORRENCIAS
               MOVE OCORRENCIA-ATUAL
                   TO TEXTO-OCORRENCIA (QUANTIDADE-OCORRENCIAS)
           END-IF.
      *****************************************************************
       028-CALCULAR-INSS SECTION.
           MOVE 'N' TO FAIXA-LOCALIZADA.
           MOVE ZEROS TO INDICE-FAIXA-ACHADA.
           PERFORM 029-PROCURAR-FAIXA-INSS
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > QUANTIDADE-FAIXAS-INSS
               OR ACHOU-FAIXA.
           IF ACHOU-FAIXA
               COMPUTE VALOR-CALCULADO ROUNDED =
                   SALARIO-BRUTO
                       * ALIQUOTA-INSS (INDICE-FAIXA-ACHADA) / 100
                   - PARCELA-INSS (INDICE-FAIXA-ACHADA)
           ELSE
               MOVE QUANTIDADE-FAIXAS-INSS TO INDICE-FAIXA-ACHADA
               COMPUTE VALOR-CALCULADO ROUNDED =
                   LIMITE-INSS (INDICE-FAIXA-ACHADA)
                       * ALIQUOTA-INSS (INDICE-FAIXA-ACHADA) / 100
                   - PARCELA-INSS (INDICE-FAIXA-ACHADA)
           END-IF.
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO DESCONTO-INSS.
      *****************************************************************
       029-PROCURAR-FAIXA-INSS SECTION.
           IF SALARIO-BRUTO <= LIMITE-INSS (INDICE-FAIXA)
               MOVE 'S' TO FAIXA-LOCALIZADA
               MOVE INDICE-FAIXA TO INDICE-FAIXA-ACHADA
           END-IF.
      *****************************************************************
       030-CALCULAR-IRRF SECTION.
           COMPUTE BASE-CALCULO-IRRF =
               SALARIO-BRUTO - DESCONTO-INSS
               - (NUM-DEPENDENTES-MESTRE * DEDUCAO-POR-DEPENDENTE).
           IF BASE-CALCULO-IRRF < ZEROS
               MOVE ZEROS TO BASE-CALCULO-IRRF
           END-IF.
           MOVE 'N' TO FAIXA-LOCALIZADA.
           MOVE ZEROS TO INDICE-FAIXA-ACHADA.
           PERFORM 031-PROCURAR-FAIXA-IRRF
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > QUANTIDADE-FAIXAS-IRRF
               OR ACHOU-FAIXA.
           IF NOT ACHOU-FAIXA
               MOVE QUANTIDADE-FAIXAS-IRRF TO INDICE-FAIXA-ACHADA
           END-IF.
           COMPUTE VALOR-CALCULADO ROUNDED =
               BASE-CALCULO-IRRF
                   * ALIQUOTA-IRRF (INDICE-FAIXA-ACHADA) / 100
               - PARCELA-IRRF (INDICE-FAIXA-ACHADA).
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO DESCONTO-IRRF.
      *****************************************************************
       031-PROCURAR-FAIXA-IRRF SECTION.
           IF BASE-CALCULO-IRRF <= LIMITE-IRRF (INDICE-FAIXA)
               MOVE 'S' TO FAIXA-LOCALIZADA
               MOVE INDICE-FAIXA TO INDICE-FAIXA-ACHADA
           END-IF.
      *****************************************************************
       009-GRAVAR-CONTRACHEQUE SECTION.
           MOVE MATRICULA-MESTRE TO MATRICULA-CONTRACHEQUE.
           MOVE COMPETENCIA-DESLIGAMENTO TO COMPETENCIA-CONTRACHEQUE.
           MOVE PRIMEIRO-NOME-MESTRE TO NOME-CONTRACHEQUE.
           MOVE SOBRENOME-MESTRE TO SOBRENOME-CONTRACHEQUE.
           MOVE CODIGO-DEPTO-MESTRE TO DEPTO-CONTRACHEQUE.
           MOVE TOTAL-PROVENTOS TO SALARIO-BRUTO-CONTRACHEQUE.
           COMPUTE DESCONTO-INSS-CONTRACHEQUE =
               INSS-SALDO + INSS-DECIMO.
           COMPUTE DESCONTO-IRRF-CONTRACHEQUE =
               IRRF-SALDO + IRRF-DECIMO.
           MOVE LIQUIDO-RESCISAO TO SALARIO-LIQUIDO-CONTRACHEQUE.
           MOVE BANCO-MESTRE TO BANCO-CONTRACHEQUE.
           MOVE AGENCIA-MESTRE TO AGENCIA-CONTRACHEQUE.
           MOVE CONTA-MESTRE TO CONTA-CONTRACHEQUE.
           MOVE DIAS-FALTA-RESCISAO TO DIAS-FALTA-CONTRACHEQUE.
           MOVE VALOR-FALTA TO VALOR-FALTA-CONTRACHEQUE.
           MOVE ZEROS TO DIAS-FERIAS-CONTRACHEQUE.
           MOVE ZEROS TO VALOR-FERIAS-CONTRACHEQUE.
           MOVE AVOS-DECIMO TO AVOS-DECIMO-CONTRACHEQUE.
           MOVE ADIANTAMENTO-DECIMO TO ADIANTAMENTO-CONTRACHEQUE.
           MOVE 'R' TO TIPO-CONTRACHEQUE.
           MOVE RETROATIVO-RESCISAO TO RETROATIVO-CONTRACHEQUE.
           MOVE DESCONTOS-RUBRICA-RESCISAO
               TO DESCONTOS-RUBRICA-CONTRACHEQUE.
           MOVE QUANTIDADE-RUBRICAS-RESCISAO
               TO QUANTIDADE-RUBRICAS-CONTRACHEQUE.
           MOVE SPACES TO LINHAS-RUBRICA-CONTRACHEQUE.
           PERFORM 055-GRAVAR-RUBRICA-CONTRACHEQUE
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-RESCISAO.
           WRITE REGISTRO-CONTRACHEQUE.
           PERFORM 032-GRAVAR-HISTORICO.
           IF QUANTIDADE-RUBRICAS-RESCISAO > ZEROS
               ADD 1 TO QUANTIDADE-COM-RUBRICAS
               PERFORM 056-BAIXAR-EMPRESTIMO
                   VARYING INDICE-LINHA FROM 1 BY 1
                   UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-RESCISAO
           END-IF.
           IF RETROATIVO-RESCISAO > ZEROS
               ADD 1 TO QUANTIDADE-COM-RETROATIVO
               PERFORM 057-REGISTRAR-RETROATIVOS
           END-IF.
      *****************************************************************
       032-GRAVAR-HISTORICO SECTION.
           OPEN EXTEND FOLHA-HISTORICO.
           IF STATUS-ARQUIVO-HISTORICO NOT = '00'
               OPEN OUTPUT FOLHA-HISTORICO
           END-IF.
           MOVE MATRICULA-MESTRE TO MATRICULA-HISTORICO.
           MOVE COMPETENCIA-DESLIGAMENTO TO COMPETENCIA-HISTORICO.
           MOVE PRIMEIRO-NOME-MESTRE TO NOME-HISTORICO.
           MOVE SOBRENOME-MESTRE TO SOBRENOME-HISTORICO.
           MOVE CODIGO-DEPTO-MESTRE TO DEPTO-HISTORICO.
           COMPUTE BRUTO-HISTORICO =
               MES-BRUTO-PAGO + PROVENTOS-SEM-DECIMO.
           COMPUTE INSS-HISTORICO = MES-INSS-PAGO + INSS-SALDO.
           COMPUTE IRRF-HISTORICO = MES-IRRF-PAGO + IRRF-SALDO.
           COMPUTE VALOR-CALCULADO =
               MES-LIQUIDO-PAGO + PROVENTOS-SEM-DECIMO
               - INSS-SALDO - IRRF-SALDO - DESCONTOS-RUBRICA-RESCISAO.
           IF VALOR-CALCULADO < ZEROS
               MOVE ZEROS TO VALOR-CALCULADO
           END-IF.
           MOVE VALOR-CALCULADO TO LIQUIDO-HISTORICO.
           MOVE 'R' TO TIPO-HISTORICO.
           MOVE FERIAS-ISENTAS-FGTS TO ISENTO-FGTS-HISTORICO.
           WRITE REGISTRO-FOLHA-HISTORICO.
           IF DECIMO-PROPORCIONAL > ZEROS OR DECIMO-JA-PAGO > ZEROS
               MOVE COMPETENCIA-SEGUNDA-PARCELA
                   TO COMPETENCIA-HISTORICO
               COMPUTE VALOR-CALCULADO =
                   DECIMO-PROPORCIONAL - PRIMEIRA-PARCELA-PAGA
               IF VALOR-CALCULADO < ZEROS
                   MOVE ZEROS TO VALOR-CALCULADO
               END-IF
               MOVE VALOR-CALCULADO TO BRUTO-HISTORICO
               MOVE INSS-DECIMO-TOTAL TO INSS-HISTORICO
               MOVE IRRF-DECIMO-TOTAL TO IRRF-HISTORICO
               COMPUTE VALOR-CALCULADO =
                   VALOR-CALCULADO - INSS-DECIMO-TOTAL
                   - IRRF-DECIMO-TOTAL
               IF VALOR-CALCULADO < ZEROS
                   MOVE ZEROS TO VALOR-CALCULADO
               END-IF
               MOVE VALOR-CALCULADO TO LIQUIDO-HISTORICO
               MOVE 'R' TO TIPO-HISTORICO
               MOVE ZEROS TO ISENTO-FGTS-HISTORICO
               WRITE REGISTRO-FOLHA-HISTORICO
           END-IF.
           CLOSE FOLHA-HISTORICO.
      *****************************************************************
       055-GRAVAR-RUBRICA-CONTRACHEQUE SECTION.
           MOVE INDICE-CODIGO-RESCISAO (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           MOVE CODIGO-RUBRICA-RESCISAO (INDICE-LINHA)
               TO CODIGO-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
           MOVE DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-LINHA)
               TO DESCRICAO-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
           MOVE NATUREZA-CODIGO-TABELA (INDICE-CODIGO-LINHA)
               TO NATUREZA-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
           MOVE VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
               TO VALOR-RUBRICA-CONTRACHEQUE (INDICE-LINHA).
      *****************************************************************
       056-BAIXAR-EMPRESTIMO SECTION.
           MOVE INDICE-CODIGO-RESCISAO (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           IF CODIGO-EMPRESTIMO (INDICE-CODIGO-LINHA)
               MOVE MATRICULA-MESTRE TO MATRICULA-RUBRICA-EMP
               MOVE CODIGO-RUBRICA-RESCISAO (INDICE-LINHA)
                   TO CODIGO-RUBRICA-EMP
               READ RUBRICAS-EMPREGADO
                   INVALID KEY
                       DISPLAY 'ERROR: loan rubrica ['
                           CODIGO-RUBRICA-RESCISAO (INDICE-LINHA)
                           '] of employee ' MATRICULA-MESTRE
                           ' no longer on RUBRICAM - balance not '
                           'updated.'
                   NOT INVALID KEY
                       COMPUTE SALDO-RUBRICA-EMP =
                           SALDO-RUBRICA-RESCISAO (INDICE-LINHA)
                           - VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
                       MOVE COMPETENCIA-DESLIGAMENTO
                           TO COMPETENCIA-BAIXA-RUBRICA-EMP
                       MOVE VALOR-RUBRICA-RESCISAO (INDICE-LINHA)
                           TO VALOR-BAIXA-RUBRICA-EMP
                       REWRITE REGISTRO-RUBRICA-EMPREGADO
                           INVALID KEY
                               DISPLAY 'ERROR: could not rewrite loan '
                                   'rubrica [' CODIGO-RUBRICA-EMP
                                   '] of employee ' MATRICULA-MESTRE
                       END-REWRITE
               END-READ
           END-IF.
      *****************************************************************
       057-REGISTRAR-RETROATIVOS SECTION.
           OPEN EXTEND RETROATIVO-PAGO.
           IF STATUS-ARQUIVO-RETRO-PAGO NOT = '00'
               OPEN OUTPUT RETROATIVO-PAGO
           END-IF.
           MOVE 'N' TO FIM-RETROATIVO.
           OPEN INPUT ENTRADA-RETROATIVO.
           IF STATUS-ARQUIVO-RETROATIVO = '00'
               PERFORM 058-GRAVAR-RETROATIVO-PAGO
                   UNTIL FIM-DE-RETROATIVO
               CLOSE ENTRADA-RETROATIVO
           END-IF.
           CLOSE RETROATIVO-PAGO.
      *****************************************************************
       058-GRAVAR-RETROATIVO-PAGO SECTION.
           READ ENTRADA-RETROATIVO
               AT END
                   SET FIM-DE-RETROATIVO TO TRUE
               NOT AT END
                   IF MATRICULA-RETROATIVO = MATRICULA-MESTRE
                           AND COMPETENCIA-PAG-RETROATIVO
                               = COMPETENCIA-DESLIGAMENTO
                           AND VALOR-RETROATIVO IS NUMERIC
                           AND VALOR-RETROATIVO > ZEROS
                       WRITE REGISTRO-RETROATIVO-PAGO
                           FROM REGISTRO-RETROATIVO
                   END-IF
           END-READ.
      *****************************************************************
       007-IMPRIMIR-TERMO SECTION.
           EVALUATE TRUE
               WHEN MOTIVO-SEM-JUSTA-CAUSA
                   MOVE 'DISMISSAL WITHOUT CAUSE' TO DESCRICAO-MOTIVO
               WHEN MOTIVO-PEDIDO-DEMISSAO
                   MOVE 'RESIGNATION' TO DESCRICAO-MOTIVO
               WHEN MOTIVO-FIM-CONTRATO
                   MOVE 'END OF CONTRACT' TO DESCRICAO-MOTIVO
           END-EVALUATE.
           MOVE ALL '=' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TERMO DE RESCISAO DO CONTRATO DE TRABALHO - '
                   DELIMITED BY SIZE
               'TERMINATION SETTLEMENT STATEMENT' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEE: ' DELIMITED BY SIZE
               MATRICULA-MESTRE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PRIMEIRO-NOME-MESTRE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME-MESTRE DELIMITED BY SPACE
               '   DEPT: ' DELIMITED BY SIZE
               CODIGO-DEPTO-MESTRE DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           IF ACHOU-ADMISSAO
               STRING
                   'ADMISSION: ' DELIMITED BY SIZE
                   DATA-ADMISSAO-RESCISAO DELIMITED BY SIZE
                   '   TERMINATION: ' DELIMITED BY SIZE
                   DATA-DESLIGAMENTO-RESCISAO DELIMITED BY SIZE
                   '   REASON: ' DELIMITED BY SIZE
                   MOTIVO-DESLIGAMENTO-ENTRADA DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   DESCRICAO-MOTIVO DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
           ELSE
               STRING
                   'ADMISSION: UNKNOWN ' DELIMITED BY SIZE
                   '   TERMINATION: ' DELIMITED BY SIZE
                   DATA-DESLIGAMENTO-RESCISAO DELIMITED BY SIZE
                   '   REASON: ' DELIMITED BY SIZE
                   MOTIVO-DESLIGAMENTO-ENTRADA DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   DESCRICAO-MOTIVO DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
           END-IF.
           WRITE REGISTRO-RELATORIO.
           MOVE SALARIO-NUMERICO-MESTRE TO SALARIO-EDITADO.
           MOVE ANOS-SERVICO TO ANOS-EDITADO.
           MOVE DIAS-AVISO TO DIAS-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'SALARY: ' DELIMITED BY SIZE
               SALARIO-EDITADO DELIMITED BY SIZE
               '   YEARS OF SERVICE: ' DELIMITED BY SIZE
               ANOS-EDITADO DELIMITED BY SIZE
               '   NOTICE DAYS: ' DELIMITED BY SIZE
               DIAS-EDITADO DELIMITED BY SIZE
               '   NOTICE ENDS: ' DELIMITED BY SIZE
               DATA-PROJETADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'EARNINGS' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE DIAS-SALDO TO DIAS-EDITADO.
           MOVE SPACES TO DESCRICAO-VERBA.
           STRING
               'SALARY BALANCE (' DELIMITED BY SIZE
               DIAS-EDITADO DELIMITED BY SIZE
               ' DAYS)' DELIMITED BY SIZE
               INTO DESCRICAO-VERBA
           END-STRING.
           MOVE SALDO-SALARIO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE DIAS-AVISO TO DIAS-EDITADO.
           MOVE SPACES TO DESCRICAO-VERBA.
           STRING
               'PAID NOTICE (' DELIMITED BY SIZE
               DIAS-EDITADO DELIMITED BY SIZE
               ' DAYS)' DELIMITED BY SIZE
               INTO DESCRICAO-VERBA
           END-STRING.
           MOVE AVISO-INDENIZADO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           IF RETROATIVO-RESCISAO > ZEROS
               MOVE 'RETROACTIVE PAY DIFFERENCES' TO DESCRICAO-VERBA
               MOVE RETROATIVO-RESCISAO TO VALOR-VERBA
               PERFORM 035-IMPRIMIR-VERBA
           END-IF.
           MOVE AVOS-DECIMO TO AVOS-EDITADO.
           MOVE SPACES TO DESCRICAO-VERBA.
           STRING
               'PROPORTIONAL 13TH SALARY (' DELIMITED BY SIZE
               AVOS-EDITADO DELIMITED BY SIZE
               '/12)' DELIMITED BY SIZE
               INTO DESCRICAO-VERBA
           END-STRING.
           MOVE DECIMO-PROPORCIONAL TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           IF ACHOU-SEGUNDA-PARCELA
               MOVE 'LESS 13TH PAID IN 1ST/2ND INSTALLMENTS'
                   TO DESCRICAO-VERBA
               MOVE DECIMO-JA-LANCADO TO VALOR-VERBA
               PERFORM 035-IMPRIMIR-VERBA
           END-IF.
           MOVE DIAS-FERIAS-VENCIDAS TO DIAS-EDITADO.
           MOVE DIAS-FERIAS-DOBRO TO DIAS-DOBRO-EDITADO.
           MOVE SPACES TO DESCRICAO-VERBA.
           IF DIAS-FERIAS-DOBRO > ZEROS
               STRING
                   'ACCRUED VACATION (' DELIMITED BY SIZE
                   DIAS-EDITADO DELIMITED BY SIZE
                   ' DAYS, ' DELIMITED BY SIZE
                   DIAS-DOBRO-EDITADO DELIMITED BY SIZE
                   ' DOUBLED)' DELIMITED BY SIZE
                   INTO DESCRICAO-VERBA
               END-STRING
           ELSE
               STRING
                   'ACCRUED VACATION (' DELIMITED BY SIZE
                   DIAS-EDITADO DELIMITED BY SIZE
                   ' DAYS)' DELIMITED BY SIZE
                   INTO DESCRICAO-VERBA
               END-STRING
           END-IF.
           MOVE FERIAS-VENCIDAS TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE '1/3 ON ACCRUED VACATION' TO DESCRICAO-VERBA.
           MOVE TERCO-FERIAS-VENCIDAS TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE AVOS-FERIAS TO AVOS-EDITADO.
           MOVE DIAS-DIREITO-PROPORCIONAL TO DIREITO-EDITADO.
           MOVE SPACES TO DESCRICAO-VERBA.
           IF DIAS-DIREITO-PROPORCIONAL < 30
               STRING
                   'PROPORTIONAL VACATION (' DELIMITED BY SIZE
                   AVOS-EDITADO DELIMITED BY SIZE
                   '/12 OF ' DELIMITED BY SIZE
                   DIREITO-EDITADO DELIMITED BY SIZE
                   ' DAYS)' DELIMITED BY SIZE
                   INTO DESCRICAO-VERBA
               END-STRING
           ELSE
               STRING
                   'PROPORTIONAL VACATION (' DELIMITED BY SIZE
                   AVOS-EDITADO DELIMITED BY SIZE
                   '/12)' DELIMITED BY SIZE
                   INTO DESCRICAO-VERBA
               END-STRING
           END-IF.
           MOVE FERIAS-PROPORCIONAIS TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE '1/3 ON PROPORTIONAL VACATION' TO DESCRICAO-VERBA.
           MOVE TERCO-FERIAS-PROPORCIONAIS TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE 'TOTAL EARNINGS' TO DESCRICAO-VERBA.
           MOVE TOTAL-PROVENTOS TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'DEDUCTIONS' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'INSS ON SALARY BALANCE' TO DESCRICAO-VERBA.
           MOVE INSS-SALDO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE 'IRRF ON SALARY BALANCE' TO DESCRICAO-VERBA.
           MOVE IRRF-SALDO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE 'INSS ON 13TH SALARY' TO DESCRICAO-VERBA.
           MOVE INSS-DECIMO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE 'IRRF ON 13TH SALARY' TO DESCRICAO-VERBA.
           MOVE IRRF-DECIMO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE '13TH SALARY ADVANCE (1ST INSTALLMENT)'
               TO DESCRICAO-VERBA.
           MOVE ADIANTAMENTO-DECIMO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           PERFORM 059-IMPRIMIR-RUBRICA
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QUANTIDADE-RUBRICAS-RESCISAO.
           MOVE 'TOTAL DEDUCTIONS' TO DESCRICAO-VERBA.
           MOVE TOTAL-DESCONTOS TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'NET SETTLEMENT' TO DESCRICAO-VERBA.
           MOVE LIQUIDO-RESCISAO TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
           IF FOLHA-DO-MES-PAGA
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'NOTE: TERMINATION MONTH ALREADY PAID BY PAYROLL '
                       DELIMITED BY SIZE
                   '- NO SALARY BALANCE DUE' DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           IF NOT ACHOU-ADMISSAO
               MOVE SPACES TO REGISTRO-RELATORIO
               STRING
                   'NOTE: NO ADMISSION MOVEMENT - NOTICE AND '
                       DELIMITED BY SIZE
                   'VACATION TO BE CALCULATED MANUALLY'
                       DELIMITED BY SIZE
                   INTO REGISTRO-RELATORIO
               END-STRING
               WRITE REGISTRO-RELATORIO
           END-IF.
           PERFORM 060-IMPRIMIR-OCORRENCIA
               VARYING INDICE-OCORRENCIA FROM 1 BY 1
               UNTIL INDICE-OCORRENCIA > QUANTIDADE-OCORRENCIAS.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '______________________________    ' DELIMITED BY SIZE
               '______________________________' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EMPLOYEE SIGNATURE                ' DELIMITED BY SIZE
               'EMPLOYER SIGNATURE' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE 'DATE: ____/____/________' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       035-IMPRIMIR-VERBA SECTION.
           MOVE VALOR-VERBA TO VALOR-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               '  ' DELIMITED BY SIZE
               DESCRICAO-VERBA DELIMITED BY SIZE
               VALOR-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       059-IMPRIMIR-RUBRICA SECTION.
           MOVE INDICE-CODIGO-RESCISAO (INDICE-LINHA)
               TO INDICE-CODIGO-LINHA.
           MOVE SPACES TO DESCRICAO-VERBA.
           STRING
               CODIGO-RUBRICA-RESCISAO (INDICE-LINHA)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DESCRICAO-CODIGO-TABELA (INDICE-CODIGO-LINHA)
                   DELIMITED BY SIZE
               INTO DESCRICAO-VERBA
           END-STRING.
           MOVE VALOR-RUBRICA-RESCISAO (INDICE-LINHA) TO VALOR-VERBA.
           PERFORM 035-IMPRIMIR-VERBA.
      *****************************************************************
       060-IMPRIMIR-OCORRENCIA SECTION.
           ADD 1 TO CONTADOR-OCORRENCIAS.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EXCEPTION: ' DELIMITED BY SIZE
               TEXTO-OCORRENCIA (INDICE-OCORRENCIA) DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       008-IMPRIMIR-LINHA-REJEICAO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               MATRICULA-ENTRADA DELIMITED BY SIZE
               '  REJECTED - ' DELIMITED BY SIZE
               MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       011-IMPRIMIR-CABECALHO-RESCISAO SECTION.
           MOVE SPACES TO REGISTRO-RELATORIO.
           MOVE 'TERMINATION SETTLEMENT RUN' TO REGISTRO-RELATORIO.
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
      *****************************************************************
       012-IMPRIMIR-RODAPE-RESCISAO SECTION.
           IF STATUS-ARQUIVO-RELATORIO = '00'
               PERFORM 013-GRAVAR-RODAPE-RESCISAO
           END-IF.
      *****************************************************************
       013-GRAVAR-RODAPE-RESCISAO SECTION.
           MOVE ALL '=' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-LIDOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TRANSACTIONS READ: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-CALCULADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'SETTLEMENTS CALCULATED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-REJEITADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-MES-PAGO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TERMINATION MONTH ALREADY PAID BY PAYROLL: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-ADMISSAO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NO ADMISSION MOVEMENT - NOTICE NOT PAID: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-SALDO-FERIAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NO VACATION LEDGER - COUNTED FROM ADMISSION: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-SEM-SALDO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'NET PAY FLOORED AT ZERO: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-COM-RETROATIVO TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'SETTLEMENTS WITH RETROACTIVE PAY: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE QUANTIDADE-COM-RUBRICAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'SETTLEMENTS WITH ALIMONY / LOAN DEDUCTIONS: '
                   DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE CONTADOR-OCORRENCIAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'EXCEPTIONS TO SETTLE MANUALLY: ' DELIMITED BY SIZE
               QUANTIDADE-EDITADA DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-PROVENTOS-GERAL TO TOTAL-PROVENTOS-EDITADO.
           MOVE TOTAL-JA-PAGO-GERAL TO TOTAL-JA-PAGO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL EARNINGS: ' DELIMITED BY SIZE
               TOTAL-PROVENTOS-EDITADO DELIMITED BY SIZE
               '   TOTAL 13TH ALREADY PAID: ' DELIMITED BY SIZE
               TOTAL-JA-PAGO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-INSS-GERAL TO TOTAL-INSS-EDITADO.
           MOVE TOTAL-IRRF-GERAL TO TOTAL-IRRF-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL INSS: ' DELIMITED BY SIZE
               TOTAL-INSS-EDITADO DELIMITED BY SIZE
               '   TOTAL IRRF: ' DELIMITED BY SIZE
               TOTAL-IRRF-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE TOTAL-LIQUIDO-GERAL TO TOTAL-LIQUIDO-EDITADO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'TOTAL NET SETTLEMENTS: ' DELIMITED BY SIZE
               TOTAL-LIQUIDO-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
       999-FINALIZAR SECTION.
           CLOSE PESSOAS-MASTER.
           IF XREF-ABERTO
               CLOSE MATRICULA-CROSS-REF
           END-IF.
           CLOSE ENTRADA-DESLIGAMENTO.
           CLOSE TABELA-DESCONTOS.
           IF LEDGER-FERIAS-ABERTO
               CLOSE SALDO-FERIAS
           END-IF.
           IF CADASTRO-RUBRICAS-ABERTO
               CLOSE RUBRICAS-EMPREGADO
           END-IF.
           CLOSE CONTRACHEQUES.
           CLOSE RELATORIO-RESCISAO.
           DISPLAY 'Settlement run complete. Transactions read: '
               CONTADOR-LIDOS ' calculated: ' CONTADOR-CALCULADOS
               ' rejected: ' CONTADOR-REJEITADOS.
           IF CONTADOR-OCORRENCIAS > ZEROS
               DISPLAY 'WARNING: settlement exceptions - review '
                   'RELRESC before paying the settlements.'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
