      *   2026-09-01  RA  Operator sign-on validated against the      *
      *                   OPERREF file (update authority required),   *
      *                   failed sign-ons logged to AUDITLOG.         *
      *   2026-10-15  RA  ENTDESL layout moved to the REGDESLG        *
      *                   copybook shared with CALCULA-RESCISAO and   *
      *                   extended with the termination reason        *
      *                   (S = dismissal without cause, P =           *
      *                   resignation, T = end of contract); a        *
      *                   missing or unknown reason is rejected and   *
      *                   the reason is shown on RELDESL and          *
      *                   AUDITLOG. The final-month pay on RELDESL is *
      *                   now labelled as the salary balance that the *
      *                   settlement run pays.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       COPY REGMATRX.

       FD  ENTRADA-DESLIGAMENTO.
       COPY REGDESLG.

       FD  MOVIMENTO-DEPTO.
       COPY REGMOVDP.
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
      *****************************************************************
       003-LOCALIZAR-MATRICULA SECTION.
           MOVE 'N' TO MATRICULA-LOCALIZADA.
               SOBRENOME-MESTRE DELIMITED BY SPACE
               '  TERMINATED ' DELIMITED BY SIZE
               DATA-DESLIGAMENTO-NOVA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               MOTIVO-DESLIGAMENTO-ENTRADA DELIMITED BY SIZE
               ' SALARY ' DELIMITED BY SIZE
               SALARIO-EDITADO DELIMITED BY SIZE
               '  SALARY BALANCE ' DELIMITED BY SIZE
               PROPORCIONAL-EDITADO DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
               SOBRENOME-MESTRE DELIMITED BY SPACE
               ' DESLIGAMENTO ' DELIMITED BY SIZE
               DATA-DESLIGAMENTO-NOVA DELIMITED BY SIZE
               ' MOTIVO ' DELIMITED BY SIZE
               MOTIVO-DESLIGAMENTO-ENTRADA DELIMITED BY SIZE
               ' MAT ' DELIMITED BY SIZE
               MATRICULA-MESTRE DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE SPACES TO REGISTRO-RELATORIO.
           STRING
               'REASON: S = WITHOUT CAUSE  P = RESIGNATION  '
                   DELIMITED BY SIZE
               'T = END OF CONTRACT' DELIMITED BY SIZE
               INTO REGISTRO-RELATORIO
           END-STRING.
           WRITE REGISTRO-RELATORIO.
           MOVE ALL '-' TO REGISTRO-RELATORIO.
           WRITE REGISTRO-RELATORIO.
      *****************************************************************
