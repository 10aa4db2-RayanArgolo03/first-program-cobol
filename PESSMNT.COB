      *                   audited and journaled like the other        *
      *                   changes; terminated records stay with the   *
      *                   termination run.                            *
      *   2026-10-15  RA  Competencia field added to the JORNALM      *
      *                   layout is left blank on journal entries.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
           END-READ.
      *****************************************************************
       018-GRAVAR-JORNAL SECTION.
           MOVE SPACES TO COMPETENCIA-EFETIVA-JORNAL.
           MOVE DATA-EXECUCAO TO DATA-JORNAL.
           MOVE HORA-EXECUCAO TO HORA-JORNAL.
           MOVE OPERADOR-ID TO OPERADOR-JORNAL.
