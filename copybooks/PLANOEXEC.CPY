      ******************************************************************
      *    COPY       PLANOEXEC
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LOG DE EXECUCAO DOS PASSOS DO PLANO NOTURNO
      *               (ARQ-PLANO-EXEC), ACRESCENTADO PELO BATCH-DRIVER
      *               A CADA EXECUCAO E LIDO PELO BATCH-TENDENCIA
      *    MODIFICATION HISTORY
      *    14/08/2026 IC  LAYOUT ORIGINAL (NO FONTE DO BATCH-DRIVER)
      *    15/10/2026 IC  LAYOUT PASSA A SER COPY, COMPARTILHADO COM O
      *                   RELATORIO DE TENDENCIA DA JANELA BATCH
      ******************************************************************
       01  REG-PLANO-EXEC.
           05  EXEC-DATA                 PIC 9(08).
           05  EXEC-PASSO                PIC 9(02).
           05  EXEC-HORA-INICIO          PIC 9(06).
           05  EXEC-HORA-FIM             PIC 9(06).
           05  EXEC-RESULTADO            PIC X(02).
               88  EXEC-OK               VALUE 'OK'.
               88  EXEC-ERRO             VALUE 'ER'.
               88  EXEC-PULADO           VALUE 'PU'.
           05  EXEC-COMANDO              PIC X(60).
