      *               2 PASSIVO, 3 DESPESAS, 4 RECEITAS)
      *    MODIFICATION HISTORY
      *    30/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O ENQUADRAMENTO DA CONTA NA
      *                   APURACAO DO PIS/COFINS (BATCH PIS-COFINS):
      *                   R RECEITA TRIBUTAVEL, D DEDUCAO PERMITIDA
      *                   AS INSTITUICOES FINANCEIRAS, N OU BRANCO
      *                   FORA DA BASE
      ******************************************************************
       01  REG-PLANOCONTA.
           05  PCT-CODIGO                PIC 9(05).
           05  PCT-STATUS                PIC X(01).
               88  PCT-ATIVA             VALUE 'A'.
               88  PCT-INATIVA           VALUE 'I'.
           05  PCT-PISCOFINS             PIC X(01).
               88  PCT-PISCOF-RECEITA    VALUE 'R'.
               88  PCT-PISCOF-DEDUCAO    VALUE 'D'.
               88  PCT-PISCOF-FORA       VALUE 'N' ' '.
