      ******************************************************************
      *    COPY       PREVAPO
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    APORTES DOS PLANOS DE PREVIDENCIA
      *               (ARQ-PREVAPORTE), UM REGISTRO POR CONTRIBUICAO
      *               COM A DATA DO APORTE (PRAZO DE ACUMULACAO DA
      *               TABELA REGRESSIVA), O PRINCIPAL AINDA NAO
      *               RESGATADO E O SALDO COM A RENTABILIDADE; OS
      *               RESGATES CONSOMEM OS APORTES MAIS ANTIGOS
      *               PRIMEIRO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PREVAPORTE.
           05  PVA-CHAVE.
               10  PVA-PLANO-SEQ         PIC 9(06).
               10  PVA-NUM               PIC 9(04).
           05  PVA-DATA                  PIC 9(08).
           05  PVA-VALOR-ORIGINAL        PIC S9(09)V99.
           05  PVA-PRINCIPAL             PIC S9(09)V99.
           05  PVA-SALDO                 PIC S9(09)V99.
