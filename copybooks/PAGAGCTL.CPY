      ******************************************************************
      *    COPY       PAGAGCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO DOS PAGAMENTOS DE TITULO
      *               AGENDADOS (ARQ-PAGAGCTL), UM REGISTRO UNICO COM
      *               O ULTIMO SEQUENCIAL USADO EM ARQ-PAGAGENDA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PAGAGCTL.
           05  ULT-PAGAGENDA             PIC 9(08).
