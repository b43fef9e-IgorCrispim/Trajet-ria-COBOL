      ******************************************************************
      *    COPY       PREVCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO DOS PLANOS DE PREVIDENCIA
      *               (ARQ-PREVCTL), UM REGISTRO UNICO COM O ULTIMO
      *               SEQUENCIAL USADO EM ARQ-PREVIDENCIA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PREVCTL.
           05  ULT-PREVIDENCIA           PIC 9(06).
