      ******************************************************************
      *    COPY       ENVELCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO DOS ENVELOPES DE DEPOSITO
      *               DOS TERMINAIS ATM (ARQ-ENVELCTL), UM REGISTRO
      *               UNICO COM O ULTIMO SEQUENCIAL USADO EM
      *               ARQ-ENVELOPE
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-ENVELCTL.
           05  ULT-ENVELOPE              PIC 9(08).
