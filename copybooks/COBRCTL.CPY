      ******************************************************************
      *    COPY       COBRCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DO REGISTRO DE CONTATOS DA COBRANCA
      *               (ARQ-COBRCTL): ULTIMO NUMERO DE CONTATO
      *               REGISTRADO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-COBRCTL.
           05  ULT-CONTATO-COBRANCA      PIC 9(08).
