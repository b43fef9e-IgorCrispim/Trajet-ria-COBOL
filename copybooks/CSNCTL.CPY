      ******************************************************************
      *    COPY       CSNCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DOS CONSENTIMENTOS DO OPEN FINANCE
      *               (ARQ-CSNCTL): ULTIMO NUMERO DE CONSENTIMENTO
      *               REGISTRADO NO BALCAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CSNCTL.
           05  ULT-CONSENTIMENTO         PIC 9(08).
