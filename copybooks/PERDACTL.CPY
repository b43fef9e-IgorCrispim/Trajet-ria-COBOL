      ******************************************************************
      *    COPY       PERDACTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO DOS EVENTOS DE PERDA
      *               OPERACIONAL (ARQ-PERDACTL), UM REGISTRO UNICO
      *               COM O ULTIMO EVENTO USADO EM ARQ-PERDA-OP
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PERDACTL.
           05  ULT-EVENTO-PERDA          PIC 9(06).
