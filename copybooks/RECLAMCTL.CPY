      ******************************************************************
      *    COPY       RECLAMCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO DOS PROTOCOLOS DE
      *               RECLAMACAO (ARQ-RECLAMCTL), UM REGISTRO UNICO
      *               COM O ULTIMO PROTOCOLO USADO EM ARQ-RECLAMACAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RECLAMCTL.
           05  ULT-PROTOCOLO             PIC 9(08).
