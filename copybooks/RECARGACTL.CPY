      ******************************************************************
      *    COPY       RECARGACTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DAS RECARGAS DE CELULAR
      *               (ARQ-RECARGACTL): ULTIMO NUMERO DE RECARGA
      *               ATRIBUIDO, COMPARTILHADO PELO CAIXA E PELO
      *               CANAL-PROCESSADOR
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RECARGACTL.
           05  ULT-RECARGA               PIC 9(08).
