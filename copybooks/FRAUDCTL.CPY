      ******************************************************************
      *    COPY       FRAUDCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO DOS CASOS DE FRAUDE E DOS
      *               SEUS EVENTOS (ARQ-FRAUDCTL)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-FRAUDCTL.
           05  ULT-CASO-FRAUDE           PIC 9(08).
           05  ULT-EVENTO-FRAUDE         PIC 9(08).
