      ******************************************************************
      *    COPY       PISCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DA APURACAO DO PIS/COFINS (ARQ-PISCTL),
      *               UM REGISTRO UNICO COM A ULTIMA COMPETENCIA
      *               APURADA E OS VALORES LANCADOS NO RAZAO, USADO
      *               PELO BATCH PIS-COFINS PARA RECUSAR A APURACAO
      *               REPETIDA DA MESMA COMPETENCIA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PISCTL.
           05  PCC-ULT-COMPETENCIA       PIC 9(06).
           05  PCC-VALOR-PIS             PIC S9(11)V99.
           05  PCC-VALOR-COFINS          PIC S9(11)V99.
           05  PCC-DATA-APURACAO         PIC 9(08).
