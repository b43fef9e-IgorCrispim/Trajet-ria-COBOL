      ******************************************************************
      *    COPY       JRNCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE NUMERACAO E DA CADEIA DE HASHES DO
      *               JORNAL INTRADIARIO (ARQ-JRNCTL): ULTIMA
      *               SEQUENCIA E HASH DO ULTIMO REGISTRO GRAVADO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-JRNCTL.
           05  ULT-JORNAL                PIC 9(08).
           05  ULT-HASH-JORNAL           PIC 9(10).
