      *               DE REG-CONTA
      *    MODIFICATION HISTORY
      *    19/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDOS JRN-SEQ, JRN-HASH-ANTERIOR E
      *                   JRN-HASH: SEQUENCIA CONTINUA DO JORNAL E
      *                   CADEIA DE HASHES COMO NA AUDITORIA, COM O
      *                   HASH CALCULADO SOBRE TODO O REGISTRO ATE
      *                   JRN-HASH-ANTERIOR
      *    15/10/2026 IC  AMPLIADAS AS IMAGENS PARA X(300): REG-CONTA
      *                   PASSOU DE 250 BYTES (CAMPOS DE VALOR EM
      *                   S9(09)V99); O JORNAL RECOMECA VAZIO APOS A
      *                   CONVERSAO DO BATCH VALOR-CONVERSAO
      ******************************************************************
       01  REG-JORNAL.
           05  JRN-CONTA-NUM             PIC 9(06).
           05  JRN-DATA                  PIC 9(08).
           05  JRN-HORA                  PIC 9(06).
           05  JRN-OPER-ID               PIC X(08).
           05  JRN-IMAGEM-ANTES          PIC X(300).
           05  JRN-IMAGEM-DEPOIS         PIC X(300).
           05  JRN-SEQ                   PIC 9(08).
           05  JRN-HASH-ANTERIOR         PIC 9(10).
           05  JRN-HASH                  PIC 9(10).
