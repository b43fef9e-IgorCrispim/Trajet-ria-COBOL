      *               ALTERACOES EM CONTAS (ARQ-AUDITORIA)
      *    MODIFICATION HISTORY
      *    09/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDOS AUD-HASH-ANTERIOR E AUD-HASH: CADA
      *                   REGISTRO GUARDA O HASH DO REGISTRO ANTERIOR
      *                   E O SEU PROPRIO, CALCULADO SOBRE TODO O
      *                   REGISTRO ATE AUD-HASH-ANTERIOR (CADEIA
      *                   CONFERIDA PELO BATCH TRILHA-VERIFICA)
      ******************************************************************
       01  REG-AUDITORIA.
           05  AUD-SEQ                   PIC 9(08).
           05  AUD-DATA                  PIC 9(08).
           05  AUD-HORA                  PIC 9(06).
           05  AUD-DETALHE               PIC X(40).
           05  AUD-HASH-ANTERIOR         PIC 9(10).
           05  AUD-HASH                  PIC 9(10).
