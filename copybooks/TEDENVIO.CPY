      *               LIQUIDACAO PELO CNAB-RETORNO
      *    MODIFICATION HISTORY
      *    21/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO TEV-VALOR PARA S9(09)V99 (CONVERSAO
      *                   DO ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-TEDENVIO.
           05  TEV-CHAVE.
           05  TEV-AGENCIA               PIC 9(04).
           05  TEV-CONTA-DESTINO         PIC X(10).
           05  TEV-CPF-FAVORECIDO        PIC 9(11).
           05  TEV-VALOR                 PIC S9(09)V99.
           05  TEV-DATA                  PIC 9(08).
