      *               ROTATIVO PARA A COMPETENCIA SEGUINTE (R)
      *    MODIFICATION HISTORY
      *    22/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O STATUS N (FATURA PARCELADA, COM O
      *                   SALDO TRANSFERIDO A UM PARCELAMENTO DE
      *                   ARQ-PARC-FATURA) E FAT-VALOR-PARCELAMENTO
      *                   (PARCELAS DE PARCELAMENTO DE FATURA COBRADAS
      *                   NA COMPETENCIA)
      *    15/10/2026 IC  AMPLIADOS OS VALORES DA FATURA PARA S9(09)V99
      *                   (CONVERSAO DO ACERVO PELO BATCH
      *                   VALOR-CONVERSAO)
      ******************************************************************
       01  REG-FATURA.
           05  FAT-CHAVE.
               88  FAT-FECHADA           VALUE 'F'.
               88  FAT-PAGA              VALUE 'P'.
               88  FAT-ROLADA            VALUE 'R'.
               88  FAT-PARCELADA         VALUE 'N'.
           05  FAT-DATA-FECHAMENTO       PIC 9(08).
           05  FAT-DATA-VENCIMENTO       PIC 9(08).
           05  FAT-VALOR-COMPRAS         PIC S9(09)V99.
           05  FAT-VALOR-ROTATIVO        PIC S9(09)V99.
           05  FAT-VALOR-JUROS-ROT       PIC S9(09)V99.
           05  FAT-VALOR-PAGO            PIC S9(09)V99.
           05  FAT-PGTO-MINIMO           PIC S9(09)V99.
           05  FAT-VALOR-PARCELAMENTO    PIC S9(09)V99.
