      *               A VIGENCIA ABERTA USA DATA-FIM 99999999
      *    MODIFICATION HISTORY
      *    11/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDOS OS TETOS LEGAIS DE JUROS POR
      *                   PRODUTO (CODIGOS TETO-*, EM % AO MES), QUE
      *                   LIMITAM AS TAXAS NA INCLUSAO DE VIGENCIA E
      *                   NA CONFERENCIA MENSAL DO BATCH TETO-JUROS
      ******************************************************************
       01  REG-PARAMETRO.
           05  PARAM-CHAVE.
