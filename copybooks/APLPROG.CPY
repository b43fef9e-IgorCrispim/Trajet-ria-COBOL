      *               INSUFICIENTE DE TRANSF-AGENDADA
      *    MODIFICATION HISTORY
      *    28/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO APG-VALOR PARA S9(09)V99 (CONVERSAO
      *                   DO ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-APLPROG.
           05  APG-SEQ                   PIC 9(06).
           05  APG-CONTA-NUM             PIC 9(06).
           05  APG-VALOR                 PIC S9(09)V99.
           05  APG-DIA-MES               PIC 9(02).
           05  APG-PRODUTO               PIC X(03).
           05  APG-INDEXADOR             PIC X(03).
