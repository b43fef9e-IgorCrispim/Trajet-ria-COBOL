      *               CONTADOR
      *    MODIFICATION HISTORY
      *    24/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO ADM-VALOR PARA S9(09)V99 (CONVERSAO
      *                   DO ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-CHQADM.
           05  ADM-NUMERO                PIC 9(06).
           05  ADM-CONTA-ORIGEM          PIC 9(06).
           05  ADM-FAVORECIDO            PIC X(30).
           05  ADM-VALOR                 PIC S9(09)V99.
           05  ADM-DATA-EMISSAO          PIC 9(08).
           05  ADM-DATA-PAGAMENTO        PIC 9(08).
           05  ADM-STATUS                PIC X(01).
