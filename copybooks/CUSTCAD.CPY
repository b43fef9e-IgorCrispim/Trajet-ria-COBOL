      *               DEVOLUCAO
      *    MODIFICATION HISTORY
      *    23/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO CUS-VALOR PARA S9(09)V99 (CONVERSAO
      *                   DO ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-CUSTODIA.
           05  CUS-SEQ                   PIC 9(08).
           05  CUS-CONTA-EMISSORA        PIC 9(06).
           05  CUS-BANCO-EMISSOR         PIC 9(03).
           05  CUS-NUMERO-CHEQUE         PIC 9(06).
           05  CUS-VALOR                 PIC S9(09)V99.
           05  CUS-DATA-ACORDADA         PIC 9(08).
           05  CUS-DATA-REGISTRO         PIC 9(08).
           05  CUS-DATA-APRESENTACAO     PIC 9(08).
