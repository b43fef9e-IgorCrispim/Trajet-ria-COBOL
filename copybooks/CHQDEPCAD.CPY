      *               PARA A BAIXA DO STATUS PENDENTE
      *    MODIFICATION HISTORY
      *    23/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO CHD-VALOR PARA S9(09)V99 (CONVERSAO
      *                   DO ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-CHQDEP.
           05  CHD-SEQ                   PIC 9(08).
           05  CHD-BANCO-EMISSOR         PIC 9(03).
           05  CHD-CONTA-EMISSORA        PIC 9(10).
           05  CHD-NUMERO-CHEQUE         PIC 9(06).
           05  CHD-VALOR                 PIC S9(09)V99.
           05  CHD-DATA-DEPOSITO         PIC 9(08).
           05  CHD-DATA-PREVISTA         PIC 9(08).
           05  CHD-EXT-SEQ               PIC 9(06).
