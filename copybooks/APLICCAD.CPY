      *                   RESGATADO AUTOMATICAMENTE PELO ONLINE
      *                   QUANDO UM DEBITO IRIA ENTRAR NO CHEQUE
      *                   ESPECIAL
      *    15/10/2026 IC  AMPLIADO APL-VALOR-APLICADO PARA S9(09)V99
      *                   (CONVERSAO DO ACERVO PELO BATCH
      *                   VALOR-CONVERSAO)
      ******************************************************************
       01  REG-APLICACAO.
           05  APL-SEQ                   PIC 9(06).
           05  APL-CONTA-NUM             PIC 9(06).
           05  APL-VALOR-APLICADO        PIC S9(09)V99.
           05  APL-TAXA-JUROS            PIC 9(03)V99.
           05  APL-DATA-APLICACAO        PIC 9(08).
           05  APL-DATA-VENCIMENTO       PIC 9(08).
