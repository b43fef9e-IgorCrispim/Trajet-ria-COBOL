      ******************************************************************
      *    COPY       PARCELCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CRONOGRAMA DAS COMPRAS PARCELADAS NO CARTAO DE
      *               CREDITO (ARQ-PARCELA), CHAVEADO PELO CARTAO E
      *               PELA SEQUENCIA DO MOVIMENTO CP DA COMPRA NO
      *               EXTRATO: A PRIMEIRA PARCELA CAI NA FATURA ABERTA
      *               NA AUTORIZACAO E AS DEMAIS SAO LANCADAS, UMA POR
      *               COMPETENCIA, PELO BATCH FATURA-FECHAMENTO NA
      *               FATURA SEGUINTE; A ULTIMA PARCELA ABSORVE O
      *               ARREDONDAMENTO E O PARCELAMENTO FICA QUITADO (Q)
      *               QUANDO TODAS FORAM LANCADAS; O SALDO AINDA NAO
      *               LANCADO CONTA NA EXPOSICAO DO LIMITE DO CARTAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PARCELA.
           05  PCL-CHAVE.
               10  PCL-CARD-NUMERO       PIC 9(16).
               10  PCL-EXT-SEQUENCIA     PIC 9(06).
           05  PCL-CONTA-NUM             PIC 9(06).
           05  PCL-DATA-COMPRA           PIC 9(08).
           05  PCL-ESTABELECIMENTO       PIC X(20).
           05  PCL-VALOR-TOTAL           PIC S9(09)V99.
           05  PCL-QTDE-PARCELAS         PIC 9(02).
           05  PCL-VALOR-PARCELA         PIC S9(09)V99.
           05  PCL-QTDE-LANCADAS         PIC 9(02).
           05  PCL-VALOR-LANCADO         PIC S9(09)V99.
           05  PCL-COMPETENCIA-ULT       PIC 9(06).
           05  PCL-STATUS                PIC X(01).
               88  PCL-ATIVA             VALUE 'A'.
               88  PCL-QUITADA           VALUE 'Q'.
