      ******************************************************************
      *    COPY       PFATCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    PARCELAMENTOS DE FATURA DO CARTAO DE CREDITO
      *               (ARQ-PARC-FATURA), CHAVEADOS PELO CARTAO E PELA
      *               COMPETENCIA DA FATURA PARCELADA: O SALDO EM
      *               ABERTO DA FATURA VIRA UM PLANO DE PARCELAS FIXAS
      *               COM TAXA PROPRIA, IOF FINANCIADO E CET; A
      *               ADESAO E AUTOMATICA (A) NO FECHAMENTO QUANDO O
      *               ROTATIVO JA DUROU UM CICLO OU VOLUNTARIA (V) NO
      *               CAIXA; CADA PARCELA E COBRADA EM
      *               FAT-VALOR-PARCELAMENTO DE UMA FATURA SEGUINTE E
      *               A ULTIMA ABSORVE O ARREDONDAMENTO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PARC-FATURA.
           05  PFT-CHAVE.
               10  PFT-CARD-NUMERO       PIC 9(16).
               10  PFT-COMPETENCIA-ORIGEM PIC 9(06).
           05  PFT-CONTA-NUM             PIC 9(06).
           05  PFT-DATA-ADESAO           PIC 9(08).
           05  PFT-ORIGEM                PIC X(01).
               88  PFT-AUTOMATICO        VALUE 'A'.
               88  PFT-VOLUNTARIO        VALUE 'V'.
           05  PFT-VALOR-PRINCIPAL       PIC S9(09)V99.
           05  PFT-TAXA-MES              PIC 9V9(04).
           05  PFT-VALOR-JUROS           PIC S9(09)V99.
           05  PFT-VALOR-IOF             PIC S9(09)V99.
           05  PFT-VALOR-TOTAL           PIC S9(09)V99.
           05  PFT-CET-MES               PIC S9(03)V99.
           05  PFT-QTDE-PARCELAS         PIC 9(02).
           05  PFT-VALOR-PARCELA         PIC S9(09)V99.
           05  PFT-QTDE-LANCADAS         PIC 9(02).
           05  PFT-VALOR-LANCADO         PIC S9(09)V99.
           05  PFT-COMPETENCIA-ULT       PIC 9(06).
           05  PFT-OPER-ID               PIC X(08).
           05  PFT-STATUS                PIC X(01).
               88  PFT-ATIVO             VALUE 'A'.
               88  PFT-QUITADO           VALUE 'Q'.
