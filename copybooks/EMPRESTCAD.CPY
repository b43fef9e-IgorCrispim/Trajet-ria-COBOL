      *                   ULTIMA CLASSIFICACAO, ATRIBUIDAS TODO MES
      *                   PELO BATCH PROVISAO-PDD A PARTIR DOS DIAS
      *                   EM ATRASO E DA RENDA DO CLIENTE
      *    15/10/2026 IC  INCLUIDO OS STATUS DA PORTABILIDADE DE
      *                   CREDITO: T (LIQUIDADO POR PORTABILIDADE
      *                   PARA OUTRO BANCO), E (CONTRATADO NA
      *                   PORTABILIDADE RECEBIDA, AGUARDANDO A TED DE
      *                   LIQUIDACAO AO BANCO DE ORIGEM) E X (PEDIDO
      *                   DE PORTABILIDADE CANCELADO ANTES DA
      *                   LIQUIDACAO, CONTRATO NUNCA LIBERADO)
      *    15/10/2026 IC  INCLUIDO A MODALIDADE H (FINANCIAMENTO
      *                   HABITACIONAL): SALDO DEVEDOR CORRIGIDO TODO
      *                   MES PELA TR NO BATCH HABITACIONAL-CORRECAO,
      *                   AMORTIZACAO SAC (PRINCIPAL CONSTANTE), JUROS
      *                   E SEGUROS MIP/DFI DA PARCELA DO MES, VALOR
      *                   DO IMOVEL EM GARANTIA E DATA ATE A QUAL A TR
      *                   JA FOI APLICADA
      *    15/10/2026 IC  AMPLIADOS PRINCIPAL, PARCELA, AMORTIZACAO E
      *                   JUROS PARA S9(09)V99 E O PREMIO DO SEGURO
      *                   PRESTAMISTA PARA S9(07)V99 (CONVERSAO DO
      *                   ACERVO PELO BATCH VALOR-CONVERSAO)
      *    15/10/2026 IC  INCLUIDO O CONTROLE DA APROPRIACAO DIARIA
      *                   DOS JUROS PELO BATCH EMPRESTIMO-ACCRUAL:
      *                   DATA DA ULTIMA APROPRIACAO, PARCELAS PAGAS
      *                   ATE ELA E OS JUROS APROPRIADOS AINDA NAO
      *                   BAIXADOS, NO RESULTADO E EM COMPENSACAO
      *                   (CONTRATO ALEM DOS DIAS DE SUSPENSAO)
      *    15/10/2026 IC  AMPLIADOS OS PREMIOS DOS SEGUROS MIP E DFI DO
      *                   HABITACIONAL PARA S9(07)V99
      ******************************************************************
       01  REG-EMPRESTIMO.
           05  EMP-SEQ                   PIC 9(06).
           05  EMP-CONTA-NUM             PIC 9(06).
           05  EMP-VALOR-PRINCIPAL       PIC S9(09)V99.
           05  EMP-TAXA-JUROS            PIC 9(03)V99.
           05  EMP-QTDE-PARCELAS         PIC 9(03).
           05  EMP-VALOR-PARCELA         PIC S9(09)V99.
           05  EMP-PARCELAS-PAGAS        PIC 9(03).
           05  EMP-DIA-VENCIMENTO        PIC 9(02).
           05  EMP-STATUS                PIC X(01).
               88  EMP-QUITADO           VALUE 'Q'.
               88  EMP-RENEGOCIADO       VALUE 'R'.
               88  EMP-PREJUIZO          VALUE 'P'.
               88  EMP-PORTADO           VALUE 'T'.
               88  EMP-AGUARDA-PORTAB    VALUE 'E'.
               88  EMP-PORTAB-CANCELADA  VALUE 'X'.
           05  EMP-ULT-COBRANCA          PIC 9(08).
           05  EMP-QTDE-PARC-ATRASO      PIC 9(03).
           05  EMP-DATA-VENC-ATRASO      PIC 9(08).
           05  EMP-CONTRATO-ORIGEM       PIC 9(06).
           05  EMP-SEGURO                PIC X(01).
               88  EMP-COM-SEGURO        VALUE 'S'.
           05  EMP-SEGURO-PREMIO         PIC S9(07)V99.
           05  EMP-MODALIDADE            PIC X(01).
               88  EMP-CONSIGNADO        VALUE 'C'.
               88  EMP-HABITACIONAL      VALUE 'H'.
           05  EMP-CONV-CODIGO           PIC 9(04).
           05  EMP-DATA-ULT-CONSIG       PIC 9(08).
           05  EMP-FORMA-COBRANCA        PIC X(01).
               88  EMP-COBRANCA-BOLETO   VALUE 'B'.
           05  EMP-CLASSE-RISCO          PIC X(01).
           05  EMP-DATA-CLASSIFICACAO    PIC 9(08).
           05  EMP-DADOS-HABITACIONAL.
               10  EMP-HAB-SALDO-DEVEDOR PIC S9(09)V99.
               10  EMP-HAB-AMORTIZACAO   PIC S9(09)V99.
               10  EMP-HAB-JUROS         PIC S9(09)V99.
               10  EMP-HAB-PREMIO-MIP    PIC S9(07)V99.
               10  EMP-HAB-PREMIO-DFI    PIC S9(07)V99.
               10  EMP-HAB-VALOR-IMOVEL  PIC S9(09)V99.
               10  EMP-HAB-DATA-CORRECAO PIC 9(08).
           05  EMP-DADOS-APROPRIACAO.
               10  EMP-APR-DATA-ULTIMA   PIC 9(08).
               10  EMP-APR-PARC-PAGAS    PIC 9(03).
               10  EMP-APR-JUROS-RECEITA PIC S9(09)V99.
               10  EMP-APR-JUROS-SUSP    PIC S9(09)V99.
