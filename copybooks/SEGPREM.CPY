      ******************************************************************
      *    COPY       SEGPREM
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LIVRO DE PREMIOS DAS APOLICES (ARQ-SEGPREMIO),
      *               UM REGISTRO POR APOLICE E COMPETENCIA: EM
      *               ABERTO ENQUANTO O BATCH SEGURO-PREMIO TENTA O
      *               DEBITO, PAGO (COM A AGENCIA DA CONTA E A
      *               COMISSAO DO BANCO) OU NAO PAGO QUANDO AS
      *               TENTATIVAS SE ESGOTAM; OS PAGOS ALIMENTAM A
      *               REMESSA A SEGURADORA E A RECEITA DE COMISSAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SEGPREMIO.
           05  SPR-CHAVE.
               10  SPR-APOLICE           PIC 9(06).
               10  SPR-COMPETENCIA       PIC 9(06).
           05  SPR-CONTA-NUM             PIC 9(06).
           05  SPR-AGENCIA               PIC 9(04).
           05  SPR-VALOR-PREMIO          PIC S9(05)V99.
           05  SPR-VALOR-COMISSAO        PIC S9(05)V99.
           05  SPR-QTDE-TENTATIVAS       PIC 9(02).
           05  SPR-DATA-ULT-TENTATIVA    PIC 9(08).
           05  SPR-DATA-PAGAMENTO        PIC 9(08).
           05  SPR-STATUS                PIC X(01).
               88  SPR-EM-ABERTO         VALUE 'A'.
               88  SPR-PAGO              VALUE 'P'.
               88  SPR-NAO-PAGO          VALUE 'N'.
