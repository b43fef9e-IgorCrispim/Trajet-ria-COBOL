      ******************************************************************
      *    COPY       CONTESTCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTESTACOES DE COMPRAS COM CARTAO
      *               (ARQ-CONTESTACAO), CHAVEADAS PELO CARTAO E PELA
      *               SEQUENCIA DO MOVIMENTO CC/CP CONTESTADO NO
      *               EXTRATO DA CONTA DO CARTAO: A ABERTURA NO CAIXA
      *               DA O CREDITO PROVISORIO NA CONTA (CT) OU NA
      *               FATURA (CF) E FICA ABERTA (A); O BATCH
      *               CARTAO-LIQUIDACAO ENVIA O CHARGEBACK A
      *               ADQUIRENTE (E) E O BATCH CARTAO-CONTESTACAO LE
      *               A DECISAO DA ADQUIRENTE, TORNANDO O CREDITO
      *               DEFINITIVO (P - PROCEDENTE) OU ESTORNANDO-O
      *               (I - IMPROCEDENTE, MOVIMENTO RC/RF) COM AVISO
      *               AO CLIENTE
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CONTESTACAO.
           05  CTS-CHAVE.
               10  CTS-CARD-NUMERO       PIC 9(16).
               10  CTS-EXT-SEQUENCIA     PIC 9(06).
           05  CTS-CONTA-NUM             PIC 9(06).
           05  CTS-MODALIDADE            PIC X(01).
               88  CTS-DEBITO            VALUE 'D'.
               88  CTS-CREDITO           VALUE 'C'.
           05  CTS-VALOR                 PIC S9(09)V99.
           05  CTS-DATA-COMPRA           PIC 9(08).
           05  CTS-ESTABELECIMENTO       PIC X(30).
           05  CTS-MOTIVO                PIC X(30).
           05  CTS-DATA-ABERTURA         PIC 9(08).
           05  CTS-OPER-ID               PIC X(08).
           05  CTS-SEQ-CREDITO           PIC 9(06).
           05  CTS-COMPETENCIA-CREDITO   PIC 9(06).
           05  CTS-DATA-ENVIO            PIC 9(08).
           05  CTS-DATA-DECISAO          PIC 9(08).
           05  CTS-REFERENCIA-ADQ        PIC X(20).
           05  CTS-STATUS                PIC X(01).
               88  CTS-ABERTA            VALUE 'A'.
               88  CTS-ENVIADA           VALUE 'E'.
               88  CTS-PROCEDENTE        VALUE 'P'.
               88  CTS-IMPROCEDENTE      VALUE 'I'.
