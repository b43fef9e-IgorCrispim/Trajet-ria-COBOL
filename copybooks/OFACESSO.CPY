      ******************************************************************
      *    COPY       OFACESSO
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LOG DOS ACESSOS DO OPEN FINANCE (ARQ-OFACESSO),
      *               CHAVEADO PELO CONSENTIMENTO E PELA SEQUENCIA DO
      *               ACESSO: CADA PEDIDO DE DADOS QUE CITA UM
      *               CONSENTIMENTO EXISTENTE, ATENDIDO OU RECUSADO,
      *               COM A INSTITUICAO, O ESCOPO, A CONTA, O STATUS DA
      *               RESPOSTA E A QUANTIDADE DE ITENS ENTREGUES; E A
      *               PRESTACAO DE CONTAS AO CLIENTE E AO REGULADOR
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-OFACESSO.
           05  OFA-CHAVE.
               10  OFA-CSN-ID            PIC 9(08).
               10  OFA-SEQ               PIC 9(06).
           05  OFA-DATA                  PIC 9(08).
           05  OFA-HORA                  PIC 9(06).
           05  OFA-REQ-ID                PIC X(10).
           05  OFA-INSTITUICAO           PIC X(08).
           05  OFA-CPF                   PIC 9(11).
           05  OFA-CONTA-NUM             PIC 9(06).
           05  OFA-ESCOPO                PIC X(02).
           05  OFA-STATUS-RESP           PIC X(02).
           05  OFA-QTDE-ITENS            PIC 9(04).
