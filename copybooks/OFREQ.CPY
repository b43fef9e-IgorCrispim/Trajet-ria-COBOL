      ******************************************************************
      *    COPY       OFREQ
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DE UM PEDIDO DE DADOS DO OPEN FINANCE
      *               RECEBIDO DE OUTRA INSTITUICAO (ARQ-OF-REQ,
      *               OPENFIN-ENTRADA.DAT): O CONSENTIMENTO INVOCADO, O
      *               CPF DO CLIENTE, A CONTA E O ESCOPO PEDIDO - DADOS
      *               DA CONTA (CT), MOVIMENTACOES (MV), EMPRESTIMOS
      *               (EM) OU CARTOES (CR) - PROCESSADO PELO
      *               OPENFIN-PROCESSADOR
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-OF-REQ.
           05  OFR-ID                    PIC X(10).
           05  OFR-INSTITUICAO           PIC X(08).
           05  OFR-CONSENTIMENTO         PIC 9(08).
           05  OFR-CPF                   PIC 9(11).
           05  OFR-CONTA                 PIC 9(06).
           05  OFR-ESCOPO                PIC X(02).
               88  OFR-CONTAS            VALUE 'CT'.
               88  OFR-MOVIMENTOS        VALUE 'MV'.
               88  OFR-EMPRESTIMOS       VALUE 'EM'.
               88  OFR-CARTOES           VALUE 'CR'.
