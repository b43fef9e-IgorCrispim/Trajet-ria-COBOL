      ******************************************************************
      *    COPY       CONSENTCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONSENTIMENTOS DE COMPARTILHAMENTO DO OPEN
      *               FINANCE (ARQ-CONSENTIMENTO), CHAVE ALTERNADA POR
      *               CPF: A INSTITUICAO RECEPTORA AUTORIZADA PELO
      *               CLIENTE, OS ESCOPOS DE DADOS LIBERADOS (CONTAS,
      *               MOVIMENTACOES, EMPRESTIMOS E CARTOES), A DATA DE
      *               EXPIRACAO E A REVOGACAO; O OPENFIN-PROCESSADOR SO
      *               RESPONDE PEDIDOS COBERTOS POR CONSENTIMENTO ATIVO
      *               E NAO EXPIRADO, E CSN-QTDE-ACESSOS NUMERA O LOG
      *               DE ACESSOS (ARQ-OFACESSO) DO CONSENTIMENTO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CONSENTIMENTO.
           05  CSN-ID                    PIC 9(08).
           05  CSN-CPF                   PIC 9(11).
           05  CSN-INSTITUICAO           PIC X(08).
           05  CSN-NOME-INSTITUICAO      PIC X(30).
           05  CSN-ESCOPO-CONTAS         PIC X(01).
               88  CSN-LIBERA-CONTAS     VALUE 'S'.
           05  CSN-ESCOPO-MOVIMENTOS     PIC X(01).
               88  CSN-LIBERA-MOVIMENTOS VALUE 'S'.
           05  CSN-ESCOPO-EMPRESTIMOS    PIC X(01).
               88  CSN-LIBERA-EMPRESTIMOS VALUE 'S'.
           05  CSN-ESCOPO-CARTOES        PIC X(01).
               88  CSN-LIBERA-CARTOES    VALUE 'S'.
           05  CSN-DATA-CRIACAO          PIC 9(08).
           05  CSN-OPER-CRIACAO          PIC X(08).
           05  CSN-DATA-EXPIRACAO        PIC 9(08).
           05  CSN-STATUS                PIC X(01).
               88  CSN-ATIVO             VALUE 'A'.
               88  CSN-REVOGADO          VALUE 'R'.
           05  CSN-DATA-REVOGACAO        PIC 9(08).
           05  CSN-OPER-REVOGACAO        PIC X(08).
           05  CSN-QTDE-ACESSOS          PIC 9(06).
           05  CSN-DATA-ULT-ACESSO       PIC 9(08).
