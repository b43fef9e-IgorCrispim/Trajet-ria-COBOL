      ******************************************************************
      *    COPY       PROCURCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO REGISTRO DE PROCURACOES (ARQ-PROCURACAO,
      *               PROCURACAO.DAT): UM REGISTRO POR CONTA E CPF DO
      *               PROCURADOR, COM OS PODERES OUTORGADOS (SAQUE,
      *               TRANSFERENCIA, ENCERRAMENTO E CONSULTA), O TETO
      *               POR OPERACAO, A VIGENCIA E A REFERENCIA DO
      *               INSTRUMENTO (CARTORIO, LIVRO E FOLHA); A
      *               PROCURACAO REVOGADA FICA NO ARQUIVO COMO
      *               HISTORICO E NAO AUTORIZA MAIS O PROCURADOR
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PROCURACAO.
           05  PRC-CHAVE.
               10  PRC-CONTA-NUM         PIC 9(06).
               10  PRC-CPF-PROCURADOR    PIC 9(11).
           05  PRC-NOME                  PIC X(30).
           05  PRC-PODER-SAQUE           PIC X(01).
               88  PRC-PODE-SACAR        VALUE 'S'.
           05  PRC-PODER-TRANSF          PIC X(01).
               88  PRC-PODE-TRANSFERIR   VALUE 'S'.
           05  PRC-PODER-ENCERRAMENTO    PIC X(01).
               88  PRC-PODE-ENCERRAR     VALUE 'S'.
           05  PRC-PODER-CONSULTA        PIC X(01).
               88  PRC-PODE-CONSULTAR    VALUE 'S'.
           05  PRC-VALOR-TETO            PIC 9(09)V99.
           05  PRC-DATA-INICIO           PIC 9(08).
           05  PRC-DATA-FIM              PIC 9(08).
           05  PRC-DOCUMENTO             PIC X(30).
           05  PRC-STATUS                PIC X(01).
               88  PRC-ATIVA             VALUE 'A'.
               88  PRC-REVOGADA          VALUE 'R'.
           05  PRC-DATA-REGISTRO         PIC 9(08).
           05  PRC-OPER-REGISTRO         PIC X(08).
           05  PRC-DATA-REVOGACAO        PIC 9(08).
