      ******************************************************************
      *    COPY       LGPDCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    SOLICITACOES DO TITULAR PELA LGPD (ARQ-LGPD),
      *               CHAVEADAS PELO CPF E PELA DATA DO PEDIDO: O CAIXA
      *               REGISTRA O PEDIDO DE ACESSO AOS DADOS PESSOAIS
      *               (STATUS P) E O BATCH LGPD-RELATORIO REUNE NUM
      *               SO RELATORIO TODOS OS REGISTROS QUE CITAM O CPF,
      *               MARCANDO O PEDIDO COMO ATENDIDO (A) COM A DATA E
      *               A QUANTIDADE DE REGISTROS ENCONTRADOS
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-LGPD.
           05  LGP-CHAVE.
               10  LGP-CPF               PIC 9(11).
               10  LGP-DATA-SOLICITACAO  PIC 9(08).
           05  LGP-HORA-SOLICITACAO      PIC 9(06).
           05  LGP-OPER-ID               PIC X(08).
           05  LGP-DATA-ATENDIMENTO      PIC 9(08).
           05  LGP-QTDE-REGISTROS        PIC 9(06).
           05  LGP-STATUS                PIC X(01).
               88  LGP-PENDENTE          VALUE 'P'.
               88  LGP-ATENDIDA          VALUE 'A'.
