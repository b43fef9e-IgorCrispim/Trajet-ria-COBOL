      ******************************************************************
      *    COPY       PONTOSCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LIVRO DE PONTOS DO PROGRAMA DE RECOMPENSAS DOS
      *               CARTOES DE CREDITO (ARQ-PONTOS), UM LOTE POR
      *               CARTAO E COMPETENCIA DA FATURA FECHADA: O BATCH
      *               FATURA-FECHAMENTO CREDITA OS PONTOS DAS COMPRAS
      *               NA TAXA DO PRODUTO DO CARTAO, O CAIXA RESGATA
      *               OS LOTES MAIS ANTIGOS PRIMEIRO (CREDITO NA
      *               FATURA OU ISENCAO DE TARIFA) E O BATCH
      *               PONTOS-PROVISAO EXPIRA O SALDO DO LOTE VENCIDO;
      *               SALDO DO LOTE = GANHOS - RESGATADOS - EXPIRADOS
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PONTOS.
           05  PTS-CHAVE.
               10  PTS-CARD-NUMERO       PIC 9(16).
               10  PTS-COMPETENCIA       PIC 9(06).
           05  PTS-CONTA-NUM             PIC 9(06).
           05  PTS-PRODUTO               PIC X(01).
           05  PTS-VALOR-BASE            PIC S9(09)V99.
           05  PTS-TAXA                  PIC 9(02)V9(04).
           05  PTS-QTDE-GANHOS           PIC 9(09).
           05  PTS-QTDE-RESGATADOS       PIC 9(09).
           05  PTS-QTDE-EXPIRADOS        PIC 9(09).
           05  PTS-DATA-CREDITO          PIC 9(08).
           05  PTS-COMPETENCIA-EXPIRA    PIC 9(06).
           05  PTS-STATUS                PIC X(01).
               88  PTS-ATIVO             VALUE 'A'.
               88  PTS-ESGOTADO          VALUE 'R'.
               88  PTS-EXPIRADO          VALUE 'E'.
