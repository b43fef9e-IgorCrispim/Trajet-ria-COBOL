      ******************************************************************
      *    COPY       FRAUDCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CASOS DE FRAUDE (ARQ-FRAUDE), POR NUMERO DE CASO:
      *               AGRUPA OS EVENTOS RELACIONADOS A MESMA FRAUDE
      *               (GATILHOS DE VELOCIDADE, NOTIFICACOES DE
      *               COMPLIANCE, CONTESTACOES DE CARTAO E
      *               RECLAMACOES DE MOVIMENTO NAO RECONHECIDO, EM
      *               ARQ-FRAUDE-EVT), COM O CANAL E O TIPO DO
      *               MOVIMENTO ENVOLVIDO, O ANALISTA RESPONSAVEL E A
      *               DECISAO. O CASO CONFIRMADO REGISTRA AS ACOES
      *               TOMADAS (BLOQUEIO DA CONTA, DO CARTAO, ESTORNO)
      *               E O VALOR DA PERDA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-FRAUDE.
           05  FRC-CASO                  PIC 9(08).
           05  FRC-CONTA-NUM             PIC 9(06).
           05  FRC-CPF                   PIC 9(11).
           05  FRC-CARD-NUMERO           PIC 9(16).
           05  FRC-CANAL                 PIC X(01).
               88  FRC-CANAL-BALCAO      VALUE 'B'.
               88  FRC-CANAL-ATM         VALUE 'A'.
               88  FRC-CANAL-INTERNET    VALUE 'I'.
               88  FRC-CANAL-CARTAO      VALUE 'C'.
               88  FRC-CANAL-CORBAN      VALUE 'K'.
               88  FRC-CANAL-OUTROS      VALUE 'O'.
               88  FRC-CANAL-VALIDO      VALUE 'B' 'A' 'I' 'C' 'K'
                                               'O'.
           05  FRC-TIPO-MOV              PIC X(02).
           05  FRC-EXT-SEQUENCIA         PIC 9(06).
           05  FRC-VALOR-ENVOLVIDO       PIC S9(09)V99.
           05  FRC-DESCRICAO             PIC X(60).
           05  FRC-DATA-ABERTURA         PIC 9(08).
           05  FRC-OPER-ABERTURA         PIC X(08).
           05  FRC-ANALISTA              PIC X(08).
           05  FRC-STATUS                PIC X(01).
               88  FRC-ABERTO            VALUE 'A'.
               88  FRC-EM-INVESTIGACAO   VALUE 'I'.
               88  FRC-DECIDIDO          VALUE 'D'.
           05  FRC-DECISAO               PIC X(01).
               88  FRC-FRAUDE-CONFIRMADA VALUE 'F'.
               88  FRC-ERRO-CLIENTE      VALUE 'E'.
               88  FRC-NAO-FRAUDE        VALUE 'N'.
               88  FRC-DECISAO-VALIDA    VALUE 'F' 'E' 'N'.
           05  FRC-DATA-DECISAO          PIC 9(08).
           05  FRC-OPER-DECISAO          PIC X(08).
           05  FRC-VALOR-PERDA           PIC S9(09)V99.
           05  FRC-ACAO-BLOQ-CONTA       PIC X(01).
           05  FRC-ACAO-BLOQ-CARTAO      PIC X(01).
           05  FRC-ACAO-ESTORNO          PIC X(01).
           05  FRC-QTDE-EVENTOS          PIC 9(04).
