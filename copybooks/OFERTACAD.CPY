      ******************************************************************
      *    COPY       OFERTACAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    OFERTA DE CREDITO PRE-APROVADO (ARQ-OFERTA,
      *               OFERTA.DAT), UMA POR CPF E COMPETENCIA (AAAAMM),
      *               GERADA PELO BATCH MENSAL OFERTA-PRE-APROVADA COM
      *               O SCORE, O VALOR MAXIMO, A TAXA E O PRAZO JA
      *               APROVADOS. O MENU EXIBE A OFERTA DISPONIVEL NA
      *               CONSULTA E NA VISAO 360 E A CONTRATA NA
      *               SOLICITACAO DE EMPRESTIMO SEM NOVA ANALISE,
      *               MARCANDO-A COMO CONTRATADA (STATUS D DISPONIVEL,
      *               C CONTRATADA, E EXPIRADA, S SUBSTITUIDA PELA
      *               OFERTA DA COMPETENCIA SEGUINTE)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-OFERTA.
           05  OFT-CHAVE.
               10  OFT-CPF               PIC 9(11).
               10  OFT-COMPETENCIA       PIC 9(06).
           05  OFT-CONTA-NUM             PIC 9(06).
           05  OFT-PRODUTO               PIC X(02).
               88  OFT-CREDITO-PESSOAL   VALUE 'CP'.
           05  OFT-SCORE                 PIC 9(04).
           05  OFT-VALOR-MAXIMO          PIC S9(09)V99.
           05  OFT-TAXA-JUROS            PIC 9(03)V99.
           05  OFT-PRAZO-MAXIMO          PIC 9(03).
           05  OFT-DATA-GERACAO          PIC 9(08).
           05  OFT-DATA-VALIDADE         PIC 9(08).
           05  OFT-STATUS                PIC X(01).
               88  OFT-DISPONIVEL        VALUE 'D'.
               88  OFT-CONTRATADA        VALUE 'C'.
               88  OFT-EXPIRADA          VALUE 'E'.
               88  OFT-SUBSTITUIDA       VALUE 'S'.
           05  OFT-DATA-CONTRATACAO      PIC 9(08).
           05  OFT-EMP-SEQ               PIC 9(06).
           05  OFT-VALOR-CONTRATADO      PIC S9(09)V99.
           05  OFT-OPER-CONTRATACAO      PIC X(08).
