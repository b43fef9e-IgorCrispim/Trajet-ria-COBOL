      ******************************************************************
      *    COPY       CARTEIRA
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CARTEIRA E SEGMENTO DE CADA CLIENTE (ARQ-CARTEIRA,
      *               CARTEIRA.DAT), CHAVEADA PELO CPF, COM O GERENTE
      *               DE RELACIONAMENTO COMO CHAVE ALTERNADA (ESPACOS
      *               PARA O CLIENTE AINDA SEM GERENTE). A ATRIBUICAO
      *               E A TRANSFERENCIA SAO FEITAS NO MENU; O SEGMENTO
      *               (V VAREJO, A ALTA RENDA, P PRIVATE), O
      *               PATRIMONIO E OS PRODUTOS SAO RECALCULADOS PELO
      *               BATCH MENSAL CARTEIRA-SEGMENTACAO, QUE NA VIRADA
      *               DA COMPETENCIA GUARDA O SEGMENTO E O PATRIMONIO
      *               DO MES ANTERIOR PARA O RELATORIO DO GERENTE.
      *               OS INDICADORES DE PRODUTO (S/N) SAO, NA ORDEM:
      *               CONTA CORRENTE, POUPANCA, APLICACAO (CDB/LCI/
      *               LCA), FUNDO, PREVIDENCIA, EMPRESTIMO, CARTAO E
      *               SEGURO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CARTEIRA.
           05  CRT-CPF                   PIC 9(11).
           05  CRT-GERENTE               PIC X(08).
           05  CRT-GERENTE-ANTERIOR      PIC X(08).
           05  CRT-DATA-ATRIBUICAO       PIC 9(08).
           05  CRT-OPER-ATRIBUICAO       PIC X(08).
           05  CRT-SEGMENTO              PIC X(01).
               88  CRT-VAREJO            VALUE 'V'.
               88  CRT-ALTA-RENDA        VALUE 'A'.
               88  CRT-PRIVATE           VALUE 'P'.
           05  CRT-SEGMENTO-ANTERIOR     PIC X(01).
           05  CRT-DATA-MUDANCA-SEG      PIC 9(08).
           05  CRT-COMPETENCIA           PIC 9(06).
           05  CRT-DATA-SEGMENTACAO      PIC 9(08).
           05  CRT-SALDO-CONTAS          PIC S9(13)V99.
           05  CRT-INVESTIMENTOS         PIC S9(13)V99.
           05  CRT-PATRIMONIO            PIC S9(13)V99.
           05  CRT-PATRIMONIO-ANTERIOR   PIC S9(13)V99.
           05  CRT-RENDA-MENSAL          PIC S9(09)V99.
           05  CRT-PRODUTOS.
               10  CRT-TEM-CORRENTE      PIC X(01).
               10  CRT-TEM-POUPANCA      PIC X(01).
               10  CRT-TEM-APLICACAO     PIC X(01).
               10  CRT-TEM-FUNDO         PIC X(01).
               10  CRT-TEM-PREVIDENCIA   PIC X(01).
               10  CRT-TEM-EMPRESTIMO    PIC X(01).
               10  CRT-TEM-CARTAO        PIC X(01).
               10  CRT-TEM-SEGURO        PIC X(01).
           05  CRT-PRODUTOS-R REDEFINES CRT-PRODUTOS.
               10  CRT-PRODUTO           PIC X(01) OCCURS 8 TIMES.
