      ******************************************************************
      *    COPY       CAPPLANO
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CATALOGO DOS PLANOS DE TITULO DE CAPITALIZACAO
      *               DA SOCIEDADE DE CAPITALIZACAO PARCEIRA VENDIDOS
      *               NO BALCAO (ARQ-CAPPLANO): FAIXA DA CONTRIBUICAO
      *               MENSAL, PRAZO EM MESES, PERCENTUAL DA
      *               CONTRIBUICAO QUE FORMA A RESERVA (PROVISAO
      *               MATEMATICA), TAXA MENSAL DE ATUALIZACAO DA
      *               RESERVA, QUANTIDADE DE NUMEROS DA SORTE POR
      *               TITULO, MULTIPLICADOR DO PREMIO SOBRE A
      *               CONTRIBUICAO, CARENCIA E DESCONTO DO RESGATE
      *               ANTECIPADO E O PERCENTUAL DE COMISSAO DO BANCO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CAPPLANO.
           05  CPL-CODIGO                PIC X(04).
           05  CPL-NOME                  PIC X(30).
           05  CPL-CONTRIB-MINIMA        PIC S9(09)V99.
           05  CPL-CONTRIB-MAXIMA        PIC S9(09)V99.
           05  CPL-PRAZO-MESES           PIC 9(03).
           05  CPL-PERC-RESERVA          PIC 9(03)V99.
           05  CPL-TAXA-RESERVA          PIC 9(01)V9(04).
           05  CPL-QTDE-NUMEROS          PIC 9(01).
           05  CPL-MULT-PREMIO           PIC 9(05).
           05  CPL-CARENCIA-MESES        PIC 9(03).
           05  CPL-PERC-DESC-RESGATE     PIC 9(02)V99.
           05  CPL-PERC-COMISSAO         PIC 9(02)V99.
           05  CPL-STATUS                PIC X(01).
               88  CPL-ATIVO             VALUE 'A'.
               88  CPL-INATIVO           VALUE 'I'.
