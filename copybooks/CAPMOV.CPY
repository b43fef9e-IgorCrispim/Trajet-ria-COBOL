      ******************************************************************
      *    COPY       CAPMOV
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LIVRO DE MOVIMENTOS DOS TITULOS DE
      *               CAPITALIZACAO (ARQ-CAPMOV), GRAVADO EM EXTEND
      *               PELO BALCAO E PELOS BATCHES: CONTRIBUICAO
      *               DEBITADA (COM A COMISSAO DO BANCO), PREMIO DE
      *               SORTEIO E RESGATE CREDITADOS (COM O IR RETIDO),
      *               CADA UM COM A AGENCIA DA CONTA; ALIMENTA A
      *               REMESSA MENSAL A SOCIEDADE DE CAPITALIZACAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CAPMOV.
           05  CMV-DATA                  PIC 9(08).
           05  CMV-TITULO                PIC 9(06).
           05  CMV-CPF                   PIC 9(11).
           05  CMV-CONTA-NUM             PIC 9(06).
           05  CMV-AGENCIA               PIC 9(04).
           05  CMV-TIPO                  PIC X(01).
               88  CMV-CONTRIBUICAO      VALUE 'C'.
               88  CMV-PREMIO            VALUE 'P'.
               88  CMV-RESGATE           VALUE 'R'.
           05  CMV-COMPETENCIA           PIC 9(06).
           05  CMV-NUMERO-SORTE          PIC 9(06).
           05  CMV-VALOR-BRUTO           PIC S9(09)V99.
           05  CMV-VALOR-COMISSAO        PIC S9(09)V99.
           05  CMV-VALOR-IR              PIC S9(09)V99.
           05  CMV-VALOR-LIQUIDO         PIC S9(09)V99.
