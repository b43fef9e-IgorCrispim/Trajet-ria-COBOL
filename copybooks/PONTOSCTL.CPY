      ******************************************************************
      *    COPY       PONTOSCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DA PROVISAO DO PROGRAMA DE PONTOS
      *               (ARQ-PONTOSCTL), UM REGISTRO UNICO COM A ULTIMA
      *               COMPETENCIA PROVISIONADA, O SALDO DE PONTOS EM
      *               ABERTO E O SALDO DE PROVISAO JA LANCADO NO
      *               RAZAO, USADO PELO BATCH PONTOS-PROVISAO PARA
      *               LANCAR SO O AJUSTE DO MES, COMO O PDDCTL
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PONTOSCTL.
           05  PTC-ULT-COMPETENCIA       PIC 9(06).
           05  PTC-SALDO-PONTOS          PIC 9(11).
           05  PTC-SALDO-PROVISAO        PIC S9(13)V99.
