      ******************************************************************
      *    COPY       DARFREG
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    DADOS DE PAGAMENTO DO DARF (ARQ-DARF), UM
      *               REGISTRO POR TRIBUTO APURADO, GERADOS PELO
      *               BATCH PIS-COFINS PARA A TESOURARIA RECOLHER:
      *               CODIGO DE RECEITA, PERIODO DE APURACAO (ULTIMO
      *               DIA DA COMPETENCIA), VENCIMENTO JA AJUSTADO AO
      *               CALENDARIO DE DIAS UTEIS E VALORES
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-DARF.
           05  DRF-CODIGO-RECEITA        PIC 9(04).
           05  DRF-TRIBUTO               PIC X(06).
           05  DRF-PERIODO-APURACAO      PIC 9(08).
           05  DRF-COMPETENCIA           PIC 9(06).
           05  DRF-DATA-VENCIMENTO       PIC 9(08).
           05  DRF-VALOR-PRINCIPAL       PIC 9(11)V99.
           05  DRF-VALOR-MULTA           PIC 9(11)V99.
           05  DRF-VALOR-JUROS           PIC 9(11)V99.
           05  DRF-VALOR-TOTAL           PIC 9(11)V99.
           05  DRF-DATA-GERACAO          PIC 9(08).
