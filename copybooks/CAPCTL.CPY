      ******************************************************************
      *    COPY       CAPCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DOS TITULOS DE CAPITALIZACAO
      *               (ARQ-CAPCTL), UM REGISTRO UNICO: ULTIMO NUMERO
      *               DE TITULO EMITIDO, ULTIMO NUMERO DA SORTE
      *               DISTRIBUIDO, DATA DO ULTIMO SORTEIO APURADO
      *               (QUE IMPEDE O BATCH CAPITALIZACAO-SORTEIO DE
      *               PAGAR DUAS VEZES O MESMO SORTEIO) E A ULTIMA
      *               COMPETENCIA JA REMETIDA A SOCIEDADE DE
      *               CAPITALIZACAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CAPCTL.
           05  ULT-TITULO-CAP            PIC 9(06).
           05  CPC-ULT-NUMERO-SORTE      PIC 9(06).
           05  CPC-ULT-SORTEIO           PIC 9(08).
           05  CPC-ULT-COMPET-REMESSA    PIC 9(06).
