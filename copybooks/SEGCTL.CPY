      ******************************************************************
      *    COPY       SEGCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DOS SEGUROS DE BALCAO (ARQ-SEGCTL):
      *               ULTIMO NUMERO DE APOLICE EMITIDO E A ULTIMA
      *               COMPETENCIA JA REMETIDA A SEGURADORA, QUE
      *               IMPEDE O BATCH SEGURO-REMESSA DE LANCAR DUAS
      *               VEZES A RECEITA DE COMISSAO DO MESMO MES
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SEGCTL.
           05  ULT-APOLICE               PIC 9(06).
           05  SGC-ULT-COMPET-REMESSA    PIC 9(06).
