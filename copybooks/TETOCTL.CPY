      ******************************************************************
      *    COPY       TETOCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DA VERIFICACAO MENSAL DE TETO DE JUROS
      *               (ARQ-TETOCTL), UM REGISTRO UNICO COM O ULTIMO
      *               CONTRATO DE EMPRESTIMO JA CONFERIDO E A DATA DA
      *               ULTIMA VERIFICACAO, PARA O BATCH TETO-JUROS
      *               CONFERIR A CADA MES SO OS CONTRATOS NOVOS
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-TETOCTL.
           05  TTC-ULT-EMP-SEQ           PIC 9(06).
           05  TTC-DATA-VERIFICACAO      PIC 9(08).
