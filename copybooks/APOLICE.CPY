      ******************************************************************
      *    COPY       APOLICE
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    APOLICES DE SEGURO RESIDENCIAL E DE VIDA
      *               (ARQ-APOLICE), CHAVE ALTERNADA POR CPF: PRODUTO
      *               DO CATALOGO, IMPORTANCIA SEGURADA, PREMIO
      *               MENSAL E COMISSAO FIXADOS NA CONTRATACAO, DIA
      *               DO DEBITO, INICIO E PROXIMA RENOVACAO DA
      *               VIGENCIA ANUAL E OS PREMIOS NAO PAGOS EM
      *               SEQUENCIA, QUE LEVAM AO CANCELAMENTO PELO BATCH
      *               SEGURO-PREMIO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-APOLICE.
           05  APO-NUMERO                PIC 9(06).
           05  APO-CPF                   PIC 9(11).
           05  APO-CONTA-NUM             PIC 9(06).
           05  APO-PRODUTO               PIC X(04).
           05  APO-RAMO                  PIC X(01).
               88  APO-RESIDENCIAL       VALUE 'R'.
               88  APO-VIDA              VALUE 'V'.
           05  APO-IMPORTANCIA-SEGURADA  PIC S9(09)V99.
           05  APO-PREMIO-MENSAL         PIC S9(05)V99.
           05  APO-PERC-COMISSAO         PIC 9(02)V99.
           05  APO-DIA-DEBITO            PIC 9(02).
           05  APO-DATA-INICIO           PIC 9(08).
           05  APO-DATA-RENOVACAO        PIC 9(08).
           05  APO-QTDE-NAO-PAGOS        PIC 9(02).
           05  APO-STATUS                PIC X(01).
               88  APO-ATIVA             VALUE 'A'.
               88  APO-CANCELADA         VALUE 'C'.
               88  APO-CANCELADA-INADIMPL VALUE 'I'.
           05  APO-DATA-CANCELAMENTO     PIC 9(08).
