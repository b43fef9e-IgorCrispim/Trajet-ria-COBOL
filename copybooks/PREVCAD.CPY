      ******************************************************************
      *    COPY       PREVCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    PLANOS DE PREVIDENCIA PRIVADA (ARQ-PREVIDENCIA)
      *               DISTRIBUIDOS PARA A SEGURADORA PARCEIRA, UM
      *               REGISTRO POR PLANO: TIPO PGBL OU VGBL, REGIME
      *               DE TRIBUTACAO (PROGRESSIVO OU REGRESSIVO,
      *               ESCOLHIDO NA ADESAO), CONTRIBUICAO MENSAL
      *               DEBITADA NA CONTA NO DIA CONTRATADO PELO BATCH
      *               PREVIDENCIA-CONTRIBUICAO, SALDO DA RESERVA
      *               (SOMA DOS APORTES EM ARQ-PREVAPORTE) E ATE TRES
      *               BENEFICIARIOS; CHAVE ALTERNADA POR CPF
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PREVIDENCIA.
           05  PRV-SEQ                   PIC 9(06).
           05  PRV-CPF                   PIC 9(11).
           05  PRV-CONTA-NUM             PIC 9(06).
           05  PRV-TIPO-PLANO            PIC X(04).
               88  PRV-PGBL              VALUE 'PGBL'.
               88  PRV-VGBL              VALUE 'VGBL'.
           05  PRV-REGIME-IR             PIC X(01).
               88  PRV-PROGRESSIVO       VALUE 'P'.
               88  PRV-REGRESSIVO        VALUE 'R'.
           05  PRV-VALOR-CONTRIB         PIC S9(09)V99.
           05  PRV-DIA-CONTRIB           PIC 9(02).
           05  PRV-SALDO-RESERVA         PIC S9(09)V99.
           05  PRV-DATA-ADESAO           PIC 9(08).
           05  PRV-DATA-ULT-CONTRIB      PIC 9(08).
           05  PRV-DATA-ULT-RENTAB       PIC 9(08).
           05  PRV-ULT-APORTE            PIC 9(04).
           05  PRV-STATUS                PIC X(01).
               88  PRV-ATIVO             VALUE 'A'.
               88  PRV-SUSPENSO          VALUE 'S'.
           05  PRV-BENEFICIARIO OCCURS 3 TIMES.
               10  PRV-BEN-NOME          PIC X(30).
               10  PRV-BEN-CPF           PIC 9(11).
               10  PRV-BEN-PERC          PIC 9(03)V99.
