      *    02/09/2026 IC  INCLUIDO AB (RECOLHIMENTO DO SALDO
      *                   ABANDONADO AO PROCESSO LEGAL) E RB
      *                   (RESTITUICAO AO CLIENTE QUE RETORNOU)
      *    15/10/2026 IC  INCLUIDO CT/CF (CREDITO PROVISORIO DA
      *                   CONTESTACAO DE COMPRA NA CONTA OU NA
      *                   FATURA, ESTE SEM EFEITO NO SALDO) E RC/RF
      *                   (ESTORNO DO CREDITO PROVISORIO QUANDO A
      *                   ADQUIRENTE DECIDE A FAVOR DO LOJISTA)
      *    15/10/2026 IC  INCLUIDO IP (IOF FINANCIADO NO PARCELAMENTO
      *                   DE FATURA DO CARTAO DE CREDITO, SEM EFEITO
      *                   NO SALDO)
      *    15/10/2026 IC  INCLUIDO PR (RESGATE DE PONTOS DO PROGRAMA
      *                   DE RECOMPENSAS COMO CREDITO NA FATURA DO
      *                   CARTAO, SEM EFEITO NO SALDO)
      *    15/10/2026 IC  INCLUIDO PV (CONTRIBUICAO MENSAL AO PLANO DE
      *                   PREVIDENCIA PRIVADA) E RV (RESGATE DO PLANO
      *                   CREDITADO NA CONTA, LIQUIDO DO IR)
      *    15/10/2026 IC  INCLUIDO SG (PREMIO MENSAL DE SEGURO
      *                   RESIDENCIAL OU DE VIDA VENDIDO NO BALCAO)
      *    15/10/2026 IC  INCLUIDO KD/KS (DEPOSITO E SAQUE FEITOS NO
      *                   CORRESPONDENTE BANCARIO), KC (COMISSAO
      *                   CREDITADA AO CORRESPONDENTE) E KL/KR
      *                   (LIQUIDACAO DIARIA DO CAIXA DO
      *                   CORRESPONDENTE, DEBITO OU CREDITO NA CONTA
      *                   DE LIQUIDACAO)
      *    15/10/2026 IC  INCLUIDO RX (REMESSA AO EXTERIOR, DEBITO
      *                   PENDENTE ATE O ACK DO CORRESPONDENTE) E DX
      *                   (DEVOLUCAO DA REMESSA RECUSADA PELO
      *                   CORRESPONDENTE)
      *    15/10/2026 IC  INCLUIDO IN (CREDITO MENSAL DE BENEFICIO DO
      *                   INSS) E IV (DEVOLUCAO AO INSS DO BENEFICIO
      *                   NAO SACADO NO PRAZO LEGAL)
      *    15/10/2026 IC  INCLUIDO EV (DEPOSITO EM ENVELOPE NO TERMINAL
      *                   ATM, CREDITO PROVISORIO PENDENTE ATE A
      *                   CONFERENCIA) E EP/EN (AJUSTE DA CONFERENCIA
      *                   DO ENVELOPE, A MAIOR OU A MENOR QUE O
      *                   VALOR DECLARADO)
      *    15/10/2026 IC  AMPLIADOS EXT-VALOR E EXT-SALDO-APOS PARA
      *                   S9(09)V99 (CONVERSAO DO ACERVO PELO BATCH
      *                   VALOR-CONVERSAO)
      *    15/10/2026 IC  INCLUIDO RG (RECARGA DE CELULAR, DEBITO
      *                   PENDENTE ATE A CONFIRMACAO DA OPERADORA) E
      *                   DR (DEVOLUCAO DA RECARGA NAO EFETUADA PELA
      *                   OPERADORA)
      *    15/10/2026 IC  INCLUIDO TK (CONTRIBUICAO MENSAL DO TITULO DE
      *                   CAPITALIZACAO), PK (PREMIO DE SORTEIO DO
      *                   TITULO, LIQUIDO DO IR) E RK (RESGATE DO
      *                   TITULO NO VENCIMENTO OU ANTECIPADO, LIQUIDO
      *                   DO IR)
      ******************************************************************
       01  REG-EXTRATO.
           05  EXT-CHAVE.
               88  EXT-FORNECEDOR-DEBITO  VALUE 'FR'.
               88  EXT-ABANDONO-RECOLHE   VALUE 'AB'.
               88  EXT-ABANDONO-DEVOLVE   VALUE 'RB'.
               88  EXT-CONTEST-CREDITO    VALUE 'CT'.
               88  EXT-CONTEST-CRED-FAT   VALUE 'CF'.
               88  EXT-CONTEST-ESTORNO    VALUE 'RC'.
               88  EXT-CONTEST-EST-FAT    VALUE 'RF'.
               88  EXT-IOF-PARC-FATURA    VALUE 'IP'.
               88  EXT-RESGATE-PONTOS     VALUE 'PR'.
               88  EXT-PREV-CONTRIBUICAO  VALUE 'PV'.
               88  EXT-PREV-RESGATE       VALUE 'RV'.
               88  EXT-SEGURO-BALCAO      VALUE 'SG'.
               88  EXT-CORBAN-DEPOSITO    VALUE 'KD'.
               88  EXT-CORBAN-SAQUE       VALUE 'KS'.
               88  EXT-CORBAN-COMISSAO    VALUE 'KC'.
               88  EXT-CORBAN-LIQ-DEBITO  VALUE 'KL'.
               88  EXT-CORBAN-LIQ-CREDITO VALUE 'KR'.
               88  EXT-REMESSA-EXTERIOR   VALUE 'RX'.
               88  EXT-REMESSA-DEVOLVIDA  VALUE 'DX'.
               88  EXT-BENEFICIO-INSS     VALUE 'IN'.
               88  EXT-BENEFICIO-DEVOLVE  VALUE 'IV'.
               88  EXT-ENVELOPE-ATM       VALUE 'EV'.
               88  EXT-ENVELOPE-AJUSTE-CR VALUE 'EP'.
               88  EXT-ENVELOPE-AJUSTE-DB VALUE 'EN'.
               88  EXT-RECARGA-CELULAR    VALUE 'RG'.
               88  EXT-RECARGA-DEVOLVIDA  VALUE 'DR'.
               88  EXT-CAP-CONTRIBUICAO   VALUE 'TK'.
               88  EXT-CAP-PREMIO         VALUE 'PK'.
               88  EXT-CAP-RESGATE        VALUE 'RK'.
           05  EXT-DATA-MOV              PIC 9(08).
           05  EXT-HORA-MOV              PIC 9(06).
           05  EXT-VALOR                 PIC S9(09)V99.
           05  EXT-SALDO-APOS            PIC S9(09)V99.
           05  EXT-CONTA-CONTRA          PIC 9(06).
           05  EXT-STATUS-MOV            PIC X(01).
               88  EXT-MOV-NORMAL        VALUE 'N'.
