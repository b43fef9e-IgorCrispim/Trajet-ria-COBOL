      *                   ORIGEM, VALIDADO CONTRA O CADASTRO
      *                   ARQ-TERMINAL E DEBITADO DO NUMERARIO DOS
      *                   CASSETES
      *    15/10/2026 IC  INCLUIDO REQ-CARTAO COM O CARTAO LIDO NO
      *                   TERMINAL ATM, CONFERIDO CONTRA O CADASTRO
      *                   DE CARTOES (CONTA, STATUS E VALIDADE);
      *                   REQUISICOES SEM CARTAO (ZEROS OU BRANCOS)
      *                   DOS TERMINAIS ANTIGOS SEGUEM SO PELA SENHA
      *    15/10/2026 IC  INCLUIDO REQ-DISPOSITIVO COM O ID DO
      *                   DISPOSITIVO DE ORIGEM (CADASTRO
      *                   ARQ-DISPOSITIVO) E REQ-OTP COM O CODIGO DE
      *                   CONFIRMACAO DE USO UNICO, EXIGIDO NA
      *                   TRANSFERENCIA ACIMA DO LIMITE OU DE
      *                   DISPOSITIVO AINDA NAO CONFIAVEL
      *    15/10/2026 IC  INCLUIDO EV (DEPOSITO EM ENVELOPE NO
      *                   TERMINAL ATM), COM O VALOR DECLARADO EM
      *                   REQ-VALOR CREDITADO COMO PROVISORIO ATE A
      *                   CONFERENCIA DO ENVELOPE PELA AGENCIA
      *    15/10/2026 IC  INCLUIDO O DIGITO VERIFICADOR DA CONTA E DA
      *                   CONTA DE DESTINO; REQUISICAO COM DIGITO QUE
      *                   NAO CONFERE E RECUSADA
      *    15/10/2026 IC  INCLUIDO RC (RECARGA DE CELULAR) COM A
      *                   OPERADORA, O DDD E O TELEFONE A RECARREGAR;
      *                   O VALOR EM REQ-VALOR TEM DE ESTAR NA TABELA
      *                   DA OPERADORA
      ******************************************************************
       01  REG-CANAL-REQ.
           05  REQ-ID                    PIC X(10).
               88  REQ-EXTRATO           VALUE 'EX'.
               88  REQ-TRANSFERENCIA     VALUE 'TR'.
               88  REQ-SAQUE-ATM         VALUE 'SQ'.
               88  REQ-DEPOSITO-ENVELOPE VALUE 'EV'.
               88  REQ-RECARGA-CELULAR   VALUE 'RC'.
           05  REQ-CONTA                 PIC 9(06).
           05  REQ-SENHA                 PIC X(10).
           05  REQ-CONTA-DESTINO         PIC 9(06).
           05  REQ-VALOR                 PIC 9(09)V99.
           05  REQ-TERMINAL              PIC X(08).
           05  REQ-CARTAO                PIC 9(16).
           05  REQ-DISPOSITIVO           PIC X(20).
           05  REQ-OTP                   PIC X(06).
           05  REQ-CONTA-DV              PIC X(01).
           05  REQ-CONTA-DESTINO-DV      PIC X(01).
           05  REQ-REC-OPERADORA         PIC X(03).
           05  REQ-REC-DDD               PIC 9(02).
           05  REQ-REC-TELEFONE          PIC 9(09).
