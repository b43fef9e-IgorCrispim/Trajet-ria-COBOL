      *                   LANCAR SO O EFEITO DA TAXA (SALDO VEZES A
      *                   DIFERENCA DE COTACAO) E NAO OS MOVIMENTOS
      *                   DO DIA; ZEROS NO ACERVO APENAS BASELINA
      *    15/10/2026 IC  INCLUIDO QTDE-ISENCAO-PONTOS: MESES DE
      *                   TARIFA DE MANUTENCAO ISENTOS POR RESGATE DE
      *                   PONTOS DO CARTAO, CONSUMIDOS UM A UM PELO
      *                   BATCH TARIFA-MANUTENCAO
      *    15/10/2026 IC  INCLUIDO DATA-ENCERRAMENTO, GRAVADA NA
      *                   EFETIVACAO DO ENCERRAMENTO, E
      *                   DATA-ANONIMIZACAO: APOS O PRAZO LEGAL DE
      *                   GUARDA O BATCH LGPD-ANONIMIZACAO TROCA NOME
      *                   E CPF POR PSEUDONIMO E DATA A CONTA
      *    15/10/2026 IC  INCLUIDO MOTIVO-BLOQUEIO: NO BLOQUEIO POR
      *                   OBITO DO TITULAR OU COTITULAR (STATUS B COM
      *                   MOTIVO O) O SALDO SO SAI DA CONTA PELA
      *                   LIBERACAO DOS ALVARAS DO ESPOLIO
      *    15/10/2026 IC  INCLUIDO TIPO-CONTA J (PESSOA JURIDICA) E O
      *                   CNPJ DA EMPRESA TITULAR (ARQ-EMPRESA); NA
      *                   CONTA PJ O CPF FICA ZERADO E QUEM ASSINA
      *                   SAO OS REPRESENTANTES (ARQ-REPRESENTANTE)
      *    15/10/2026 IC  INCLUIDO RESTRICAO-MENOR: CONTA DE TITULAR
      *                   MENOR DE IDADE, SEM CHEQUE ESPECIAL,
      *                   EMPRESTIMO OU TALAO, COM LIMITE DIARIO
      *                   REDUZIDO E SAQUE/TRANSFERENCIA AUTORIZADOS
      *                   PELO RESPONSAVEL LEGAL
      *    15/10/2026 IC  INCLUIDO MOTIVO-BLOQUEIO F: BLOQUEIO DA CONTA
      *                   NA CONFIRMACAO DE UM CASO DE FRAUDE
      *    15/10/2026 IC  INCLUIDO MOTIVO-BLOQUEIO V: BLOQUEIO DA CONTA
      *                   DO BENEFICIARIO DO INSS COM A PROVA DE VIDA
      *                   VENCIDA, DESFEITO PELA PROVA DE VIDA NO BALCAO
      *    15/10/2026 IC  INCLUIDO CONTA-DV: DIGITO VERIFICADOR DO
      *                   NUMERO DA CONTA (MODULO 11, PESOS 2 A 7),
      *                   EXIGIDO EM TODA CONTA DIGITADA OU RECEBIDA
      *                   EM ARQUIVO; BRANCO NO ACERVO ATE A RODADA
      *                   DO BATCH CONTA-DV-MIGRACAO
      *    15/10/2026 IC  AMPLIADOS SALDO, LIMITES, VALOR MOVIMENTADO,
      *                   VALOR RETIDO, JUROS/IOF DE CHEQUE ESPECIAL E
      *                   PISO DO SWEEP PARA S9(09)V99 (CONVERSAO DO
      *                   ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-CONTA.
           05  CONTA-NUM                 PIC 9(06).
           05  NOME                      PIC X(30).
           05  CPF                       PIC 9(11).
           05  SENHA                     PIC X(10).
           05  SALDO                     PIC S9(09)V99.
           05  ULT-SEQ-EXTRATO           PIC 9(06).
           05  STATUS-CONTA              PIC X(01).
               88  CONTA-ATIVA           VALUE 'A'.
               88  CONTA-DORMENTE        VALUE 'D'.
               88  CONTA-PENDENTE-DOC    VALUE 'P'.
           05  QTDE-ERRO-SENHA           PIC 9(02).
           05  LIMITE-DIARIO             PIC S9(09)V99.
           05  VALOR-MOVIMENTADO-DIA     PIC S9(09)V99.
           05  DATA-ULT-MOVIMENTO        PIC 9(08).
           05  LIMITE-CHEQUE-ESPECIAL    PIC 9(09)V99.
           05  TIPO-CONTA                PIC X(01).
               88  CONTA-CORRENTE        VALUE 'C'.
               88  CONTA-POUPANCA        VALUE 'P'.
               88  CONTA-PJ              VALUE 'J'.
           05  DATA-ABERTURA             PIC 9(08).
           05  HORA-ABERTURA             PIC 9(06).
           05  MOEDA                     PIC X(03).
               88  MOEDA-REAL            VALUE 'BRL'.
               88  MOEDA-DOLAR           VALUE 'USD'.
               88  MOEDA-EURO            VALUE 'EUR'.
           05  VALOR-RETIDO              PIC S9(09)V99.
           05  JUROS-CHEQUE-ACUM         PIC S9(09)V99.
           05  QTDE-DIAS-NEGATIVO        PIC 9(05).
           05  DATA-ULT-ACUM-CHEQUE      PIC 9(08).
           05  AGENCIA                   PIC 9(04).
               88  SENHA-COM-HASH        VALUE 'H'.
           05  SWEEP-ADESAO              PIC X(01).
               88  SWEEP-ATIVO           VALUE 'S'.
           05  SWEEP-PISO                PIC S9(09)V99.
           05  VALOR-CONTABIL-BRL        PIC S9(11)V99.
           05  IOF-CHEQUE-ACUM           PIC S9(09)V99.
           05  FLAG-EXPORT-EXTRATO       PIC X(01).
               88  CONTA-COM-EXPORTACAO  VALUE 'S'.
           05  ULTIMA-TAXA-CAMBIO        PIC 9(03)V9999.
           05  QTDE-ISENCAO-PONTOS       PIC 9(02).
           05  DATA-ENCERRAMENTO         PIC 9(08).
           05  DATA-ANONIMIZACAO         PIC 9(08).
           05  MOTIVO-BLOQUEIO           PIC X(01).
               88  BLOQUEIO-OBITO        VALUE 'O'.
               88  BLOQUEIO-FRAUDE       VALUE 'F'.
               88  BLOQUEIO-PROVA-VIDA   VALUE 'V'.
           05  CNPJ                      PIC 9(14).
           05  RESTRICAO-MENOR           PIC X(01).
               88  CONTA-MENOR           VALUE 'S'.
           05  CONTA-DV                  PIC X(01).
