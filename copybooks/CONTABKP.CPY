      *    20/08/2026 IC  INCLUIDO O PACOTE DE TARIFAS E OS
      *                   CONTADORES MENSAIS DE USO DA FRANQUIA
      *    21/08/2026 IC  INCLUIDO BKP-SENHA-HASHEADA
      *    15/10/2026 IC  AMPLIADOS OS CAMPOS DE VALOR PARA S9(09)V99,
      *                   ACOMPANHANDO CONTACAD (CONVERSAO DE CONTAS.BKP
      *                   PELO BATCH VALOR-CONVERSAO)
      *    15/10/2026 IC  INCLUIDO OS CAMPOS DE CONTACAD QUE FALTAVAM
      *                   NO BACKUP (SWEEP, VALOR CONTABIL E ULTIMA
      *                   TAXA DE CAMBIO, IOF DE CHEQUE ESPECIAL,
      *                   EXPORTACAO DE EXTRATO, ISENCAO POR PONTOS,
      *                   DATAS DE ENCERRAMENTO E ANONIMIZACAO,
      *                   MOTIVO DO BLOQUEIO, CNPJ, RESTRICAO DE MENOR
      *                   E DIGITO DA CONTA), PARA O RESTORE-CONTAS
      *                   DEVOLVER A CONTA COMPLETA
      ******************************************************************
       01  REG-CONTA-BKP.
           05  BKP-CONTA-NUM             PIC 9(06).
           05  BKP-NOME                  PIC X(30).
           05  BKP-CPF                   PIC 9(11).
           05  BKP-SENHA                 PIC X(10).
           05  BKP-SALDO                 PIC S9(09)V99.
           05  BKP-ULT-SEQ-EXTRATO       PIC 9(06).
           05  BKP-STATUS-CONTA          PIC X(01).
           05  BKP-QTDE-ERRO-SENHA       PIC 9(02).
           05  BKP-LIMITE-DIARIO         PIC S9(09)V99.
           05  BKP-VALOR-MOVIMENTADO-DIA PIC S9(09)V99.
           05  BKP-DATA-ULT-MOVIMENTO    PIC 9(08).
           05  BKP-LIMITE-CHEQUE-ESP     PIC 9(09)V99.
           05  BKP-TIPO-CONTA            PIC X(01).
           05  BKP-DATA-ABERTURA         PIC 9(08).
           05  BKP-HORA-ABERTURA         PIC 9(06).
           05  BKP-MOEDA                 PIC X(03).
           05  BKP-VALOR-RETIDO          PIC S9(09)V99.
           05  BKP-JUROS-CHEQUE-ACUM     PIC S9(09)V99.
           05  BKP-QTDE-DIAS-NEGATIVO    PIC 9(05).
           05  BKP-DATA-ULT-ACUM-CHEQUE  PIC 9(08).
           05  BKP-AGENCIA               PIC 9(04).
           05  BKP-QTDE-SAQUE-MES        PIC 9(03).
           05  BKP-COMPETENCIA-USO       PIC 9(06).
           05  BKP-SENHA-HASHEADA        PIC X(01).
           05  BKP-SWEEP-ADESAO          PIC X(01).
           05  BKP-SWEEP-PISO            PIC S9(09)V99.
           05  BKP-VALOR-CONTABIL-BRL    PIC S9(11)V99.
           05  BKP-IOF-CHEQUE-ACUM       PIC S9(09)V99.
           05  BKP-FLAG-EXPORT-EXTRATO   PIC X(01).
           05  BKP-ULTIMA-TAXA-CAMBIO    PIC 9(03)V9999.
           05  BKP-QTDE-ISENCAO-PONTOS   PIC 9(02).
           05  BKP-DATA-ENCERRAMENTO     PIC 9(08).
           05  BKP-DATA-ANONIMIZACAO     PIC 9(08).
           05  BKP-MOTIVO-BLOQUEIO       PIC X(01).
           05  BKP-CNPJ                  PIC 9(14).
           05  BKP-RESTRICAO-MENOR       PIC X(01).
           05  BKP-CONTA-DV              PIC X(01).
