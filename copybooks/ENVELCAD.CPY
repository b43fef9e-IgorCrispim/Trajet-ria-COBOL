      ******************************************************************
      *    COPY       ENVELCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    ENVELOPES DE DEPOSITO DOS TERMINAIS ATM
      *               (ARQ-ENVELOPE): O CANAL-PROCESSADOR CREDITA O
      *               VALOR DECLARADO COMO PROVISORIO, PRESO EM
      *               VALOR-RETIDO (MOVIMENTO EV PENDENTE, GUARDADO EM
      *               ENV-EXT-SEQ); A AGENCIA RECOLHE OS ENVELOPES DO
      *               TERMINAL E CONFERE CADA UM NO MENU, INFORMANDO
      *               O DINHEIRO E OS CHEQUES ENCONTRADOS: A RETENCAO
      *               E LIBERADA, A DIFERENCA VAI PARA O EXTRATO COMO
      *               AJUSTE (EP A MAIOR, EN A MENOR) COM AVISO AO
      *               CLIENTE E OS CHEQUES SEGUEM PARA O FLOAT DE
      *               DEPOSITO EM CHEQUE (ARQ-CHQDEP)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-ENVELOPE.
           05  ENV-SEQ                   PIC 9(08).
           05  ENV-TERMINAL              PIC X(08).
           05  ENV-CONTA-NUM             PIC 9(06).
           05  ENV-REQ-ID                PIC X(10).
           05  ENV-DATA-DEPOSITO         PIC 9(08).
           05  ENV-HORA-DEPOSITO         PIC 9(06).
           05  ENV-VALOR-DECLARADO       PIC S9(09)V99.
           05  ENV-EXT-SEQ               PIC 9(06).
           05  ENV-STATUS                PIC X(01).
               88  ENV-NO-TERMINAL       VALUE 'T'.
               88  ENV-RECOLHIDO         VALUE 'R'.
               88  ENV-CONFERIDO         VALUE 'C'.
           05  ENV-DATA-RECOLHIMENTO     PIC 9(08).
           05  ENV-OPER-RECOLHIMENTO     PIC X(08).
           05  ENV-VALOR-DINHEIRO        PIC S9(09)V99.
           05  ENV-VALOR-CHEQUES         PIC S9(09)V99.
           05  ENV-QTDE-CHEQUES          PIC 9(03).
           05  ENV-VALOR-DIFERENCA       PIC S9(09)V99.
           05  ENV-EXT-SEQ-AJUSTE        PIC 9(06).
           05  ENV-DATA-CONFERENCIA      PIC 9(08).
           05  ENV-OPER-CONFERENCIA      PIC X(08).
