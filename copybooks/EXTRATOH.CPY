      *               PEDIDO E ANTIGO
      *    MODIFICATION HISTORY
      *    16/08/2026 IC  LAYOUT ORIGINAL (ESPELHO DE EXTRATO)
      *    15/10/2026 IC  AMPLIADOS EXH-VALOR E EXH-SALDO-APOS PARA
      *                   S9(09)V99, ACOMPANHANDO EXTRATO
      ******************************************************************
       01  REG-EXTRATO-HIST.
           05  EXH-CHAVE.
           05  EXH-TIPO-MOV              PIC X(02).
           05  EXH-DATA-MOV              PIC 9(08).
           05  EXH-HORA-MOV              PIC 9(06).
           05  EXH-VALOR                 PIC S9(09)V99.
           05  EXH-SALDO-APOS            PIC S9(09)V99.
           05  EXH-CONTA-CONTRA          PIC 9(06).
           05  EXH-STATUS-MOV            PIC X(01).
           05  EXH-DETALHE               PIC X(30).
