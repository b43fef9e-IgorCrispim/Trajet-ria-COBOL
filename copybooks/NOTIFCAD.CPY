      *                   BATCH DE DECLARACAO NAO REPETIR MOVIMENTO
      *    16/08/2026 IC  INCLUIDO TIPO AG PARA O AGREGADO DIARIO DE
      *                   MOVIMENTOS (DETECCAO DE FRACIONAMENTO)
      *    15/10/2026 IC  AMPLIADO NOTIF-VALOR PARA S9(09)V99,
      *                   ACOMPANHANDO SALDO E EXTRATO (CONVERSAO DO
      *                   ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-NOTIFICACAO.
           05  NOTIF-SEQ                 PIC 9(08).
               88  NOTIF-SAQUE           VALUE 'SA'.
               88  NOTIF-TRANSFERENCIA   VALUE 'TR'.
               88  NOTIF-AGREGADO        VALUE 'AG'.
           05  NOTIF-VALOR               PIC S9(09)V99.
           05  NOTIF-DATA                PIC 9(08).
           05  NOTIF-HORA                PIC 9(06).
           05  NOTIF-STATUS              PIC X(01).
