      *               RECORRENTE (ARQ-AGENDAMENTO)
      *    MODIFICATION HISTORY
      *    09/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO AGEND-VALOR PARA S9(09)V99 (CONVERSAO
      *                   DO ACERVO PELO BATCH VALOR-CONVERSAO)
      ******************************************************************
       01  REG-AGENDAMENTO.
           05  AGEND-SEQ                 PIC 9(06).
           05  AGEND-CONTA-ORIGEM        PIC 9(06).
           05  AGEND-CONTA-DESTINO       PIC 9(06).
           05  AGEND-VALOR               PIC S9(09)V99.
           05  AGEND-DIA-MES             PIC 9(02).
           05  AGEND-STATUS              PIC X(01).
               88  AGEND-ATIVO           VALUE 'A'.
