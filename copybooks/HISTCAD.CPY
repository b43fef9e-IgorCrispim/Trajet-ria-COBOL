      *               PARA PERMITIR GRAFICO DE EVOLUCAO DE SALDO
      *    MODIFICATION HISTORY
      *    09/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  AMPLIADO HIST-SALDO PARA S9(09)V99,
      *                   ACOMPANHANDO SALDO DE CONTACAD
      ******************************************************************
       01  REG-HISTORICO.
           05  HIST-CONTA-NUM            PIC 9(06).
           05  HIST-DATA-SNAPSHOT        PIC 9(08).
           05  HIST-SALDO                PIC S9(09)V99.
           05  HIST-STATUS-CONTA         PIC X(01).
           05  HIST-TIPO-CONTA           PIC X(01).
