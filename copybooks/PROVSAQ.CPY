      ******************************************************************
      *    COPY       PROVSAQ
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    PROVISIONAMENTO (AVISO PREVIO) DE SAQUE EM
      *               ESPECIE DE VALOR ALTO (ARQ-PROVISAO), CHAVES
      *               ALTERNADAS POR CONTA E POR DATA DO SAQUE: O
      *               CAIXA AGENDA A CONTA, O VALOR, A AGENCIA E A
      *               DATA DA RETIRADA, E O VALOR FICA RETIDO NA CONTA
      *               (VALOR-RETIDO) ATE O SAQUE; O SAQUE DO DIA BAIXA
      *               O AGENDAMENTO (UTILIZADO), O CANCELAMENTO NO
      *               BALCAO OU O BATCH SAQUE-PROVISIONADO (AGENDAMENTO
      *               VENCIDO SEM USO) DEVOLVEM A RETENCAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PROVISAO.
           05  PVS-ID                    PIC 9(08).
           05  PVS-CONTA-NUM             PIC 9(06).
           05  PVS-AGENCIA               PIC 9(04).
           05  PVS-VALOR                 PIC S9(09)V99.
           05  PVS-DATA-SAQUE            PIC 9(08).
           05  PVS-STATUS                PIC X(01).
               88  PVS-AGENDADO          VALUE 'A'.
               88  PVS-UTILIZADO         VALUE 'U'.
               88  PVS-CANCELADO         VALUE 'C'.
               88  PVS-LIBERADO          VALUE 'L'.
           05  PVS-DATA-REGISTRO         PIC 9(08).
           05  PVS-OPER-REGISTRO         PIC X(08).
           05  PVS-DATA-BAIXA            PIC 9(08).
           05  PVS-OPER-BAIXA            PIC X(08).
