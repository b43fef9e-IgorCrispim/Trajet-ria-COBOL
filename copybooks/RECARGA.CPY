      ******************************************************************
      *    COPY       RECARGA
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    RECARGAS DE CELULAR (ARQ-RECARGA, RECARGA.DAT),
      *               UMA POR PEDIDO DO CLIENTE NO CAIXA (CANAL B) OU
      *               NOS CANAIS (CANAL C): OPERADORA, DDD E NUMERO
      *               DO TELEFONE, VALOR DA TABELA DA OPERADORA, A
      *               COMISSAO DO BANCO E O MOVIMENTO RG DO EXTRATO
      *               QUE DEBITOU O CLIENTE. A RECARGA NASCE PENDENTE
      *               (P), O BATCH RECARGA-LIQUIDACAO A ENVIA NO
      *               ARQUIVO DA NOITE DA OPERADORA (E), E O
      *               RECARGA-RETORNO APLICA A CONFIRMACAO (C) OU A
      *               RECUSA (R, COM A DEVOLUCAO DR NA CONTA)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RECARGA.
           05  REC-NUMERO                PIC 9(08).
           05  REC-CONTA-NUM             PIC 9(06).
           05  REC-AGENCIA               PIC 9(04).
           05  REC-SEQ-EXTRATO           PIC 9(06).
           05  REC-DATA                  PIC 9(08).
           05  REC-HORA                  PIC 9(06).
           05  REC-OPER-ID               PIC X(08).
           05  REC-CANAL                 PIC X(01).
               88  REC-CANAL-BALCAO      VALUE 'B'.
               88  REC-CANAL-DIGITAL     VALUE 'C'.
           05  REC-REQ-ID                PIC X(10).
           05  REC-OPERADORA             PIC X(03).
           05  REC-DDD                   PIC 9(02).
           05  REC-TELEFONE              PIC 9(09).
           05  REC-VALOR                 PIC S9(07)V99.
           05  REC-COMISSAO              PIC S9(05)V99.
           05  REC-STATUS                PIC X(01).
               88  REC-PENDENTE          VALUE 'P'.
               88  REC-ENVIADA           VALUE 'E'.
               88  REC-CONFIRMADA        VALUE 'C'.
               88  REC-RECUSADA          VALUE 'R'.
           05  REC-DATA-ENVIO            PIC 9(08).
           05  REC-DATA-RETORNO          PIC 9(08).
           05  REC-NSU-OPERADORA         PIC X(12).
           05  REC-MOTIVO                PIC X(30).
           05  REC-SEQ-ESTORNO           PIC 9(06).
