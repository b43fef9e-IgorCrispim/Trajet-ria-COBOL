      ******************************************************************
      *    COPY       REMEXT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    REMESSAS AO EXTERIOR (ARQ-REMEXT, REMESSA-
      *               EXTERIOR.DAT), UMA POR ORDEM DO CLIENTE, COM O
      *               BENEFICIARIO (NOME, IBAN OU CONTA, BIC E PAIS),
      *               A FINALIDADE, QUEM PAGA AS DESPESAS (OUR, SHA OU
      *               BEN), A CONVERSAO PELA COTACAO DO DIA E O
      *               MOVIMENTO RX DO EXTRATO QUE DEBITOU O CLIENTE. A
      *               ORDEM NASCE PENDENTE (P), O BATCH SWIFT-REMESSA
      *               GERA A MT103 E MARCA ENVIADA (E), E O
      *               SWIFT-RETORNO APLICA O ACK DO CORRESPONDENTE
      *               (A) OU O NACK (R, COM O ESTORNO DX NA CONTA)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-REMEXT.
           05  REX-NUMERO                PIC 9(08).
           05  REX-CONTA-NUM             PIC 9(06).
           05  REX-SEQ-EXTRATO           PIC 9(06).
           05  REX-DATA                  PIC 9(08).
           05  REX-HORA                  PIC 9(06).
           05  REX-OPER-ID               PIC X(08).
           05  REX-BENEF-NOME            PIC X(35).
           05  REX-BENEF-CONTA           PIC X(34).
           05  REX-BENEF-BIC             PIC X(11).
           05  REX-BENEF-PAIS            PIC X(02).
           05  REX-FINALIDADE            PIC X(04).
               88  REX-FINALIDADE-VALIDA VALUE 'EDUC' 'SUPP' 'FAMI'
                                               'GDDS' 'SCVE' 'SALA'
                                               'OTHR'.
           05  REX-DESPESAS              PIC X(03).
               88  REX-DESPESAS-OUR      VALUE 'OUR'.
               88  REX-DESPESAS-SHA      VALUE 'SHA'.
               88  REX-DESPESAS-BEN      VALUE 'BEN'.
               88  REX-DESPESAS-VALIDA   VALUE 'OUR' 'SHA' 'BEN'.
           05  REX-MOEDA                 PIC X(03).
           05  REX-VALOR-ME              PIC 9(09)V99.
           05  REX-TAXA                  PIC 9(03)V9999.
           05  REX-VALOR-BRL             PIC S9(09)V99.
           05  REX-IOF                   PIC S9(09)V99.
           05  REX-TARIFA                PIC S9(07)V99.
           05  REX-STATUS                PIC X(01).
               88  REX-PENDENTE          VALUE 'P'.
               88  REX-ENVIADA           VALUE 'E'.
               88  REX-ACEITA            VALUE 'A'.
               88  REX-REJEITADA         VALUE 'R'.
           05  REX-DATA-ENVIO            PIC 9(08).
           05  REX-DATA-RETORNO          PIC 9(08).
           05  REX-MOTIVO                PIC X(30).
           05  REX-SEQ-ESTORNO           PIC 9(06).
