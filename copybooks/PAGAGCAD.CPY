      ******************************************************************
      *    COPY       PAGAGCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    PAGAMENTOS DE TITULO AGENDADOS NO CAIXA PARA UMA
      *               DATA FUTURA (ARQ-PAGAGENDA): A LINHA DIGITAVEL
      *               JA VALIDADA FICA GUARDADA ATE A DATA AGENDADA,
      *               QUANDO O BATCH PAGTITULO-AGENDADO (NO PRIMEIRO
      *               DIA UTIL A PARTIR DELA) DEBITA A CONTA, GRAVA O
      *               PG E O REGISTRO ARQ-PAGTITULO QUE ALIMENTA A
      *               REMESSA DE LIQUIDACAO; SEM SALDO, O PAGAMENTO E
      *               TENTADO DE NOVO NOS DIAS UTEIS SEGUINTES ATE O
      *               LIMITE DE TENTATIVAS OU O VENCIMENTO, E ENTAO
      *               CANCELADO COM AVISO AO CLIENTE
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PAGAGENDA.
           05  PGA-SEQ                   PIC 9(08).
           05  PGA-CONTA-NUM             PIC 9(06).
           05  PGA-LINHA-DIG             PIC X(47).
           05  PGA-BANCO                 PIC 9(03).
           05  PGA-VALOR                 PIC S9(09)V99.
           05  PGA-DATA-VENC             PIC 9(08).
           05  PGA-DATA-AGENDADA         PIC 9(08).
           05  PGA-DATA-INCLUSAO         PIC 9(08).
           05  PGA-OPER-INCLUSAO         PIC X(08).
           05  PGA-DDA-SEQ               PIC 9(08).
           05  PGA-OVERRIDE              PIC X(01).
               88  PGA-DUPLIC-LIBERADO   VALUE 'S'.
           05  PGA-SUPERVISOR            PIC X(08).
           05  PGA-STATUS                PIC X(01).
               88  PGA-AGENDADO          VALUE 'A'.
               88  PGA-LIQUIDADO         VALUE 'L'.
               88  PGA-CANCELADO         VALUE 'C'.
               88  PGA-CANCELADO-BATCH   VALUE 'F'.
           05  PGA-QTDE-TENTATIVAS       PIC 9(02).
           05  PGA-DATA-ULT-TENTATIVA    PIC 9(08).
           05  PGA-DATA-BAIXA            PIC 9(08).
           05  PGA-OPER-BAIXA            PIC X(08).
           05  PGA-PGT-SEQ               PIC 9(08).
           05  PGA-MOTIVO                PIC X(30).
