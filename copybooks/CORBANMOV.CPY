      ******************************************************************
      *    COPY       CORBANMOV
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO DETALHE DO ARQUIVO DIARIO DE
      *               TRANSACOES DOS CORRESPONDENTES BANCARIOS
      *               (ARQ-CORBAN-MOV, CORBAN.DAT), CONSOLIDADO PELA
      *               REDE COM UM DETALHE POR TRANSACAO IDENTIFICANDO
      *               O CORRESPONDENTE, NA CONVENCAO HEADER/TRAILER
      *               DOS ARQUIVOS DE ENTRADA. TIPO D DEPOSITO E S
      *               SAQUE NA CONTA CBM-CONTA-NUM; TIPO P PAGAMENTO
      *               DE TITULO PELA LINHA DIGITAVEL
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CORBAN-MOV.
           05  CBM-CORBAN                PIC 9(06).
           05  CBM-NSU                   PIC 9(08).
           05  CBM-TIPO                  PIC X(01).
               88  CBM-DEPOSITO          VALUE 'D'.
               88  CBM-SAQUE             VALUE 'S'.
               88  CBM-PAGAMENTO         VALUE 'P'.
           05  CBM-CONTA-NUM             PIC 9(06).
           05  CBM-LINHA-DIG             PIC X(47).
           05  CBM-VALOR                 PIC 9(11)V99.
           05  CBM-DATA                  PIC 9(08).
           05  CBM-HORA                  PIC 9(06).
