      ******************************************************************
      *    COPY       PORTCMSG
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    MENSAGEM INTERBANCARIA DA PORTABILIDADE DE
      *               CREDITO, MESMO LAYOUT NOS DOIS SENTIDOS: PEDIDOS
      *               RECEBIDOS DE OUTROS BANCOS (PORTCRED-RECEBIDO.DAT,
      *               COM O HEADER/TRAILER OBRIGATORIO DOS ARQUIVOS DE
      *               ENTRADA), NOSSAS RESPOSTAS (PORTCRED-RESPOSTA.DAT)
      *               E OS PEDIDOS QUE O CAIXA ENVIA AO BANCO DE
      *               ORIGEM (PORTCRED-PEDIDO.DAT). O CONTRATO VEM NO
      *               FORMATO DO BANCO CREDOR; QUANDO O CREDOR SOMOS
      *               NOS, AS SEIS PRIMEIRAS POSICOES SAO O EMP-SEQ
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PORTCMSG.
           05  PCM-TIPO                  PIC X(01).
               88  PCM-SOLICITACAO       VALUE 'S'.
               88  PCM-LIQUIDACAO        VALUE 'L'.
               88  PCM-CANCELAMENTO      VALUE 'C'.
               88  PCM-ACEITE            VALUE 'A'.
               88  PCM-CONTRAPROPOSTA    VALUE 'O'.
               88  PCM-QUITACAO          VALUE 'Q'.
               88  PCM-RECUSA            VALUE 'R'.
           05  PCM-NUMERO                PIC X(22).
           05  PCM-BANCO-PROPONENTE      PIC 9(03).
           05  PCM-BANCO-CREDOR          PIC 9(03).
           05  PCM-CONTRATO              PIC X(20).
           05  PCM-CONTRATO-R REDEFINES PCM-CONTRATO.
               10  PCM-CONTRATO-NOSSO    PIC 9(06).
               10  FILLER                PIC X(14).
           05  PCM-CPF                   PIC 9(11).
           05  PCM-TAXA                  PIC 9(03)V99.
           05  PCM-PRAZO                 PIC 9(03).
           05  PCM-DATA-LIQUIDACAO       PIC 9(08).
           05  PCM-VALOR                 PIC 9(11)V99.
           05  PCM-TED-NUMERO            PIC X(20).
           05  PCM-MOTIVO                PIC X(30).
