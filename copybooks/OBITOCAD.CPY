      ******************************************************************
      *    COPY       OBITOCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO REGISTRO DE OBITO DE CLIENTE (ARQ-OBITO,
      *               OBITO.DAT): UM REGISTRO POR CPF FALECIDO COM A
      *               DATA DO OBITO, A CERTIDAO, O OPERADOR QUE
      *               REGISTROU, O RESUMO DO QUE FOI BLOQUEADO OU
      *               CANCELADO E A SITUACAO DO ESPOLIO (ABERTO ATE A
      *               LIBERACAO TOTAL DOS VALORES PELOS ALVARAS)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-OBITO.
           05  OBI-CPF                   PIC 9(11).
           05  OBI-NOME                  PIC X(30).
           05  OBI-DATA-OBITO            PIC 9(08).
           05  OBI-CERTIDAO              PIC X(32).
           05  OBI-DATA-REGISTRO         PIC 9(08).
           05  OBI-HORA-REGISTRO         PIC 9(06).
           05  OBI-OPER-ID               PIC X(08).
           05  OBI-QTDE-CONTAS           PIC 9(03).
           05  OBI-QTDE-CARTOES          PIC 9(03).
           05  OBI-QTDE-RECORRENCIAS     PIC 9(03).
           05  OBI-STATUS                PIC X(01).
               88  OBI-ESPOLIO-ABERTO    VALUE 'A'.
               88  OBI-ESPOLIO-LIQUIDADO VALUE 'L'.
           05  OBI-POSICAO-EMITIDA       PIC X(01).
               88  OBI-POSICAO-PENDENTE  VALUE 'N'.
               88  OBI-POSICAO-GERADA    VALUE 'S'.
