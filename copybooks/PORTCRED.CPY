      ******************************************************************
      *    COPY       PORTCRED
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    PORTABILIDADE DE CREDITO (ARQ-PORTCRED), UM
      *               REGISTRO POR NUMERO DE PORTABILIDADE NOS DOIS
      *               SENTIDOS: SAIDA (OUTRO BANCO PEDE UM CONTRATO
      *               NOSSO, RESPONDIDO PELO BATCH PORTCRED-SAIDA COM
      *               O SALDO DEVEDOR NA DATA DE LIQUIDACAO E ACEITE
      *               OU CONTRAPROPOSTA DE TAXA) E ENTRADA (O CLIENTE
      *               TRAZ O CONTRATO DE OUTRO BANCO PELO CAIXA, COM
      *               O CONTRATO NOVO AGUARDANDO A TED DE LIQUIDACAO);
      *               CHAVE ALTERNADA POR CPF PARA A CONSULTA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PORTCRED.
           05  PTC-NUMERO                PIC X(22).
           05  PTC-SENTIDO               PIC X(01).
               88  PTC-SAIDA             VALUE 'S'.
               88  PTC-ENTRADA           VALUE 'E'.
           05  PTC-BANCO                 PIC 9(03).
           05  PTC-CONTRATO-EXTERNO      PIC X(20).
           05  PTC-EMP-SEQ               PIC 9(06).
           05  PTC-CONTA-NUM             PIC 9(06).
           05  PTC-CPF                   PIC 9(11).
           05  PTC-DATA-PEDIDO           PIC 9(08).
           05  PTC-DATA-LIQUIDACAO       PIC 9(08).
           05  PTC-SALDO-DEVEDOR         PIC S9(09)V99.
           05  PTC-TAXA-PROPOSTA         PIC 9(03)V99.
           05  PTC-PRAZO-PROPOSTO        PIC 9(03).
           05  PTC-TAXA-CONTRAPROPOSTA   PIC 9(03)V99.
           05  PTC-TED-NUMERO            PIC X(20).
           05  PTC-VALOR-LIQUIDADO       PIC S9(09)V99.
           05  PTC-OPER-ID               PIC X(08).
           05  PTC-STATUS                PIC X(01).
               88  PTC-AGUARDANDO        VALUE 'A'.
               88  PTC-CONTRAPROPOSTA    VALUE 'O'.
               88  PTC-LIQUIDADA         VALUE 'L'.
               88  PTC-RETIDA            VALUE 'T'.
               88  PTC-CANCELADA         VALUE 'C'.
               88  PTC-EM-ABERTO         VALUE 'A' 'O'.
