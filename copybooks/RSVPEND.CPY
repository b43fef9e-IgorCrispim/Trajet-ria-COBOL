      ******************************************************************
      *    COPY       RSVPEND
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    ITENS DA CONCILIACAO DA CONTA RESERVAS BANCARIAS
      *               (ARQ-RSVPEND): LADO E (LANCAMENTO DO EXTRATO DO
      *               BANCO CENTRAL) OU LADO I (LIQUIDACAO ESPERADA
      *               PELOS NOSSOS REGISTROS - TED ENVIADA, TED
      *               RECEBIDA, COBRANCA, CAMARA DE TITULOS, CARTAO,
      *               CAMBIO), UM REGISTRO POR ITEM; O ITEM NAO
      *               CASADO FICA ABERTO (A) E E LEVADO AOS DIAS
      *               SEGUINTES ATE CASAR COM O OUTRO LADO (B, COM A
      *               DATA E A CHAVE DO PAR); A TED ENVIADA QUE
      *               VOLTA REJEITADA NO RETORNO CNAB NUNCA PASSA PELO
      *               STR E O ITEM E CANCELADO (C)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RSVPEND.
           05  RPD-CHAVE.
               10  RPD-LADO              PIC X(01).
                   88  RPD-LADO-EXTRATO  VALUE 'E'.
                   88  RPD-LADO-INTERNO  VALUE 'I'.
               10  RPD-DATA              PIC 9(08).
               10  RPD-SEQ               PIC 9(06).
           05  RPD-DC                    PIC X(01).
               88  RPD-DEBITO            VALUE 'D'.
               88  RPD-CREDITO           VALUE 'C'.
           05  RPD-VALOR                 PIC 9(13)V99.
           05  RPD-REFERENCIA            PIC X(20).
           05  RPD-ORIGEM                PIC X(30).
           05  RPD-STATUS                PIC X(01).
               88  RPD-ABERTO            VALUE 'A'.
               88  RPD-BAIXADO           VALUE 'B'.
               88  RPD-CANCELADO         VALUE 'C'.
           05  RPD-DATA-BAIXA            PIC 9(08).
           05  RPD-PAR-DATA              PIC 9(08).
           05  RPD-PAR-SEQ               PIC 9(06).
