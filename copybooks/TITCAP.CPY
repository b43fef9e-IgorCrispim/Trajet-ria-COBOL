      ******************************************************************
      *    COPY       TITCAP
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    TITULOS DE CAPITALIZACAO (ARQ-TITCAP), CHAVE
      *               ALTERNADA POR CPF: PLANO DO CATALOGO E AS
      *               CONDICOES FIXADAS NA ADESAO (CONTRIBUICAO,
      *               PRAZO, RESERVA, PREMIO, DESCONTO E COMISSAO),
      *               DIA DO DEBITO, NUMEROS DA SORTE, PARCELAS
      *               PAGAS E NAO PAGAS EM SEQUENCIA, RESERVA DE
      *               CAPITALIZACAO ATUALIZADA MES A MES, PREMIOS
      *               RECEBIDOS NOS SORTEIOS E O RESGATE NO
      *               VENCIMENTO OU ANTECIPADO. O TITULO SUSPENSO
      *               POR INADIMPLENCIA DEIXA DE PAGAR PARCELAS E DE
      *               CONCORRER AOS SORTEIOS, MAS MANTEM A RESERVA
      *               ATE O RESGATE
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-TITCAP.
           05  TCP-NUMERO                PIC 9(06).
           05  TCP-CPF                   PIC 9(11).
           05  TCP-CONTA-NUM             PIC 9(06).
           05  TCP-PLANO                 PIC X(04).
           05  TCP-VALOR-CONTRIB         PIC S9(09)V99.
           05  TCP-DIA-DEBITO            PIC 9(02).
           05  TCP-PRAZO-MESES           PIC 9(03).
           05  TCP-PERC-RESERVA          PIC 9(03)V99.
           05  TCP-TAXA-RESERVA          PIC 9(01)V9(04).
           05  TCP-MULT-PREMIO           PIC 9(05).
           05  TCP-CARENCIA-MESES        PIC 9(03).
           05  TCP-PERC-DESC-RESGATE     PIC 9(02)V99.
           05  TCP-PERC-COMISSAO         PIC 9(02)V99.
           05  TCP-QTDE-NUMEROS          PIC 9(01).
           05  TCP-NUMERO-SORTE          PIC 9(06) OCCURS 4 TIMES.
           05  TCP-DATA-ADESAO           PIC 9(08).
           05  TCP-DATA-VENCIMENTO       PIC 9(08).
           05  TCP-PARCELAS-PAGAS        PIC 9(03).
           05  TCP-QTDE-NAO-PAGAS        PIC 9(02).
           05  TCP-COMPET-ULT-COBRANCA   PIC 9(06).
           05  TCP-QTDE-TENTATIVAS       PIC 9(02).
           05  TCP-DATA-ULT-TENTATIVA    PIC 9(08).
           05  TCP-DATA-ULT-DEBITO       PIC 9(08).
           05  TCP-TOTAL-PAGO            PIC S9(09)V99.
           05  TCP-SALDO-RESERVA         PIC S9(09)V99.
           05  TCP-DATA-ULT-RENTAB       PIC 9(08).
           05  TCP-PREMIOS-RECEBIDOS     PIC S9(09)V99.
           05  TCP-STATUS                PIC X(01).
               88  TCP-ATIVO             VALUE 'A'.
               88  TCP-SUSPENSO          VALUE 'S'.
               88  TCP-RESGATADO-ANTECIP VALUE 'R'.
               88  TCP-RESGATADO-VENCTO  VALUE 'V'.
               88  TCP-EM-VIGOR          VALUE 'A' 'S'.
           05  TCP-DATA-RESGATE          PIC 9(08).
           05  TCP-VALOR-RESGATE         PIC S9(09)V99.
