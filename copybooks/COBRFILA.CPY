      ******************************************************************
      *    COPY       COBRFILA
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    FILA DE TRABALHO DA COBRANCA (ARQ-COBRANCA,
      *               COBRANCA-FILA.DAT), UM ITEM POR CPF, MONTADA
      *               PELO BATCH DIARIO COBRANCA-FILA COM OS PRODUTOS
      *               EM ATRASO DO CLIENTE (PARCELAS DE EMPRESTIMO,
      *               FATURA ROLADA E CHEQUE ESPECIAL). A PRIORIDADE
      *               SOBE COM OS DIAS DE ATRASO, O VALOR E AS
      *               PROMESSAS QUEBRADAS; COB-ORDEM-FILA (99999 MENOS
      *               A PRIORIDADE) E A CHAVE ALTERNATIVA QUE LE A
      *               FILA DA MAIOR PRIORIDADE PARA A MENOR. A
      *               PROMESSA DE PAGAMENTO REGISTRADA PELO COBRADOR
      *               FICA PENDENTE (P) ATE O BATCH ACHAR O PAGAMENTO
      *               NO EXTRATO (C, FECHA O ITEM) OU VENCER A DATA
      *               SEM ELE (Q, QUEBRADA)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-COBRANCA.
           05  COB-CPF                   PIC 9(11).
           05  COB-ORDEM-FILA            PIC 9(05).
           05  COB-NOME                  PIC X(30).
           05  COB-CONTA-NUM             PIC 9(06).
           05  COB-STATUS                PIC X(01).
               88  COB-ABERTO            VALUE 'A'.
               88  COB-FECHADO           VALUE 'F'.
           05  COB-MOTIVO-FECHAMENTO     PIC X(01).
               88  COB-FECH-REGULARIZADO VALUE 'R'.
               88  COB-FECH-PROMESSA     VALUE 'C'.
           05  COB-DATA-ENTRADA          PIC 9(08).
           05  COB-DATA-APURACAO         PIC 9(08).
           05  COB-DATA-FECHAMENTO       PIC 9(08).
           05  COB-DIAS-ATRASO           PIC 9(05).
           05  COB-VALOR-ATRASO          PIC S9(09)V99.
           05  COB-VALOR-EMPRESTIMO      PIC S9(09)V99.
           05  COB-VALOR-FATURA          PIC S9(09)V99.
           05  COB-VALOR-CHEQUE-ESP      PIC S9(09)V99.
           05  COB-QTDE-PRODUTOS         PIC 9(02).
           05  COB-PRIORIDADE            PIC 9(05).
           05  COB-QTDE-QUEBRAS          PIC 9(02).
           05  COB-COBRADOR              PIC X(08).
           05  COB-QTDE-CONTATOS         PIC 9(04).
           05  COB-DATA-ULT-CONTATO      PIC 9(08).
           05  COB-PROMESSA-STATUS       PIC X(01).
               88  COB-SEM-PROMESSA      VALUE ' '.
               88  COB-PROMESSA-PENDENTE VALUE 'P'.
               88  COB-PROMESSA-CUMPRIDA VALUE 'C'.
               88  COB-PROMESSA-QUEBRADA VALUE 'Q'.
           05  COB-PROMESSA-DATA         PIC 9(08).
           05  COB-PROMESSA-VALOR        PIC S9(09)V99.
           05  COB-PROMESSA-DATA-REG     PIC 9(08).
           05  COB-PROMESSA-COBRADOR     PIC X(08).
           05  COB-PROMESSA-VALOR-PAGO   PIC S9(09)V99.
           05  COB-PROMESSA-DATA-RESOL   PIC 9(08).
