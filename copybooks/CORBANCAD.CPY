      ******************************************************************
      *    COPY       CORBANCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CADASTRO DOS CORRESPONDENTES BANCARIOS
      *               (ARQ-CORBAN): LOTERICAS E LOJAS PARCEIRAS QUE
      *               RECEBEM DEPOSITOS, SAQUES E PAGAMENTOS DE
      *               TITULOS EM NOME DO BANCO. CADA CORRESPONDENTE
      *               SE REPORTA A UMA AGENCIA, TEM UMA CONTA DE
      *               LIQUIDACAO NO BANCO (ONDE O BATCH
      *               CORBAN-PROCESSADOR LANCA OS PAGAMENTOS DE
      *               TITULOS, A COMISSAO E A LIQUIDACAO DO DIA) E UM
      *               LIMITE DIARIO DE OPERACAO; CBC-ULT-LIQUIDO GUARDA
      *               O LIQUIDO DA ULTIMA APURACAO (POSITIVO: O
      *               CORRESPONDENTE DEVE AO BANCO; NEGATIVO: O BANCO
      *               DEVE AO CORRESPONDENTE)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CORBAN.
           05  CBC-CODIGO                PIC 9(06).
           05  CBC-NOME                  PIC X(30).
           05  CBC-AGENCIA               PIC 9(04).
           05  CBC-CONTA-NUM             PIC 9(06).
           05  CBC-LIMITE-DIARIO         PIC S9(09)V99.
           05  CBC-STATUS                PIC X(01).
               88  CBC-ATIVO             VALUE 'A'.
               88  CBC-INATIVO           VALUE 'I'.
           05  CBC-DATA-CADASTRO         PIC 9(08).
           05  CBC-OPER-CADASTRO         PIC X(08).
           05  CBC-DATA-ULT-LIQUIDACAO   PIC 9(08).
           05  CBC-ULT-LIQUIDO           PIC S9(11)V99.
