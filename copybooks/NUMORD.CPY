      ******************************************************************
      *    COPY       NUMORD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DIARIO DE ORDENS PARA A
      *               TRANSPORTADORA DE VALORES (ORDEM-NUMERARIO.DAT),
      *               GERADO PELO BATCH NUMERARIO-ORDEM: HEADER 'H' +
      *               DATA, UM DETALHE POR AGENCIA COM ORDEM -
      *               S SUPRIMENTO (ENTREGA NO COFRE) OU R
      *               RECOLHIMENTO - E TRAILER 'T' + QUANTIDADE +
      *               VALOR, NA CONVENCAO DOS ARQUIVOS DE REMESSA.
      *               NOD-LIMITADO-TETO = 'S' QUANDO O SUPRIMENTO FOI
      *               REDUZIDO PELO TETO DO SEGURO DO COFRE
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-NUMORD.
           05  NOD-TIPO-REG              PIC X(01).
               88  NOD-HEADER            VALUE 'H'.
               88  NOD-DETALHE           VALUE 'D'.
               88  NOD-TRAILER           VALUE 'T'.
           05  NOD-DADOS-DETALHE.
               10  NOD-AGENCIA           PIC 9(04).
               10  NOD-TIPO-ORDEM        PIC X(01).
                   88  NOD-SUPRIMENTO    VALUE 'S'.
                   88  NOD-RECOLHIMENTO  VALUE 'R'.
               10  NOD-DATA-ENTREGA      PIC 9(08).
               10  NOD-VALOR             PIC 9(11)V99.
               10  NOD-SALDO-COFRE       PIC 9(11)V99.
               10  NOD-MENOR-POSICAO     PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
               10  NOD-NUMERARIO-ATM     PIC 9(11)V99.
               10  NOD-LIMITADO-TETO     PIC X(01).
               10  FILLER                PIC X(33).
           05  NOD-DADOS-HEADER REDEFINES NOD-DADOS-DETALHE.
               10  NOD-HDR-DATA          PIC 9(08).
               10  NOD-HDR-DIAS-PREVISAO PIC 9(02).
               10  NOD-HDR-SISTEMA       PIC X(03).
               10  FILLER                PIC X(87).
           05  NOD-DADOS-TRAILER REDEFINES NOD-DADOS-DETALHE.
               10  NOD-TRL-QTDE          PIC 9(08).
               10  NOD-TRL-VALOR         PIC 9(13)V99.
               10  FILLER                PIC X(77).
