      ******************************************************************
      *    COPY       CCBDOC
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    DOCUMENTO DA CEDULA DE CREDITO BANCARIO
      *               (ARQ-CCB): CADA LINHA IMPRESSA DA CEDULA DO
      *               EMPRESTIMO (OU DO ADITIVO DE RENEGOCIACAO) FICA
      *               GUARDADA PELO CONTRATO MAIS O NUMERO DA LINHA,
      *               PERMITINDO A SEGUNDA VIA IDENTICA AO ORIGINAL;
      *               A LINHA 0001 CARREGA O CONTADOR DE REIMPRESSOES
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O TIPO H (CEDULA DO FINANCIAMENTO
      *                   HABITACIONAL SAC)
      ******************************************************************
       01  REG-CCB.
           05  CCB-CHAVE.
               10  CCB-EMP-SEQ           PIC 9(06).
               10  CCB-LINHA             PIC 9(04).
           05  CCB-TIPO                  PIC X(01).
               88  CCB-CEDULA            VALUE 'C'.
               88  CCB-ADITIVO           VALUE 'A'.
               88  CCB-PORTABILIDADE     VALUE 'P'.
               88  CCB-HABITACIONAL      VALUE 'H'.
           05  CCB-CONTA-NUM             PIC 9(06).
           05  CCB-DATA-EMISSAO          PIC 9(08).
           05  CCB-QTDE-REIMPRESSOES     PIC 9(03).
           05  CCB-TEXTO                 PIC X(132).
