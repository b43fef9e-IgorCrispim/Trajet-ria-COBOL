      *                   A DATA LIMITE; O VALOR CORRIGIDO E
      *                   CALCULADO NA LIQUIDACAO E CARREGADO NA
      *                   REMESSA CNAB
      *    15/10/2026 IC  AMPLIADOS BOL-VALOR E BOL-DESC-VALOR PARA
      *                   S9(09)V99 (CONVERSAO DO ACERVO PELO BATCH
      *                   VALOR-CONVERSAO)
      ******************************************************************
       01  REG-BOLETO.
           05  BOL-NOSSO-NUMERO          PIC 9(10).
           05  BOL-CONTA-NUM             PIC 9(06).
           05  BOL-VALOR                 PIC S9(09)V99.
           05  BOL-DATA-EMISSAO          PIC 9(08).
           05  BOL-DATA-VENCIMENTO       PIC 9(08).
           05  BOL-PAGADOR-NOME          PIC X(30).
           05  BOL-EMP-SEQ               PIC 9(06).
           05  BOL-MULTA-PERC            PIC 9(02)V99.
           05  BOL-JUROS-DIA-PERC        PIC 9V9(04).
           05  BOL-DESC-VALOR            PIC S9(09)V99.
           05  BOL-DESC-DATA-LIMITE      PIC 9(08).
