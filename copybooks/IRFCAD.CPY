      *                   ZERADOS (ISENTOS PARA PESSOA FISICA) E SAO
      *                   DESTACADOS NA SECAO DE RENDIMENTOS ISENTOS
      *                   DO INFORME
      *    15/10/2026 IC  AMPLIADOS RENDIMENTO E IR RETIDO PARA
      *                   S9(09)V99, ACOMPANHANDO APL-VALOR-APLICADO
      *                   (CONVERSAO DO ACERVO PELO BATCH
      *                   VALOR-CONVERSAO)
      *    15/10/2026 IC  PRODUTOS CPP (PREMIO DE SORTEIO DE TITULO DE
      *                   CAPITALIZACAO, IR SOBRE O PREMIO BRUTO) E
      *                   CPR (RESGATE DO TITULO, IR SOBRE O QUE
      *                   EXCEDE AS CONTRIBUICOES PAGAS)
      ******************************************************************
       01  REG-IRFONTE.
           05  IRF-CONTA-NUM             PIC 9(06).
           05  IRF-DATA-RESGATE          PIC 9(08).
           05  IRF-DIAS-APLICACAO        PIC 9(05).
           05  IRF-ALIQUOTA              PIC 9(02)V99.
           05  IRF-VALOR-RENDIMENTO      PIC S9(09)V99.
           05  IRF-VALOR-IR              PIC S9(09)V99.
           05  IRF-PRODUTO               PIC X(03).
