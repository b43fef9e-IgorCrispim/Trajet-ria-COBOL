      *    21/08/2026 IC  INCLUIDOS OS TOTAIS POR AGENCIA, PARA AS
      *                   TELAS MANTEREM A QUEBRA POR AGENCIA QUANDO
      *                   RESPONDEM PELA FOTO DE AGREGADOS
      *    15/10/2026 IC  AMPLIADO AGRE-RANK-SALDO PARA S9(09)V99,
      *                   ACOMPANHANDO SALDO DE CONTACAD
      ******************************************************************
       01  REG-AGREGADO.
           05  AGRE-DATA                 PIC 9(08).
           05  AGRE-RANK-QTDE            PIC 9(02).
           05  AGRE-RANKING OCCURS 50 TIMES.
               10  AGRE-RANK-CONTA       PIC 9(06).
               10  AGRE-RANK-SALDO       PIC S9(09)V99.
