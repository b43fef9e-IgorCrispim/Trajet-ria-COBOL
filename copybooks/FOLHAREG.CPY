      *               PARA CONFERENCIA E O VALOR DO SALARIO
      *    MODIFICATION HISTORY
      *    17/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O DIGITO VERIFICADOR DA CONTA DO
      *                   FUNCIONARIO
      ******************************************************************
       01  REG-FOLHA.
           05  FOL-CONV-CODIGO           PIC 9(04).
           05  FOL-CPF                   PIC 9(11).
           05  FOL-NOME                  PIC X(30).
           05  FOL-VALOR                 PIC 9(09)V99.
           05  FOL-CONTA-DV              PIC X(01).
