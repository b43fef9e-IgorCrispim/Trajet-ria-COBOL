      *               ANTES DO LOGOUT DO OPERADOR
      *    MODIFICATION HISTORY
      *    18/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO CX-AGENCIA (AGENCIA DA GAVETA,
      *                   INFORMADA NA ABERTURA) E OS TOTAIS DE
      *                   SUPRIMENTO E SANGRIA DO SUPERVISOR, PARA O
      *                   HISTORICO DE NUMERARIO SEPARAR O MOVIMENTO
      *                   DOS CLIENTES DO MOVIMENTO COM O COFRE
      ******************************************************************
       01  REG-CAIXA.
           05  CX-OPER-ID                PIC X(08).
           05  CX-SALDO-INICIAL          PIC S9(09)V99.
           05  CX-TOTAL-ENTRADAS         PIC S9(09)V99.
           05  CX-TOTAL-SAIDAS           PIC S9(09)V99.
           05  CX-AGENCIA                PIC 9(04).
           05  CX-TOTAL-SUPRIMENTOS      PIC S9(09)V99.
           05  CX-TOTAL-SANGRIAS         PIC S9(09)V99.
