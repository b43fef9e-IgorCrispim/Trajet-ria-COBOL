      *               APROVACAO-EXPIRA
      *    MODIFICATION HISTORY
      *    20/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O TIPO TC (CONCESSAO DE EMPRESTIMO
      *                   OU CARTAO ACIMA DO TETO DE EXPOSICAO DO CPF)
      *                   E O STATUS U (AUTORIZACAO TC JA UTILIZADA)
      ******************************************************************
       01  REG-APROVACAO.
           05  APR-SEQ                   PIC 9(08).
               88  APR-LIBERACAO         VALUE 'LS'.
               88  APR-LIMITE-DIARIO     VALUE 'LD'.
               88  APR-LIMITE-CHEQUE     VALUE 'LC'.
               88  APR-TETO-CREDITO      VALUE 'TC'.
           05  APR-CONTA-NUM             PIC 9(06).
           05  APR-VALOR                 PIC S9(09)V99.
           05  APR-SOLICITANTE           PIC X(08).
               88  APR-APROVADA          VALUE 'A'.
               88  APR-REJEITADA         VALUE 'R'.
               88  APR-EXPIRADA          VALUE 'X'.
               88  APR-UTILIZADA         VALUE 'U'.
           05  APR-APROVADOR             PIC X(08).
           05  APR-DATA-DECISAO          PIC 9(08).
