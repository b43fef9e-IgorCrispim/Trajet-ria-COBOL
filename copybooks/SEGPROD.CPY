      ******************************************************************
      *    COPY       SEGPROD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CATALOGO DOS SEGUROS RESIDENCIAIS E DE VIDA DA
      *               SEGURADORA PARCEIRA VENDIDOS NO BALCAO
      *               (ARQ-SEGPRODUTO): RAMO, FAIXA DA IMPORTANCIA
      *               SEGURADA, TAXA MENSAL DO PREMIO SOBRE A
      *               IMPORTANCIA SEGURADA E O PERCENTUAL DE COMISSAO
      *               DE CORRETAGEM DO BANCO SOBRE O PREMIO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SEGPRODUTO.
           05  SGP-CODIGO                PIC X(04).
           05  SGP-NOME                  PIC X(30).
           05  SGP-RAMO                  PIC X(01).
               88  SGP-RESIDENCIAL       VALUE 'R'.
               88  SGP-VIDA              VALUE 'V'.
           05  SGP-IS-MINIMA             PIC S9(09)V99.
           05  SGP-IS-MAXIMA             PIC S9(09)V99.
           05  SGP-TAXA-PREMIO           PIC 9(01)V9(04).
           05  SGP-PERC-COMISSAO         PIC 9(02)V99.
           05  SGP-STATUS                PIC X(01).
               88  SGP-ATIVO             VALUE 'A'.
               88  SGP-INATIVO           VALUE 'I'.
