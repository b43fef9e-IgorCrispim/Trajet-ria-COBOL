      ******************************************************************
      *    COPY       RECOPER
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    TABELA DAS OPERADORAS DE TELEFONIA CELULAR
      *               CONVENIADAS PARA A RECARGA (ARQ-RECOPER,
      *               RECARGA-OPERADORA.DAT): NOME, SITUACAO, O
      *               PERCENTUAL DE COMISSAO DO BANCO SOBRE O VALOR
      *               RECARREGADO E A LISTA DOS VALORES DE RECARGA
      *               ACEITOS PELA OPERADORA; SO OS VALORES DA TABELA
      *               SAO OFERECIDOS NO CAIXA E NOS CANAIS
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RECOPER.
           05  ROP-CODIGO                PIC X(03).
           05  ROP-NOME                  PIC X(20).
           05  ROP-PERC-COMISSAO         PIC 9(02)V99.
           05  ROP-QTDE-VALORES          PIC 9(02).
           05  ROP-VALORES.
               10  ROP-VALOR             PIC 9(05)V99
                                         OCCURS 10 TIMES.
           05  ROP-STATUS                PIC X(01).
               88  ROP-ATIVA             VALUE 'A'.
               88  ROP-INATIVA           VALUE 'I'.
