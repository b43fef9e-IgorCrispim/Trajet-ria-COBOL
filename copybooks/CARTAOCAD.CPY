      *                   CARTOES DO ACERVO SEM PIN CONTINUAM
      *                   VALIDADOS PELA SENHA DA CONTA ATE O
      *                   CADASTRO DO PIN NO CAIXA
      *    15/10/2026 IC  INCLUIDO A VALIDADE DO CARTAO (ANO/MES, O
      *                   CARTAO VALE ATE O ULTIMO DIA DO MES) E O
      *                   ENCADEAMENTO DA REEMISSAO: O CARTAO NOVO
      *                   APONTA O ANTERIOR E O ANTIGO APONTA O
      *                   SUBSTITUTO, QUE PASSA A SER O DONO DAS
      *                   FATURAS E PARCELAMENTOS; CARTOES DO ACERVO
      *                   SEM VALIDADE RECEBEM A DATA NA PRIMEIRA
      *                   PASSADA DO BATCH CARTAO-REEMISSAO
      *    15/10/2026 IC  INCLUIDO O PRODUTO DO CARTAO DE CREDITO
      *                   (NACIONAL, GOLD, PLATINUM), QUE DEFINE A
      *                   TAXA DE ACUMULO DO PROGRAMA DE PONTOS;
      *                   CARTOES DO ACERVO SEM PRODUTO SAO TRATADOS
      *                   COMO NACIONAL
      *    15/10/2026 IC  AMPLIADO O LIMITE DE CREDITO PARA 9(09)V99
      *                   (CONVERSAO DO ACERVO PELO BATCH
      *                   VALOR-CONVERSAO)
      ******************************************************************
       01  REG-CARTAO.
           05  CARD-NUMERO               PIC 9(16).
           05  CARD-MODALIDADE           PIC X(01).
               88  CARD-DEBITO           VALUE 'D'.
               88  CARD-CREDITO          VALUE 'C'.
           05  CARD-LIMITE-CREDITO       PIC 9(09)V99.
           05  CARD-DIA-FECHAMENTO       PIC 9(02).
           05  CARD-DIA-VENCIMENTO       PIC 9(02).
           05  CARD-PIN                  PIC X(10).
           05  CARD-QTDE-ERRO-PIN        PIC 9(02).
           05  CARD-VALIDADE.
               10  CARD-VALIDADE-ANO     PIC 9(04).
               10  CARD-VALIDADE-MES     PIC 9(02).
           05  CARD-VALIDADE-AAAAMM REDEFINES CARD-VALIDADE
                                         PIC 9(06).
           05  CARD-NUMERO-ANTERIOR      PIC 9(16).
           05  CARD-NUMERO-SUBSTITUTO    PIC 9(16).
           05  CARD-PRODUTO              PIC X(01).
               88  CARD-NACIONAL         VALUE 'N'.
               88  CARD-GOLD             VALUE 'G'.
               88  CARD-PLATINUM         VALUE 'P'.
