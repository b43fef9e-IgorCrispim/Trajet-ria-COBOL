      ******************************************************************
      *    COPY       CONTDECIS
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE DECISOES DE CHARGEBACK
      *               RECEBIDO DA ADQUIRENTE (ARQ-DECISAO,
      *               CONTESTACAO-DECISAO.DAT): UMA DECISAO POR
      *               CONTESTACAO, IDENTIFICADA PELO CARTAO E PELA
      *               SEQUENCIA DA COMPRA NO EXTRATO, COM O RESULTADO
      *               (PROCEDENTE A FAVOR DO CLIENTE OU IMPROCEDENTE
      *               A FAVOR DO LOJISTA), O VALOR E A REFERENCIA DO
      *               CASO NA ADQUIRENTE; SEGUE A CONVENCAO DE
      *               HEADER/TRAILER DOS ARQUIVOS DE ENTRADA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-DECISAO.
           05  DEC-CARD-NUMERO           PIC 9(16).
           05  DEC-EXT-SEQUENCIA         PIC 9(06).
           05  DEC-RESULTADO             PIC X(01).
               88  DEC-PROCEDENTE        VALUE 'P'.
               88  DEC-IMPROCEDENTE      VALUE 'I'.
           05  DEC-VALOR                 PIC 9(11)V99.
           05  DEC-REFERENCIA            PIC X(20).
