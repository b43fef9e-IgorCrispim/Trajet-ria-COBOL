      ******************************************************************
      *    COPY       BNFCRED
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CREDITOS MENSAIS DOS BENEFICIOS DO INSS
      *               (ARQ-BNFCRED, BENEFICIO-CREDITO.DAT), UM POR NB E
      *               COMPETENCIA, COM A SEQUENCIA DO MOVIMENTO IN NO
      *               EXTRATO E O SALDO DA CONTA LOGO APOS O CREDITO.
      *               O CREDITO NASCE C (CREDITADO); PASSADO O PRAZO
      *               LEGAL DE SAQUE, O BATCH INSS-CREDITO O DA COMO
      *               SACADO (S) SE O SALDO DA CONTA CAIU ABAIXO DO
      *               SALDO APOS O CREDITO, OU O DEVOLVE AO INSS (D)
      *               COM O MOVIMENTO IV E O REGISTRO NO ARQUIVO DE
      *               RETORNO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-BNFCRED.
           05  BCR-CHAVE.
               10  BCR-NB                PIC 9(10).
               10  BCR-COMPETENCIA       PIC 9(06).
           05  BCR-CONTA-NUM             PIC 9(06).
           05  BCR-CPF                   PIC 9(11).
           05  BCR-VALOR                 PIC 9(11)V99.
           05  BCR-DATA-CREDITO          PIC 9(08).
           05  BCR-EXT-SEQ               PIC 9(06).
           05  BCR-SALDO-APOS            PIC S9(11)V99.
           05  BCR-STATUS                PIC X(01).
               88  BCR-CREDITADO         VALUE 'C'.
               88  BCR-SACADO            VALUE 'S'.
               88  BCR-DEVOLVIDO         VALUE 'D'.
           05  BCR-DATA-BAIXA            PIC 9(08).
