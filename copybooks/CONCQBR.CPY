      ******************************************************************
      *    COPY       CONCQBR
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    QUEBRAS EM ABERTO DA CONCILIACAO DIARIA DOS
      *               SUB-RAZOES COM O RAZAO (ARQ-CONCQBR), UMA POR
      *               CONTA CONTABIL E AGENCIA (AGENCIA 9999 NA
      *               QUEBRA DO TOTAL DA CONTA): A DATA DE ABERTURA
      *               FICA DO PRIMEIRO DIA EM QUE A DIFERENCA
      *               APARECEU, PARA O ENVELHECIMENTO DAS QUEBRAS QUE
      *               ATRAVESSAM DIAS; A QUEBRA ZERADA E FECHADA (F)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CONCQBR.
           05  QBR-CHAVE.
               10  QBR-CONTA-CONTABIL    PIC 9(05).
               10  QBR-AGENCIA           PIC 9(04).
           05  QBR-STATUS                PIC X(01).
               88  QBR-ABERTA            VALUE 'A'.
               88  QBR-FECHADA           VALUE 'F'.
           05  QBR-DATA-ABERTURA         PIC 9(08).
           05  QBR-DATA-ULT-CONCILIACAO  PIC 9(08).
           05  QBR-DATA-FECHAMENTO       PIC 9(08).
           05  QBR-SALDO-ARQUIVO         PIC S9(13)V99.
           05  QBR-SALDO-CONTABIL        PIC S9(13)V99.
           05  QBR-DIFERENCA             PIC S9(13)V99.
           05  QBR-DIFERENCA-ABERTURA    PIC S9(13)V99.
