      ******************************************************************
      *    COPY       CCSREM
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DIARIO DE RELACIONAMENTOS PARA
      *               O CCS DO BANCO CENTRAL (ARQ-REMESSA,
      *               CCS-REMESSA.DAT), COM HEADER 'H' + DATA +
      *               SEQUENCIA E TRAILER 'T' + QUANTIDADE + VALOR
      *               (ZERADO, O CCS NAO TEM VALORES), NA CONVENCAO
      *               DOS ARQUIVOS DE ENTRADA. VINCULO: 01 TITULAR,
      *               02 COTITULAR, 03 PROCURADOR, 04 REPRESENTANTE
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CCS-REMESSA.
           05  CRM-TIPO-REG              PIC X(01).
               88  CRM-HEADER            VALUE 'H'.
               88  CRM-DETALHE           VALUE 'D'.
               88  CRM-TRAILER           VALUE 'T'.
           05  CRM-DADOS-DETALHE.
               10  CRM-SEQ-REG           PIC 9(08).
               10  CRM-MOVIMENTO         PIC X(01).
               10  CRM-TIPO-PESSOA       PIC X(01).
               10  CRM-DOCUMENTO         PIC 9(14).
               10  CRM-VINCULO           PIC 9(02).
               10  CRM-AGENCIA           PIC 9(04).
               10  CRM-CONTA-NUM         PIC 9(06).
               10  CRM-DATA-INICIO       PIC 9(08).
               10  CRM-DATA-FIM          PIC 9(08).
               10  FILLER                PIC X(47).
           05  CRM-DADOS-HEADER REDEFINES CRM-DADOS-DETALHE.
               10  CRM-HDR-DATA          PIC 9(08).
               10  CRM-HDR-SEQ           PIC 9(06).
               10  CRM-HDR-SISTEMA       PIC X(03).
               10  CRM-HDR-INSTITUICAO   PIC X(20).
               10  FILLER                PIC X(62).
           05  CRM-DADOS-TRAILER REDEFINES CRM-DADOS-DETALHE.
               10  CRM-TRL-QTDE          PIC 9(08).
               10  CRM-TRL-VALOR         PIC 9(13)V99.
               10  FILLER                PIC X(76).
