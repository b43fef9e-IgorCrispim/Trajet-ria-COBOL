      ******************************************************************
      *    COPY       EFINREG
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO SEMESTRAL DA E-FINANCEIRA PARA
      *               A RECEITA FEDERAL (ARQ-EFINANCEIRA,
      *               EFINANCEIRA.DAT): HEADER 'H' COM O SEMESTRE,
      *               'M' COM O TOTAL MENSAL POR CONTA, TIPO DE
      *               MOVIMENTO E NATUREZA (C CREDITO, D DEBITO), 'S'
      *               COM O CONSOLIDADO MENSAL DA CONTA E O SALDO NO
      *               FIM DO MES E TRAILER 'T' COM OS TOTAIS DE
      *               CONTROLE. TIPO DE PESSOA F (CPF) OU J (CNPJ)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-EFINANCEIRA.
           05  EFN-TIPO-REG              PIC X(01).
               88  EFN-HEADER            VALUE 'H'.
               88  EFN-MOVIMENTO         VALUE 'M'.
               88  EFN-SALDO             VALUE 'S'.
               88  EFN-TRAILER           VALUE 'T'.
           05  EFN-DADOS-CONTA.
               10  EFN-TIPO-PESSOA       PIC X(01).
               10  EFN-DOCUMENTO         PIC 9(14).
               10  EFN-NOME              PIC X(30).
               10  EFN-AGENCIA           PIC 9(04).
               10  EFN-CONTA-NUM         PIC 9(06).
               10  EFN-ANO-MES           PIC 9(06).
               10  EFN-DADOS-MOVIMENTO.
                   15  EFN-TIPO-MOV      PIC X(02).
                   15  EFN-NATUREZA      PIC X(01).
                   15  EFN-QTDE-MOV      PIC 9(06).
                   15  EFN-VALOR         PIC 9(13)V99.
                   15  FILLER            PIC X(32).
               10  EFN-DADOS-SALDO REDEFINES EFN-DADOS-MOVIMENTO.
                   15  EFN-TOTAL-CREDITOS PIC 9(13)V99.
                   15  EFN-TOTAL-DEBITOS PIC 9(13)V99.
                   15  EFN-SALDO-FIM-MES PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
                   15  FILLER            PIC X(10).
           05  EFN-DADOS-HEADER REDEFINES EFN-DADOS-CONTA.
               10  EFN-HDR-DATA          PIC 9(08).
               10  EFN-HDR-INICIO        PIC 9(08).
               10  EFN-HDR-FIM           PIC 9(08).
               10  EFN-HDR-SISTEMA       PIC X(03).
               10  EFN-HDR-INSTITUICAO   PIC X(20).
               10  FILLER                PIC X(70).
           05  EFN-DADOS-TRAILER REDEFINES EFN-DADOS-CONTA.
               10  EFN-TRL-QTDE          PIC 9(08).
               10  EFN-TRL-VALOR         PIC 9(13)V99.
               10  EFN-TRL-QTDE-DECLARADOS PIC 9(08).
               10  FILLER                PIC X(86).
