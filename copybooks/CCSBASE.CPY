      ******************************************************************
      *    COPY       CCSBASE
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    BASE DOS RELACIONAMENTOS JA INFORMADOS AO CCS DO
      *               BANCO CENTRAL (ARQ-CCSBASE, CCS-BASE.DAT): UM
      *               REGISTRO POR CONTA, VINCULO E DOCUMENTO (CPF OU
      *               CNPJ) - TITULAR, COTITULAR, PROCURADOR OU
      *               REPRESENTANTE DA EMPRESA - COM A AGENCIA E AS
      *               DATAS DE INICIO E FIM; O BATCH CCS-REMESSA MARCA
      *               CADA VINCULO VISTO NA RODADA E O QUE DEIXA DE
      *               SER VISTO E INFORMADO COMO FIM DE RELACIONAMENTO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CCSBASE.
           05  CCB-CHAVE.
               10  CCB-CONTA-NUM         PIC 9(06).
               10  CCB-VINCULO           PIC X(01).
                   88  CCB-TITULAR       VALUE 'T'.
                   88  CCB-COTITULAR     VALUE 'C'.
                   88  CCB-PROCURADOR    VALUE 'P'.
                   88  CCB-REPRESENTANTE VALUE 'R'.
               10  CCB-DOCUMENTO         PIC 9(14).
           05  CCB-TIPO-PESSOA           PIC X(01).
               88  CCB-PESSOA-FISICA     VALUE 'F'.
               88  CCB-PESSOA-JURIDICA   VALUE 'J'.
           05  CCB-AGENCIA               PIC 9(04).
           05  CCB-DATA-INICIO           PIC 9(08).
           05  CCB-DATA-FIM              PIC 9(08).
           05  CCB-STATUS                PIC X(01).
               88  CCB-ATIVO             VALUE 'A'.
               88  CCB-ENCERRADO         VALUE 'E'.
           05  CCB-MARCA-VISTO           PIC 9(14).
