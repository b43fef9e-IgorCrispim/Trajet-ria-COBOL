      ******************************************************************
      *    COPY       PERDAOP
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    REGISTRO DE EVENTOS DE PERDA OPERACIONAL
      *               (ARQ-PERDA-OP), POR NUMERO DO EVENTO: TIPO DE
      *               EVENTO E LINHA DE NEGOCIO DE BASILEIA, CAUSA,
      *               AGENCIA E LOCAL (OPERADOR DA GAVETA OU TERMINAL
      *               ATM), PERDA BRUTA, RECUPERACOES E AS DATAS DE
      *               OCORRENCIA, DESCOBERTA E REGISTRO. AS DIFERENCAS
      *               DE GAVETA (DC) E AS FALTAS DE ATM (AT) SAO
      *               GRAVADAS AUTOMATICAMENTE; AS DEMAIS CAUSAS VEM
      *               DA TELA DE RISCO OPERACIONAL. O CONTABIL-DIARIO
      *               LANCA NO RAZAO A PERDA (D 31008 / C
      *               PRD-CONTA-CONTRA) E AS RECUPERACOES (D
      *               PRD-CONTA-CONTRA / C 41008) AINDA NAO
      *               CONTABILIZADAS, COM O NUMERO DO EVENTO EM
      *               RAZ-ORIGEM-SEQ
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PERDA-OP.
           05  PRD-EVENTO                PIC 9(06).
           05  PRD-TIPO-BASILEIA         PIC X(02).
               88  PRD-FRAUDE-INTERNA    VALUE 'FI'.
               88  PRD-FRAUDE-EXTERNA    VALUE 'FE'.
               88  PRD-PRATICAS-TRABALHO VALUE 'TR'.
               88  PRD-CLIENTES-PRODUTOS VALUE 'CP'.
               88  PRD-DANOS-ATIVOS      VALUE 'DA'.
               88  PRD-FALHA-SISTEMAS    VALUE 'FS'.
               88  PRD-EXECUCAO-PROCESSOS VALUE 'EP'.
               88  PRD-TIPO-VALIDO       VALUE 'FI' 'FE' 'TR' 'CP'
                                               'DA' 'FS' 'EP'.
           05  PRD-LINHA-NEGOCIO         PIC X(02).
               88  PRD-LN-FINANCAS-CORP  VALUE 'FC'.
               88  PRD-LN-NEGOCIACAO     VALUE 'NV'.
               88  PRD-LN-VAREJO         VALUE 'VA'.
               88  PRD-LN-COMERCIAL      VALUE 'CM'.
               88  PRD-LN-PAGAMENTOS     VALUE 'PL'.
               88  PRD-LN-AGENTE         VALUE 'SA'.
               88  PRD-LN-ADM-ATIVOS     VALUE 'AA'.
               88  PRD-LN-CORRETAGEM     VALUE 'CV'.
               88  PRD-LINHA-VALIDA      VALUE 'FC' 'NV' 'VA' 'CM'
                                               'PL' 'SA' 'AA' 'CV'.
           05  PRD-CAUSA                 PIC X(02).
               88  PRD-DIFERENCA-CAIXA   VALUE 'DC'.
               88  PRD-FALTA-ATM         VALUE 'AT'.
               88  PRD-NOTA-FALSA        VALUE 'NF'.
               88  PRD-FRAUDE-CONFIRMADA VALUE 'FR'.
               88  PRD-INDENIZACAO-JUDICIAL VALUE 'IJ'.
               88  PRD-ERRO-PROCESSAMENTO VALUE 'EP'.
               88  PRD-OUTRA-CAUSA       VALUE 'OU'.
               88  PRD-CAUSA-MANUAL      VALUE 'NF' 'FR' 'IJ' 'EP'
                                               'OU'.
           05  PRD-AGENCIA               PIC 9(04).
           05  PRD-LOCAL                 PIC X(08).
           05  PRD-CONTA-NUM             PIC 9(06).
           05  PRD-VALOR-BRUTO           PIC S9(11)V99.
           05  PRD-VALOR-RECUPERADO      PIC S9(11)V99.
           05  PRD-DATA-OCORRENCIA       PIC 9(08).
           05  PRD-DATA-DESCOBERTA       PIC 9(08).
           05  PRD-DATA-REGISTRO         PIC 9(08).
           05  PRD-HORA-REGISTRO         PIC 9(06).
           05  PRD-OPER-REGISTRO         PIC X(08).
           05  PRD-DATA-ULT-RECUPERACAO  PIC 9(08).
           05  PRD-CONTA-CONTRA          PIC 9(05).
           05  PRD-BRUTO-CONTABILIZADO   PIC S9(11)V99.
           05  PRD-RECUP-CONTABILIZADA   PIC S9(11)V99.
           05  PRD-DATA-CONTABIL         PIC 9(08).
           05  PRD-STATUS                PIC X(01).
               88  PRD-ABERTO            VALUE 'A'.
               88  PRD-ENCERRADO         VALUE 'E'.
           05  PRD-DESCRICAO             PIC X(60).
