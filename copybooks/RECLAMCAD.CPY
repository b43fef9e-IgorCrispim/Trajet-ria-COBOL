      ******************************************************************
      *    COPY       RECLAMCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    REGISTRO DE RECLAMACOES DO SAC E DA OUVIDORIA
      *               (ARQ-RECLAMACAO), POR NUMERO DE PROTOCOLO, COM O
      *               PRODUTO ENVOLVIDO (CONTA COM O TIPO DO MOVIMENTO
      *               DO EXTRATO, CARTAO, EMPRESTIMO OU BOLETO E A
      *               REFERENCIA), CANAL, CATEGORIA E O PRAZO (SLA) EM
      *               DIAS UTEIS PELO CALENDARIO DE FERIADOS. O STATUS
      *               VAI DE ABERTA A RESPONDIDA PELO SAC E, QUANDO O
      *               CLIENTE NAO SE SATISFAZ OU O PRAZO DO SAC VENCE,
      *               A ESCALADA PARA A OUVIDORIA COM PRAZO PROPRIO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RECLAMACAO.
           05  RCL-PROTOCOLO             PIC 9(08).
           05  RCL-CPF                   PIC 9(11).
           05  RCL-CONTA-NUM             PIC 9(06).
           05  RCL-NOME                  PIC X(30).
           05  RCL-PRODUTO               PIC X(02).
               88  RCL-PROD-CONTA        VALUE 'CC'.
               88  RCL-PROD-CARTAO       VALUE 'CT'.
               88  RCL-PROD-EMPRESTIMO   VALUE 'EM'.
               88  RCL-PROD-BOLETO       VALUE 'BO'.
               88  RCL-PROD-OUTROS       VALUE 'OU'.
               88  RCL-PRODUTO-VALIDO    VALUE 'CC' 'CT' 'EM' 'BO'
                                               'OU'.
           05  RCL-TIPO-MOV              PIC X(02).
           05  RCL-REFERENCIA            PIC 9(16).
           05  RCL-CANAL                 PIC X(01).
               88  RCL-CANAL-BALCAO      VALUE 'B'.
               88  RCL-CANAL-TELEFONE    VALUE 'T'.
               88  RCL-CANAL-INTERNET    VALUE 'I'.
               88  RCL-CANAL-REGULADOR   VALUE 'R'.
               88  RCL-CANAL-CONSUMIDOR  VALUE 'C'.
               88  RCL-CANAL-VALIDO      VALUE 'B' 'T' 'I' 'R' 'C'.
           05  RCL-CATEGORIA             PIC X(02).
               88  RCL-CAT-TARIFA        VALUE 'TA'.
               88  RCL-CAT-COBRANCA      VALUE 'CO'.
               88  RCL-CAT-ATENDIMENTO   VALUE 'AT'.
               88  RCL-CAT-FRAUDE        VALUE 'FR'.
               88  RCL-CAT-CADASTRO      VALUE 'CA'.
               88  RCL-CAT-PRODUTO       VALUE 'PR'.
               88  RCL-CAT-OUTROS        VALUE 'OU'.
               88  RCL-CATEGORIA-VALIDA  VALUE 'TA' 'CO' 'AT' 'FR'
                                               'CA' 'PR' 'OU'.
           05  RCL-DESCRICAO             PIC X(60).
           05  RCL-DATA-ABERTURA         PIC 9(08).
           05  RCL-HORA-ABERTURA         PIC 9(06).
           05  RCL-OPER-ABERTURA         PIC X(08).
           05  RCL-DATA-SLA              PIC 9(08).
           05  RCL-STATUS                PIC X(01).
               88  RCL-ABERTA            VALUE 'A'.
               88  RCL-RESPONDIDA        VALUE 'R'.
               88  RCL-EM-OUVIDORIA      VALUE 'O'.
               88  RCL-FINALIZADA        VALUE 'F'.
           05  RCL-DATA-RESPOSTA         PIC 9(08).
           05  RCL-OPER-RESPOSTA         PIC X(08).
           05  RCL-RESPOSTA              PIC X(60).
           05  RCL-PROCEDENTE            PIC X(01).
               88  RCL-E-PROCEDENTE      VALUE 'S'.
           05  RCL-NO-PRAZO              PIC X(01).
               88  RCL-RESPONDIDA-NO-PRAZO VALUE 'S'.
           05  RCL-DATA-ESCALADA         PIC 9(08).
           05  RCL-DATA-SLA-OUVIDORIA    PIC 9(08).
           05  RCL-DATA-RESP-OUVIDORIA   PIC 9(08).
           05  RCL-OPER-OUVIDORIA        PIC X(08).
           05  RCL-RESPOSTA-OUVIDORIA    PIC X(60).
           05  RCL-OUVIDORIA-NO-PRAZO    PIC X(01).
               88  RCL-OUVIDORIA-EM-DIA  VALUE 'S'.
