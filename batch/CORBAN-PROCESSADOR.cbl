      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH NOTURNO DOS CORRESPONDENTES BANCARIOS:
      *            INGERE O ARQUIVO CONSOLIDADO DE TRANSACOES DA
      *            REDE (CORBAN.DAT, CONVENCAO HEADER/TRAILER),
      *            LANCANDO OS DEPOSITOS (KD) E SAQUES (KS) NAS
      *            CONTAS DOS CLIENTES E ROTEANDO OS PAGAMENTOS DE
      *            TITULOS PARA O REGISTRO DE TITULOS PAGOS
      *            (PAGTITULO-LIQUIDACAO) COM DEBITO PG NA CONTA DE
      *            LIQUIDACAO DO CORRESPONDENTE. TRANSACAO DE
      *            CORRESPONDENTE NAO CADASTRADO OU INATIVO, OU QUE
      *            ESTOURA O LIMITE DIARIO DELE, E REJEITADA. AO FINAL
      *            APURA POR CORRESPONDENTE A COMISSAO POR TIPO DE
      *            TRANSACAO (CREDITO KC) E O LIQUIDO DO NUMERARIO
      *            (DEPOSITOS MENOS SAQUES: DEBITO KL QUANDO O
      *            CORRESPONDENTE DEVE AO BANCO, CREDITO KR QUANDO O
      *            BANCO DEVE A ELE), E O RETORNO (CORBAN.RET)
      *            INFORMA O STATUS DE CADA TRANSACAO E O RESUMO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORBAN-PROCESSADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-CORBAN ASSIGN TO "corban-cad.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CBC-CODIGO
                FILE STATUS  IS FS-CORBAN.
           SELECT ARQ-PAGTITULO ASSIGN TO "pagtitulo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PGT-SEQ
                ALTERNATE RECORD KEY IS PGT-LINHA-DIG
                     WITH DUPLICATES
                FILE STATUS  IS FS-PAGTITULO.
           SELECT ARQ-PAGTITCTL ASSIGN TO "pagtitctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PAGTITCTL.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-INTSEQ ASSIGN TO "intseq.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ISQ-ARQUIVO
                FILE STATUS  IS FS-INTSEQ.
           SELECT ARQ-QUARENTENA ASSIGN TO "quarentena.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-QUARENTENA.
           SELECT ARQ-REJ-INTAKE ASSIGN TO "quarentena-rejeicao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REJ-INTAKE.
           SELECT ARQ-CORBAN-MOV ASSIGN TO "corban.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CORBAN-MOV.
           SELECT ARQ-RETORNO ASSIGN TO "corban.ret"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RETORNO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-CORBAN.
           COPY CORBANCAD.
       FD ARQ-PAGTITULO.
           COPY PAGTITCAD.
       FD ARQ-PAGTITCTL.
           COPY PAGTITCTL.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-CORBAN-MOV.
           COPY CORBANMOV.
       FD ARQ-RETORNO.
       01 REG-RETORNO                  PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CORBAN-PROCESSADOR'.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-CORBAN                    PIC XX.
       77 FS-PAGTITULO                 PIC XX.
       77 FS-PAGTITCTL                 PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-CORBAN-MOV                PIC XX.
       77 FS-RETORNO                   PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
      *    COMISSAO PAGA AO CORRESPONDENTE POR TRANSACAO ACEITA
      *    (PARAMETRO.DAT)
       77 WS-COMIS-DEPOSITO            PIC S9(05)V99 VALUE 1.00.
       77 WS-COMIS-SAQUE               PIC S9(05)V99 VALUE 1.20.
       77 WS-COMIS-PAGAMENTO           PIC S9(05)V99 VALUE 0.70.
       77 WS-QTDE-LIDAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ACEITAS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REJEITADAS           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ACEITO              PIC S9(13)V99 VALUE ZEROS.
       77 WS-TRANSACAO-OK              PIC X(01) VALUE 'N'.
           88 TRANSACAO-OK             VALUE 'S'.
       77 WS-MOTIVO                    PIC X(40).
       77 WS-AUX                       PIC S9(13)V99.
       77 WS-LINHA-RET                 PIC X(132).
       77 WS-PGT-NUMERO                PIC 9(08).
      *    CAMPOS DO LANCAMENTO EM CONTA (P800-LANCAR-CONTA): A CONTA
      *    JA VEM LIDA EM REG-CONTA
       77 WS-LNC-VALOR                 PIC S9(11)V99.
       77 WS-LNC-SINAL                 PIC X(01).
           88 LNC-CREDITO              VALUE 'C'.
           88 LNC-DEBITO               VALUE 'D'.
       77 WS-LNC-TIPO                  PIC X(02).
       77 WS-LNC-CONTRA                PIC 9(06).
       77 WS-LNC-DETALHE               PIC X(30).
       77 WS-LNC-OK                    PIC X(01).
           88 LNC-OK                   VALUE 'S'.
      *    TABELA DOS CORRESPONDENTES QUE APARECEM NO ARQUIVO, COM OS
      *    ACUMULADOS DO DIA PARA O LIMITE, A COMISSAO E A
      *    LIQUIDACAO
       77 WS-QTDE-CBC                  PIC 9(03) VALUE ZEROS.
       77 WS-MAX-CBC                   PIC 9(03) VALUE 200.
       77 WS-CBC-I                     PIC 9(03).
       01 WS-CBC-TAB.
           05 WS-CBC-ITEM OCCURS 200 TIMES.
               10 WS-CBC-CODIGO        PIC 9(06).
               10 WS-CBC-CONTA         PIC 9(06).
               10 WS-CBC-LIMITE        PIC S9(09)V99.
               10 WS-CBC-SITUACAO      PIC X(01).
                   88 WS-CBC-VALIDO    VALUE 'A'.
                   88 WS-CBC-RECUSADO  VALUE 'X'.
               10 WS-CBC-USADO         PIC S9(11)V99.
               10 WS-CBC-QTDE-DEP      PIC 9(06).
               10 WS-CBC-VALOR-DEP     PIC S9(11)V99.
               10 WS-CBC-QTDE-SAQ      PIC 9(06).
               10 WS-CBC-VALOR-SAQ     PIC S9(11)V99.
               10 WS-CBC-QTDE-PAG      PIC 9(06).
               10 WS-CBC-VALOR-PAG     PIC S9(11)V99.
               10 WS-CBC-COMISSAO      PIC S9(09)V99.
               10 WS-CBC-QTDE-REJ      PIC 9(06).
       77 WS-CBC-BRUTO                 PIC S9(11)V99.
       77 WS-CBC-LIQUIDO               PIC S9(11)V99.
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
           05 WS-DHC-DIA               PIC 9(02).
           05 WS-DHC-HORA              PIC 9(02).
           05 WS-DHC-MINUTO            PIC 9(02).
           05 WS-DHC-SEGUNDO           PIC 9(02).
           05 FILLER                   PIC X(07).
       01 WS-DATA-HORA-R REDEFINES WS-DATA-HORA-COMPLETA.
           05 WS-DATA-ATUAL            PIC 9(08).
           05 WS-HORA-ATUAL            PIC 9(06).
           05 FILLER                   PIC X(07).
       PROCEDURE DIVISION.
       P100-MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P230-VALIDAR-ARQUIVO-ENTRADA
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-PROCESSAR-TRANSACOES
             PERFORM P700-LIQUIDAR-CORRESPONDENTES
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: ' FS-EXTRATO
                STOP RUN
             END-IF
             OPEN I-O ARQ-CORBAN
             IF FS-CORBAN NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CORRESPONDENTES,'
                        ' STATUS: ' FS-CORBAN
                STOP RUN
             END-IF
             OPEN I-O ARQ-PAGTITULO
             IF FS-PAGTITULO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PAGTITULO
                CLOSE ARQ-PAGTITULO
                OPEN I-O ARQ-PAGTITULO
             END-IF
             IF FS-PAGTITULO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS TITULOS PAGOS, STATUS: '
                        FS-PAGTITULO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PAGTITCTL
             IF FS-PAGTITCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PAGTITCTL
                MOVE 0 TO ULT-PAGTITULO
                WRITE REG-PAGTITCTL
             END-IF
             CLOSE ARQ-PAGTITCTL
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CORBAN-MOV
             IF FS-CORBAN-MOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DOS CORRESPONDENTES,'
                        ' STATUS: ' FS-CORBAN-MOV
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RETORNO
             IF FS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RETORNO, STATUS: '
                        FS-RETORNO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA AS COMISSOES POR TIPO DE TRANSACAO;
      *      SEM PARAMETRO CADASTRADO VALEM OS VALORES PADRAO
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'CORBAN-COMIS-DEP' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-COMIS-DEPOSITO
             END-IF
             MOVE 'CORBAN-COMIS-SAQ' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-COMIS-SAQUE
             END-IF
             MOVE 'CORBAN-COMIS-PAG' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-COMIS-PAGAMENTO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA NA TABELA DE PARAMETROS O VALOR
      *      VIGENTE NA DATA ATUAL PARA O CODIGO INFORMADO EM
      *      WS-PARAM-CODIGO, DEVOLVENDO-O EM WS-PARAM-VALOR-RESULT
      ******************************************************************
       P260-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
             MOVE WS-PARAM-CODIGO TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P261-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-PARAM-CODIGO
                   IF PARAM-DATA-INICIO NOT GREATER THAN WS-DATA-ATUAL
                      AND PARAM-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P261-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PARAMETRO
       .
       P261-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS TRANSACOES DO ARQUIVO E PROCESSA
      *      UMA A UMA, GRAVANDO O STATUS DE CADA NO RETORNO
      ******************************************************************
       P300-PROCESSAR-TRANSACOES.
             PERFORM P310-LER-PROX-TRANSACAO
             PERFORM UNTIL FS-CORBAN-MOV NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDAS
                PERFORM P400-VALIDAR-CORRESPONDENTE
                IF TRANSACAO-OK THEN
                   EVALUATE TRUE
                      WHEN CBM-DEPOSITO
                         PERFORM P500-PROCESSAR-DEPOSITO
                      WHEN CBM-SAQUE
                         PERFORM P550-PROCESSAR-SAQUE
                      WHEN CBM-PAGAMENTO
                         PERFORM P600-PROCESSAR-PAGAMENTO
                      WHEN OTHER
                         MOVE 'N' TO WS-TRANSACAO-OK
                         MOVE 'TIPO DE TRANSACAO INVALIDO'
                           TO WS-MOTIVO
                   END-EVALUATE
                END-IF
                IF TRANSACAO-OK THEN
                   PERFORM P650-ACUMULAR-ACEITA
                ELSE
                   ADD 1 TO WS-QTDE-REJEITADAS
                   IF WS-CBC-I GREATER THAN ZEROS THEN
                      ADD 1 TO WS-CBC-QTDE-REJ(WS-CBC-I)
                   END-IF
                END-IF
                PERFORM P680-GRAVAR-RETORNO
                PERFORM P310-LER-PROX-TRANSACAO
             END-PERFORM
       .
       P310-LER-PROX-TRANSACAO.
             READ ARQ-CORBAN-MOV NEXT RECORD
                AT END
                   MOVE "10" TO FS-CORBAN-MOV
             END-READ
             PERFORM UNTIL FS-CORBAN-MOV NOT EQUAL TO "00"
                IF REG-CORBAN-MOV(1:1) NOT EQUAL TO 'H'
                   AND REG-CORBAN-MOV(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-CORBAN-MOV NEXT RECORD
                   AT END
                      MOVE "10" TO FS-CORBAN-MOV
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA O CORRESPONDENTE DA TRANSACAO NA
      *      TABELA DO DIA (CARREGANDO-O DO CADASTRO NA PRIMEIRA
      *      OCORRENCIA) E CONFERE SITUACAO, VALOR E LIMITE DIARIO
      ******************************************************************
       P400-VALIDAR-CORRESPONDENTE.
             MOVE 'N' TO WS-TRANSACAO-OK
             MOVE SPACES TO WS-MOTIVO
             MOVE ZEROS TO WS-CBC-I
             PERFORM VARYING WS-CBC-I FROM 1 BY 1
                UNTIL WS-CBC-I > WS-QTDE-CBC
                IF WS-CBC-CODIGO(WS-CBC-I) EQUAL TO CBM-CORBAN THEN
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF WS-CBC-I > WS-QTDE-CBC THEN
                IF WS-QTDE-CBC NOT LESS THAN WS-MAX-CBC THEN
                   MOVE ZEROS TO WS-CBC-I
                   MOVE 'EXCEDIDO O MAXIMO DE CORRESPONDENTES'
                     TO WS-MOTIVO
                   EXIT PARAGRAPH
                END-IF
                PERFORM P410-CARREGAR-CORRESPONDENTE
             END-IF

             IF WS-CBC-RECUSADO(WS-CBC-I) THEN
                MOVE 'CORRESPONDENTE NAO CADASTRADO OU INATIVO'
                  TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             IF CBM-VALOR NOT GREATER THAN ZEROS THEN
                MOVE 'VALOR INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = WS-CBC-USADO(WS-CBC-I) + CBM-VALOR
             IF WS-AUX GREATER THAN WS-CBC-LIMITE(WS-CBC-I) THEN
                MOVE 'LIMITE DIARIO DO CORRESPONDENTE EXCEDIDO'
                  TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-TRANSACAO-OK
       .
       P410-CARREGAR-CORRESPONDENTE.
             ADD 1 TO WS-QTDE-CBC
             MOVE WS-QTDE-CBC TO WS-CBC-I
             INITIALIZE WS-CBC-ITEM(WS-CBC-I)
             MOVE CBM-CORBAN TO WS-CBC-CODIGO(WS-CBC-I)
             MOVE 'X' TO WS-CBC-SITUACAO(WS-CBC-I)
             MOVE CBM-CORBAN TO CBC-CODIGO
             READ ARQ-CORBAN RECORD KEY IS CBC-CODIGO
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF CBC-ATIVO THEN
                MOVE 'A' TO WS-CBC-SITUACAO(WS-CBC-I)
             END-IF
             MOVE CBC-CONTA-NUM TO WS-CBC-CONTA(WS-CBC-I)
             MOVE CBC-LIMITE-DIARIO TO WS-CBC-LIMITE(WS-CBC-I)
       .
      ******************************************************************
      *      FUNÇÃO QUE CREDITA O DEPOSITO RECEBIDO PELO
      *      CORRESPONDENTE NA CONTA DO CLIENTE (MOVIMENTO KD)
      ******************************************************************
       P500-PROCESSAR-DEPOSITO.
             MOVE 'N' TO WS-TRANSACAO-OK
             MOVE CBM-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                MOVE 'CONTA ENCERRADA OU BLOQUEADA' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             MOVE CBM-VALOR TO WS-LNC-VALOR
             SET LNC-CREDITO TO TRUE
             MOVE 'KD' TO WS-LNC-TIPO
             MOVE WS-CBC-CONTA(WS-CBC-I) TO WS-LNC-CONTRA
             MOVE SPACES TO WS-LNC-DETALHE
             STRING 'DEPOSITO CORRESP ' DELIMITED SIZE
                    CBM-CORBAN          DELIMITED SIZE
               INTO WS-LNC-DETALHE
             END-STRING
             PERFORM P800-LANCAR-CONTA
             IF LNC-OK THEN
                MOVE 'S' TO WS-TRANSACAO-OK
             ELSE
                MOVE 'FALHA AO ATUALIZAR A CONTA' TO WS-MOTIVO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DEBITA O SAQUE PAGO PELO CORRESPONDENTE NA
      *      CONTA DO CLIENTE (MOVIMENTO KS), RESPEITANDO O LIMITE
      *      DIARIO DA CONTA E O SALDO DISPONIVEL
      ******************************************************************
       P550-PROCESSAR-SAQUE.
             MOVE 'N' TO WS-TRANSACAO-OK
             MOVE CBM-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA
                OR CONTA-DORMENTE THEN
                MOVE 'CONTA INDISPONIVEL PARA SAQUE' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             IF DATA-ULT-MOVIMENTO EQUAL TO WS-DATA-ATUAL THEN
                COMPUTE WS-AUX = VALOR-MOVIMENTADO-DIA + CBM-VALOR
             ELSE
                MOVE CBM-VALOR TO WS-AUX
             END-IF
             IF WS-AUX GREATER THAN LIMITE-DIARIO THEN
                MOVE 'LIMITE DIARIO DA CONTA EXCEDIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - CBM-VALOR
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             IF DATA-ULT-MOVIMENTO NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE ZEROS TO VALOR-MOVIMENTADO-DIA
                MOVE WS-DATA-ATUAL TO DATA-ULT-MOVIMENTO
             END-IF
             ADD CBM-VALOR TO VALOR-MOVIMENTADO-DIA
             MOVE CBM-VALOR TO WS-LNC-VALOR
             SET LNC-DEBITO TO TRUE
             MOVE 'KS' TO WS-LNC-TIPO
             MOVE WS-CBC-CONTA(WS-CBC-I) TO WS-LNC-CONTRA
             MOVE SPACES TO WS-LNC-DETALHE
             STRING 'SAQUE CORRESP ' DELIMITED SIZE
                    CBM-CORBAN       DELIMITED SIZE
               INTO WS-LNC-DETALHE
             END-STRING
             PERFORM P800-LANCAR-CONTA
             IF LNC-OK THEN
                MOVE 'S' TO WS-TRANSACAO-OK
             ELSE
                MOVE 'FALHA AO ATUALIZAR A CONTA' TO WS-MOTIVO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ROTEIA O PAGAMENTO DE TITULO RECEBIDO PELO
      *      CORRESPONDENTE: DEBITO PG NA CONTA DE LIQUIDACAO DELE E
      *      REGISTRO NO ARQ-PAGTITULO, QUE SEGUE NA REMESSA DIARIA
      *      DA CAMARA PELO BATCH PAGTITULO-LIQUIDACAO; LINHA
      *      DIGITAVEL JA PAGA E REJEITADA
      ******************************************************************
       P600-PROCESSAR-PAGAMENTO.
             MOVE 'N' TO WS-TRANSACAO-OK
             IF CBM-LINHA-DIG EQUAL TO SPACES
                OR CBM-LINHA-DIG NOT NUMERIC THEN
                MOVE 'LINHA DIGITAVEL INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             MOVE CBM-LINHA-DIG TO PGT-LINHA-DIG
             START ARQ-PAGTITULO KEY IS EQUAL TO PGT-LINHA-DIG
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PAGTITULO EQUAL TO "00" THEN
                MOVE 'TITULO JA PAGO' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             MOVE "00" TO FS-PAGTITULO

             MOVE WS-CBC-CONTA(WS-CBC-I) TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE 'CONTA DE LIQUIDACAO NAO ENCONTRADA'
                     TO WS-MOTIVO
                   EXIT PARAGRAPH
             END-READ
             PERFORM P610-OBTER-NUMERO-PAGTITULO
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                MOVE 'FALHA NO CONTROLE DE TITULOS' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             MOVE CBM-VALOR TO WS-LNC-VALOR
             SET LNC-DEBITO TO TRUE
             MOVE 'PG' TO WS-LNC-TIPO
             MOVE ZEROS TO WS-LNC-CONTRA
             MOVE SPACES TO WS-LNC-DETALHE
             STRING 'TITULO CORRESP ' DELIMITED SIZE
                    CBM-CORBAN        DELIMITED SIZE
               INTO WS-LNC-DETALHE
             END-STRING
             PERFORM P800-LANCAR-CONTA
             IF NOT LNC-OK THEN
                MOVE 'FALHA AO ATUALIZAR A CONTA' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF

             MOVE WS-PGT-NUMERO    TO PGT-SEQ
             MOVE CBM-LINHA-DIG    TO PGT-LINHA-DIG
             MOVE WS-CBC-CONTA(WS-CBC-I) TO PGT-CONTA-NUM
             MOVE CBM-LINHA-DIG(1:3) TO PGT-BANCO
             MOVE CBM-VALOR        TO PGT-VALOR
             MOVE WS-DATA-ATUAL    TO PGT-DATA-PGTO
             MOVE ZEROS            TO PGT-DATA-CONFIRMACAO
             SET PGT-PENDENTE      TO TRUE
             MOVE 'N'              TO PGT-OVERRIDE
             MOVE SPACES           TO PGT-SUPERVISOR
             WRITE REG-PAGTITULO
             IF FS-PAGTITULO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR O TITULO PAGO, STATUS: '
                        FS-PAGTITULO
                MOVE 'FALHA AO REGISTRAR O TITULO' TO WS-MOTIVO
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-TRANSACAO-OK
       .
      ******************************************************************
      *      FUNÇÃO QUE TOMA O PROXIMO NUMERO DE TITULO PAGO EM
      *      WS-PGT-NUMERO ANTES DO DEBITO, ABRINDO E FECHANDO O
      *      CONTROLE A CADA NUMERO
      ******************************************************************
       P610-OBTER-NUMERO-PAGTITULO.
             OPEN I-O ARQ-PAGTITCTL
             READ ARQ-PAGTITCTL
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE TITULOS PAGOS,'
                        ' STATUS: ' FS-PAGTITCTL
                CLOSE ARQ-PAGTITCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PAGTITULO
             REWRITE REG-PAGTITCTL
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE TITULOS'
                        ' PAGOS, STATUS: ' FS-PAGTITCTL
                CLOSE ARQ-PAGTITCTL
                EXIT PARAGRAPH
             END-IF
             MOVE ULT-PAGTITULO TO WS-PGT-NUMERO
             CLOSE ARQ-PAGTITCTL
       .
      ******************************************************************
      *      FUNÇÃO QUE ACUMULA A TRANSACAO ACEITA NO LIMITE DO DIA,
      *      NOS TOTAIS POR TIPO E NA COMISSAO DO CORRESPONDENTE
      ******************************************************************
       P650-ACUMULAR-ACEITA.
             ADD 1 TO WS-QTDE-ACEITAS
             ADD CBM-VALOR TO WS-VALOR-ACEITO
             ADD CBM-VALOR TO WS-CBC-USADO(WS-CBC-I)
             EVALUATE TRUE
                WHEN CBM-DEPOSITO
                   ADD 1 TO WS-CBC-QTDE-DEP(WS-CBC-I)
                   ADD CBM-VALOR TO WS-CBC-VALOR-DEP(WS-CBC-I)
                   ADD WS-COMIS-DEPOSITO TO WS-CBC-COMISSAO(WS-CBC-I)
                WHEN CBM-SAQUE
                   ADD 1 TO WS-CBC-QTDE-SAQ(WS-CBC-I)
                   ADD CBM-VALOR TO WS-CBC-VALOR-SAQ(WS-CBC-I)
                   ADD WS-COMIS-SAQUE TO WS-CBC-COMISSAO(WS-CBC-I)
                WHEN CBM-PAGAMENTO
                   ADD 1 TO WS-CBC-QTDE-PAG(WS-CBC-I)
                   ADD CBM-VALOR TO WS-CBC-VALOR-PAG(WS-CBC-I)
                   ADD WS-COMIS-PAGAMENTO
                     TO WS-CBC-COMISSAO(WS-CBC-I)
             END-EVALUATE
       .
       P680-GRAVAR-RETORNO.
             MOVE SPACES TO WS-LINHA-RET
             IF TRANSACAO-OK THEN
                MOVE 'ACEITA' TO WS-MOTIVO
             END-IF
             STRING 'CORRESP: '    DELIMITED SIZE
                    CBM-CORBAN     DELIMITED SIZE
                    ' NSU: '       DELIMITED SIZE
                    CBM-NSU        DELIMITED SIZE
                    ' TIPO: '      DELIMITED SIZE
                    CBM-TIPO       DELIMITED SIZE
                    ' CONTA: '     DELIMITED SIZE
                    CBM-CONTA-NUM  DELIMITED SIZE
                    ' VALOR: '     DELIMITED SIZE
                    CBM-VALOR      DELIMITED SIZE
                    ' STATUS: '    DELIMITED SIZE
                    WS-MOTIVO      DELIMITED SIZE
               INTO WS-LINHA-RET
             END-STRING
             MOVE WS-LINHA-RET TO REG-RETORNO
             WRITE REG-RETORNO
             IF FS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RETORNO, STATUS: '
                        FS-RETORNO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA A LIQUIDACAO DO DIA DE CADA
      *      CORRESPONDENTE NA CONTA DE LIQUIDACAO DELE: O BRUTO DO
      *      NUMERARIO (DEPOSITOS MENOS SAQUES) VAI A DEBITO (KL)
      *      QUANDO POSITIVO OU A CREDITO (KR) QUANDO NEGATIVO, E A
      *      COMISSAO E CREDITADA (KC). O LIQUIDO DEVIDO AO BANCO
      *      (DEPOSITOS + TITULOS - SAQUES - COMISSAO; NEGATIVO E
      *      DEVIDO AO CORRESPONDENTE) FICA NO CADASTRO E NO RETORNO
      ******************************************************************
       P700-LIQUIDAR-CORRESPONDENTES.
             PERFORM VARYING WS-CBC-I FROM 1 BY 1
                UNTIL WS-CBC-I > WS-QTDE-CBC
                IF WS-CBC-VALIDO(WS-CBC-I) THEN
                   PERFORM P710-LIQUIDAR-CORRESPONDENTE
                END-IF
             END-PERFORM
       .
       P710-LIQUIDAR-CORRESPONDENTE.
             COMPUTE WS-CBC-BRUTO = WS-CBC-VALOR-DEP(WS-CBC-I)
                                  - WS-CBC-VALOR-SAQ(WS-CBC-I)
             COMPUTE WS-CBC-LIQUIDO = WS-CBC-BRUTO
                                    + WS-CBC-VALOR-PAG(WS-CBC-I)
                                    - WS-CBC-COMISSAO(WS-CBC-I)

             MOVE WS-CBC-CONTA(WS-CBC-I) TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DE LIQUIDACAO ' CONTA-NUM
                           ' DO CORRESPONDENTE '
                           WS-CBC-CODIGO(WS-CBC-I)
                           ' NAO ENCONTRADA, LIQUIDACAO NAO LANCADA'
                   MOVE ZEROS TO WS-CBC-BRUTO
                   MOVE ZEROS TO WS-CBC-COMISSAO(WS-CBC-I)
             END-READ

             IF WS-CBC-BRUTO NOT EQUAL TO ZEROS THEN
                MOVE SPACES TO WS-LNC-DETALHE
                STRING 'LIQUIDACAO CORRESP ' DELIMITED SIZE
                       WS-CBC-CODIGO(WS-CBC-I) DELIMITED SIZE
                  INTO WS-LNC-DETALHE
                END-STRING
                MOVE ZEROS TO WS-LNC-CONTRA
                IF WS-CBC-BRUTO GREATER THAN ZEROS THEN
                   MOVE WS-CBC-BRUTO TO WS-LNC-VALOR
                   SET LNC-DEBITO TO TRUE
                   MOVE 'KL' TO WS-LNC-TIPO
                ELSE
                   COMPUTE WS-LNC-VALOR = WS-CBC-BRUTO * -1
                   SET LNC-CREDITO TO TRUE
                   MOVE 'KR' TO WS-LNC-TIPO
                END-IF
                PERFORM P800-LANCAR-CONTA
             END-IF

             IF WS-CBC-COMISSAO(WS-CBC-I) GREATER THAN ZEROS THEN
                MOVE SPACES TO WS-LNC-DETALHE
                STRING 'COMISSAO CORRESP ' DELIMITED SIZE
                       WS-CBC-CODIGO(WS-CBC-I) DELIMITED SIZE
                  INTO WS-LNC-DETALHE
                END-STRING
                MOVE ZEROS TO WS-LNC-CONTRA
                MOVE WS-CBC-COMISSAO(WS-CBC-I) TO WS-LNC-VALOR
                SET LNC-CREDITO TO TRUE
                MOVE 'KC' TO WS-LNC-TIPO
                PERFORM P800-LANCAR-CONTA
             END-IF

             MOVE WS-CBC-CODIGO(WS-CBC-I) TO CBC-CODIGO
             READ ARQ-CORBAN RECORD KEY IS CBC-CODIGO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE WS-DATA-ATUAL TO CBC-DATA-ULT-LIQUIDACAO
                   MOVE WS-CBC-LIQUIDO TO CBC-ULT-LIQUIDO
                   REWRITE REG-CORBAN
                   IF FS-CORBAN NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O CORRESPONDENTE '
                              CBC-CODIGO ', STATUS: ' FS-CORBAN
                   END-IF
             END-READ

             MOVE SPACES TO WS-LINHA-RET
             STRING 'RESUMO CORRESP: '       DELIMITED SIZE
                    WS-CBC-CODIGO(WS-CBC-I)  DELIMITED SIZE
                    ' DEP: '                 DELIMITED SIZE
                    WS-CBC-QTDE-DEP(WS-CBC-I) DELIMITED SIZE
                    ' SAQ: '                 DELIMITED SIZE
                    WS-CBC-QTDE-SAQ(WS-CBC-I) DELIMITED SIZE
                    ' PAG: '                 DELIMITED SIZE
                    WS-CBC-QTDE-PAG(WS-CBC-I) DELIMITED SIZE
                    ' REJ: '                 DELIMITED SIZE
                    WS-CBC-QTDE-REJ(WS-CBC-I) DELIMITED SIZE
                    ' COMISSAO: '            DELIMITED SIZE
                    WS-CBC-COMISSAO(WS-CBC-I) DELIMITED SIZE
                    ' LIQUIDO: '             DELIMITED SIZE
                    WS-CBC-LIQUIDO           DELIMITED SIZE
               INTO WS-LINHA-RET
             END-STRING
             MOVE WS-LINHA-RET TO REG-RETORNO
             WRITE REG-RETORNO
             IF WS-CBC-LIQUIDO NOT LESS THAN ZEROS THEN
                DISPLAY 'CORRESPONDENTE ' WS-CBC-CODIGO(WS-CBC-I)
                        ' DEVE AO BANCO: ' WS-CBC-LIQUIDO
             ELSE
                DISPLAY 'BANCO DEVE AO CORRESPONDENTE '
                        WS-CBC-CODIGO(WS-CBC-I) ': '
                        WS-CBC-LIQUIDO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA WS-LNC-VALOR A CREDITO OU A DEBITO NA
      *      CONTA QUE ESTA EM REG-CONTA E GRAVA O EXTRATO COM O
      *      TIPO, A CONTRAPARTIDA E O DETALHE INFORMADOS
      ******************************************************************
       P800-LANCAR-CONTA.
             MOVE 'N' TO WS-LNC-OK
             IF LNC-CREDITO THEN
                ADD WS-LNC-VALOR TO SALDO
             ELSE
                SUBTRACT WS-LNC-VALOR FROM SALDO
             END-IF
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             MOVE WS-LNC-TIPO      TO EXT-TIPO-MOV
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL    TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-LNC-VALOR     TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE WS-LNC-CONTRA    TO EXT-CONTA-CONTRA
             MOVE WS-LNC-DETALHE   TO EXT-DETALHE
             MOVE 'BATCH'          TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF
             MOVE 'S' TO WS-LNC-OK
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ONLINE ANTES DE TOCAR
      *      OS ARQUIVOS MESTRES, ABORTANDO SE OUTRO JOB JA SEGURA O
      *      FECHAMENTO
      ******************************************************************
       P220-FECHAR-SISTEMA.
             OPEN I-O ARQ-SISTEMA
             IF FS-SISTEMA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-SISTEMA
                SET SISTEMA-ABERTO TO TRUE
                MOVE SPACES TO SIS-JOB
                MOVE WS-DATA-ATUAL TO SIS-DATA
                MOVE WS-HORA-ATUAL TO SIS-HORA
                WRITE REG-SISTEMA
                CLOSE ARQ-SISTEMA
                OPEN I-O ARQ-SISTEMA
             END-IF
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DO SISTEMA,'
                        ' STATUS: ' FS-SISTEMA
                STOP RUN
             END-IF
             READ ARQ-SISTEMA
             IF SISTEMA-FECHADO THEN
                DISPLAY 'SISTEMA JA FECHADO PELO JOB ' SIS-JOB
                        ', EXECUCAO ABORTADA'
                CLOSE ARQ-SISTEMA
                STOP RUN
             END-IF
             SET SISTEMA-FECHADO TO TRUE
             MOVE WS-JOB-NOME TO SIS-JOB
             MOVE WS-DATA-ATUAL TO SIS-DATA
             MOVE WS-HORA-ATUAL TO SIS-HORA
             REWRITE REG-SISTEMA
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO FECHAR O SISTEMA, STATUS: '
                        FS-SISTEMA
                CLOSE ARQ-SISTEMA
                STOP RUN
             END-IF
             CLOSE ARQ-SISTEMA
             DISPLAY 'SISTEMA FECHADO PARA O BATCH ' WS-JOB-NOME
       .
      ******************************************************************
      *      FUNÇÃO QUE REABRE O SISTEMA PARA O ONLINE AO FINAL DO
      *      BATCH
      ******************************************************************
       P910-REABRIR-SISTEMA.
             OPEN I-O ARQ-SISTEMA
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REABRIR O CONTROLE DO SISTEMA,'
                        ' STATUS: ' FS-SISTEMA
                EXIT PARAGRAPH
             END-IF
             READ ARQ-SISTEMA
             SET SISTEMA-ABERTO TO TRUE
             MOVE SPACES TO SIS-JOB
             MOVE WS-DATA-ATUAL TO SIS-DATA
             MOVE WS-HORA-ATUAL TO SIS-HORA
             REWRITE REG-SISTEMA
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REABRIR O SISTEMA, STATUS: '
                        FS-SISTEMA
             END-IF
             CLOSE ARQ-SISTEMA
             DISPLAY 'SISTEMA REABERTO PARA O ATENDIMENTO'
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA O HEADER/TRAILER DO ARQUIVO DE
      *      ENTRADA ANTES DE QUALQUER PROCESSAMENTO: DATA DO DIA,
      *      SEQUENCIA ESPERADA NO CONTROLE ARQ-INTSEQ, QUANTIDADE
      *      E VALOR TOTAL DOS DETALHES CONFERIDOS CONTRA O
      *      TRAILER; ARQUIVO INVALIDO VAI INTEIRO PARA A
      *      QUARENTENA COM O MOTIVO NO RELATORIO DE REJEICAO E A
      *      EXECUCAO PARA AQUI
      ******************************************************************
       P230-VALIDAR-ARQUIVO-ENTRADA.
             MOVE 'N' TO WS-INT-VALIDO
             MOVE SPACES TO WS-INT-MOTIVO
             MOVE ZEROS TO WS-INT-QTDE-DET
             MOVE ZEROS TO WS-INT-SOMA-DET
             MOVE 'N' TO WS-INT-TEM-TRAILER

             READ ARQ-CORBAN-MOV NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-CORBAN-MOV(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-CORBAN-MOV(2:8) TO WS-INT-DATA-HDR
             MOVE REG-CORBAN-MOV(10:6) TO WS-INT-CAMPO6-X
             MOVE WS-INT-CAMPO6-N TO WS-INT-SEQ-HDR
             IF WS-INT-DATA-HDR NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'DATA DO HEADER DIVERGENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF

             OPEN I-O ARQ-INTSEQ
             IF FS-INTSEQ EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-INTSEQ
                CLOSE ARQ-INTSEQ
                OPEN I-O ARQ-INTSEQ
             END-IF
             MOVE 'CORBAN.DAT' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'CORBAN.DAT' TO ISQ-ARQUIVO
                   MOVE ZEROS TO ISQ-ULT-SEQ
                   WRITE REG-INTSEQ
             END-READ
             IF WS-INT-SEQ-HDR NOT EQUAL TO ISQ-ULT-SEQ + 1 THEN
                MOVE 'SEQUENCIA FORA DE ORDEM OU JA PROCESSADA'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF

             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-CORBAN-MOV NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-CORBAN-MOV(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-CORBAN-MOV(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-CORBAN-MOV(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
                ADD CBM-VALOR TO WS-INT-SOMA-DET
             END-PERFORM

             IF WS-INT-TEM-TRAILER NOT EQUAL TO 'S' THEN
                MOVE 'TRAILER AUSENTE' TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF
             IF WS-INT-QTDE-TRL NOT EQUAL TO WS-INT-QTDE-DET THEN
                MOVE 'QUANTIDADE DIVERGE DO TRAILER'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF
             IF WS-INT-CAMPO-N NOT EQUAL TO WS-INT-SOMA-DET THEN
                MOVE 'VALOR TOTAL DIVERGE DO TRAILER'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF

             ADD 1 TO ISQ-ULT-SEQ
             REWRITE REG-INTSEQ
             CLOSE ARQ-INTSEQ
             MOVE 'S' TO WS-INT-VALIDO
             CLOSE ARQ-CORBAN-MOV
             OPEN INPUT ARQ-CORBAN-MOV
             DISPLAY 'ARQUIVO ' 'CORBAN.DAT' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'CORBAN.DAT' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'CORBAN.DAT' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-CORBAN-MOV
             OPEN INPUT ARQ-CORBAN-MOV
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-CORBAN-MOV NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-CORBAN-MOV TO WS-INT-LINHA-QUAR
                MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
                WRITE REG-QUARENTENA
             END-PERFORM
             CLOSE ARQ-QUARENTENA
             OPEN EXTEND ARQ-REJ-INTAKE
             IF FS-REJ-INTAKE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-REJ-INTAKE
                CLOSE ARQ-REJ-INTAKE
                OPEN EXTEND ARQ-REJ-INTAKE
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING WS-DATA-ATUAL DELIMITED SIZE
                    ' ARQUIVO ' DELIMITED SIZE
                    'CORBAN.DAT' DELIMITED SIZE
                    ' REJEITADO: ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-REJ-INTAKE
             WRITE REG-REJ-INTAKE
             CLOSE ARQ-REJ-INTAKE
             DISPLAY 'ARQUIVO LEVADO INTEIRO PARA QUARENTENA.DAT,'
                     ' NADA FOI PROCESSADO'
             STOP RUN
       .
       P900-TERMINAL.
             PERFORM P910-REABRIR-SISTEMA
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-CORBAN
             CLOSE ARQ-PAGTITULO
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-CORBAN-MOV
             CLOSE ARQ-RETORNO
             DISPLAY 'TOTAL DE TRANSACOES LIDAS: ' WS-QTDE-LIDAS
             DISPLAY 'TOTAL DE TRANSACOES ACEITAS: ' WS-QTDE-ACEITAS
             DISPLAY 'TOTAL DE TRANSACOES REJEITADAS: '
                     WS-QTDE-REJEITADAS
             DISPLAY 'VALOR TOTAL ACEITO: ' WS-VALOR-ACEITO
             DISPLAY 'CORRESPONDENTES LIQUIDADOS: ' WS-QTDE-CBC
             DISPLAY 'RETORNO GRAVADO EM CORBAN.RET'
             STOP RUN.
       END PROGRAM CORBAN-PROCESSADOR.
