      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH SEMESTRAL DA E-FINANCEIRA PARA A RECEITA
      *            FEDERAL: TOTALIZA POR TITULAR (CPF, OU CNPJ DA
      *            CONTA PJ), CONTA E MES DO SEMESTRE OS CREDITOS E
      *            DEBITOS DO EXTRATO (E DO EXTRATO HISTORICO PARA OS
      *            MESES JA ARQUIVADOS), SEPARADOS POR TIPO DE
      *            MOVIMENTO, COM O SALDO DE FIM DE MES DOS SNAPSHOTS
      *            DO HISTORICO. O TITULAR ENTRA NO ARQUIVO
      *            EFINANCEIRA.DAT QUANDO EM ALGUM MES O TOTAL DE
      *            CREDITOS, DE DEBITOS OU O SALDO PASSA DO LIMITE
      *            LEGAL (EFIN-LIMITE-PF / EFIN-LIMITE-PJ DA TABELA
      *            DE PARAMETROS). O MES E O DA DATA CONTABIL DO
      *            MOVIMENTO, A MESMA DO RAZAO, E O RELATORIO
      *            EFINANCEIRA-CONCILIACAO.REL CONFRONTA OS TOTAIS
      *            APURADOS COM A CONTA 21001 (DEPOSITOS DE CLIENTES)
      *            DO RAZAO NO SEMESTRE. O ARQUIVO E REGISTRADO NO
      *            LIVRO DE TRANSMISSAO E O SEMESTRE JA TRANSMITIDO
      *            NAO E REGERADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFINANCEIRA.
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
           SELECT ARQ-EXTRATO-HIST ASSIGN TO "extrato-hist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXH-CHAVE
                FILE STATUS  IS FS-EXTRATO-HIST.
           SELECT ARQ-HISTORICO ASSIGN TO "historico.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-HISTORICO.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
           SELECT ARQ-EFINANCEIRA ASSIGN TO "efinanceira.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-EFINANCEIRA.
           SELECT ARQ-CONCILIACAO
                ASSIGN TO "efinanceira-conciliacao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CONCILIACAO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-EXTRATO-HIST.
           COPY EXTRATOH.
       FD ARQ-HISTORICO.
           COPY HISTCAD.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-EFINANCEIRA.
           COPY EFINREG.
       FD ARQ-CONCILIACAO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-EXTRATO-HIST              PIC XX.
       77 FS-HISTORICO                 PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-EFINANCEIRA               PIC XX.
       77 FS-CONCILIACAO               PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LIMITE-PF                 PIC S9(07)V99 VALUE 2000.00.
       77 WS-LIMITE-PJ                 PIC S9(07)V99 VALUE 6000.00.
       77 WS-LIMITE-GRUPO              PIC S9(07)V99.
       77 WS-ANO-SEMESTRE              PIC 9(04).
       77 WS-MES-INICIAL               PIC 9(02).
       77 WS-DATA-INICIO-SEM           PIC 9(08).
       77 WS-DATA-FIM-SEM              PIC 9(08).
       77 WS-CONTA-PROCESSADA          PIC 9(06).
       77 WS-DOC-CONTA                 PIC 9(14).
       77 WS-TIPO-PESSOA-CONTA         PIC X(01).
       77 WS-DOC-GRUPO                 PIC 9(14) VALUE ZEROS.
       77 WS-TIPO-PESSOA-GRUPO         PIC X(01) VALUE SPACES.
       77 WS-NOME-GRUPO                PIC X(30).
       77 WS-CONTA-DECLARAVEL          PIC X(01) VALUE 'N'.
           88 CONTA-DECLARAVEL         VALUE 'S'.
       77 WS-CONTA-EXCEDENTE           PIC X(01) VALUE 'N'.
           88 CONTA-EXCEDENTE          VALUE 'S'.
       77 WS-GRUPO-DECLARADO           PIC X(01) VALUE 'N'.
           88 GRUPO-DECLARADO          VALUE 'S'.
       77 WS-MOV-TIPO                  PIC X(02).
       77 WS-MOV-VALOR                 PIC S9(09)V99.
       77 WS-MOV-STATUS                PIC X(01).
       77 WS-MOV-NATUREZA              PIC X(01).
           88 MOV-CREDITO              VALUE 'C'.
           88 MOV-DEBITO               VALUE 'D'.
           88 MOV-SEM-EFEITO           VALUE ' '.
       01 WS-DATA-REF.
           05 WS-DREF-ANO              PIC 9(04).
           05 WS-DREF-MES              PIC 9(02).
           05 WS-DREF-DIA              PIC 9(02).
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           05 WS-DATA-REF-NUM          PIC 9(08).
       77 WS-MES-I                     PIC 9(01).
       77 WS-CTA-I                     PIC 9(02).
       77 WS-CTA-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-CTA-MAX                   PIC 9(02) VALUE 50.
       01 WS-CTA-TAB.
           05 WS-CTA-ITEM OCCURS 50 TIMES.
               10 WS-CTA-CONTA-NUM     PIC 9(06).
               10 WS-CTA-AGENCIA       PIC 9(04).
               10 WS-CTA-MES OCCURS 6 TIMES.
                   15 WS-CTA-CREDITOS  PIC S9(11)V99.
                   15 WS-CTA-DEBITOS   PIC S9(11)V99.
                   15 WS-CTA-SALDO     PIC S9(09)V99.
                   15 WS-CTA-DATA-SNAP PIC 9(08).
       01 WS-DOC-TAB.
           05 WS-DOC-MES OCCURS 6 TIMES.
               10 WS-DOC-CREDITOS      PIC S9(11)V99.
               10 WS-DOC-DEBITOS       PIC S9(11)V99.
               10 WS-DOC-SALDO         PIC S9(11)V99.
       77 WS-TIP-I                     PIC 9(04).
       77 WS-TIP-QTDE                  PIC 9(04) VALUE ZEROS.
       77 WS-TIP-MAX                   PIC 9(04) VALUE 1500.
       77 WS-TIP-ACHOU                 PIC X(01) VALUE 'N'.
           88 TIP-ACHOU                VALUE 'S'.
       01 WS-TIP-TAB.
           05 WS-TIP-ITEM OCCURS 1500 TIMES.
               10 WS-TIP-CTA           PIC 9(02).
               10 WS-TIP-MES           PIC 9(01).
               10 WS-TIP-TIPO-MOV      PIC X(02).
               10 WS-TIP-NATUREZA      PIC X(01).
               10 WS-TIP-QTDE-MOV      PIC 9(06).
               10 WS-TIP-VALOR         PIC S9(11)V99.
       77 WS-GRP-CREDITOS              PIC S9(13)V99.
       77 WS-GRP-DEBITOS               PIC S9(13)V99.
       77 WS-GRP-CAPACIDADE-CRED       PIC S9(13)V99.
       77 WS-GRP-CAPACIDADE-DEB        PIC S9(13)V99.
       77 WS-QTDE-TITULARES            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DECLARADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DETALHES             PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-DETALHES            PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-EXTRATO          PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-EXTRATO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-DECLARADO        PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-DECLARADO         PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-ABAIXO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-ABAIXO            PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-SEM-TITULAR      PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-SEM-TITULAR       PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-EXCLUIDO         PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-EXCLUIDO          PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-CAPACIDADE       PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-CAPACIDADE        PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-CRED-RAZAO            PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DEB-RAZAO             PIC S9(13)V99 VALUE ZEROS.
       77 WS-REC-DIFERENCA             PIC S9(13)V99.
       77 WS-REC-ROTULO                PIC X(40).
       77 WS-REC-VALOR                 PIC S9(13)V99.
       77 WS-QTDE-DIVERGENCIAS         PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-EDITADO             PIC -9(13).99.
       77 WS-LINHA-REL                 PIC X(132).
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
      *      RODANDO NO 1O SEMESTRE DECLARA O 2O DO ANO ANTERIOR, E
      *      RODANDO NO 2O SEMESTRE DECLARA O 1O DO ANO CORRENTE
             IF WS-DHC-MES NOT GREATER THAN 6 THEN
                COMPUTE WS-ANO-SEMESTRE = WS-DHC-ANO - 1
                MOVE 7 TO WS-MES-INICIAL
                COMPUTE WS-DATA-INICIO-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 0701
                COMPUTE WS-DATA-FIM-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 1231
             ELSE
                MOVE WS-DHC-ANO TO WS-ANO-SEMESTRE
                MOVE 1 TO WS-MES-INICIAL
                COMPUTE WS-DATA-INICIO-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 0101
                COMPUTE WS-DATA-FIM-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 0630
             END-IF
             PERFORM P200-ABRIR-ARQUIVOS
             MOVE 'EFINANCEIRA.DAT' TO WS-TRS-ARQUIVO
             MOVE WS-DATA-INICIO-SEM TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P270-GRAVAR-HEADER
             PERFORM P300-PROCESSAR-TITULARES
             PERFORM P700-TOTALIZAR-RAZAO
             PERFORM P750-GRAVAR-TRAILER
             PERFORM P800-GRAVAR-CONCILIACAO
             MOVE WS-QTDE-DETALHES TO WS-TRS-QTDE
             MOVE WS-VALOR-DETALHES TO WS-TRS-VALOR
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: ' FS-EXTRATO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EXTRATO-HIST
             IF FS-EXTRATO-HIST NOT EQUAL TO "00"
                AND FS-EXTRATO-HIST NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO HISTORICO,'
                        ' STATUS: ' FS-EXTRATO-HIST
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN OUTPUT ARQ-EFINANCEIRA
             IF FS-EFINANCEIRA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DA E-FINANCEIRA,'
                        ' STATUS: ' FS-EFINANCEIRA
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CONCILIACAO
             IF FS-CONCILIACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DE CONCILIACAO,'
                        ' STATUS: ' FS-CONCILIACAO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: UM SEMESTRE
      *      JA TRANSMITIDO (OU CONFIRMADO) NAO PODE SER REGERADO,
      *      PARA NAO REENVIAR ARQUIVO DEFASADO
      ******************************************************************
       P215-VERIFICAR-TRANSMISSAO.
             OPEN I-O ARQ-TRANSCTL
             IF FS-TRANSCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-TRANSCTL
                CLOSE ARQ-TRANSCTL
                OPEN I-O ARQ-TRANSCTL
             END-IF
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE TRANSMISSAO,'
                        ' STATUS: ' FS-TRANSCTL
                STOP RUN
             END-IF
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-TRS-COMPETENCIA TO TRS-COMPETENCIA
             READ ARQ-TRANSCTL RECORD KEY IS TRS-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF TRS-TRANSMITIDO OR TRS-CONFIRMADO THEN
                      DISPLAY 'A COMPETENCIA ' TRS-COMPETENCIA
                              ' DO ARQUIVO ' TRS-ARQUIVO ' JA FOI'
                              ' TRANSMITIDA, REGERACAO RECUSADA'
                      STOP RUN
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA OS LIMITES MENSAIS DE DECLARACAO DE
      *      PESSOA FISICA E JURIDICA VIGENTES NO FIM DO SEMESTRE,
      *      MANTENDO OS PADROES DO FONTE QUANDO NAO HA VIGENCIA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'EFIN-LIMITE-PF' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-LIMITE-PF
             END-IF
             MOVE 'EFIN-LIMITE-PJ' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-LIMITE-PJ
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA NA TABELA DE PARAMETROS O VALOR
      *      VIGENTE NO FIM DO SEMESTRE PARA O CODIGO INFORMADO EM
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
                   IF PARAM-DATA-INICIO NOT GREATER THAN
                      WS-DATA-FIM-SEM
                      AND PARAM-DATA-FIM NOT LESS THAN
                          WS-DATA-FIM-SEM
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P261-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
       .
       P261-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
       P270-GRAVAR-HEADER.
             MOVE SPACES TO REG-EFINANCEIRA
             SET EFN-HEADER TO TRUE
             MOVE WS-DATA-ATUAL TO EFN-HDR-DATA
             MOVE WS-DATA-INICIO-SEM TO EFN-HDR-INICIO
             MOVE WS-DATA-FIM-SEM TO EFN-HDR-FIM
             MOVE 'EFN' TO EFN-HDR-SISTEMA
             MOVE 'PROJETO BANCO' TO EFN-HDR-INSTITUICAO
             WRITE REG-EFINANCEIRA
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS CONTAS NA ORDEM DA CHAVE
      *      ALTERNADA DE CPF, QUEBRANDO POR TITULAR: AS CONTAS PJ
      *      (CPF ZERADO) QUEBRAM PELO CNPJ E A CONTA SEM TITULAR
      *      (CONTA CASA) SO ENTRA NA CONCILIACAO
      ******************************************************************
       P300-PROCESSAR-TITULARES.
             MOVE ZEROS TO CPF
             START ARQ-CONTA KEY IS NOT LESS THAN CPF
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                MOVE 'N' TO WS-CONTA-DECLARAVEL
                IF CONTA-PJ AND CNPJ NOT EQUAL TO ZEROS THEN
                   MOVE 'S' TO WS-CONTA-DECLARAVEL
                   MOVE CNPJ TO WS-DOC-CONTA
                   MOVE 'J' TO WS-TIPO-PESSOA-CONTA
                ELSE
                   IF CPF NOT EQUAL TO ZEROS THEN
                      MOVE 'S' TO WS-CONTA-DECLARAVEL
                      MOVE CPF TO WS-DOC-CONTA
                      MOVE 'F' TO WS-TIPO-PESSOA-CONTA
                   END-IF
                END-IF
                IF CONTA-DECLARAVEL THEN
                   IF WS-DOC-CONTA NOT EQUAL TO WS-DOC-GRUPO
                      OR WS-TIPO-PESSOA-CONTA NOT EQUAL TO
                         WS-TIPO-PESSOA-GRUPO THEN
                      IF WS-DOC-GRUPO GREATER THAN ZEROS THEN
                         PERFORM P600-FECHAR-TITULAR
                      END-IF
                      PERFORM P320-ABRIR-TITULAR
                   END-IF
                END-IF
                IF CONTA-NUM GREATER THAN ZEROS THEN
                   PERFORM P400-ACUMULAR-CONTA
                END-IF
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM
             IF WS-DOC-GRUPO GREATER THAN ZEROS THEN
                PERFORM P600-FECHAR-TITULAR
             END-IF
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P320-ABRIR-TITULAR.
             MOVE WS-DOC-CONTA TO WS-DOC-GRUPO
             MOVE WS-TIPO-PESSOA-CONTA TO WS-TIPO-PESSOA-GRUPO
             MOVE NOME TO WS-NOME-GRUPO
             IF WS-TIPO-PESSOA-GRUPO EQUAL TO 'J' THEN
                MOVE WS-LIMITE-PJ TO WS-LIMITE-GRUPO
             ELSE
                MOVE WS-LIMITE-PF TO WS-LIMITE-GRUPO
             END-IF
             ADD 1 TO WS-QTDE-TITULARES
             MOVE ZEROS TO WS-CTA-QTDE
             MOVE ZEROS TO WS-TIP-QTDE
             MOVE ZEROS TO WS-GRP-CREDITOS
             MOVE ZEROS TO WS-GRP-DEBITOS
             MOVE ZEROS TO WS-GRP-CAPACIDADE-CRED
             MOVE ZEROS TO WS-GRP-CAPACIDADE-DEB
             PERFORM VARYING WS-MES-I FROM 1 BY 1
                UNTIL WS-MES-I > 6
                MOVE ZEROS TO WS-DOC-CREDITOS(WS-MES-I)
                MOVE ZEROS TO WS-DOC-DEBITOS(WS-MES-I)
                MOVE ZEROS TO WS-DOC-SALDO(WS-MES-I)
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA OS MOVIMENTOS DO SEMESTRE DA CONTA NO
      *      EXTRATO CORRENTE E NO HISTORICO E, PARA A CONTA DE
      *      TITULAR, OS SALDOS DE FIM DE MES
      ******************************************************************
       P400-ACUMULAR-CONTA.
             MOVE CONTA-NUM TO WS-CONTA-PROCESSADA
             MOVE 'N' TO WS-CONTA-EXCEDENTE
             IF CONTA-DECLARAVEL THEN
                IF WS-CTA-QTDE NOT LESS THAN WS-CTA-MAX THEN
                   DISPLAY 'TITULAR ' WS-DOC-GRUPO ' COM MAIS DE '
                           WS-CTA-MAX ' CONTAS, CONTA '
                           WS-CONTA-PROCESSADA ' NAO DECLARADA'
                   MOVE 'N' TO WS-CONTA-DECLARAVEL
                   MOVE 'S' TO WS-CONTA-EXCEDENTE
                ELSE
                   ADD 1 TO WS-CTA-QTDE
                   MOVE WS-CTA-QTDE TO WS-CTA-I
                   MOVE CONTA-NUM TO WS-CTA-CONTA-NUM(WS-CTA-I)
                   MOVE AGENCIA TO WS-CTA-AGENCIA(WS-CTA-I)
                   PERFORM VARYING WS-MES-I FROM 1 BY 1
                      UNTIL WS-MES-I > 6
                      MOVE ZEROS TO WS-CTA-CREDITOS(WS-CTA-I WS-MES-I)
                      MOVE ZEROS TO WS-CTA-DEBITOS(WS-CTA-I WS-MES-I)
                      MOVE ZEROS TO WS-CTA-SALDO(WS-CTA-I WS-MES-I)
                      MOVE ZEROS
                        TO WS-CTA-DATA-SNAP(WS-CTA-I WS-MES-I)
                   END-PERFORM
                END-IF
             END-IF

             MOVE WS-CONTA-PROCESSADA TO EXT-CONTA-NUM
             MOVE ZEROS TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO EQUAL TO "00" THEN
                PERFORM P410-LER-PROX-EXTRATO
                PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                   OR EXT-CONTA-NUM NOT EQUAL TO WS-CONTA-PROCESSADA
      *            O MES E O DA DATA CONTABIL, A MESMA DO RAZAO; O
      *            ACERVO SEM ELA (ZEROS) CAI NA DATA CALENDARIO
                   IF EXT-DATA-CONTABIL NOT EQUAL TO ZEROS
                      MOVE EXT-DATA-CONTABIL TO WS-DATA-REF-NUM
                   ELSE
                      MOVE EXT-DATA-MOV TO WS-DATA-REF-NUM
                   END-IF
                   IF WS-DATA-REF-NUM NOT LESS THAN WS-DATA-INICIO-SEM
                      AND WS-DATA-REF-NUM NOT GREATER THAN
                          WS-DATA-FIM-SEM
                      MOVE EXT-TIPO-MOV TO WS-MOV-TIPO
                      MOVE EXT-VALOR TO WS-MOV-VALOR
                      MOVE EXT-STATUS-MOV TO WS-MOV-STATUS
                      PERFORM P430-APURAR-MOVIMENTO
                   END-IF
                   PERFORM P410-LER-PROX-EXTRATO
                END-PERFORM
             ELSE
                MOVE "00" TO FS-EXTRATO
             END-IF

             PERFORM P415-ACUMULAR-EXTRATO-HIST
             IF CONTA-DECLARAVEL THEN
                PERFORM P420-BUSCAR-SALDOS
             END-IF
       .
       P410-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA OS MOVIMENTOS DO SEMESTRE QUE O BATCH
      *      ANUAL DE ARQUIVAMENTO JA MOVEU PARA O EXTRATO HISTORICO
      *      (SEM DATA CONTABIL, VALE A DATA DO MOVIMENTO)
      ******************************************************************
       P415-ACUMULAR-EXTRATO-HIST.
             IF FS-EXTRATO-HIST EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-PROCESSADA TO EXH-CONTA-NUM
             MOVE ZEROS TO EXH-SEQUENCIA
             START ARQ-EXTRATO-HIST KEY IS NOT LESS THAN EXH-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO-HIST EQUAL TO "00" THEN
                PERFORM P416-LER-PROX-EXTRATO-HIST
                PERFORM UNTIL FS-EXTRATO-HIST NOT EQUAL TO "00"
                   OR EXH-CONTA-NUM NOT EQUAL TO
                      WS-CONTA-PROCESSADA
                   IF EXH-DATA-MOV NOT LESS THAN WS-DATA-INICIO-SEM
                      AND EXH-DATA-MOV NOT GREATER THAN
                          WS-DATA-FIM-SEM
                      MOVE EXH-DATA-MOV TO WS-DATA-REF-NUM
                      MOVE EXH-TIPO-MOV TO WS-MOV-TIPO
                      MOVE EXH-VALOR TO WS-MOV-VALOR
                      MOVE EXH-STATUS-MOV TO WS-MOV-STATUS
                      PERFORM P430-APURAR-MOVIMENTO
                   END-IF
                   PERFORM P416-LER-PROX-EXTRATO-HIST
                END-PERFORM
                MOVE "00" TO FS-EXTRATO-HIST
             END-IF
       .
       P416-LER-PROX-EXTRATO-HIST.
             READ ARQ-EXTRATO-HIST NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO-HIST
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE BUSCA NO HISTORICO O SNAPSHOT MAIS RECENTE DE
      *      CADA MES DO SEMESTRE PARA A CONTA DO TITULAR
      ******************************************************************
       P420-BUSCAR-SALDOS.
             OPEN INPUT ARQ-HISTORICO
             IF FS-HISTORICO NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P425-LER-PROX-HISTORICO
             PERFORM UNTIL FS-HISTORICO NOT EQUAL TO "00"
                IF HIST-CONTA-NUM EQUAL TO WS-CONTA-PROCESSADA
                   AND HIST-DATA-SNAPSHOT NOT LESS THAN
                       WS-DATA-INICIO-SEM
                   AND HIST-DATA-SNAPSHOT NOT GREATER THAN
                       WS-DATA-FIM-SEM
                   MOVE HIST-DATA-SNAPSHOT TO WS-DATA-REF-NUM
                   COMPUTE WS-MES-I = WS-DREF-MES - WS-MES-INICIAL + 1
                   IF HIST-DATA-SNAPSHOT NOT LESS THAN
                      WS-CTA-DATA-SNAP(WS-CTA-I WS-MES-I)
                      SUBTRACT WS-CTA-SALDO(WS-CTA-I WS-MES-I)
                          FROM WS-DOC-SALDO(WS-MES-I)
                      MOVE HIST-DATA-SNAPSHOT
                        TO WS-CTA-DATA-SNAP(WS-CTA-I WS-MES-I)
                      MOVE HIST-SALDO
                        TO WS-CTA-SALDO(WS-CTA-I WS-MES-I)
                      ADD HIST-SALDO TO WS-DOC-SALDO(WS-MES-I)
                   END-IF
                END-IF
                PERFORM P425-LER-PROX-HISTORICO
             END-PERFORM
             CLOSE ARQ-HISTORICO
       .
       P425-LER-PROX-HISTORICO.
             READ ARQ-HISTORICO NEXT RECORD
                AT END
                   MOVE "10" TO FS-HISTORICO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA UM MOVIMENTO DO SEMESTRE: TODO
      *      MOVIMENTO QUE MEXE NOS DEPOSITOS ENTRA NO TOTAL DA
      *      CONCILIACAO; O ESTORNADO, O REJEITADO E O DA CONTA SEM
      *      TITULAR FICAM FORA DA DECLARACAO, E O RESTO ACUMULA NO
      *      MES DA CONTA E NO TIPO DE MOVIMENTO
      ******************************************************************
       P430-APURAR-MOVIMENTO.
             PERFORM P435-CLASSIFICAR-MOVIMENTO
             IF MOV-SEM-EFEITO THEN
                EXIT PARAGRAPH
             END-IF
             IF MOV-CREDITO THEN
                ADD WS-MOV-VALOR TO WS-REC-CRED-EXTRATO
             ELSE
                ADD WS-MOV-VALOR TO WS-REC-DEB-EXTRATO
             END-IF
             IF WS-MOV-STATUS EQUAL TO 'E'
                OR WS-MOV-STATUS EQUAL TO 'R' THEN
                IF MOV-CREDITO THEN
                   ADD WS-MOV-VALOR TO WS-REC-CRED-EXCLUIDO
                ELSE
                   ADD WS-MOV-VALOR TO WS-REC-DEB-EXCLUIDO
                END-IF
                EXIT PARAGRAPH
             END-IF
             IF CONTA-EXCEDENTE THEN
                IF MOV-CREDITO THEN
                   ADD WS-MOV-VALOR TO WS-REC-CRED-CAPACIDADE
                ELSE
                   ADD WS-MOV-VALOR TO WS-REC-DEB-CAPACIDADE
                END-IF
                EXIT PARAGRAPH
             END-IF
             IF NOT CONTA-DECLARAVEL THEN
                IF MOV-CREDITO THEN
                   ADD WS-MOV-VALOR TO WS-REC-CRED-SEM-TITULAR
                ELSE
                   ADD WS-MOV-VALOR TO WS-REC-DEB-SEM-TITULAR
                END-IF
                EXIT PARAGRAPH
             END-IF

             COMPUTE WS-MES-I = WS-DREF-MES - WS-MES-INICIAL + 1
             MOVE 'N' TO WS-TIP-ACHOU
             PERFORM VARYING WS-TIP-I FROM 1 BY 1
                UNTIL WS-TIP-I > WS-TIP-QTDE
                OR TIP-ACHOU
                IF WS-TIP-CTA(WS-TIP-I) EQUAL TO WS-CTA-I
                   AND WS-TIP-MES(WS-TIP-I) EQUAL TO WS-MES-I
                   AND WS-TIP-TIPO-MOV(WS-TIP-I) EQUAL TO WS-MOV-TIPO
                   MOVE 'S' TO WS-TIP-ACHOU
                   SUBTRACT 1 FROM WS-TIP-I
                END-IF
             END-PERFORM
             IF NOT TIP-ACHOU THEN
                IF WS-TIP-QTDE NOT LESS THAN WS-TIP-MAX THEN
                   DISPLAY 'TABELA DE MOVIMENTOS CHEIA NO TITULAR '
                           WS-DOC-GRUPO ', CONTA '
                           WS-CONTA-PROCESSADA ' TIPO ' WS-MOV-TIPO
                           ' NAO DECLARADO'
                   IF MOV-CREDITO THEN
                      ADD WS-MOV-VALOR TO WS-GRP-CAPACIDADE-CRED
                   ELSE
                      ADD WS-MOV-VALOR TO WS-GRP-CAPACIDADE-DEB
                   END-IF
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-TIP-QTDE
                MOVE WS-TIP-QTDE TO WS-TIP-I
                MOVE WS-CTA-I TO WS-TIP-CTA(WS-TIP-I)
                MOVE WS-MES-I TO WS-TIP-MES(WS-TIP-I)
                MOVE WS-MOV-TIPO TO WS-TIP-TIPO-MOV(WS-TIP-I)
                MOVE WS-MOV-NATUREZA TO WS-TIP-NATUREZA(WS-TIP-I)
                MOVE ZEROS TO WS-TIP-QTDE-MOV(WS-TIP-I)
                MOVE ZEROS TO WS-TIP-VALOR(WS-TIP-I)
             END-IF
             ADD 1 TO WS-TIP-QTDE-MOV(WS-TIP-I)
             ADD WS-MOV-VALOR TO WS-TIP-VALOR(WS-TIP-I)
             IF MOV-CREDITO THEN
                ADD WS-MOV-VALOR TO WS-CTA-CREDITOS(WS-CTA-I WS-MES-I)
                ADD WS-MOV-VALOR TO WS-DOC-CREDITOS(WS-MES-I)
                ADD WS-MOV-VALOR TO WS-GRP-CREDITOS
             ELSE
                ADD WS-MOV-VALOR TO WS-CTA-DEBITOS(WS-CTA-I WS-MES-I)
                ADD WS-MOV-VALOR TO WS-DOC-DEBITOS(WS-MES-I)
                ADD WS-MOV-VALOR TO WS-GRP-DEBITOS
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DA A NATUREZA DO MOVIMENTO PARA O CLIENTE
      *      PELO MESMO MAPA DE EVENTOS DO CONTABIL-DIARIO: CREDITO
      *      QUANDO A CONTA 21001 E CREDITADA, DEBITO QUANDO E
      *      DEBITADA E SEM EFEITO QUANDO O MOVIMENTO NAO PASSA PELOS
      *      DEPOSITOS (CARTAO DE CREDITO, PREJUIZO, CHEQUE
      *      ADMINISTRATIVO PAGO PELO BANCO)
      ******************************************************************
       P435-CLASSIFICAR-MOVIMENTO.
             EVALUATE WS-MOV-TIPO
                WHEN 'DE' WHEN 'TC' WHEN 'EC' WHEN 'AC' WHEN 'TE'
                WHEN 'BL' WHEN 'JP' WHEN 'FC' WHEN 'XC' WHEN 'DQ'
                WHEN 'RB' WHEN 'CT' WHEN 'RV' WHEN 'KD' WHEN 'KC'
                WHEN 'KR' WHEN 'DX' WHEN 'IN' WHEN 'EV' WHEN 'EP'
                WHEN 'DR' WHEN 'PK' WHEN 'RK'
                   MOVE 'C' TO WS-MOV-NATUREZA
                WHEN 'SA' WHEN 'TD' WHEN 'ED' WHEN 'AD' WHEN 'TF'
                WHEN 'CC' WHEN 'PG' WHEN 'JC' WHEN 'FD' WHEN 'DA'
                WHEN 'XD' WHEN 'CH' WHEN 'TX' WHEN 'PF' WHEN 'DV'
                WHEN 'CA' WHEN 'SP' WHEN 'RP' WHEN 'IO' WHEN 'FR'
                WHEN 'AB' WHEN 'RC' WHEN 'PV' WHEN 'SG' WHEN 'KS'
                WHEN 'KL' WHEN 'RX' WHEN 'IV' WHEN 'EN' WHEN 'RG'
                WHEN 'TK'
                   MOVE 'D' TO WS-MOV-NATUREZA
                WHEN OTHER
                   MOVE SPACE TO WS-MOV-NATUREZA
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O TITULAR: SE EM ALGUM MES DO SEMESTRE
      *      OS CREDITOS, OS DEBITOS OU O SALDO PASSARAM DO LIMITE,
      *      GRAVA O CONSOLIDADO E OS TIPOS DE MOVIMENTO DE CADA
      *      CONTA E MES; SENAO O TITULAR FICA ABAIXO DO LIMITE
      ******************************************************************
       P600-FECHAR-TITULAR.
             MOVE 'N' TO WS-GRUPO-DECLARADO
             PERFORM VARYING WS-MES-I FROM 1 BY 1
                UNTIL WS-MES-I > 6
                IF WS-DOC-CREDITOS(WS-MES-I) GREATER THAN
                   WS-LIMITE-GRUPO
                   OR WS-DOC-DEBITOS(WS-MES-I) GREATER THAN
                      WS-LIMITE-GRUPO
                   OR WS-DOC-SALDO(WS-MES-I) GREATER THAN
                      WS-LIMITE-GRUPO
                   MOVE 'S' TO WS-GRUPO-DECLARADO
                END-IF
             END-PERFORM
             ADD WS-GRP-CAPACIDADE-CRED TO WS-REC-CRED-CAPACIDADE
             ADD WS-GRP-CAPACIDADE-DEB TO WS-REC-DEB-CAPACIDADE
             IF NOT GRUPO-DECLARADO THEN
                ADD WS-GRP-CREDITOS TO WS-REC-CRED-ABAIXO
                ADD WS-GRP-DEBITOS TO WS-REC-DEB-ABAIXO
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-DECLARADOS
             ADD WS-GRP-CREDITOS TO WS-REC-CRED-DECLARADO
             ADD WS-GRP-DEBITOS TO WS-REC-DEB-DECLARADO
             PERFORM VARYING WS-CTA-I FROM 1 BY 1
                UNTIL WS-CTA-I > WS-CTA-QTDE
                PERFORM VARYING WS-MES-I FROM 1 BY 1
                   UNTIL WS-MES-I > 6
                   PERFORM P610-GRAVAR-MES-CONTA
                END-PERFORM
             END-PERFORM
       .
       P610-GRAVAR-MES-CONTA.
             IF WS-CTA-CREDITOS(WS-CTA-I WS-MES-I) EQUAL TO ZEROS
                AND WS-CTA-DEBITOS(WS-CTA-I WS-MES-I) EQUAL TO ZEROS
                AND WS-CTA-SALDO(WS-CTA-I WS-MES-I) EQUAL TO ZEROS
                EXIT PARAGRAPH
             END-IF
             MOVE SPACES TO REG-EFINANCEIRA
             SET EFN-SALDO TO TRUE
             PERFORM P620-MONTAR-CONTA
             MOVE WS-CTA-CREDITOS(WS-CTA-I WS-MES-I)
               TO EFN-TOTAL-CREDITOS
             MOVE WS-CTA-DEBITOS(WS-CTA-I WS-MES-I)
               TO EFN-TOTAL-DEBITOS
             MOVE WS-CTA-SALDO(WS-CTA-I WS-MES-I)
               TO EFN-SALDO-FIM-MES
             WRITE REG-EFINANCEIRA
             ADD 1 TO WS-QTDE-DETALHES

             PERFORM VARYING WS-TIP-I FROM 1 BY 1
                UNTIL WS-TIP-I > WS-TIP-QTDE
                IF WS-TIP-CTA(WS-TIP-I) EQUAL TO WS-CTA-I
                   AND WS-TIP-MES(WS-TIP-I) EQUAL TO WS-MES-I
                   MOVE SPACES TO REG-EFINANCEIRA
                   SET EFN-MOVIMENTO TO TRUE
                   PERFORM P620-MONTAR-CONTA
                   MOVE WS-TIP-TIPO-MOV(WS-TIP-I) TO EFN-TIPO-MOV
                   MOVE WS-TIP-NATUREZA(WS-TIP-I) TO EFN-NATUREZA
                   MOVE WS-TIP-QTDE-MOV(WS-TIP-I) TO EFN-QTDE-MOV
                   MOVE WS-TIP-VALOR(WS-TIP-I) TO EFN-VALOR
                   WRITE REG-EFINANCEIRA
                   ADD 1 TO WS-QTDE-DETALHES
                   ADD WS-TIP-VALOR(WS-TIP-I) TO WS-VALOR-DETALHES
                END-IF
             END-PERFORM
       .
       P620-MONTAR-CONTA.
             MOVE WS-TIPO-PESSOA-GRUPO TO EFN-TIPO-PESSOA
             MOVE WS-DOC-GRUPO TO EFN-DOCUMENTO
             MOVE WS-NOME-GRUPO TO EFN-NOME
             MOVE WS-CTA-AGENCIA(WS-CTA-I) TO EFN-AGENCIA
             MOVE WS-CTA-CONTA-NUM(WS-CTA-I) TO EFN-CONTA-NUM
             COMPUTE EFN-ANO-MES = (WS-ANO-SEMESTRE * 100)
                     + WS-MES-INICIAL + WS-MES-I - 1
       .
      ******************************************************************
      *      FUNÇÃO QUE TOTALIZA NO RAZAO OS DEBITOS E CREDITOS DA
      *      CONTA 21001 (DEPOSITOS DE CLIENTES) NO SEMESTRE, PELA
      *      DATA CONTABIL DO LANCAMENTO
      ******************************************************************
       P700-TOTALIZAR-RAZAO.
             OPEN INPUT ARQ-RAZAO
             IF FS-RAZAO NOT EQUAL TO "00" THEN
                DISPLAY 'RAZAO NAO DISPONIVEL, STATUS: ' FS-RAZAO
                        ' - CONCILIACAO SEM O LADO CONTABIL'
                EXIT PARAGRAPH
             END-IF
             PERFORM P710-LER-PROX-RAZAO
             PERFORM UNTIL FS-RAZAO NOT EQUAL TO "00"
                IF RAZ-DATA-CONTABIL NOT EQUAL TO ZEROS
                   MOVE RAZ-DATA-CONTABIL TO WS-DATA-REF-NUM
                ELSE
                   MOVE RAZ-DATA TO WS-DATA-REF-NUM
                END-IF
                IF RAZ-CONTA-CONTABIL EQUAL TO 21001
                   AND WS-DATA-REF-NUM NOT LESS THAN
                       WS-DATA-INICIO-SEM
                   AND WS-DATA-REF-NUM NOT GREATER THAN
                       WS-DATA-FIM-SEM
                   IF RAZ-CREDITO THEN
                      ADD RAZ-VALOR TO WS-REC-CRED-RAZAO
                   ELSE
                      ADD RAZ-VALOR TO WS-REC-DEB-RAZAO
                   END-IF
                END-IF
                PERFORM P710-LER-PROX-RAZAO
             END-PERFORM
             CLOSE ARQ-RAZAO
       .
       P710-LER-PROX-RAZAO.
             READ ARQ-RAZAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RAZAO
             END-READ
       .
       P750-GRAVAR-TRAILER.
             MOVE SPACES TO REG-EFINANCEIRA
             SET EFN-TRAILER TO TRUE
             MOVE WS-QTDE-DETALHES TO EFN-TRL-QTDE
             MOVE WS-VALOR-DETALHES TO EFN-TRL-VALOR
             MOVE WS-QTDE-DECLARADOS TO EFN-TRL-QTDE-DECLARADOS
             WRITE REG-EFINANCEIRA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO DE CONCILIACAO: O TOTAL
      *      APURADO NO EXTRATO, ABERTO EM DECLARADO, ABAIXO DO
      *      LIMITE, CONTA SEM TITULAR, ESTORNADO/REJEITADO E NAO
      *      DECLARADO POR CAPACIDADE, CONTRA O TOTAL DO RAZAO
      ******************************************************************
       P800-GRAVAR-CONCILIACAO.
             MOVE ALL '=' TO WS-LINHA-REL
             MOVE WS-LINHA-REL TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-REL
             STRING 'CONCILIACAO E-FINANCEIRA X RAZAO - SEMESTRE '
                                       DELIMITED SIZE
                    WS-DATA-INICIO-SEM DELIMITED SIZE
                    ' A '              DELIMITED SIZE
                    WS-DATA-FIM-SEM    DELIMITED SIZE
               INTO WS-LINHA-REL
             END-STRING
             MOVE WS-LINHA-REL TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-REL
             STRING 'TITULARES APURADOS: ' DELIMITED SIZE
                    WS-QTDE-TITULARES      DELIMITED SIZE
                    ' DECLARADOS: '        DELIMITED SIZE
                    WS-QTDE-DECLARADOS     DELIMITED SIZE
               INTO WS-LINHA-REL
             END-STRING
             MOVE WS-LINHA-REL TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE SPACES TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE 'CREDITOS (CONTA 21001)' TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE 'DECLARADOS NA E-FINANCEIRA' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-DECLARADO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'TITULARES ABAIXO DO LIMITE' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-ABAIXO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'CONTAS SEM TITULAR' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-SEM-TITULAR TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'ESTORNADOS / REJEITADOS' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-EXCLUIDO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'NAO DECLARADOS POR CAPACIDADE' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-CAPACIDADE TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'TOTAL APURADO NO EXTRATO' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-EXTRATO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'TOTAL NO RAZAO' TO WS-REC-ROTULO
             MOVE WS-REC-CRED-RAZAO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             COMPUTE WS-REC-DIFERENCA =
                     WS-REC-CRED-RAZAO - WS-REC-CRED-EXTRATO
             PERFORM P820-GRAVAR-DIFERENCA

             MOVE SPACES TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE 'DEBITOS (CONTA 21001)' TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE 'DECLARADOS NA E-FINANCEIRA' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-DECLARADO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'TITULARES ABAIXO DO LIMITE' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-ABAIXO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'CONTAS SEM TITULAR' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-SEM-TITULAR TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'ESTORNADOS / REJEITADOS' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-EXCLUIDO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'NAO DECLARADOS POR CAPACIDADE' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-CAPACIDADE TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'TOTAL APURADO NO EXTRATO' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-EXTRATO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             MOVE 'TOTAL NO RAZAO' TO WS-REC-ROTULO
             MOVE WS-REC-DEB-RAZAO TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             COMPUTE WS-REC-DIFERENCA =
                     WS-REC-DEB-RAZAO - WS-REC-DEB-EXTRATO
             PERFORM P820-GRAVAR-DIFERENCA
       .
       P810-GRAVAR-LINHA-VALOR.
             MOVE WS-REC-VALOR TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINHA-REL
             STRING '   '           DELIMITED SIZE
                    WS-REC-ROTULO   DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-REL
             END-STRING
             MOVE WS-LINHA-REL TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
       P820-GRAVAR-DIFERENCA.
             MOVE 'DIFERENCA RAZAO - EXTRATO' TO WS-REC-ROTULO
             MOVE WS-REC-DIFERENCA TO WS-REC-VALOR
             PERFORM P810-GRAVAR-LINHA-VALOR
             IF WS-REC-DIFERENCA EQUAL TO ZEROS THEN
                MOVE '   SITUACAO: CONCILIADO' TO REG-RELATORIO
             ELSE
                ADD 1 TO WS-QTDE-DIVERGENCIAS
                MOVE '   SITUACAO: DIVERGENTE - VERIFICAR O FECHAMENTO'
                  TO REG-RELATORIO
             END-IF
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A GERACAO NO LIVRO DE TRANSMISSAO
      *      COM OS TOTAIS DE CONTROLE DO ARQUIVO
      ******************************************************************
       P890-REGISTRAR-GERACAO.
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-TRS-COMPETENCIA TO TRS-COMPETENCIA
             MOVE WS-TRS-QTDE TO TRS-QTDE-REG
             MOVE WS-TRS-VALOR TO TRS-VALOR-TOTAL
             COMPUTE TRS-HASH = FUNCTION MOD
                (WS-TRS-QTDE * 1009
                 + (WS-TRS-VALOR * 100), 1000000000)
             SET TRS-GERADO TO TRUE
             MOVE WS-DATA-ATUAL TO TRS-DATA-GERACAO
             MOVE ZEROS TO TRS-DATA-TRANSMISSAO
             WRITE REG-TRANSCTL
                INVALID KEY
                   REWRITE REG-TRANSCTL
             END-WRITE
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR A GERACAO NO LIVRO DE'
                        ' TRANSMISSAO, STATUS: ' FS-TRANSCTL
             ELSE
                DISPLAY 'GERACAO REGISTRADA NO LIVRO DE'
                        ' TRANSMISSAO: ' TRS-ARQUIVO ' '
                        TRS-COMPETENCIA ' (' TRS-QTDE-REG
                        ' REGISTROS, HASH ' TRS-HASH ')'
             END-IF
             CLOSE ARQ-TRANSCTL
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             IF FS-EXTRATO-HIST NOT EQUAL TO "35" THEN
                CLOSE ARQ-EXTRATO-HIST
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-EFINANCEIRA
             CLOSE ARQ-CONCILIACAO
             DISPLAY 'SEMESTRE DECLARADO: ' WS-DATA-INICIO-SEM ' A '
                     WS-DATA-FIM-SEM
             DISPLAY 'TITULARES APURADOS: ' WS-QTDE-TITULARES
             DISPLAY 'TITULARES DECLARADOS: ' WS-QTDE-DECLARADOS
             DISPLAY 'REGISTROS GRAVADOS EM EFINANCEIRA.DAT: '
                     WS-QTDE-DETALHES
             IF WS-QTDE-DIVERGENCIAS GREATER THAN ZEROS THEN
                DISPLAY 'ATENCAO: CONCILIACAO COM O RAZAO DIVERGENTE,'
                        ' VER EFINANCEIRA-CONCILIACAO.REL'
             ELSE
                DISPLAY 'CONCILIACAO COM O RAZAO SEM DIVERGENCIAS'
             END-IF
             STOP RUN.
       END PROGRAM EFINANCEIRA.
