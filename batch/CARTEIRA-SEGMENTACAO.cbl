      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   SEGMENTACAO MENSAL DOS CLIENTES E RELATORIO DE
      *            CARTEIRA DOS GERENTES DE RELACIONAMENTO.
      *            PARA CADA CPF DO CADASTRO DE CLIENTES SOMA O SALDO
      *            POSITIVO DAS CONTAS NAO ENCERRADAS DO TITULAR (EM
      *            REAIS PELO VALOR CONTABIL NAS CONTAS EM MOEDA
      *            ESTRANGEIRA) E OS INVESTIMENTOS (APLICACOES ATIVAS
      *            PELO VALOR APLICADO, FUNDOS PELO CUSTO DA POSICAO E
      *            A RESERVA DA PREVIDENCIA), MARCA OS PRODUTOS QUE O
      *            CLIENTE TEM E O CLASSIFICA PELOS LIMITES DA TABELA
      *            DE PARAMETROS: PRIVATE COM PATRIMONIO A PARTIR DE
      *            SEG-PRIV-PATRIMONIO, ALTA RENDA COM PATRIMONIO A
      *            PARTIR DE SEG-ALTA-PATRIMONIO OU RENDA MENSAL A
      *            PARTIR DE SEG-ALTA-RENDA, VAREJO NOS DEMAIS. O
      *            RESULTADO VAI PARA ARQ-CARTEIRA; NA PRIMEIRA
      *            EXECUCAO DA COMPETENCIA O SEGMENTO E O PATRIMONIO
      *            GRAVADOS PASSAM A SER OS DO MES ANTERIOR, DE MODO
      *            QUE REPROCESSAR O MES NAO PERDE A BASE DE
      *            COMPARACAO. O CLIENTE NOVO ENTRA NA CARTEIRA SEM
      *            GERENTE, ATE SER ATRIBUIDO NO MENU.
      *            EM SEGUIDA GRAVA, PARA CADA GERENTE, OS CLIENTES DA
      *            CARTEIRA COM SEGMENTO, PATRIMONIO ATUAL E ANTERIOR,
      *            VARIACAO, PRODUTOS E MUDANCA DE SEGMENTO NO MES, OS
      *            TOTAIS E A PENETRACAO DE CADA PRODUTO, E POR FIM OS
      *            CLIENTES AINDA SEM GERENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRA-SEGMENTACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-APLICACAO ASSIGN TO "aplicacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-POSFUNDO ASSIGN TO "posfundo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFU-CHAVE
                FILE STATUS  IS FS-POSFUNDO.
           SELECT ARQ-PREVIDENCIA ASSIGN TO "previdencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRV-SEQ
                ALTERNATE RECORD KEY IS PRV-CPF WITH DUPLICATES
                FILE STATUS  IS FS-PREVIDENCIA.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-APOLICE ASSIGN TO "apolice.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APO-NUMERO
                ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
                FILE STATUS  IS FS-APOLICE.
           SELECT ARQ-GERENTE ASSIGN TO "gerente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GER-OPER-ID
                FILE STATUS  IS FS-GERENTE.
           SELECT ARQ-CARTEIRA ASSIGN TO "carteira.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CRT-CPF
                ALTERNATE RECORD KEY IS CRT-GERENTE WITH DUPLICATES
                FILE STATUS  IS FS-CARTEIRA.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-RELATORIO ASSIGN TO "carteira-gerente.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-POSFUNDO.
           COPY POSFUNDO.
       FD ARQ-PREVIDENCIA.
           COPY PREVCAD.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-APOLICE.
           COPY APOLICE.
       FD ARQ-GERENTE.
           COPY GERENTECAD.
       FD ARQ-CARTEIRA.
           COPY CARTEIRA.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CLIENTE                   PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-POSFUNDO                  PIC XX.
       77 FS-PREVIDENCIA               PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-APOLICE                   PIC XX.
       77 FS-GERENTE                   PIC XX.
       77 FS-CARTEIRA                  PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-SEG-PRIV-PATRIMONIO       PIC S9(09)V99 VALUE 3000000.00.
       77 WS-SEG-ALTA-PATRIMONIO       PIC S9(09)V99 VALUE 100000.00.
       77 WS-SEG-ALTA-RENDA            PIC S9(09)V99 VALUE 10000.00.
       77 WS-COMPETENCIA               PIC 9(06).
       77 WS-SEG-NOVO                  PIC X(01).
       77 WS-CRT-EXISTE                PIC X(01).
           88 CRT-EXISTE               VALUE 'S'.
       77 WS-CONTA-ALVO                PIC 9(06).
       77 WS-GERENTE-ALVO              PIC X(08).
       77 WS-QTDE-CLIENTES             PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-NOVOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-MUDANCAS             PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-VAREJO               PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-ALTA-RENDA           PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-PRIVATE              PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-GERENTES             PIC 9(05) VALUE ZEROS.
       77 WS-GER-QTDE                  PIC 9(07).
       77 WS-GER-QTDE-VAREJO           PIC 9(07).
       77 WS-GER-QTDE-ALTA             PIC 9(07).
       77 WS-GER-QTDE-PRIVATE          PIC 9(07).
       77 WS-GER-QTDE-MUDOU            PIC 9(07).
       77 WS-GER-PATRIMONIO            PIC S9(15)V99.
       77 WS-GER-PATRIMONIO-ANT        PIC S9(15)V99.
       77 WS-VARIACAO                  PIC S9(15)V99.
       77 WS-PEN-I                     PIC 9(02).
       77 WS-PEN-PERC                  PIC 9(03)V99.
       77 WS-MUDANCA                   PIC X(06).
       77 WS-NOME-CLIENTE              PIC X(30).
       77 WS-VALOR-EDITADO             PIC -9(13).99.
       77 WS-VALOR-EDITADO-2           PIC -9(13).99.
       77 WS-VALOR-EDITADO-3           PIC -9(13).99.
       77 WS-PERC-EDITADO              PIC ZZ9.99.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       01 WS-TAB-PRODUTOS-VALORES.
           05 FILLER                   PIC X(12) VALUE 'C/CORRENTE'.
           05 FILLER                   PIC X(12) VALUE 'POUPANCA'.
           05 FILLER                   PIC X(12) VALUE 'APLICACAO'.
           05 FILLER                   PIC X(12) VALUE 'FUNDO'.
           05 FILLER                   PIC X(12) VALUE 'PREVIDENCIA'.
           05 FILLER                   PIC X(12) VALUE 'EMPRESTIMO'.
           05 FILLER                   PIC X(12) VALUE 'CARTAO'.
           05 FILLER                   PIC X(12) VALUE 'SEGURO'.
       01 WS-TAB-PRODUTOS REDEFINES WS-TAB-PRODUTOS-VALORES.
           05 WS-PRODUTO-NOME          PIC X(12) OCCURS 8 TIMES.
       01 WS-TAB-PENETRACAO.
           05 WS-PEN-QTDE              PIC 9(07) OCCURS 8 TIMES.
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
             COMPUTE WS-COMPETENCIA = WS-DHC-ANO * 100 + WS-DHC-MES
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-SEGMENTAR-CLIENTES
             PERFORM P600-RELATORIO-GERENTES
             PERFORM P700-CLIENTES-SEM-GERENTE
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                        ' STATUS: ' FS-CLIENTE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-APLICACAO
             IF FS-APLICACAO NOT EQUAL TO "00"
                AND FS-APLICACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS APLICACOES, STATUS: '
                        FS-APLICACAO
             END-IF
             OPEN INPUT ARQ-POSFUNDO
             IF FS-POSFUNDO NOT EQUAL TO "00"
                AND FS-POSFUNDO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS POSICOES EM FUNDOS,'
                        ' STATUS: ' FS-POSFUNDO
             END-IF
             OPEN INPUT ARQ-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00"
                AND FS-PREVIDENCIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PLANOS DE PREVIDENCIA,'
                        ' STATUS: ' FS-PREVIDENCIA
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
             END-IF
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00"
                AND FS-CARTAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS CARTOES, STATUS: '
                        FS-CARTAO
             END-IF
             OPEN INPUT ARQ-APOLICE
             IF FS-APOLICE NOT EQUAL TO "00"
                AND FS-APOLICE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS APOLICES, STATUS: '
                        FS-APOLICE
             END-IF
             OPEN INPUT ARQ-GERENTE
             IF FS-GERENTE NOT EQUAL TO "00"
                AND FS-GERENTE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS GERENTES, STATUS: '
                        FS-GERENTE
             END-IF
             OPEN I-O ARQ-CARTEIRA
             IF FS-CARTEIRA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CARTEIRA
                CLOSE ARQ-CARTEIRA
                OPEN I-O ARQ-CARTEIRA
             END-IF
             IF FS-CARTEIRA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS CARTEIRAS, STATUS: '
                        FS-CARTEIRA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
       .
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'SEG-PRIV-PATRIMONIO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-SEG-PRIV-PATRIMONIO
             END-IF
             MOVE 'SEG-ALTA-PATRIMONIO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-SEG-ALTA-PATRIMONIO
             END-IF
             MOVE 'SEG-ALTA-RENDA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-SEG-ALTA-RENDA
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
      *      FUNÇÃO QUE PERCORRE O CADASTRO DE CLIENTES RECALCULANDO
      *      O PATRIMONIO, OS PRODUTOS E O SEGMENTO DE CADA CPF
      ******************************************************************
       P300-SEGMENTAR-CLIENTES.
             MOVE ZEROS TO CLI-CPF
             START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CPF
                INVALID KEY
                   DISPLAY 'NENHUM CLIENTE CADASTRADO'
             END-START
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P305-LER-PROX-CLIENTE
             PERFORM UNTIL FS-CLIENTE NOT EQUAL TO "00"
                PERFORM P310-SEGMENTAR-CLIENTE
                PERFORM P305-LER-PROX-CLIENTE
             END-PERFORM
       .
       P305-LER-PROX-CLIENTE.
             READ ARQ-CLIENTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-CLIENTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SEGMENTA O CLIENTE CORRENTE: NA VIRADA DA
      *      COMPETENCIA GUARDA O SEGMENTO E O PATRIMONIO ANTERIORES,
      *      REFAZ O LEVANTAMENTO E GRAVA A CARTEIRA
      ******************************************************************
       P310-SEGMENTAR-CLIENTE.
             MOVE CLI-CPF TO CRT-CPF
             MOVE 'S' TO WS-CRT-EXISTE
             READ ARQ-CARTEIRA RECORD KEY IS CRT-CPF
                INVALID KEY
                   MOVE 'N' TO WS-CRT-EXISTE
                   INITIALIZE REG-CARTEIRA
                   MOVE CLI-CPF TO CRT-CPF
                   MOVE SPACES TO CRT-GERENTE
                   MOVE SPACES TO CRT-GERENTE-ANTERIOR
                   MOVE SPACES TO CRT-OPER-ATRIBUICAO
             END-READ
             IF CRT-COMPETENCIA NOT EQUAL TO WS-COMPETENCIA THEN
                MOVE CRT-SEGMENTO TO CRT-SEGMENTO-ANTERIOR
                MOVE CRT-PATRIMONIO TO CRT-PATRIMONIO-ANTERIOR
                MOVE WS-COMPETENCIA TO CRT-COMPETENCIA
             END-IF
             MOVE ZEROS TO CRT-SALDO-CONTAS
             MOVE ZEROS TO CRT-INVESTIMENTOS
             MOVE ALL 'N' TO CRT-PRODUTOS

             PERFORM P320-LEVANTAR-CONTAS
             PERFORM P350-LEVANTAR-PREVIDENCIA
             PERFORM P360-LEVANTAR-SEGUROS

             COMPUTE CRT-PATRIMONIO =
                     CRT-SALDO-CONTAS + CRT-INVESTIMENTOS
             MOVE CLI-RENDA-MENSAL TO CRT-RENDA-MENSAL
             EVALUATE TRUE
                WHEN CRT-PATRIMONIO NOT LESS THAN
                     WS-SEG-PRIV-PATRIMONIO
                   MOVE 'P' TO WS-SEG-NOVO
                   ADD 1 TO WS-QTDE-PRIVATE
                WHEN CRT-PATRIMONIO NOT LESS THAN
                     WS-SEG-ALTA-PATRIMONIO
                  OR CRT-RENDA-MENSAL NOT LESS THAN WS-SEG-ALTA-RENDA
                   MOVE 'A' TO WS-SEG-NOVO
                   ADD 1 TO WS-QTDE-ALTA-RENDA
                WHEN OTHER
                   MOVE 'V' TO WS-SEG-NOVO
                   ADD 1 TO WS-QTDE-VAREJO
             END-EVALUATE
             IF WS-SEG-NOVO NOT EQUAL TO CRT-SEGMENTO THEN
                IF CRT-SEGMENTO NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-QTDE-MUDANCAS
                END-IF
                MOVE WS-SEG-NOVO TO CRT-SEGMENTO
                MOVE WS-DATA-ATUAL TO CRT-DATA-MUDANCA-SEG
             END-IF
             MOVE WS-DATA-ATUAL TO CRT-DATA-SEGMENTACAO

             IF CRT-EXISTE THEN
                REWRITE REG-CARTEIRA
             ELSE
                WRITE REG-CARTEIRA
                ADD 1 TO WS-QTDE-NOVOS
             END-IF
             IF FS-CARTEIRA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A CARTEIRA DO CPF ' CRT-CPF
                        ', STATUS: ' FS-CARTEIRA
                MOVE "00" TO FS-CARTEIRA
             ELSE
                ADD 1 TO WS-QTDE-CLIENTES
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA O SALDO POSITIVO DAS CONTAS DO TITULAR E
      *      LEVANTA OS PRODUTOS LIGADOS A CADA CONTA NAO ENCERRADA
      ******************************************************************
       P320-LEVANTAR-CONTAS.
             MOVE CLI-CPF TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P321-LER-PROX-CONTA
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   OR CPF NOT EQUAL TO CLI-CPF
                   IF NOT CONTA-ENCERRADA THEN
                      PERFORM P322-SOMAR-CONTA
                   END-IF
                   PERFORM P321-LER-PROX-CONTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CONTA
       .
       P321-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P322-SOMAR-CONTA.
             IF MOEDA-REAL OR MOEDA EQUAL TO SPACES THEN
                IF SALDO GREATER THAN ZEROS THEN
                   ADD SALDO TO CRT-SALDO-CONTAS
                END-IF
             ELSE
                IF VALOR-CONTABIL-BRL GREATER THAN ZEROS THEN
                   ADD VALOR-CONTABIL-BRL TO CRT-SALDO-CONTAS
                END-IF
             END-IF
             IF CONTA-POUPANCA THEN
                MOVE 'S' TO CRT-TEM-POUPANCA
             ELSE
                MOVE 'S' TO CRT-TEM-CORRENTE
             END-IF
             MOVE CONTA-NUM TO WS-CONTA-ALVO
             PERFORM P330-LEVANTAR-APLICACOES
             PERFORM P335-LEVANTAR-FUNDOS
             PERFORM P340-LEVANTAR-EMPRESTIMOS
             PERFORM P345-LEVANTAR-CARTOES
       .
       P330-LEVANTAR-APLICACOES.
             IF FS-APLICACAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO APL-CONTA-NUM
             START ARQ-APLICACAO KEY IS EQUAL TO APL-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APLICACAO EQUAL TO "00" THEN
                PERFORM P331-LER-PROX-APLICACAO
                PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                   OR APL-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   IF APL-ATIVA THEN
                      ADD APL-VALOR-APLICADO TO CRT-INVESTIMENTOS
                      MOVE 'S' TO CRT-TEM-APLICACAO
                   END-IF
                   PERFORM P331-LER-PROX-APLICACAO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-APLICACAO
       .
       P331-LER-PROX-APLICACAO.
             READ ARQ-APLICACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-APLICACAO
             END-READ
       .
       P335-LEVANTAR-FUNDOS.
             IF FS-POSFUNDO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO PFU-CONTA-NUM
             MOVE LOW-VALUES TO PFU-FUNDO
             START ARQ-POSFUNDO KEY IS NOT LESS THAN PFU-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-POSFUNDO EQUAL TO "00" THEN
                PERFORM P336-LER-PROX-POSFUNDO
                PERFORM UNTIL FS-POSFUNDO NOT EQUAL TO "00"
                   OR PFU-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   IF PFU-QTDE-COTAS GREATER THAN ZEROS THEN
                      ADD PFU-VALOR-CUSTO TO CRT-INVESTIMENTOS
                      MOVE 'S' TO CRT-TEM-FUNDO
                   END-IF
                   PERFORM P336-LER-PROX-POSFUNDO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-POSFUNDO
       .
       P336-LER-PROX-POSFUNDO.
             READ ARQ-POSFUNDO NEXT RECORD
                AT END
                   MOVE "10" TO FS-POSFUNDO
             END-READ
       .
       P340-LEVANTAR-EMPRESTIMOS.
             IF FS-EMPRESTIMO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO EMP-CONTA-NUM
             START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EMPRESTIMO EQUAL TO "00" THEN
                PERFORM P341-LER-PROX-EMPRESTIMO
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   OR EMP-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   IF EMP-ATIVO OR EMP-RENEGOCIADO THEN
                      MOVE 'S' TO CRT-TEM-EMPRESTIMO
                   END-IF
                   PERFORM P341-LER-PROX-EMPRESTIMO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-EMPRESTIMO
       .
       P341-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
       P345-LEVANTAR-CARTOES.
             IF FS-CARTAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO CARD-CONTA-NUM
             START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CARTAO EQUAL TO "00" THEN
                PERFORM P346-LER-PROX-CARTAO
                PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                   OR CARD-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   IF CARD-ATIVO THEN
                      MOVE 'S' TO CRT-TEM-CARTAO
                   END-IF
                   PERFORM P346-LER-PROX-CARTAO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CARTAO
       .
       P346-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
       P350-LEVANTAR-PREVIDENCIA.
             IF FS-PREVIDENCIA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CLI-CPF TO PRV-CPF
             START ARQ-PREVIDENCIA KEY IS EQUAL TO PRV-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PREVIDENCIA EQUAL TO "00" THEN
                PERFORM P351-LER-PROX-PREVIDENCIA
                PERFORM UNTIL FS-PREVIDENCIA NOT EQUAL TO "00"
                   OR PRV-CPF NOT EQUAL TO CLI-CPF
                   IF PRV-ATIVO OR PRV-SUSPENSO THEN
                      ADD PRV-SALDO-RESERVA TO CRT-INVESTIMENTOS
                      MOVE 'S' TO CRT-TEM-PREVIDENCIA
                   END-IF
                   PERFORM P351-LER-PROX-PREVIDENCIA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PREVIDENCIA
       .
       P351-LER-PROX-PREVIDENCIA.
             READ ARQ-PREVIDENCIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVIDENCIA
             END-READ
       .
       P360-LEVANTAR-SEGUROS.
             IF FS-APOLICE EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CLI-CPF TO APO-CPF
             START ARQ-APOLICE KEY IS EQUAL TO APO-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APOLICE EQUAL TO "00" THEN
                PERFORM P361-LER-PROX-APOLICE
                PERFORM UNTIL FS-APOLICE NOT EQUAL TO "00"
                   OR APO-CPF NOT EQUAL TO CLI-CPF
                   IF APO-ATIVA THEN
                      MOVE 'S' TO CRT-TEM-SEGURO
                   END-IF
                   PERFORM P361-LER-PROX-APOLICE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-APOLICE
       .
       P361-LER-PROX-APOLICE.
             READ ARQ-APOLICE NEXT RECORD
                AT END
                   MOVE "10" TO FS-APOLICE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO DE CARTEIRA DE CADA GERENTE
      *      CADASTRADO, NA ORDEM DO ID DO OPERADOR
      ******************************************************************
       P600-RELATORIO-GERENTES.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CARTEIRAS DOS GERENTES DE RELACIONAMENTO - '
                                        DELIMITED SIZE
                    'COMPETENCIA: '     DELIMITED SIZE
                    WS-COMPETENCIA      DELIMITED SIZE
                    ' DATA: '           DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PRODUTOS (S/N): C/CORRENTE POUPANCA APLICACAO'
                                        DELIMITED SIZE
                    ' FUNDO PREVIDENCIA EMPRESTIMO CARTAO SEGURO'
                                        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             IF FS-GERENTE EQUAL TO "35" THEN
                MOVE 'NENHUM GERENTE CADASTRADO' TO WS-LINHA-RELATORIO
                PERFORM P690-GRAVAR-LINHA
                EXIT PARAGRAPH
             END-IF
             MOVE LOW-VALUES TO GER-OPER-ID
             START ARQ-GERENTE KEY IS NOT LESS THAN GER-OPER-ID
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-GERENTE EQUAL TO "00" THEN
                PERFORM P605-LER-PROX-GERENTE
                PERFORM UNTIL FS-GERENTE NOT EQUAL TO "00"
                   ADD 1 TO WS-QTDE-GERENTES
                   PERFORM P610-CARTEIRA-GERENTE
                   PERFORM P605-LER-PROX-GERENTE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-GERENTE
       .
       P605-LER-PROX-GERENTE.
             READ ARQ-GERENTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-GERENTE
             END-READ
       .
       P610-CARTEIRA-GERENTE.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             STRING 'GERENTE: '        DELIMITED SIZE
                    GER-OPER-ID        DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    GER-NOME           DELIMITED SIZE
                    ' AGENCIA: '       DELIMITED SIZE
                    GER-AGENCIA        DELIMITED SIZE
                    ' FOCO: '          DELIMITED SIZE
                    GER-SEGMENTO       DELIMITED SIZE
                    ' SITUACAO: '      DELIMITED SIZE
                    GER-STATUS         DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE GER-OPER-ID TO WS-GERENTE-ALVO
             PERFORM P620-LISTAR-CARTEIRA
             PERFORM P650-TOTAIS-CARTEIRA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS CLIENTES DA CARTEIRA INFORMADA EM
      *      WS-GERENTE-ALVO, ACUMULANDO OS TOTAIS DA CARTEIRA
      ******************************************************************
       P620-LISTAR-CARTEIRA.
             MOVE ZEROS TO WS-GER-QTDE
             MOVE ZEROS TO WS-GER-QTDE-VAREJO
             MOVE ZEROS TO WS-GER-QTDE-ALTA
             MOVE ZEROS TO WS-GER-QTDE-PRIVATE
             MOVE ZEROS TO WS-GER-QTDE-MUDOU
             MOVE ZEROS TO WS-GER-PATRIMONIO
             MOVE ZEROS TO WS-GER-PATRIMONIO-ANT
             INITIALIZE WS-TAB-PENETRACAO
             MOVE WS-GERENTE-ALVO TO CRT-GERENTE
             START ARQ-CARTEIRA KEY IS EQUAL TO CRT-GERENTE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CARTEIRA EQUAL TO "00" THEN
                PERFORM P625-LER-PROX-CARTEIRA
                PERFORM UNTIL FS-CARTEIRA NOT EQUAL TO "00"
                   OR CRT-GERENTE NOT EQUAL TO WS-GERENTE-ALVO
                   PERFORM P630-LINHA-CLIENTE
                   PERFORM P625-LER-PROX-CARTEIRA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CARTEIRA
       .
       P625-LER-PROX-CARTEIRA.
             READ ARQ-CARTEIRA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTEIRA
             END-READ
       .
       P630-LINHA-CLIENTE.
             ADD 1 TO WS-GER-QTDE
             EVALUATE TRUE
                WHEN CRT-PRIVATE
                   ADD 1 TO WS-GER-QTDE-PRIVATE
                WHEN CRT-ALTA-RENDA
                   ADD 1 TO WS-GER-QTDE-ALTA
                WHEN OTHER
                   ADD 1 TO WS-GER-QTDE-VAREJO
             END-EVALUATE
             ADD CRT-PATRIMONIO TO WS-GER-PATRIMONIO
             ADD CRT-PATRIMONIO-ANTERIOR TO WS-GER-PATRIMONIO-ANT
             PERFORM VARYING WS-PEN-I FROM 1 BY 1 UNTIL WS-PEN-I > 8
                IF CRT-PRODUTO(WS-PEN-I) EQUAL TO 'S' THEN
                   ADD 1 TO WS-PEN-QTDE(WS-PEN-I)
                END-IF
             END-PERFORM
             MOVE SPACES TO WS-MUDANCA
             IF CRT-SEGMENTO-ANTERIOR NOT EQUAL TO SPACES
                AND CRT-SEGMENTO NOT EQUAL TO CRT-SEGMENTO-ANTERIOR
                ADD 1 TO WS-GER-QTDE-MUDOU
                STRING CRT-SEGMENTO-ANTERIOR DELIMITED SIZE
                       ' -> '                DELIMITED SIZE
                       CRT-SEGMENTO          DELIMITED SIZE
                  INTO WS-MUDANCA
                END-STRING
             END-IF
             MOVE CRT-CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   MOVE SPACES TO CLI-NOME
             END-READ
             MOVE CLI-NOME TO WS-NOME-CLIENTE
             COMPUTE WS-VARIACAO =
                     CRT-PATRIMONIO - CRT-PATRIMONIO-ANTERIOR
             MOVE CRT-PATRIMONIO TO WS-VALOR-EDITADO
             MOVE CRT-PATRIMONIO-ANTERIOR TO WS-VALOR-EDITADO-2
             MOVE WS-VARIACAO TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '  '               DELIMITED SIZE
                    CRT-CPF            DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    WS-NOME-CLIENTE    DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    CRT-SEGMENTO       DELIMITED SIZE
                    ' ATUAL:'          DELIMITED SIZE
                    WS-VALOR-EDITADO   DELIMITED SIZE
                    ' ANT: '           DELIMITED SIZE
                    WS-VALOR-EDITADO-2 DELIMITED SIZE
                    ' VAR: '           DELIMITED SIZE
                    WS-VALOR-EDITADO-3 DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    CRT-PRODUTOS       DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    WS-MUDANCA         DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA OS TOTAIS DA CARTEIRA: CLIENTES POR
      *      SEGMENTO, EVOLUCAO DO PATRIMONIO, MUDANCAS DE SEGMENTO E
      *      A PENETRACAO DE CADA PRODUTO (CLIENTES COM O PRODUTO
      *      SOBRE O TOTAL DA CARTEIRA)
      ******************************************************************
       P650-TOTAIS-CARTEIRA.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '  CLIENTES: '     DELIMITED SIZE
                    WS-GER-QTDE        DELIMITED SIZE
                    ' VAREJO: '        DELIMITED SIZE
                    WS-GER-QTDE-VAREJO DELIMITED SIZE
                    ' ALTA RENDA: '    DELIMITED SIZE
                    WS-GER-QTDE-ALTA   DELIMITED SIZE
                    ' PRIVATE: '       DELIMITED SIZE
                    WS-GER-QTDE-PRIVATE DELIMITED SIZE
                    ' MUDARAM DE SEGMENTO NO MES: ' DELIMITED SIZE
                    WS-GER-QTDE-MUDOU  DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             IF WS-GER-QTDE EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-VARIACAO =
                     WS-GER-PATRIMONIO - WS-GER-PATRIMONIO-ANT
             MOVE WS-GER-PATRIMONIO TO WS-VALOR-EDITADO
             MOVE WS-GER-PATRIMONIO-ANT TO WS-VALOR-EDITADO-2
             MOVE WS-VARIACAO TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '  PATRIMONIO DA CARTEIRA ATUAL: ' DELIMITED SIZE
                    WS-VALOR-EDITADO   DELIMITED SIZE
                    ' ANTERIOR: '      DELIMITED SIZE
                    WS-VALOR-EDITADO-2 DELIMITED SIZE
                    ' VARIACAO: '      DELIMITED SIZE
                    WS-VALOR-EDITADO-3 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             PERFORM VARYING WS-PEN-I FROM 1 BY 1 UNTIL WS-PEN-I > 8
                COMPUTE WS-PEN-PERC ROUNDED =
                        WS-PEN-QTDE(WS-PEN-I) * 100 / WS-GER-QTDE
                MOVE WS-PEN-PERC TO WS-PERC-EDITADO
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING '  PENETRACAO '          DELIMITED SIZE
                       WS-PRODUTO-NOME(WS-PEN-I) DELIMITED SIZE
                       ': '                     DELIMITED SIZE
                       WS-PEN-QTDE(WS-PEN-I)    DELIMITED SIZE
                       ' CLIENTES ('            DELIMITED SIZE
                       WS-PERC-EDITADO          DELIMITED SIZE
                       '%)'                     DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS CLIENTES AINDA SEM GERENTE, PARA A
      *      ATRIBUICAO PELO MENU (PRIORITARIAMENTE OS DE ALTA RENDA
      *      E PRIVATE)
      ******************************************************************
       P700-CLIENTES-SEM-GERENTE.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             MOVE 'CLIENTES SEM GERENTE' TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             MOVE SPACES TO WS-GERENTE-ALVO
             PERFORM P620-LISTAR-CARTEIRA
             PERFORM P650-TOTAIS-CARTEIRA
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-CLIENTE
             CLOSE ARQ-CONTA
             IF FS-APLICACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-APLICACAO
             END-IF
             IF FS-POSFUNDO NOT EQUAL TO "35" THEN
                CLOSE ARQ-POSFUNDO
             END-IF
             IF FS-PREVIDENCIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PREVIDENCIA
             END-IF
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-CARTAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-CARTAO
             END-IF
             IF FS-APOLICE NOT EQUAL TO "35" THEN
                CLOSE ARQ-APOLICE
             END-IF
             IF FS-GERENTE NOT EQUAL TO "35" THEN
                CLOSE ARQ-GERENTE
             END-IF
             CLOSE ARQ-CARTEIRA
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'CLIENTES SEGMENTADOS: ' WS-QTDE-CLIENTES
             DISPLAY 'NOVOS NA CARTEIRA (SEM GERENTE): ' WS-QTDE-NOVOS
             DISPLAY 'VAREJO: ' WS-QTDE-VAREJO
                     ' ALTA RENDA: ' WS-QTDE-ALTA-RENDA
                     ' PRIVATE: ' WS-QTDE-PRIVATE
             DISPLAY 'MUDANCAS DE SEGMENTO: ' WS-QTDE-MUDANCAS
             DISPLAY 'GERENTES NO RELATORIO: ' WS-QTDE-GERENTES
             DISPLAY 'RELATORIO GRAVADO EM CARTEIRA-GERENTE.REL'
             STOP RUN.
       END PROGRAM CARTEIRA-SEGMENTACAO.
