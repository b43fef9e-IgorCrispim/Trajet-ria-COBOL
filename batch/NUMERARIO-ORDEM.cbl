      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DE PREVISAO DE NUMERARIO E ORDENS DE
      *            SUPRIMENTO/RECOLHIMENTO A TRANSPORTADORA DE VALORES.
      *            PARA CADA AGENCIA ATIVA PROJETA A POSICAO DO COFRE
      *            NOS PROXIMOS DIAS UTEIS A PARTIR DO SALDO DA
      *            TESOURARIA, DA MEDIA DIARIA DOS FECHAMENTOS DE
      *            CAIXA E DAS CARGAS/SANGRIAS DOS ATM (HISTORICO DE
      *            NUMERARIO), DOS SAQUES PROVISIONADOS AGENDADOS E DOS
      *            DIAS DE PICO (CREDITO DA FOLHA E DO INSS); GERA O
      *            ARQUIVO DE ORDENS ORDEM-NUMERARIO.DAT, RESPEITANDO
      *            OS LIMITES MINIMO E MAXIMO DO COFRE E O TETO DO
      *            SEGURO, E O REGISTRA NO LIVRO DE TRANSMISSAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERARIO-ORDEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AGENCIA ASSIGN TO "agencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AGE-CODIGO
                FILE STATUS  IS FS-AGENCIA.
           SELECT ARQ-TESOURARIA ASSIGN TO "tesouraria.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TES-AGENCIA
                FILE STATUS  IS FS-TESOURARIA.
           SELECT ARQ-NUMHIST ASSIGN TO "numerario-hist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS NMH-CHAVE
                FILE STATUS  IS FS-NUMHIST.
           SELECT ARQ-TERMINAL ASSIGN TO "terminal.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRM-ID
                FILE STATUS  IS FS-TERMINAL.
           SELECT ARQ-PROVISAO ASSIGN TO "provsaque.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PVS-ID
                ALTERNATE RECORD KEY IS PVS-CONTA-NUM WITH DUPLICATES
                ALTERNATE RECORD KEY IS PVS-DATA-SAQUE WITH DUPLICATES
                FILE STATUS  IS FS-PROVISAO.
           SELECT ARQ-FERIADO ASSIGN TO "feriado.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FER-DATA
                FILE STATUS  IS FS-FERIADO.
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
           SELECT ARQ-ORDEM ASSIGN TO "ordem-numerario.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ORDEM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-AGENCIA.
           COPY AGENCAD.
       FD ARQ-TESOURARIA.
           COPY TESOUCAD.
       FD ARQ-NUMHIST.
           COPY NUMHIST.
       FD ARQ-TERMINAL.
           COPY TERMCAD.
       FD ARQ-PROVISAO.
           COPY PROVSAQ.
       FD ARQ-FERIADO.
           COPY FERIADOCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-ORDEM.
           COPY NUMORD.
       WORKING-STORAGE SECTION.
       77 FS-AGENCIA                   PIC XX.
       77 FS-TESOURARIA                PIC XX.
       77 FS-NUMHIST                   PIC XX.
       77 FS-TERMINAL                  PIC XX.
       77 FS-PROVISAO                  PIC XX.
       77 FS-FERIADO                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-ORDEM                     PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
      *    LIMITES E CRITERIOS DA PREVISAO (PARAMETRO.DAT)
       77 WS-DIAS-HIST                 PIC 9(03) VALUE 20.
       77 WS-DIAS-PREVISAO             PIC 9(02) VALUE 3.
       77 WS-COFRE-MIN                 PIC S9(11)V99 VALUE 50000.00.
       77 WS-COFRE-MAX                 PIC S9(11)V99 VALUE 300000.00.
       77 WS-TETO-SEGURO               PIC S9(11)V99 VALUE 500000.00.
       77 WS-DIA-FOLHA                 PIC 9(02) VALUE 5.
       77 WS-DIAS-INSS                 PIC 9(02) VALUE 5.
       77 WS-FATOR-PICO                PIC 9(03) VALUE 150.
      *    DIAS UTEIS PROJETADOS
       77 WS-PRJ-I                     PIC 9(02).
       77 WS-PRJ-QTDE                  PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PREVISAO.
           05 WS-PRJ-ITEM OCCURS 10 TIMES.
               10 WS-PRJ-DATA          PIC 9(08).
               10 WS-PRJ-PICO          PIC X(01).
       77 WS-DIA-INTEIRO               PIC 9(07).
       77 WS-TESTE-INTEIRO             PIC 9(07).
       77 WS-TESTE-DATA                PIC 9(08).
       77 WS-DIA-SEMANA                PIC 9(01).
       77 WS-DOW-QUOC                  PIC 9(07).
       77 WS-DIA-NAO-UTIL              PIC X(01).
       77 WS-ORD-INTEIRO               PIC 9(07).
       77 WS-ORD-QTDE                  PIC 9(02).
       01 WS-DATA-TRAB.
           05 WS-DTR-ANO               PIC 9(04).
           05 WS-DTR-MES               PIC 9(02).
           05 WS-DTR-DIA               PIC 9(02).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB PIC 9(08).
      *    APURACAO POR AGENCIA
       77 WS-HIST-INICIO               PIC 9(08).
       77 WS-HIST-DATA-ANT             PIC 9(08).
       77 WS-HIST-DIAS                 PIC 9(03).
       77 WS-HIST-CAIXA                PIC S9(11)V99.
       77 WS-HIST-ATM                  PIC S9(11)V99.
       77 WS-MEDIA-CAIXA               PIC S9(11)V99.
       77 WS-MEDIA-ATM                 PIC S9(11)V99.
       77 WS-ATM-NUMERARIO             PIC S9(11)V99.
       77 WS-ATM-DIA                   PIC S9(11)V99.
       77 WS-ATM-DEMANDA               PIC S9(11)V99.
       77 WS-NECESSIDADE-DIA           PIC S9(11)V99.
       77 WS-PROVISIONADO-DIA          PIC S9(11)V99.
       77 WS-POSICAO                   PIC S9(11)V99.
       77 WS-MENOR-POSICAO             PIC S9(11)V99.
       77 WS-FOLGA                     PIC S9(11)V99.
       77 WS-VALOR-ORDEM               PIC S9(11)V99.
       77 WS-LIMITADO                  PIC X(01).
           88 ORDEM-LIMITADA           VALUE 'S'.
       77 WS-TIPO-ORDEM                PIC X(01).
       77 WS-QTDE-AGENCIAS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SUPRIMENTOS          PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-SUPRIMENTOS         PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-RECOLHIMENTOS        PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-RECOLHIMENTOS       PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-LIMITADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DETALHES             PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-DETALHES            PIC S9(13)V99 VALUE ZEROS.
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
             PERFORM P250-CARREGAR-PARAMETROS
             MOVE 'ORDEM-NUMERARIO.DAT' TO WS-TRS-ARQUIVO
             MOVE WS-DATA-ATUAL TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P300-MONTAR-DIAS-PREVISAO
             PERFORM P230-ABRIR-ORDENS
             PERFORM P400-PROCESSAR-AGENCIAS
             PERFORM P800-GRAVAR-TRAILER
             MOVE WS-QTDE-DETALHES TO WS-TRS-QTDE
             MOVE WS-VALOR-DETALHES TO WS-TRS-VALOR
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-AGENCIA
             IF FS-AGENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE AGENCIAS,'
                        ' STATUS: ' FS-AGENCIA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-TESOURARIA
             IF FS-TESOURARIA NOT EQUAL TO "00"
                AND FS-TESOURARIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TESOURARIA, STATUS: '
                        FS-TESOURARIA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-NUMHIST
             IF FS-NUMHIST NOT EQUAL TO "00"
                AND FS-NUMHIST NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O HISTORICO DE NUMERARIO,'
                        ' STATUS: ' FS-NUMHIST
                STOP RUN
             END-IF
             OPEN INPUT ARQ-TERMINAL
             IF FS-TERMINAL NOT EQUAL TO "00"
                AND FS-TERMINAL NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS TERMINAIS ATM, STATUS: '
                        FS-TERMINAL
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PROVISAO
             IF FS-PROVISAO NOT EQUAL TO "00"
                AND FS-PROVISAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PROVISIONAMENTOS DE SAQUE,'
                        ' STATUS: ' FS-PROVISAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FERIADO
             IF FS-FERIADO NOT EQUAL TO "00"
                AND FS-FERIADO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CALENDARIO DE FERIADOS,'
                        ' STATUS: ' FS-FERIADO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: O ARQUIVO DE
      *      ORDENS DO DIA JA TRANSMITIDO (OU CONFIRMADO) NAO PODE SER
      *      REGERADO, PARA NAO DUPLICAR PEDIDOS A TRANSPORTADORA
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
       P230-ABRIR-ORDENS.
             OPEN OUTPUT ARQ-ORDEM
             IF FS-ORDEM NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE ORDENS DE'
                        ' NUMERARIO, STATUS: ' FS-ORDEM
                STOP RUN
             END-IF
             MOVE SPACES TO REG-NUMORD
             SET NOD-HEADER TO TRUE
             MOVE WS-DATA-ATUAL TO NOD-HDR-DATA
             MOVE WS-DIAS-PREVISAO TO NOD-HDR-DIAS-PREVISAO
             MOVE 'NUM' TO NOD-HDR-SISTEMA
             WRITE REG-NUMORD
       .
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'NUMER-DIAS-HIST' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO AND WS-PARAM-VALOR-RESULT > 0 THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-DIAS-HIST
             END-IF
             MOVE 'NUMER-DIAS-PREVISAO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO AND WS-PARAM-VALOR-RESULT > 0 THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-DIAS-PREVISAO
             END-IF
             MOVE 'NUMER-COFRE-MIN' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-COFRE-MIN
             END-IF
             MOVE 'NUMER-COFRE-MAX' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-COFRE-MAX
             END-IF
             MOVE 'NUMER-TETO-SEGURO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TETO-SEGURO
             END-IF
             MOVE 'NUMER-DIA-FOLHA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-DIA-FOLHA
             END-IF
             MOVE 'NUMER-DIAS-INSS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-DIAS-INSS
             END-IF
             MOVE 'NUMER-FATOR-PICO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO AND WS-PARAM-VALOR-RESULT > 0 THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-FATOR-PICO
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
      *      FUNÇÃO QUE MONTA A TABELA DOS PROXIMOS DIAS UTEIS DA
      *      PREVISAO (LIMITADA A 10), MARCANDO COMO PICO O DIA UTIL
      *      DO CREDITO DA FOLHA E OS PRIMEIROS DIAS UTEIS DO MES
      *      (PAGAMENTO DO INSS); O COFRE MAXIMO NUNCA PASSA DO TETO
      *      DO SEGURO
      ******************************************************************
       P300-MONTAR-DIAS-PREVISAO.
             IF WS-DIAS-PREVISAO > 10 THEN
                MOVE 10 TO WS-DIAS-PREVISAO
             END-IF
             IF WS-COFRE-MAX > WS-TETO-SEGURO THEN
                MOVE WS-TETO-SEGURO TO WS-COFRE-MAX
             END-IF
             COMPUTE WS-DIA-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
             PERFORM UNTIL WS-PRJ-QTDE NOT LESS THAN WS-DIAS-PREVISAO
                ADD 1 TO WS-DIA-INTEIRO
                MOVE WS-DIA-INTEIRO TO WS-TESTE-INTEIRO
                PERFORM P350-VERIFICAR-DIA-UTIL
                IF WS-DIA-NAO-UTIL EQUAL TO 'N' THEN
                   ADD 1 TO WS-PRJ-QTDE
                   MOVE WS-TESTE-DATA TO WS-PRJ-DATA(WS-PRJ-QTDE)
                   PERFORM P360-VERIFICAR-DIA-PICO
                END-IF
             END-PERFORM
             DISPLAY '---------- PREVISAO DE NUMERARIO DE '
                     WS-DATA-ATUAL ' ----------'
             DISPLAY 'COFRE MINIMO: ' WS-COFRE-MIN
                     ' MAXIMO: ' WS-COFRE-MAX
                     ' TETO DO SEGURO: ' WS-TETO-SEGURO
             PERFORM VARYING WS-PRJ-I FROM 1 BY 1
                UNTIL WS-PRJ-I > WS-PRJ-QTDE
                IF WS-PRJ-PICO(WS-PRJ-I) EQUAL TO 'S' THEN
                   DISPLAY 'DIA PREVISTO ' WS-PRJ-DATA(WS-PRJ-I)
                           ' (PICO FOLHA/INSS, FATOR ' WS-FATOR-PICO
                           '%)'
                ELSE
                   DISPLAY 'DIA PREVISTO ' WS-PRJ-DATA(WS-PRJ-I)
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE VERIFICA SE O DIA EM WS-TESTE-INTEIRO E UTIL
      *      (NEM FIM DE SEMANA NEM FERIADO), DEVOLVENDO A DATA EM
      *      WS-TESTE-DATA E 'S' EM WS-DIA-NAO-UTIL QUANDO NAO FOR
      ******************************************************************
       P350-VERIFICAR-DIA-UTIL.
             MOVE 'N' TO WS-DIA-NAO-UTIL
             COMPUTE WS-TESTE-DATA =
                FUNCTION DATE-OF-INTEGER(WS-TESTE-INTEIRO)
             DIVIDE WS-TESTE-INTEIRO BY 7
                   GIVING WS-DOW-QUOC REMAINDER WS-DIA-SEMANA
             IF WS-DIA-SEMANA EQUAL TO ZEROS
                OR WS-DIA-SEMANA EQUAL TO 6
                MOVE 'S' TO WS-DIA-NAO-UTIL
             ELSE
                IF FS-FERIADO NOT EQUAL TO "35" THEN
                   MOVE WS-TESTE-DATA TO FER-DATA
                   READ ARQ-FERIADO RECORD KEY IS FER-DATA
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE 'S' TO WS-DIA-NAO-UTIL
                   END-READ
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTA A POSICAO DO DIA UTIL WS-PRJ-QTDE DENTRO
      *      DO MES E O MARCA COMO PICO QUANDO FOR O DIA DA FOLHA OU
      *      ESTIVER ENTRE OS PRIMEIROS DIAS UTEIS DO INSS
      ******************************************************************
       P360-VERIFICAR-DIA-PICO.
             MOVE WS-PRJ-DATA(WS-PRJ-QTDE) TO WS-DATA-TRAB-R
             MOVE 01 TO WS-DTR-DIA
             COMPUTE WS-ORD-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB-R)
             MOVE ZEROS TO WS-ORD-QTDE
             PERFORM UNTIL WS-ORD-INTEIRO > WS-DIA-INTEIRO
                MOVE WS-ORD-INTEIRO TO WS-TESTE-INTEIRO
                PERFORM P350-VERIFICAR-DIA-UTIL
                IF WS-DIA-NAO-UTIL EQUAL TO 'N' THEN
                   ADD 1 TO WS-ORD-QTDE
                END-IF
                ADD 1 TO WS-ORD-INTEIRO
             END-PERFORM
             MOVE 'N' TO WS-DIA-NAO-UTIL
             IF WS-ORD-QTDE EQUAL TO WS-DIA-FOLHA
                OR WS-ORD-QTDE NOT GREATER THAN WS-DIAS-INSS
                MOVE 'S' TO WS-PRJ-PICO(WS-PRJ-QTDE)
             ELSE
                MOVE 'N' TO WS-PRJ-PICO(WS-PRJ-QTDE)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS AGENCIAS ATIVAS E PROJETA O
      *      NUMERARIO DE CADA UMA
      ******************************************************************
       P400-PROCESSAR-AGENCIAS.
             MOVE ZEROS TO AGE-CODIGO
             START ARQ-AGENCIA KEY IS NOT LESS THAN AGE-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUMA AGENCIA CADASTRADA'
                   EXIT PARAGRAPH
             END-START
             PERFORM P410-LER-PROX-AGENCIA
             PERFORM UNTIL FS-AGENCIA NOT EQUAL TO "00"
                IF AGE-ATIVA THEN
                   ADD 1 TO WS-QTDE-AGENCIAS
                   PERFORM P500-PREVER-AGENCIA
                END-IF
                PERFORM P410-LER-PROX-AGENCIA
             END-PERFORM
       .
       P410-LER-PROX-AGENCIA.
             READ ARQ-AGENCIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-AGENCIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PROJETA A POSICAO DO COFRE DA AGENCIA EM
      *      REG-AGENCIA DIA A DIA E DECIDE A ORDEM A TRANSPORTADORA
      ******************************************************************
       P500-PREVER-AGENCIA.
             MOVE ZEROS TO TES-SALDO
             IF FS-TESOURARIA NOT EQUAL TO "35" THEN
                MOVE AGE-CODIGO TO TES-AGENCIA
                READ ARQ-TESOURARIA RECORD KEY IS TES-AGENCIA
                   INVALID KEY
                      MOVE ZEROS TO TES-SALDO
                END-READ
             END-IF
             PERFORM P510-APURAR-HISTORICO
             PERFORM P520-SOMAR-NUMERARIO-ATM
             DISPLAY '---------- AGENCIA ' AGE-CODIGO ' - ' AGE-NOME
                     ' ----------'
             DISPLAY 'SALDO DO COFRE: ' TES-SALDO
                     ' NUMERARIO NOS ATM: ' WS-ATM-NUMERARIO
             DISPLAY 'MEDIA DIARIA CAIXAS: ' WS-MEDIA-CAIXA
                     ' ATM: ' WS-MEDIA-ATM
                     ' (' WS-HIST-DIAS ' DIAS DE HISTORICO)'
             MOVE TES-SALDO TO WS-POSICAO
             MOVE TES-SALDO TO WS-MENOR-POSICAO
             MOVE ZEROS TO WS-ATM-DEMANDA
             PERFORM VARYING WS-PRJ-I FROM 1 BY 1
                UNTIL WS-PRJ-I > WS-PRJ-QTDE
                PERFORM P530-PREVER-DIA
             END-PERFORM
             IF WS-ATM-DEMANDA > WS-ATM-NUMERARIO THEN
                DISPLAY 'ATENCAO: O NUMERARIO DOS ATM NAO COBRE A'
                        ' DEMANDA PREVISTA (' WS-ATM-DEMANDA
                        '), PROGRAMAR CARGA'
             END-IF
             PERFORM P550-DECIDIR-ORDEM
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA NO HISTORICO DE NUMERARIO DA AGENCIA A
      *      SAIDA LIQUIDA MEDIA POR DIA DOS CAIXAS E DOS ATM NA
      *      JANELA DE WS-DIAS-HIST DIAS. AS CARGAS E SANGRIAS DOS ATM
      *      PASSAM PELOS CAIXAS, POR ISSO SAO DESCONTADAS DO
      *      FECHAMENTO PARA SOBRAR SO O MOVIMENTO DE BALCAO
      ******************************************************************
       P510-APURAR-HISTORICO.
             MOVE ZEROS TO WS-HIST-DIAS
             MOVE ZEROS TO WS-HIST-DATA-ANT
             MOVE ZEROS TO WS-HIST-CAIXA
             MOVE ZEROS TO WS-HIST-ATM
             MOVE ZEROS TO WS-MEDIA-CAIXA
             MOVE ZEROS TO WS-MEDIA-ATM
             IF FS-NUMHIST EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-HIST-INICIO = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                 - WS-DIAS-HIST + 1)
             MOVE AGE-CODIGO TO NMH-AGENCIA
             MOVE WS-HIST-INICIO TO NMH-DATA
             MOVE SPACES TO NMH-TIPO
             MOVE SPACES TO NMH-ORIGEM
             MOVE ZEROS TO NMH-HORA
             START ARQ-NUMHIST KEY IS NOT LESS THAN NMH-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-NUMHIST
             END-START
             IF FS-NUMHIST EQUAL TO "00" THEN
                PERFORM P511-LER-PROX-NUMHIST
             END-IF
             PERFORM UNTIL FS-NUMHIST NOT EQUAL TO "00"
                OR NMH-AGENCIA NOT EQUAL TO AGE-CODIGO
                OR NMH-DATA GREATER THAN WS-DATA-ATUAL
                IF NMH-DATA NOT EQUAL TO WS-HIST-DATA-ANT THEN
                   ADD 1 TO WS-HIST-DIAS
                   MOVE NMH-DATA TO WS-HIST-DATA-ANT
                END-IF
                IF NMH-FECHAMENTO-CAIXA THEN
                   COMPUTE WS-HIST-CAIXA = WS-HIST-CAIXA
                           + NMH-SAIDAS - NMH-ENTRADAS
                ELSE
                   COMPUTE WS-HIST-ATM = WS-HIST-ATM
                           + NMH-SAIDAS - NMH-ENTRADAS
                END-IF
                PERFORM P511-LER-PROX-NUMHIST
             END-PERFORM
             MOVE "00" TO FS-NUMHIST
             SUBTRACT WS-HIST-ATM FROM WS-HIST-CAIXA
             IF WS-HIST-DIAS > ZEROS THEN
                COMPUTE WS-MEDIA-CAIXA ROUNDED =
                        WS-HIST-CAIXA / WS-HIST-DIAS
                COMPUTE WS-MEDIA-ATM ROUNDED =
                        WS-HIST-ATM / WS-HIST-DIAS
             END-IF
       .
       P511-LER-PROX-NUMHIST.
             READ ARQ-NUMHIST NEXT RECORD
                AT END
                   MOVE "10" TO FS-NUMHIST
             END-READ
       .
       P520-SOMAR-NUMERARIO-ATM.
             MOVE ZEROS TO WS-ATM-NUMERARIO
             IF FS-TERMINAL EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE LOW-VALUES TO TRM-ID
             START ARQ-TERMINAL KEY IS NOT LESS THAN TRM-ID
                INVALID KEY
                   MOVE "23" TO FS-TERMINAL
             END-START
             IF FS-TERMINAL EQUAL TO "00" THEN
                PERFORM P521-LER-PROX-TERMINAL
             END-IF
             PERFORM UNTIL FS-TERMINAL NOT EQUAL TO "00"
                IF TRM-ATIVO AND TRM-AGENCIA EQUAL TO AGE-CODIGO THEN
                   ADD TRM-SALDO-NUMERARIO TO WS-ATM-NUMERARIO
                END-IF
                PERFORM P521-LER-PROX-TERMINAL
             END-PERFORM
             MOVE "00" TO FS-TERMINAL
       .
       P521-LER-PROX-TERMINAL.
             READ ARQ-TERMINAL NEXT RECORD
                AT END
                   MOVE "10" TO FS-TERMINAL
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PROJETA O DIA WS-PRJ-I: MEDIA DOS CAIXAS E DOS
      *      ATM (AMPLIADA PELO FATOR NOS DIAS DE PICO) MAIS OS SAQUES
      *      PROVISIONADOS DA AGENCIA PARA A DATA
      ******************************************************************
       P530-PREVER-DIA.
             MOVE WS-MEDIA-ATM TO WS-ATM-DIA
             COMPUTE WS-NECESSIDADE-DIA = WS-MEDIA-CAIXA + WS-MEDIA-ATM
             IF WS-PRJ-PICO(WS-PRJ-I) EQUAL TO 'S' THEN
                COMPUTE WS-NECESSIDADE-DIA ROUNDED =
                        WS-NECESSIDADE-DIA * WS-FATOR-PICO / 100
                COMPUTE WS-ATM-DIA ROUNDED =
                        WS-ATM-DIA * WS-FATOR-PICO / 100
             END-IF
             IF WS-ATM-DIA > ZEROS THEN
                ADD WS-ATM-DIA TO WS-ATM-DEMANDA
             END-IF
             PERFORM P540-SOMAR-PROVISIONADOS
             ADD WS-PROVISIONADO-DIA TO WS-NECESSIDADE-DIA
             SUBTRACT WS-NECESSIDADE-DIA FROM WS-POSICAO
             IF WS-POSICAO < WS-MENOR-POSICAO THEN
                MOVE WS-POSICAO TO WS-MENOR-POSICAO
             END-IF
             DISPLAY '   DIA ' WS-PRJ-DATA(WS-PRJ-I)
                     ' NECESSIDADE: ' WS-NECESSIDADE-DIA
                     ' PROVISIONADO: ' WS-PROVISIONADO-DIA
                     ' POSICAO PREVISTA: ' WS-POSICAO
       .
       P540-SOMAR-PROVISIONADOS.
             MOVE ZEROS TO WS-PROVISIONADO-DIA
             IF FS-PROVISAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PRJ-DATA(WS-PRJ-I) TO PVS-DATA-SAQUE
             START ARQ-PROVISAO KEY IS EQUAL TO PVS-DATA-SAQUE
                INVALID KEY
                   MOVE "23" TO FS-PROVISAO
             END-START
             IF FS-PROVISAO EQUAL TO "00" THEN
                PERFORM P541-LER-PROX-PROVISAO
             END-IF
             PERFORM UNTIL FS-PROVISAO NOT EQUAL TO "00"
                OR PVS-DATA-SAQUE NOT EQUAL TO WS-PRJ-DATA(WS-PRJ-I)
                IF PVS-AGENDADO AND PVS-AGENCIA EQUAL TO AGE-CODIGO
                   ADD PVS-VALOR TO WS-PROVISIONADO-DIA
                END-IF
                PERFORM P541-LER-PROX-PROVISAO
             END-PERFORM
             MOVE "00" TO FS-PROVISAO
       .
       P541-LER-PROX-PROVISAO.
             READ ARQ-PROVISAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PROVISAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DECIDE A ORDEM DA AGENCIA: SUPRIMENTO QUANDO A
      *      MENOR POSICAO PREVISTA FURA O COFRE MINIMO (REPONDO ATE O
      *      MAXIMO, SEM PASSAR DO TETO DO SEGURO); RECOLHIMENTO
      *      QUANDO O COFRE ESTA ACIMA DO MAXIMO (SEM DEIXAR A MENOR
      *      POSICAO ABAIXO DO MINIMO, SALVO PARA VOLTAR AO TETO)
      ******************************************************************
       P550-DECIDIR-ORDEM.
             MOVE 'N' TO WS-LIMITADO
             MOVE ZEROS TO WS-VALOR-ORDEM
             IF WS-MENOR-POSICAO < WS-COFRE-MIN THEN
                COMPUTE WS-VALOR-ORDEM =
                        WS-COFRE-MAX - WS-MENOR-POSICAO
                COMPUTE WS-FOLGA = WS-TETO-SEGURO - TES-SALDO
                IF WS-VALOR-ORDEM > WS-FOLGA THEN
                   MOVE WS-FOLGA TO WS-VALOR-ORDEM
                   MOVE 'S' TO WS-LIMITADO
                END-IF
                IF WS-VALOR-ORDEM NOT GREATER THAN ZEROS THEN
                   DISPLAY 'ATENCAO: COFRE SEM FOLGA NO TETO DO SEGURO,'
                           ' SUPRIMENTO NAO PEDIDO'
                   ADD 1 TO WS-QTDE-LIMITADAS
                   EXIT PARAGRAPH
                END-IF
                MOVE 'S' TO WS-TIPO-ORDEM
                PERFORM P600-GRAVAR-ORDEM
                EXIT PARAGRAPH
             END-IF
             IF TES-SALDO NOT GREATER THAN WS-COFRE-MAX THEN
                DISPLAY 'SEM ORDEM: COFRE DENTRO DOS LIMITES'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-VALOR-ORDEM = TES-SALDO - WS-COFRE-MAX
             COMPUTE WS-FOLGA = WS-MENOR-POSICAO - WS-COFRE-MIN
             IF WS-VALOR-ORDEM > WS-FOLGA THEN
                MOVE WS-FOLGA TO WS-VALOR-ORDEM
             END-IF
             COMPUTE WS-FOLGA = TES-SALDO - WS-TETO-SEGURO
             IF WS-FOLGA > WS-VALOR-ORDEM THEN
                MOVE WS-FOLGA TO WS-VALOR-ORDEM
                MOVE 'S' TO WS-LIMITADO
             END-IF
             IF WS-VALOR-ORDEM NOT GREATER THAN ZEROS THEN
                DISPLAY 'SEM ORDEM: A PREVISAO CONSOME O EXCESSO DO'
                        ' COFRE'
                EXIT PARAGRAPH
             END-IF
             MOVE 'R' TO WS-TIPO-ORDEM
             PERFORM P600-GRAVAR-ORDEM
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O DETALHE DA ORDEM DA AGENCIA, COM
      *      ENTREGA NO PRIMEIRO DIA UTIL DA PREVISAO
      ******************************************************************
       P600-GRAVAR-ORDEM.
             MOVE SPACES TO REG-NUMORD
             SET NOD-DETALHE TO TRUE
             MOVE AGE-CODIGO TO NOD-AGENCIA
             MOVE WS-TIPO-ORDEM TO NOD-TIPO-ORDEM
             MOVE WS-PRJ-DATA(1) TO NOD-DATA-ENTREGA
             MOVE WS-VALOR-ORDEM TO NOD-VALOR
             MOVE TES-SALDO TO NOD-SALDO-COFRE
             MOVE WS-MENOR-POSICAO TO NOD-MENOR-POSICAO
             MOVE WS-ATM-NUMERARIO TO NOD-NUMERARIO-ATM
             MOVE WS-LIMITADO TO NOD-LIMITADO-TETO
             WRITE REG-NUMORD
             IF FS-ORDEM NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A ORDEM DA AGENCIA '
                        AGE-CODIGO ', STATUS: ' FS-ORDEM
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-DETALHES
             ADD WS-VALOR-ORDEM TO WS-VALOR-DETALHES
             IF ORDEM-LIMITADA THEN
                ADD 1 TO WS-QTDE-LIMITADAS
             END-IF
             IF NOD-SUPRIMENTO THEN
                ADD 1 TO WS-QTDE-SUPRIMENTOS
                ADD WS-VALOR-ORDEM TO WS-VALOR-SUPRIMENTOS
                DISPLAY 'ORDEM DE SUPRIMENTO: ' WS-VALOR-ORDEM
                        ' ENTREGA EM ' NOD-DATA-ENTREGA
             ELSE
                ADD 1 TO WS-QTDE-RECOLHIMENTOS
                ADD WS-VALOR-ORDEM TO WS-VALOR-RECOLHIMENTOS
                DISPLAY 'ORDEM DE RECOLHIMENTO: ' WS-VALOR-ORDEM
                        ' COLETA EM ' NOD-DATA-ENTREGA
             END-IF
             IF ORDEM-LIMITADA THEN
                DISPLAY '   VALOR AJUSTADO AO TETO DO SEGURO DO COFRE'
             END-IF
       .
       P800-GRAVAR-TRAILER.
             MOVE SPACES TO REG-NUMORD
             SET NOD-TRAILER TO TRUE
             MOVE WS-QTDE-DETALHES TO NOD-TRL-QTDE
             MOVE WS-VALOR-DETALHES TO NOD-TRL-VALOR
             WRITE REG-NUMORD
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
             CLOSE ARQ-AGENCIA
             IF FS-TESOURARIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-TESOURARIA
             END-IF
             IF FS-NUMHIST NOT EQUAL TO "35" THEN
                CLOSE ARQ-NUMHIST
             END-IF
             IF FS-TERMINAL NOT EQUAL TO "35" THEN
                CLOSE ARQ-TERMINAL
             END-IF
             IF FS-PROVISAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PROVISAO
             END-IF
             IF FS-FERIADO NOT EQUAL TO "35" THEN
                CLOSE ARQ-FERIADO
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-ORDEM
             DISPLAY 'AGENCIAS PREVISTAS: ' WS-QTDE-AGENCIAS
             DISPLAY 'ORDENS DE SUPRIMENTO: ' WS-QTDE-SUPRIMENTOS
                     ' VALOR: ' WS-VALOR-SUPRIMENTOS
             DISPLAY 'ORDENS DE RECOLHIMENTO: ' WS-QTDE-RECOLHIMENTOS
                     ' VALOR: ' WS-VALOR-RECOLHIMENTOS
             DISPLAY 'AGENCIAS LIMITADAS PELO TETO DO SEGURO: '
                     WS-QTDE-LIMITADAS
             STOP RUN.
       END PROGRAM NUMERARIO-ORDEM.
