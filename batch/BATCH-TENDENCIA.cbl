      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   TENDENCIA DE DURACAO DA JANELA BATCH E PREVISAO DE
      *            ESTOURO DO PRAZO DE ABERTURA DO ONLINE: LE O LOG DE
      *            EXECUCAO DO BATCH-DRIVER (PLANO-EXEC.DAT) NOS
      *            ULTIMOS JANELA-TENDENCIA-BATCH DIAS (VALENDO O
      *            ULTIMO REGISTRO DE CADA PASSO NA DATA) E LISTA EM
      *            BATCH-TENDENCIA.REL, POR PASSO, A DURACAO MEDIA, A
      *            PIOR E A ULTIMA, A TENDENCIA DOS ULTIMOS SETE DIAS
      *            CONTRA A MEDIA E AS FALHAS E PULOS. O PASSO CUJA
      *            ULTIMA DURACAO OU MEDIA RECENTE PASSA DA MEDIA MAIS
      *            TOLERANCIA-BATCH POR CENTO E MARCADO. COMO O DRIVER
      *            EXECUTA OS PASSOS UM APOS O OUTRO, O CAMINHO
      *            CRITICO E A SEQUENCIA DOS PASSOS DA ULTIMA JANELA:
      *            A PREVISAO DE FIM SOMA AO INICIO DA ULTIMA JANELA
      *            A MAIOR ENTRE A MEDIA E A ULTIMA DURACAO DE CADA
      *            PASSO E COMPARA COM HORA-ABERTURA-ONLINE (HHMMSS)
      *            DA TABELA DE PARAMETROS. O RESUMO SAI TAMBEM NA
      *            TRILHA DE AUDITORIA PARA A EQUIPE DA MANHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-TENDENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PLANO-EXEC ASSIGN TO "plano-exec.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PLANO-EXEC.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-AUDITORIA ASSIGN TO "auditoria.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AUD-SEQ
                ALTERNATE RECORD KEY IS AUD-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-AUDITORIA.
           SELECT ARQ-AUDCTL ASSIGN TO "audctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-AUDCTL.
           SELECT ARQ-RELATORIO ASSIGN TO "batch-tendencia.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PLANO-EXEC.
           COPY PLANOEXEC.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-AUDITORIA.
           COPY AUDITORIA.
       FD ARQ-AUDCTL.
           COPY AUDCTL.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-PLANO-EXEC                PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-AUDITORIA                 PIC XX.
       77 FS-AUDCTL                    PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-JANELA-DIAS               PIC 9(03) VALUE 30.
       77 WS-MAX-DIAS                  PIC 9(03) VALUE 90.
       77 WS-DIAS-RECENTES             PIC 9(03) VALUE 7.
       77 WS-TOLERANCIA-PERC           PIC 9(03)V99 VALUE 20.
       77 WS-HORA-ABERTURA             PIC 9(06) VALUE 070000.
       77 WS-INT-HOJE                  PIC 9(08).
       77 WS-INT-INICIO-JANELA         PIC 9(08).
       77 WS-INT-DATA                  PIC 9(08).
       77 WS-DATA-INICIO-JANELA        PIC 9(08).
       77 WS-DIA-RECENTE-INI           PIC 9(03).
       77 WS-DIA                       PIC 9(03).
       77 WS-I                         PIC 9(02).
       77 WS-QTDE-PASSOS               PIC 9(02) VALUE ZEROS.
       77 WS-MAX-PASSOS                PIC 9(02) VALUE 50.
       77 WS-QTDE-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-ALERTAS              PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-FALHAS-ULT           PIC 9(02) VALUE ZEROS.
       77 WS-PASSO-ACHADO              PIC X(01).
           88 PASSO-ACHADO             VALUE 'S'.
       77 WS-DATA-ULT-JANELA           PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-ULT-JANELA         PIC 9(06) VALUE ZEROS.
       77 WS-SEGUNDOS                  PIC S9(07).
       77 WS-SEG-INICIO                PIC 9(05).
       77 WS-SEG-FIM                   PIC 9(05).
       77 WS-SEG-PREVISTO              PIC 9(07) VALUE ZEROS.
       77 WS-SEG-FIM-PREVISTO          PIC 9(07).
       77 WS-SEG-PRAZO                 PIC 9(07).
       77 WS-SEG-FOLGA                 PIC S9(07).
       77 WS-MEDIA-SEG                 PIC 9(05).
       77 WS-MEDIA-RECENTE-SEG         PIC 9(05).
       77 WS-LIMITE-SEG                PIC 9(07)V99.
       77 WS-TENDENCIA-PERC            PIC S9(05)V9.
       77 WS-TENDENCIA-EDT             PIC -ZZZ9.9.
       77 WS-SITUACAO                  PIC X(08).
       77 WS-SITUACAO-JANELA           PIC X(07).
       77 WS-HMS-MEDIA                 PIC X(09).
       77 WS-HMS-PIOR                  PIC X(09).
       77 WS-HMS-ULTIMA                PIC X(09).
       77 WS-HMS-EDT                   PIC X(09).
       77 WS-HMS-QUOC                  PIC 9(07).
       77 WS-HMS-RESTO                 PIC 9(05).
       77 WS-LINHA-RELATORIO           PIC X(132) VALUE SPACES.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-AUD-DETALHE               PIC X(40).
       77 WS-CAD-ENTRADA               PIC X(700).
       77 WS-CAD-TAMANHO               PIC 9(04).
       77 WS-CAD-I                     PIC 9(04).
       77 WS-CAD-HASH-ANTERIOR         PIC 9(10).
       77 WS-CAD-HASH                  PIC 9(10).
       77 WS-HASH-ACUM                 PIC 9(18).
       77 WS-HASH-QUOC                 PIC 9(18).
       77 WS-HASH-RESTO                PIC 9(10).
       77 WS-HASH-CHAR-VAL             PIC 9(05).
       01 WS-HMS.
           05 WS-HMS-HH                PIC 9(02).
           05 WS-HMS-MM                PIC 9(02).
           05 WS-HMS-SS                PIC 9(02).
       01 WS-HMS-R REDEFINES WS-HMS    PIC 9(06).
       01 WS-HMS-SAIDA.
           05 WS-HMS-SINAL             PIC X(01).
           05 WS-HMS-S-HH              PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ':'.
           05 WS-HMS-S-MM              PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ':'.
           05 WS-HMS-S-SS              PIC 9(02).
      *      UMA LINHA POR PASSO, COM A SITUACAO DE CADA DIA DA JANELA
      *      (DIA 1 = PRIMEIRO DIA DA JANELA); O ULTIMO REGISTRO DO
      *      PASSO NA DATA SOBREPOE OS DAS EXECUCOES ANTERIORES
       01 WS-TAB-PASSOS.
           05 WS-PS-ITEM OCCURS 50 TIMES.
               10 WS-PS-PASSO          PIC 9(02).
               10 WS-PS-COMANDO        PIC X(60).
               10 WS-PS-QTDE-OK        PIC 9(03).
               10 WS-PS-SOMA-SEG       PIC 9(09).
               10 WS-PS-PIOR-SEG       PIC 9(05).
               10 WS-PS-ULT-SEG        PIC 9(05).
               10 WS-PS-ULT-DIA        PIC 9(03).
               10 WS-PS-ULT-RESULTADO  PIC X(02).
               10 WS-PS-QTDE-FALHAS    PIC 9(03).
               10 WS-PS-QTDE-PULOS     PIC 9(03).
               10 WS-PS-QTDE-RECENTE   PIC 9(03).
               10 WS-PS-SOMA-RECENTE   PIC 9(09).
               10 WS-PS-DIA-ITEM OCCURS 90 TIMES.
                   15 WS-PS-DIA-SEG    PIC 9(05).
                   15 WS-PS-DIA-RES    PIC X(02).
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
             PERFORM P300-CARREGAR-EXECUCOES
             PERFORM P400-CALCULAR-PASSOS
             PERFORM P500-RELATORIO-PASSOS
             PERFORM P600-PREVISAO-JANELA
             PERFORM P700-RESUMO-AUDITORIA
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-PLANO-EXEC
             IF FS-PLANO-EXEC NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LOG DE EXECUCAO'
                        ' PLANO-EXEC.DAT, STATUS: ' FS-PLANO-EXEC
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN I-O ARQ-AUDITORIA
             IF FS-AUDITORIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A AUDITORIA, STATUS: '
                        FS-AUDITORIA
                STOP RUN
             END-IF
             OPEN I-O ARQ-AUDCTL
             IF FS-AUDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE AUDITORIA,'
                        ' STATUS: ' FS-AUDCTL
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
       .
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                MOVE 'JANELA-TENDENCIA-BATCH' TO WS-PARAM-CODIGO
                PERFORM P260-OBTER-PARAMETRO
                IF PARAM-ENCONTRADO
                   AND WS-PARAM-VALOR-RESULT GREATER THAN ZEROS THEN
                   MOVE WS-PARAM-VALOR-RESULT TO WS-JANELA-DIAS
                END-IF
                MOVE 'TOLERANCIA-BATCH' TO WS-PARAM-CODIGO
                PERFORM P260-OBTER-PARAMETRO
                IF PARAM-ENCONTRADO THEN
                   MOVE WS-PARAM-VALOR-RESULT TO WS-TOLERANCIA-PERC
                END-IF
                MOVE 'HORA-ABERTURA-ONLINE' TO WS-PARAM-CODIGO
                PERFORM P260-OBTER-PARAMETRO
                IF PARAM-ENCONTRADO THEN
                   MOVE WS-PARAM-VALOR-RESULT TO WS-HORA-ABERTURA
                END-IF
             END-IF
             IF WS-JANELA-DIAS GREATER THAN WS-MAX-DIAS THEN
                DISPLAY 'JANELA DE ' WS-JANELA-DIAS ' DIAS REDUZIDA'
                        ' PARA ' WS-MAX-DIAS
                MOVE WS-MAX-DIAS TO WS-JANELA-DIAS
             END-IF
             COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE
                (WS-DATA-ATUAL)
             COMPUTE WS-INT-INICIO-JANELA =
                     WS-INT-HOJE - WS-JANELA-DIAS + 1
             COMPUTE WS-DATA-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
                (WS-INT-INICIO-JANELA)
             COMPUTE WS-DIA-RECENTE-INI =
                     WS-JANELA-DIAS - WS-DIAS-RECENTES + 1
             IF WS-JANELA-DIAS NOT GREATER THAN WS-DIAS-RECENTES THEN
                MOVE 1 TO WS-DIA-RECENTE-INI
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
      *      FUNÇÃO QUE CARREGA NA TABELA DE PASSOS AS EXECUCOES DO LOG
      *      DENTRO DA JANELA, GUARDANDO A DURACAO E O RESULTADO DE
      *      CADA PASSO EM CADA DIA
      ******************************************************************
       P300-CARREGAR-EXECUCOES.
             INITIALIZE WS-TAB-PASSOS
             PERFORM P305-LER-PROX-EXECUCAO
             PERFORM UNTIL FS-PLANO-EXEC NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                IF EXEC-DATA NOT LESS THAN WS-DATA-INICIO-JANELA
                   AND EXEC-DATA NOT GREATER THAN WS-DATA-ATUAL THEN
                   PERFORM P310-GUARDAR-EXECUCAO
                END-IF
                PERFORM P305-LER-PROX-EXECUCAO
             END-PERFORM
             CLOSE ARQ-PLANO-EXEC
       .
       P305-LER-PROX-EXECUCAO.
             READ ARQ-PLANO-EXEC NEXT RECORD
                AT END
                   MOVE "10" TO FS-PLANO-EXEC
             END-READ
       .
       P310-GUARDAR-EXECUCAO.
             MOVE 'N' TO WS-PASSO-ACHADO
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-QTDE-PASSOS OR PASSO-ACHADO
                IF WS-PS-PASSO(WS-I) EQUAL TO EXEC-PASSO THEN
                   MOVE 'S' TO WS-PASSO-ACHADO
                END-IF
             END-PERFORM
             IF PASSO-ACHADO THEN
                SUBTRACT 1 FROM WS-I
             ELSE
                IF WS-QTDE-PASSOS NOT LESS THAN WS-MAX-PASSOS THEN
                   DISPLAY 'MAIS DE ' WS-MAX-PASSOS ' PASSOS NO LOG,'
                           ' PASSO ' EXEC-PASSO ' IGNORADO'
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTDE-PASSOS
                MOVE WS-QTDE-PASSOS TO WS-I
                MOVE EXEC-PASSO TO WS-PS-PASSO(WS-I)
             END-IF
             MOVE EXEC-COMANDO TO WS-PS-COMANDO(WS-I)
             COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE
                (EXEC-DATA)
             COMPUTE WS-DIA = WS-INT-DATA - WS-INT-INICIO-JANELA + 1
             MOVE EXEC-RESULTADO TO WS-PS-DIA-RES(WS-I WS-DIA)
             MOVE ZEROS TO WS-PS-DIA-SEG(WS-I WS-DIA)
             IF EXEC-OK THEN
                MOVE EXEC-HORA-INICIO TO WS-HMS-R
                PERFORM P380-HMS-PARA-SEGUNDOS
                MOVE WS-SEGUNDOS TO WS-SEG-INICIO
                MOVE EXEC-HORA-FIM TO WS-HMS-R
                PERFORM P380-HMS-PARA-SEGUNDOS
                MOVE WS-SEGUNDOS TO WS-SEG-FIM
                IF WS-SEG-FIM LESS THAN WS-SEG-INICIO THEN
                   ADD 86400 TO WS-SEGUNDOS
                END-IF
                COMPUTE WS-PS-DIA-SEG(WS-I WS-DIA) =
                        WS-SEGUNDOS - WS-SEG-INICIO
             END-IF
             IF EXEC-DATA GREATER THAN WS-DATA-ULT-JANELA THEN
                MOVE EXEC-DATA TO WS-DATA-ULT-JANELA
                MOVE ZEROS TO WS-INICIO-ULT-JANELA
             END-IF
             IF EXEC-DATA EQUAL TO WS-DATA-ULT-JANELA
                AND WS-INICIO-ULT-JANELA EQUAL TO ZEROS THEN
                MOVE EXEC-HORA-INICIO TO WS-INICIO-ULT-JANELA
             END-IF
       .
      ******************************************************************
      *      FUNÇÕES QUE CONVERTEM HORA HHMMSS EM SEGUNDOS E SEGUNDOS
      *      EM HH:MM:SS (COM SINAL, PARA A FOLGA DA JANELA)
      ******************************************************************
       P380-HMS-PARA-SEGUNDOS.
             COMPUTE WS-SEGUNDOS = (WS-HMS-HH * 3600)
                                 + (WS-HMS-MM * 60) + WS-HMS-SS
       .
       P385-SEGUNDOS-PARA-HMS.
             MOVE SPACE TO WS-HMS-SINAL
             IF WS-SEGUNDOS LESS THAN ZEROS THEN
                MOVE '-' TO WS-HMS-SINAL
                COMPUTE WS-SEGUNDOS = WS-SEGUNDOS * -1
             END-IF
             DIVIDE WS-SEGUNDOS BY 3600
                   GIVING WS-HMS-QUOC
                   REMAINDER WS-HMS-RESTO
             MOVE WS-HMS-QUOC TO WS-HMS-S-HH
             DIVIDE WS-HMS-RESTO BY 60
                   GIVING WS-HMS-QUOC
                   REMAINDER WS-HMS-RESTO
             MOVE WS-HMS-QUOC TO WS-HMS-S-MM
             MOVE WS-HMS-RESTO TO WS-HMS-S-SS
             MOVE WS-HMS-SAIDA TO WS-HMS-EDT
       .
      ******************************************************************
      *      FUNÇÃO QUE TOTALIZA CADA PASSO SOBRE OS DIAS DA JANELA
      ******************************************************************
       P400-CALCULAR-PASSOS.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-QTDE-PASSOS
                PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-JANELA-DIAS
                   PERFORM P410-TOTALIZAR-DIA
                END-PERFORM
             END-PERFORM
       .
       P410-TOTALIZAR-DIA.
             EVALUATE WS-PS-DIA-RES(WS-I WS-DIA)
                WHEN 'OK'
                   ADD 1 TO WS-PS-QTDE-OK(WS-I)
                   ADD WS-PS-DIA-SEG(WS-I WS-DIA)
                    TO WS-PS-SOMA-SEG(WS-I)
                   IF WS-PS-DIA-SEG(WS-I WS-DIA) GREATER THAN
                      WS-PS-PIOR-SEG(WS-I) THEN
                      MOVE WS-PS-DIA-SEG(WS-I WS-DIA)
                        TO WS-PS-PIOR-SEG(WS-I)
                   END-IF
                   IF WS-DIA NOT LESS THAN WS-DIA-RECENTE-INI THEN
                      ADD 1 TO WS-PS-QTDE-RECENTE(WS-I)
                      ADD WS-PS-DIA-SEG(WS-I WS-DIA)
                       TO WS-PS-SOMA-RECENTE(WS-I)
                   END-IF
                WHEN 'ER'
                   ADD 1 TO WS-PS-QTDE-FALHAS(WS-I)
                WHEN 'PU'
                   ADD 1 TO WS-PS-QTDE-PULOS(WS-I)
             END-EVALUATE
             IF WS-PS-DIA-RES(WS-I WS-DIA) NOT EQUAL TO SPACES THEN
                MOVE WS-DIA TO WS-PS-ULT-DIA(WS-I)
                MOVE WS-PS-DIA-SEG(WS-I WS-DIA) TO WS-PS-ULT-SEG(WS-I)
                MOVE WS-PS-DIA-RES(WS-I WS-DIA)
                  TO WS-PS-ULT-RESULTADO(WS-I)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA A DURACAO DE CADA PASSO E MARCA OS QUE
      *      CRESCERAM ALEM DA TOLERANCIA
      ******************************************************************
       P500-RELATORIO-PASSOS.
             STRING 'TENDENCIA DA JANELA BATCH - DATA: ' DELIMITED SIZE
                    WS-DATA-ATUAL                   DELIMITED SIZE
                    ' JANELA: '                     DELIMITED SIZE
                    WS-DATA-INICIO-JANELA           DELIMITED SIZE
                    ' A '                           DELIMITED SIZE
                    WS-DATA-ATUAL                   DELIMITED SIZE
                    ' TOLERANCIA: '                 DELIMITED SIZE
                    WS-TOLERANCIA-PERC              DELIMITED SIZE
                    '%'                             DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             PERFORM P690-GRAVAR-LINHA
             STRING 'PS COMANDO                       EXEC     MEDIA '
                                                    DELIMITED SIZE
                    '     PIOR    ULTIMA  TEND-7D% FALHA PULO SITUACAO'
                                                    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             IF WS-QTDE-PASSOS EQUAL TO ZEROS THEN
                MOVE 'NENHUMA EXECUCAO NA JANELA' TO WS-LINHA-RELATORIO
                PERFORM P690-GRAVAR-LINHA
             END-IF
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-QTDE-PASSOS
                PERFORM P510-LINHA-PASSO
             END-PERFORM
       .
       P510-LINHA-PASSO.
             MOVE ZEROS TO WS-MEDIA-SEG
             MOVE ZEROS TO WS-MEDIA-RECENTE-SEG
             MOVE ZEROS TO WS-TENDENCIA-PERC
             MOVE 'OK' TO WS-SITUACAO
             IF WS-PS-QTDE-OK(WS-I) GREATER THAN ZEROS THEN
                COMPUTE WS-MEDIA-SEG ROUNDED =
                        WS-PS-SOMA-SEG(WS-I) / WS-PS-QTDE-OK(WS-I)
             END-IF
             IF WS-PS-QTDE-RECENTE(WS-I) GREATER THAN ZEROS THEN
                COMPUTE WS-MEDIA-RECENTE-SEG ROUNDED =
                        WS-PS-SOMA-RECENTE(WS-I)
                      / WS-PS-QTDE-RECENTE(WS-I)
             END-IF
             IF WS-MEDIA-SEG GREATER THAN ZEROS
                AND WS-PS-QTDE-RECENTE(WS-I) GREATER THAN ZEROS THEN
                COMPUTE WS-TENDENCIA-PERC ROUNDED =
                        ((WS-MEDIA-RECENTE-SEG - WS-MEDIA-SEG) * 100)
                      / WS-MEDIA-SEG
                   ON SIZE ERROR
                      MOVE 9999.9 TO WS-TENDENCIA-PERC
                END-COMPUTE
                COMPUTE WS-LIMITE-SEG = WS-MEDIA-SEG
                        * (1 + (WS-TOLERANCIA-PERC / 100))
                IF (WS-PS-ULT-RESULTADO(WS-I) EQUAL TO 'OK'
                   AND WS-PS-ULT-SEG(WS-I) GREATER THAN WS-LIMITE-SEG)
                   OR WS-MEDIA-RECENTE-SEG GREATER THAN WS-LIMITE-SEG
                   MOVE 'CRESCEU' TO WS-SITUACAO
                   ADD 1 TO WS-QTDE-ALERTAS
                END-IF
             END-IF
             IF WS-PS-ULT-RESULTADO(WS-I) EQUAL TO 'ER' THEN
                MOVE 'FALHOU' TO WS-SITUACAO
                ADD 1 TO WS-QTDE-FALHAS-ULT
             END-IF
             IF WS-PS-ULT-RESULTADO(WS-I) EQUAL TO 'PU' THEN
                MOVE 'PULADO' TO WS-SITUACAO
             END-IF
             MOVE WS-MEDIA-SEG TO WS-SEGUNDOS
             PERFORM P385-SEGUNDOS-PARA-HMS
             MOVE WS-HMS-EDT TO WS-HMS-MEDIA
             MOVE WS-PS-PIOR-SEG(WS-I) TO WS-SEGUNDOS
             PERFORM P385-SEGUNDOS-PARA-HMS
             MOVE WS-HMS-EDT TO WS-HMS-PIOR
             MOVE WS-PS-ULT-SEG(WS-I) TO WS-SEGUNDOS
             PERFORM P385-SEGUNDOS-PARA-HMS
             MOVE WS-HMS-EDT TO WS-HMS-ULTIMA
             MOVE WS-TENDENCIA-PERC TO WS-TENDENCIA-EDT
             STRING WS-PS-PASSO(WS-I)          DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-PS-COMANDO(WS-I)(1:30)  DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-PS-QTDE-OK(WS-I)        DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-HMS-MEDIA               DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-HMS-PIOR                DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-HMS-ULTIMA              DELIMITED SIZE
                    '   '                      DELIMITED SIZE
                    WS-TENDENCIA-EDT           DELIMITED SIZE
                    '   '                      DELIMITED SIZE
                    WS-PS-QTDE-FALHAS(WS-I)    DELIMITED SIZE
                    '  '                       DELIMITED SIZE
                    WS-PS-QTDE-PULOS(WS-I)     DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-SITUACAO                DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE PROJETA O FIM DA PROXIMA JANELA: INICIO DA
      *      ULTIMA JANELA MAIS, PARA CADA PASSO NELA EXECUTADO, A
      *      MAIOR ENTRE A MEDIA E A ULTIMA DURACAO, CONTRA O HORARIO
      *      DE ABERTURA DO ONLINE
      ******************************************************************
       P600-PREVISAO-JANELA.
             MOVE ZEROS TO WS-SEG-PREVISTO
             MOVE WS-INT-HOJE TO WS-INT-DATA
             IF WS-DATA-ULT-JANELA NOT EQUAL TO ZEROS THEN
                COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-ULT-JANELA)
             END-IF
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-QTDE-PASSOS
                IF WS-PS-ULT-DIA(WS-I) EQUAL TO
                   WS-INT-DATA - WS-INT-INICIO-JANELA + 1 THEN
                   PERFORM P610-SOMAR-PASSO-PREVISTO
                END-IF
             END-PERFORM
             MOVE WS-INICIO-ULT-JANELA TO WS-HMS-R
             PERFORM P380-HMS-PARA-SEGUNDOS
             COMPUTE WS-SEG-FIM-PREVISTO = WS-SEGUNDOS + WS-SEG-PREVISTO
             MOVE WS-HORA-ABERTURA TO WS-HMS-R
             PERFORM P380-HMS-PARA-SEGUNDOS
             MOVE WS-SEGUNDOS TO WS-SEG-PRAZO
             MOVE WS-INICIO-ULT-JANELA TO WS-HMS-R
             PERFORM P380-HMS-PARA-SEGUNDOS
             IF WS-SEG-PRAZO NOT GREATER THAN WS-SEGUNDOS THEN
                ADD 86400 TO WS-SEG-PRAZO
             END-IF
             COMPUTE WS-SEG-FOLGA = WS-SEG-PRAZO - WS-SEG-FIM-PREVISTO
             IF WS-SEG-FOLGA LESS THAN ZEROS THEN
                MOVE 'ESTOURO' TO WS-SITUACAO-JANELA
             ELSE
                MOVE 'OK' TO WS-SITUACAO-JANELA
             END-IF

             PERFORM P690-GRAVAR-LINHA
             MOVE WS-INICIO-ULT-JANELA TO WS-HMS-R
             STRING 'ULTIMA JANELA: '       DELIMITED SIZE
                    WS-DATA-ULT-JANELA      DELIMITED SIZE
                    ' INICIO: '             DELIMITED SIZE
                    WS-HMS-HH ':' WS-HMS-MM ':' WS-HMS-SS
                                            DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-SEG-PREVISTO TO WS-SEGUNDOS
             PERFORM P385-SEGUNDOS-PARA-HMS
             STRING 'DURACAO PREVISTA DO CAMINHO CRITICO: '
                                            DELIMITED SIZE
                    WS-HMS-EDT              DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             COMPUTE WS-SEGUNDOS = FUNCTION MOD
                (WS-SEG-FIM-PREVISTO, 86400)
             PERFORM P385-SEGUNDOS-PARA-HMS
             MOVE WS-HMS-EDT TO WS-HMS-ULTIMA
             MOVE WS-HORA-ABERTURA TO WS-HMS-R
             STRING 'FIM PREVISTO: '        DELIMITED SIZE
                    WS-HMS-ULTIMA           DELIMITED SIZE
                    ' ABERTURA DO ONLINE: ' DELIMITED SIZE
                    WS-HMS-HH ':' WS-HMS-MM ':' WS-HMS-SS
                                            DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-SEG-FOLGA TO WS-SEGUNDOS
             PERFORM P385-SEGUNDOS-PARA-HMS
             STRING 'FOLGA: '               DELIMITED SIZE
                    WS-HMS-EDT              DELIMITED SIZE
                    ' SITUACAO: '           DELIMITED SIZE
                    WS-SITUACAO-JANELA      DELIMITED SIZE
                    ' PASSOS QUE CRESCERAM: ' DELIMITED SIZE
                    WS-QTDE-ALERTAS         DELIMITED SIZE
                    ' FALHAS NA ULTIMA: '   DELIMITED SIZE
                    WS-QTDE-FALHAS-ULT      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             IF WS-SEG-FOLGA LESS THAN ZEROS THEN
                MOVE 'ATENCAO: A JANELA PREVISTA PASSA DA ABERTURA DO'
                  TO WS-LINHA-RELATORIO
                MOVE ' ONLINE' TO WS-LINHA-RELATORIO(48:7)
                PERFORM P690-GRAVAR-LINHA
             END-IF
       .
       P610-SOMAR-PASSO-PREVISTO.
             MOVE ZEROS TO WS-MEDIA-SEG
             IF WS-PS-QTDE-OK(WS-I) GREATER THAN ZEROS THEN
                COMPUTE WS-MEDIA-SEG ROUNDED =
                        WS-PS-SOMA-SEG(WS-I) / WS-PS-QTDE-OK(WS-I)
             END-IF
             IF WS-PS-ULT-SEG(WS-I) GREATER THAN WS-MEDIA-SEG THEN
                ADD WS-PS-ULT-SEG(WS-I) TO WS-SEG-PREVISTO
             ELSE
                ADD WS-MEDIA-SEG TO WS-SEG-PREVISTO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RESUMO DA MANHA NA TRILHA DE AUDITORIA,
      *      COM O ELO DA CADEIA DE HASHES COMO P380 DO PROJETO-BANCO
      ******************************************************************
       P700-RESUMO-AUDITORIA.
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'FIM '                  DELIMITED SIZE
                    WS-HMS-ULTIMA(2:8)      DELIMITED SIZE
                    ' '                     DELIMITED SIZE
                    WS-SITUACAO-JANELA      DELIMITED SPACE
                    ' ALERTA '              DELIMITED SIZE
                    WS-QTDE-ALERTAS         DELIMITED SIZE
                    ' FALHA '               DELIMITED SIZE
                    WS-QTDE-FALHAS-ULT      DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             READ ARQ-AUDCTL
             IF FS-AUDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE AUDITORIA,'
                        ' STATUS: ' FS-AUDCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-AUDITORIA
             MOVE ULT-AUDITORIA    TO AUD-SEQ
             MOVE ZEROS            TO AUD-CONTA-NUM
             MOVE 'RESUMO JANELA BATCH' TO AUD-ACAO
             MOVE WS-AUD-DETALHE   TO AUD-DETALHE
             MOVE WS-DATA-ATUAL    TO AUD-DATA
             MOVE WS-HORA-ATUAL    TO AUD-HORA
             MOVE ULT-HASH-AUDITORIA TO AUD-HASH-ANTERIOR
             MOVE ZEROS            TO AUD-HASH
             MOVE AUD-HASH-ANTERIOR TO WS-CAD-HASH-ANTERIOR
             MOVE REG-AUDITORIA    TO WS-CAD-ENTRADA
             COMPUTE WS-CAD-TAMANHO = LENGTH OF REG-AUDITORIA
                                    - LENGTH OF AUD-HASH
             PERFORM P777-CALCULAR-HASH-CADEIA
             MOVE WS-CAD-HASH      TO AUD-HASH
             MOVE WS-CAD-HASH      TO ULT-HASH-AUDITORIA
             REWRITE REG-AUDCTL
             IF FS-AUDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE AUDITORIA,'
                        ' STATUS: ' FS-AUDCTL
                EXIT PARAGRAPH
             END-IF
             WRITE REG-AUDITORIA
             IF FS-AUDITORIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A AUDITORIA, STATUS: '
                        FS-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O HASH ENCADEADO DA AUDITORIA, COMO
      *      P377 DO PROJETO-BANCO
      ******************************************************************
       P777-CALCULAR-HASH-CADEIA.
             COMPUTE WS-HASH-ACUM = WS-CAD-HASH-ANTERIOR + 7
             PERFORM VARYING WS-CAD-I FROM 1 BY 1
                UNTIL WS-CAD-I > WS-CAD-TAMANHO
                COMPUTE WS-HASH-CHAR-VAL =
                   FUNCTION ORD(WS-CAD-ENTRADA(WS-CAD-I:1))
                COMPUTE WS-HASH-ACUM = (WS-HASH-ACUM * 131)
                        + WS-HASH-CHAR-VAL
                DIVIDE WS-HASH-ACUM BY 9999999967
                      GIVING WS-HASH-QUOC
                      REMAINDER WS-HASH-RESTO
                MOVE WS-HASH-RESTO TO WS-HASH-ACUM
             END-PERFORM
             MOVE WS-HASH-RESTO TO WS-CAD-HASH
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-AUDITORIA
             CLOSE ARQ-AUDCTL
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'REGISTROS DO LOG LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'PASSOS NA JANELA: ' WS-QTDE-PASSOS
                     ' QUE CRESCERAM: ' WS-QTDE-ALERTAS
             DISPLAY 'JANELA PREVISTA: ' WS-SITUACAO-JANELA
             STOP RUN.
       END PROGRAM BATCH-TENDENCIA.
