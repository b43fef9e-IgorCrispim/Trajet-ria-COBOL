      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH NOTURNO DA RECARGA DE CELULAR: GERA O ARQUIVO
      *            DE LIQUIDACAO DO DIA PARA AS OPERADORAS
      *            (RECARGA-LIQUIDACAO.DAT), UM BLOCO POR OPERADORA DA
      *            TABELA ARQ-RECOPER COM O HEADER, UM DETALHE POR
      *            RECARGA PENDENTE (NUMERO, DDD, TELEFONE, VALOR E A
      *            COMISSAO DO BANCO) E O TRAILER COM A QUANTIDADE, O
      *            VALOR BRUTO, A COMISSAO E O LIQUIDO A REPASSAR. A
      *            RECARGA ENVIADA FICA COM STATUS E; A REGERACAO NO
      *            MESMO DIA (AINDA NAO TRANSMITIDA) REPRODUZ AS
      *            ENVIADAS DO DIA. O ARQUIVO E REGISTRADO NO LIVRO
      *            DE TRANSMISSAO E O RETORNO DAS OPERADORAS E
      *            TRATADO PELO RECARGA-RETORNO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECARGA-LIQUIDACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECOPER ASSIGN TO "recarga-operadora.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ROP-CODIGO
                FILE STATUS  IS FS-RECOPER.
           SELECT ARQ-RECARGA ASSIGN TO "recarga.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS REC-NUMERO
                ALTERNATE RECORD KEY IS REC-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-RECARGA.
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
           SELECT ARQ-LIQUIDACAO ASSIGN TO "recarga-liquidacao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-LIQUIDACAO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RECOPER.
           COPY RECOPER.
       FD ARQ-RECARGA.
           COPY RECARGA.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-LIQUIDACAO.
       01 REG-LIQUIDACAO               PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'RECARGA-LIQUIDACAO'.
       77 FS-RECOPER                   PIC XX.
       77 FS-RECARGA                   PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-LIQUIDACAO                PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 WS-LINHA-LIQUIDACAO          PIC X(132).
       77 WS-QTDE-OPERADORAS           PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-RECARGAS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REGERADAS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BRUTO                 PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-COMISSAO              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO               PIC S9(13)V99 VALUE ZEROS.
       77 WS-OPE-QTDE                  PIC 9(06).
       77 WS-OPE-BRUTO                 PIC S9(11)V99.
       77 WS-OPE-COMISSAO              PIC S9(09)V99.
       77 WS-OPE-LIQUIDO               PIC S9(11)V99.
       01 WS-LIQ-CAMPOS.
           05 WS-LIQ-VALOR             PIC 9(07)V99.
           05 WS-LIQ-COMISSAO          PIC 9(05)V99.
           05 WS-LIQ-QTDE              PIC 9(06).
           05 WS-LIQ-BRUTO             PIC 9(11)V99.
           05 WS-LIQ-TOT-COMISSAO      PIC 9(09)V99.
           05 WS-LIQ-LIQUIDO           PIC 9(11)V99.
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
             MOVE 'RECARGA-LIQUIDACAO' TO WS-TRS-ARQUIVO
             MOVE WS-DATA-ATUAL TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P300-PERCORRER-OPERADORAS
             MOVE WS-QTDE-RECARGAS TO WS-TRS-QTDE
             MOVE WS-TOT-BRUTO TO WS-TRS-VALOR
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-RECOPER
             IF FS-RECOPER NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE OPERADORAS DE'
                        ' RECARGA, STATUS: ' FS-RECOPER
                STOP RUN
             END-IF
             OPEN I-O ARQ-RECARGA
             IF FS-RECARGA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-RECARGA
                CLOSE ARQ-RECARGA
                OPEN I-O ARQ-RECARGA
             END-IF
             IF FS-RECARGA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS RECARGAS DE CELULAR,'
                        ' STATUS: ' FS-RECARGA
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-LIQUIDACAO
             IF FS-LIQUIDACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE LIQUIDACAO DAS'
                        ' RECARGAS, STATUS: ' FS-LIQUIDACAO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE A TABELA DE OPERADORAS E GERA O
      *      BLOCO DE CADA UMA; A OPERADORA INATIVA TAMBEM E
      *      PERCORRIDA, PARA LIQUIDAR AS RECARGAS FEITAS ANTES DA
      *      SUSPENSAO
      ******************************************************************
       P300-PERCORRER-OPERADORAS.
             MOVE SPACES TO ROP-CODIGO
             START ARQ-RECOPER KEY IS NOT LESS THAN ROP-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUMA OPERADORA NA TABELA DE RECARGA'
             END-START
             IF FS-RECOPER EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-OPERADORA
                PERFORM UNTIL FS-RECOPER NOT EQUAL TO "00"
                   PERFORM P400-GERAR-BLOCO-OPERADORA
                   PERFORM P310-LER-PROX-OPERADORA
                END-PERFORM
             END-IF
       .
       P310-LER-PROX-OPERADORA.
             READ ARQ-RECOPER NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECOPER
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GERA O BLOCO DA OPERADORA: HEADER, UM
      *      DETALHE POR RECARGA PENDENTE (OU ENVIADA HOJE, NA
      *      REGERACAO) E O TRAILER COM OS TOTAIS; OPERADORA SEM
      *      RECARGA NO DIA NAO GERA BLOCO
      ******************************************************************
       P400-GERAR-BLOCO-OPERADORA.
             MOVE ZEROS TO WS-OPE-QTDE
             MOVE ZEROS TO WS-OPE-BRUTO
             MOVE ZEROS TO WS-OPE-COMISSAO
             MOVE ZEROS TO REC-NUMERO
             START ARQ-RECARGA KEY IS NOT LESS THAN REC-NUMERO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-RECARGA EQUAL TO "00" THEN
                PERFORM P410-LER-PROX-RECARGA
                PERFORM UNTIL FS-RECARGA NOT EQUAL TO "00"
                   IF REC-OPERADORA EQUAL TO ROP-CODIGO
                      AND (REC-PENDENTE
                           OR (REC-ENVIADA
                               AND REC-DATA-ENVIO EQUAL TO
                                   WS-DATA-ATUAL))
                      IF WS-OPE-QTDE EQUAL TO ZEROS THEN
                         PERFORM P420-GRAVAR-HEADER
                      END-IF
                      PERFORM P450-GRAVAR-DETALHE
                   END-IF
                   PERFORM P410-LER-PROX-RECARGA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-RECARGA
             IF WS-OPE-QTDE GREATER THAN ZEROS THEN
                PERFORM P480-GRAVAR-TRAILER
             END-IF
       .
       P410-LER-PROX-RECARGA.
             READ ARQ-RECARGA NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECARGA
             END-READ
       .
       P420-GRAVAR-HEADER.
             MOVE SPACES TO WS-LINHA-LIQUIDACAO
             STRING 'H'                 DELIMITED SIZE
                    ROP-CODIGO          DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
                    ROP-NOME            DELIMITED SIZE
                    ROP-PERC-COMISSAO   DELIMITED SIZE
               INTO WS-LINHA-LIQUIDACAO
             END-STRING
             PERFORM P490-GRAVAR-LINHA
             ADD 1 TO WS-QTDE-OPERADORAS
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O DETALHE DA RECARGA E A MARCA COMO
      *      ENVIADA NA DATA
      ******************************************************************
       P450-GRAVAR-DETALHE.
             MOVE REC-VALOR TO WS-LIQ-VALOR
             MOVE REC-COMISSAO TO WS-LIQ-COMISSAO
             MOVE SPACES TO WS-LINHA-LIQUIDACAO
             STRING 'D'                 DELIMITED SIZE
                    REC-NUMERO          DELIMITED SIZE
                    REC-DDD             DELIMITED SIZE
                    REC-TELEFONE        DELIMITED SIZE
                    WS-LIQ-VALOR        DELIMITED SIZE
                    WS-LIQ-COMISSAO     DELIMITED SIZE
                    REC-DATA            DELIMITED SIZE
                    REC-HORA            DELIMITED SIZE
                    REC-CANAL           DELIMITED SIZE
               INTO WS-LINHA-LIQUIDACAO
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             ADD 1 TO WS-OPE-QTDE
             ADD REC-VALOR TO WS-OPE-BRUTO
             ADD REC-COMISSAO TO WS-OPE-COMISSAO
             ADD 1 TO WS-QTDE-RECARGAS
             IF REC-ENVIADA THEN
                ADD 1 TO WS-QTDE-REGERADAS
             ELSE
                SET REC-ENVIADA TO TRUE
                MOVE WS-DATA-ATUAL TO REC-DATA-ENVIO
                REWRITE REG-RECARGA
                IF FS-RECARGA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO MARCAR A RECARGA ' REC-NUMERO
                           ' COMO ENVIADA, STATUS: ' FS-RECARGA
                END-IF
             END-IF
       .
       P480-GRAVAR-TRAILER.
             COMPUTE WS-OPE-LIQUIDO = WS-OPE-BRUTO - WS-OPE-COMISSAO
             MOVE WS-OPE-QTDE TO WS-LIQ-QTDE
             MOVE WS-OPE-BRUTO TO WS-LIQ-BRUTO
             MOVE WS-OPE-COMISSAO TO WS-LIQ-TOT-COMISSAO
             MOVE WS-OPE-LIQUIDO TO WS-LIQ-LIQUIDO
             MOVE SPACES TO WS-LINHA-LIQUIDACAO
             STRING 'T'                 DELIMITED SIZE
                    ROP-CODIGO          DELIMITED SIZE
                    WS-LIQ-QTDE         DELIMITED SIZE
                    WS-LIQ-BRUTO        DELIMITED SIZE
                    WS-LIQ-TOT-COMISSAO DELIMITED SIZE
                    WS-LIQ-LIQUIDO      DELIMITED SIZE
               INTO WS-LINHA-LIQUIDACAO
             END-STRING
             PERFORM P490-GRAVAR-LINHA
             ADD WS-OPE-BRUTO TO WS-TOT-BRUTO
             ADD WS-OPE-COMISSAO TO WS-TOT-COMISSAO
             ADD WS-OPE-LIQUIDO TO WS-TOT-LIQUIDO
             DISPLAY 'OPERADORA ' ROP-CODIGO ' ' ROP-NOME ': '
                     WS-OPE-QTDE ' RECARGAS, BRUTO ' WS-OPE-BRUTO
                     ' COMISSAO ' WS-OPE-COMISSAO
                     ' LIQUIDO ' WS-OPE-LIQUIDO
       .
       P490-GRAVAR-LINHA.
             MOVE WS-LINHA-LIQUIDACAO TO REG-LIQUIDACAO
             WRITE REG-LIQUIDACAO
             IF FS-LIQUIDACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A LIQUIDACAO, STATUS: '
                        FS-LIQUIDACAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: O ARQUIVO
      *      DO DIA JA TRANSMITIDO (OU CONFIRMADO) NAO PODE SER
      *      REGERADO, PARA NAO REENVIAR AS MESMAS RECARGAS
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
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH, JA QUE O CAIXA TAMBEM GRAVA RECARGAS PENDENTES
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
       P900-TERMINAL.
             PERFORM P910-REABRIR-SISTEMA
             CLOSE ARQ-RECOPER
             CLOSE ARQ-RECARGA
             CLOSE ARQ-LIQUIDACAO
             DISPLAY 'OPERADORAS NO ARQUIVO: ' WS-QTDE-OPERADORAS
             DISPLAY 'RECARGAS ENVIADAS: ' WS-QTDE-RECARGAS
             DISPLAY 'DAS QUAIS REGERADAS DO DIA: ' WS-QTDE-REGERADAS
             DISPLAY 'VALOR BRUTO: ' WS-TOT-BRUTO
             DISPLAY 'COMISSAO DO BANCO: ' WS-TOT-COMISSAO
             DISPLAY 'LIQUIDO A REPASSAR AS OPERADORAS: '
                     WS-TOT-LIQUIDO
             DISPLAY 'LIQUIDACAO GRAVADA EM RECARGA-LIQUIDACAO.DAT'
             STOP RUN.
       END PROGRAM RECARGA-LIQUIDACAO.
