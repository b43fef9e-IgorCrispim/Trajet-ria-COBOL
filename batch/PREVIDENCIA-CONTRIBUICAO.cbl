      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DA PREVIDENCIA PRIVADA (PGBL/VGBL):
      *            1) NA PRIMEIRA EXECUCAO DE CADA MES CREDITA NOS
      *            APORTES DE TODOS OS PLANOS A RENTABILIDADE MENSAL
      *            INFORMADA PELA SEGURADORA (PARAMETRO
      *            TAXA-PREV-RENTAB, % A.M.) E RECOMPOE O SALDO DA
      *            RESERVA; 2) DEBITA A CONTRIBUICAO DOS PLANOS
      *            ATIVOS CUJO DIA, ROLADO PARA O PROXIMO DIA UTIL
      *            PELO CALENDARIO ARQ-FERIADO (COMO
      *            APLICACAO-PROGRAMADA FAZ), CAI HOJE - MOVIMENTO PV
      *            NA CONTA, NOVO APORTE NO PLANO E REGISTRO NA
      *            REMESSA DE CONTRIBUICOES A SEGURADORA PARCEIRA
      *            (REMESSA-PREVIDENCIA.DAT, COM TRAILER DE TOTAIS);
      *            SALDO DISPONIVEL INSUFICIENTE RECUSA A OCORRENCIA
      *            SEM MARCAR A CONTRIBUICAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVIDENCIA-CONTRIBUICAO.
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
           SELECT ARQ-PREVIDENCIA ASSIGN TO "previdencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRV-SEQ
                ALTERNATE RECORD KEY IS PRV-CPF WITH DUPLICATES
                FILE STATUS  IS FS-PREVIDENCIA.
           SELECT ARQ-PREVAPORTE ASSIGN TO "prevaporte.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PVA-CHAVE
                FILE STATUS  IS FS-PREVAPORTE.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-FERIADO ASSIGN TO "feriado.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FER-DATA
                FILE STATUS  IS FS-FERIADO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
           SELECT ARQ-REMESSA ASSIGN TO "remessa-previdencia.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REMESSA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-PREVIDENCIA.
           COPY PREVCAD.
       FD ARQ-PREVAPORTE.
           COPY PREVAPO.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-FERIADO.
           COPY FERIADOCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       FD ARQ-REMESSA.
       01 REG-REMESSA                  PIC X(132).
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'PREVIDENCIA-CONTRIB'.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-PREVIDENCIA               PIC XX.
       77 FS-PREVAPORTE                PIC XX.
       77 FS-FERIADO                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-REMESSA                   PIC XX.
       77 WS-TAXA-RENTAB               PIC 9(01)V9(04) VALUE 0.5000.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTRIBUIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RENTABILIZADOS       PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CONTRIBUIDO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-RENTAB              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-RESERVAS            PIC S9(13)V99 VALUE ZEROS.
       77 WS-AUX                       PIC S9(11)V99.
       77 WS-LINHA-REMESSA             PIC X(132).
       77 WS-MESES-ATUAL               PIC 9(07).
       77 WS-MESES-ULT-RENTAB          PIC 9(07).
       77 WS-MESES-RENTAB              PIC 9(03).
       77 WS-FATOR-RENTAB              PIC 9(03)V9(09).
       77 WS-RESERVA-ANTERIOR          PIC S9(09)V99.
       77 WS-RESERVA-NOVA              PIC S9(09)V99.
       77 WS-PLANO-PROCESSADO          PIC 9(06).
       77 WS-DIA-VENC-ALVO             PIC 9(02).
       77 WS-DEVIDO-HOJE               PIC X(01).
           88 DEVIDO-HOJE              VALUE 'S'.
       77 WS-DATA-DEVIDA               PIC 9(08).
       77 WS-DEVIDO-INTEIRO            PIC 9(07).
       77 WS-DIA-SEMANA                PIC 9(01).
       77 WS-DOW-QUOC                  PIC 9(07).
       77 WS-DIA-NAO-UTIL              PIC X(01).
       01 WS-DATA-VENC-R.
           05 WS-DV-ANO                PIC 9(04).
           05 WS-DV-MES                PIC 9(02).
           05 WS-DV-DIA                PIC 9(02).
       01 WS-DATA-VENC REDEFINES WS-DATA-VENC-R
             PIC 9(08).
       01 WS-DATA-ULT-RENTAB-R.
           05 WS-DUR-ANO               PIC 9(04).
           05 WS-DUR-MES               PIC 9(02).
           05 WS-DUR-DIA               PIC 9(02).
       01 WS-DATA-ULT-RENTAB REDEFINES WS-DATA-ULT-RENTAB-R
             PIC 9(08).
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
             COMPUTE WS-MESES-ATUAL = WS-DHC-ANO * 12 + WS-DHC-MES
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P280-GRAVAR-HEADER
             PERFORM P300-PROCESSAR-PLANOS
             PERFORM P600-GRAVAR-TRAILER
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: '
                        FS-EXTRATO
                STOP RUN
             END-IF
             OPEN I-O ARQ-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS PLANOS DE PREVIDENCIA,'
                        ' STATUS: ' FS-PREVIDENCIA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PREVAPORTE
             IF FS-PREVAPORTE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PREVAPORTE
                CLOSE ARQ-PREVAPORTE
                OPEN I-O ARQ-PREVAPORTE
             END-IF
             IF FS-PREVAPORTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS APORTES DE PREVIDENCIA,'
                        ' STATUS: ' FS-PREVAPORTE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN INPUT ARQ-FERIADO
             IF FS-FERIADO NOT EQUAL TO "00"
                AND FS-FERIADO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CALENDARIO DE FERIADOS,'
                        ' STATUS: ' FS-FERIADO
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A REMESSA DE PREVIDENCIA,'
                        ' STATUS: ' FS-REMESSA
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA A RENTABILIDADE MENSAL DOS PLANOS
      *      (TAXA-PREV-RENTAB, % A.M.) INFORMADA PELA SEGURADORA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'TAXA-PREV-RENTAB' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-RENTAB
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
      *      FUNÇÃO QUE CALCULA SE O DIA CONTRATADO, ROLADO PARA O
      *      PROXIMO DIA UTIL, CAI HOJE (INCLUINDO A OCORRENCIA DO
      *      MES ANTERIOR ROLADA PARA DENTRO DESTE MES)
      ******************************************************************
       P270-VERIFICAR-DIA-UTIL.
             MOVE 'N' TO WS-DEVIDO-HOJE
             MOVE WS-DHC-ANO TO WS-DV-ANO
             MOVE WS-DHC-MES TO WS-DV-MES
             MOVE WS-DIA-VENC-ALVO TO WS-DV-DIA
             MOVE WS-DATA-VENC TO WS-DATA-DEVIDA
             PERFORM P275-ROLAR-PARA-DIA-UTIL
             IF WS-DATA-DEVIDA EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'S' TO WS-DEVIDO-HOJE
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DHC-ANO TO WS-DV-ANO
             MOVE WS-DHC-MES TO WS-DV-MES
             IF WS-DV-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-DV-MES
                SUBTRACT 1 FROM WS-DV-ANO
             ELSE
                SUBTRACT 1 FROM WS-DV-MES
             END-IF
             MOVE WS-DIA-VENC-ALVO TO WS-DV-DIA
             MOVE WS-DATA-VENC TO WS-DATA-DEVIDA
             PERFORM P275-ROLAR-PARA-DIA-UTIL
             IF WS-DATA-DEVIDA EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'S' TO WS-DEVIDO-HOJE
             END-IF
       .
       P275-ROLAR-PARA-DIA-UTIL.
             COMPUTE WS-DEVIDO-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-DEVIDA)
             MOVE 'S' TO WS-DIA-NAO-UTIL
             PERFORM UNTIL WS-DIA-NAO-UTIL EQUAL TO 'N'
                MOVE 'N' TO WS-DIA-NAO-UTIL
                COMPUTE WS-DATA-DEVIDA =
                   FUNCTION DATE-OF-INTEGER(WS-DEVIDO-INTEIRO)
                DIVIDE WS-DEVIDO-INTEIRO BY 7
                      GIVING WS-DOW-QUOC REMAINDER WS-DIA-SEMANA
                IF WS-DIA-SEMANA EQUAL TO ZEROS
                   OR WS-DIA-SEMANA EQUAL TO 6
                   MOVE 'S' TO WS-DIA-NAO-UTIL
                ELSE
                   IF FS-FERIADO NOT EQUAL TO "35" THEN
                      MOVE WS-DATA-DEVIDA TO FER-DATA
                      READ ARQ-FERIADO RECORD KEY IS FER-DATA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'S' TO WS-DIA-NAO-UTIL
                      END-READ
                   END-IF
                END-IF
                IF WS-DIA-NAO-UTIL EQUAL TO 'S' THEN
                   ADD 1 TO WS-DEVIDO-INTEIRO
                END-IF
             END-PERFORM
       .
       P280-GRAVAR-HEADER.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'HEADER - REMESSA DE CONTRIBUICOES DE PREVIDENCIA'
                                        DELIMITED SIZE
                    ' - DATA: '         DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS PLANOS: RENTABILIZA A RESERVA UMA
      *      VEZ POR MES E COBRA A CONTRIBUICAO DOS PLANOS ATIVOS
      *      DEVIDOS HOJE E AINDA NAO COBRADOS HOJE
      ******************************************************************
       P300-PROCESSAR-PLANOS.
             MOVE ZEROS TO PRV-SEQ
             START ARQ-PREVIDENCIA KEY IS NOT LESS THAN PRV-SEQ
                INVALID KEY
                   DISPLAY 'NENHUM PLANO DE PREVIDENCIA CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-PLANO
             PERFORM UNTIL FS-PREVIDENCIA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                MOVE PRV-DATA-ULT-RENTAB TO WS-DATA-ULT-RENTAB
                COMPUTE WS-MESES-ULT-RENTAB =
                        WS-DUR-ANO * 12 + WS-DUR-MES
                IF WS-MESES-ULT-RENTAB LESS THAN WS-MESES-ATUAL
                   PERFORM P350-RENTABILIZAR-PLANO
                END-IF
                IF PRV-ATIVO
                   AND PRV-DATA-ULT-CONTRIB NOT EQUAL TO WS-DATA-ATUAL
                   MOVE PRV-DIA-CONTRIB TO WS-DIA-VENC-ALVO
                   PERFORM P270-VERIFICAR-DIA-UTIL
                   IF DEVIDO-HOJE
                      PERFORM P400-CONTRIBUIR
                   END-IF
                END-IF
                ADD PRV-SALDO-RESERVA TO WS-TOTAL-RESERVAS
                PERFORM P310-LER-PROX-PLANO
             END-PERFORM
       .
       P310-LER-PROX-PLANO.
             READ ARQ-PREVIDENCIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVIDENCIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CREDITA A RENTABILIDADE DOS MESES DECORRIDOS
      *      DESDE A ULTIMA APURACAO EM CADA APORTE DO PLANO E
      *      RECOMPOE A RESERVA PELA SOMA DOS APORTES
      ******************************************************************
       P350-RENTABILIZAR-PLANO.
             COMPUTE WS-MESES-RENTAB =
                     WS-MESES-ATUAL - WS-MESES-ULT-RENTAB
             COMPUTE WS-FATOR-RENTAB ROUNDED =
                     (1 + WS-TAXA-RENTAB / 100) ** WS-MESES-RENTAB
             MOVE PRV-SALDO-RESERVA TO WS-RESERVA-ANTERIOR
             MOVE ZEROS TO WS-RESERVA-NOVA
             MOVE PRV-SEQ TO WS-PLANO-PROCESSADO
             MOVE PRV-SEQ TO PVA-PLANO-SEQ
             MOVE ZEROS TO PVA-NUM
             START ARQ-PREVAPORTE KEY IS NOT LESS THAN PVA-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-PREVAPORTE
             END-START
             IF FS-PREVAPORTE EQUAL TO "00" THEN
                PERFORM P360-LER-PROX-APORTE
             END-IF
             PERFORM UNTIL FS-PREVAPORTE NOT EQUAL TO "00"
                OR PVA-PLANO-SEQ NOT EQUAL TO WS-PLANO-PROCESSADO
                IF PVA-SALDO GREATER THAN ZEROS THEN
                   COMPUTE PVA-SALDO ROUNDED =
                           PVA-SALDO * WS-FATOR-RENTAB
                   REWRITE REG-PREVAPORTE
                   IF FS-PREVAPORTE NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O APORTE '
                              PVA-CHAVE ', STATUS: ' FS-PREVAPORTE
                   END-IF
                   ADD PVA-SALDO TO WS-RESERVA-NOVA
                END-IF
                PERFORM P360-LER-PROX-APORTE
             END-PERFORM
             MOVE "00" TO FS-PREVAPORTE

             MOVE WS-RESERVA-NOVA TO PRV-SALDO-RESERVA
             MOVE WS-DATA-ATUAL TO PRV-DATA-ULT-RENTAB
             REWRITE REG-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O PLANO ' PRV-SEQ
                        ', STATUS: ' FS-PREVIDENCIA
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-RENTABILIZADOS
             COMPUTE WS-VALOR-RENTAB = WS-VALOR-RENTAB
                     + WS-RESERVA-NOVA - WS-RESERVA-ANTERIOR
       .
       P360-LER-PROX-APORTE.
             READ ARQ-PREVAPORTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVAPORTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE COBRA UMA CONTRIBUICAO: DEBITA A CONTA (SEM
      *      USAR O CHEQUE ESPECIAL), GRAVA O APORTE, ATUALIZA A
      *      RESERVA DO PLANO E REGISTRA A CONTRIBUICAO NA REMESSA
      ******************************************************************
       P400-CONTRIBUIR.
             MOVE PRV-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   ADD 1 TO WS-QTDE-RECUSADOS
                   DISPLAY 'PLANO ' PRV-SEQ ': CONTA '
                           PRV-CONTA-NUM ' NAO ENCONTRADA, RECUSADO'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA
                OR CONTA-DORMENTE THEN
                ADD 1 TO WS-QTDE-RECUSADOS
                DISPLAY 'PLANO ' PRV-SEQ ': CONTA INDISPONIVEL,'
                        ' RECUSADO'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - PRV-VALOR-CONTRIB
             IF WS-AUX LESS THAN ZEROS THEN
                ADD 1 TO WS-QTDE-RECUSADOS
                DISPLAY 'PLANO ' PRV-SEQ ': SALDO DISPONIVEL'
                        ' INSUFICIENTE NA CONTA ' CONTA-NUM
                        ', RECUSADO'
                EXIT PARAGRAPH
             END-IF

             SUBTRACT PRV-VALOR-CONTRIB FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             MOVE CONTA-NUM       TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO TO EXT-SEQUENCIA
             SET EXT-PREV-CONTRIBUICAO TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE PRV-VALOR-CONTRIB TO EXT-VALOR
             MOVE SALDO           TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'PREVIDENCIA '  DELIMITED SIZE
                    PRV-TIPO-PLANO  DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    PRV-SEQ         DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             ADD 1 TO PRV-ULT-APORTE
             MOVE PRV-SEQ           TO PVA-PLANO-SEQ
             MOVE PRV-ULT-APORTE    TO PVA-NUM
             MOVE WS-DATA-ATUAL     TO PVA-DATA
             MOVE PRV-VALOR-CONTRIB TO PVA-VALOR-ORIGINAL
             MOVE PRV-VALOR-CONTRIB TO PVA-PRINCIPAL
             MOVE PRV-VALOR-CONTRIB TO PVA-SALDO
             WRITE REG-PREVAPORTE
             IF FS-PREVAPORTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O APORTE DO PLANO ' PRV-SEQ
                        ', STATUS: ' FS-PREVAPORTE
             END-IF

             ADD PRV-VALOR-CONTRIB TO PRV-SALDO-RESERVA
             MOVE WS-DATA-ATUAL TO PRV-DATA-ULT-CONTRIB
             REWRITE REG-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O PLANO ' PRV-SEQ
                        ', STATUS: ' FS-PREVIDENCIA
             END-IF

             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'PLANO: '         DELIMITED SIZE
                    PRV-SEQ           DELIMITED SIZE
                    ' TIPO: '         DELIMITED SIZE
                    PRV-TIPO-PLANO    DELIMITED SIZE
                    ' REGIME: '       DELIMITED SIZE
                    PRV-REGIME-IR     DELIMITED SIZE
                    ' CPF: '          DELIMITED SIZE
                    PRV-CPF           DELIMITED SIZE
                    ' APORTE: '       DELIMITED SIZE
                    PRV-ULT-APORTE    DELIMITED SIZE
                    ' VALOR: '        DELIMITED SIZE
                    PRV-VALOR-CONTRIB DELIMITED SIZE
                    ' RESERVA: '      DELIMITED SIZE
                    PRV-SALDO-RESERVA DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A REMESSA, STATUS: '
                        FS-REMESSA
             END-IF
             ADD 1 TO WS-QTDE-CONTRIBUIDOS
             ADD PRV-VALOR-CONTRIB TO WS-VALOR-CONTRIBUIDO
             DISPLAY 'PLANO ' PRV-SEQ ' ' PRV-TIPO-PLANO
                     ': CONTRIBUICAO DE ' PRV-VALOR-CONTRIB
                     ' DEBITADA DA CONTA ' CONTA-NUM
       .
       P600-GRAVAR-TRAILER.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'TRAILER - DATA: '   DELIMITED SIZE
                    WS-DATA-ATUAL        DELIMITED SIZE
                    ' CONTRIBUICOES: '   DELIMITED SIZE
                    WS-QTDE-CONTRIBUIDOS DELIMITED SIZE
                    ' VALOR TOTAL: '     DELIMITED SIZE
                    WS-VALOR-CONTRIBUIDO DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
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
       P900-TERMINAL.
             PERFORM P910-REABRIR-SISTEMA
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-PREVIDENCIA
             CLOSE ARQ-PREVAPORTE
             CLOSE ARQ-REMESSA
             IF FS-FERIADO NOT EQUAL TO "35" THEN
                CLOSE ARQ-FERIADO
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             DISPLAY 'PLANOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'PLANOS RENTABILIZADOS: ' WS-QTDE-RENTABILIZADOS
                     ' RENTABILIDADE CREDITADA: ' WS-VALOR-RENTAB
             DISPLAY 'CONTRIBUICOES DEBITADAS: ' WS-QTDE-CONTRIBUIDOS
                     ' VALOR: ' WS-VALOR-CONTRIBUIDO
             DISPLAY 'CONTRIBUICOES RECUSADAS: ' WS-QTDE-RECUSADOS
             DISPLAY 'TOTAL DAS RESERVAS: ' WS-TOTAL-RESERVAS
             DISPLAY 'REMESSA GRAVADA EM REMESSA-PREVIDENCIA.DAT'
             STOP RUN.
       END PROGRAM PREVIDENCIA-CONTRIBUICAO.
