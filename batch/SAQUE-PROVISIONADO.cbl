      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DOS SAQUES EM ESPECIE PROVISIONADOS
      *            (AVISO PREVIO AGENDADO NO BALCAO): 1) LISTA OS
      *            AGENDAMENTOS COM RETIRADA PREVISTA PARA HOJE, POR
      *            AGENCIA, CONTRA O SALDO DO COFRE, PARA A
      *            TESOURARIA SEPARAR O NUMERARIO; 2) LIBERA A
      *            RETENCAO DOS AGENDAMENTOS VENCIDOS SEM USO (DATA
      *            DA RETIRADA JA PASSADA), DEVOLVENDO O VALOR AO
      *            DISPONIVEL DA CONTA E BAIXANDO O AGENDAMENTO COMO
      *            LIBERADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAQUE-PROVISIONADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-PROVISAO ASSIGN TO "provsaque.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PVS-ID
                ALTERNATE RECORD KEY IS PVS-CONTA-NUM WITH DUPLICATES
                ALTERNATE RECORD KEY IS PVS-DATA-SAQUE WITH DUPLICATES
                FILE STATUS  IS FS-PROVISAO.
           SELECT ARQ-TESOURARIA ASSIGN TO "tesouraria.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TES-AGENCIA
                FILE STATUS  IS FS-TESOURARIA.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-PROVISAO.
           COPY PROVSAQ.
       FD ARQ-TESOURARIA.
           COPY TESOUCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'SAQUE-PROVISIONADO'.
       77 FS-CONTA                     PIC XX.
       77 FS-PROVISAO                  PIC XX.
       77 FS-TESOURARIA                PIC XX.
       77 WS-AGE-I                     PIC 9(03).
       77 WS-AGE-QTDE                  PIC 9(03) VALUE ZEROS.
       77 WS-AGE-ACHOU                 PIC X(01).
           88 AGE-ACHOU                VALUE 'S'.
       01 WS-TAB-AGENCIAS.
           05 WS-AGE-ITEM OCCURS 200 TIMES.
               10 WS-AGE-NUM           PIC 9(04).
               10 WS-AGE-QTDE-SAQUES   PIC 9(06).
               10 WS-AGE-VALOR         PIC S9(11)V99.
       77 WS-QTDE-HOJE                 PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-HOJE                PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-LIBERADOS            PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-LIBERADO            PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-FALHAS               PIC 9(06) VALUE ZEROS.
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
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P300-LISTAR-SAQUES-DO-DIA
             PERFORM P400-LIBERAR-VENCIDOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PROVISAO
             IF FS-PROVISAO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PROVISAO
                CLOSE ARQ-PROVISAO
                OPEN I-O ARQ-PROVISAO
             END-IF
             IF FS-PROVISAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS PROVISIONAMENTOS DE SAQUE,'
                        ' STATUS: ' FS-PROVISAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-TESOURARIA
             IF FS-TESOURARIA NOT EQUAL TO "00"
                AND FS-TESOURARIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TESOURARIA, STATUS: '
                        FS-TESOURARIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS SAQUES AGENDADOS PARA HOJE, PELA
      *      CHAVE ALTERNADA DA DATA, E TOTALIZA POR AGENCIA
      ******************************************************************
       P300-LISTAR-SAQUES-DO-DIA.
             DISPLAY '---------- SAQUES PROVISIONADOS PARA HOJE ('
                     WS-DATA-ATUAL ') ----------'
             MOVE WS-DATA-ATUAL TO PVS-DATA-SAQUE
             START ARQ-PROVISAO KEY IS EQUAL TO PVS-DATA-SAQUE
                INVALID KEY
                   MOVE "23" TO FS-PROVISAO
             END-START
             IF FS-PROVISAO EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-PROVISAO
             END-IF
             PERFORM UNTIL FS-PROVISAO NOT EQUAL TO "00"
                OR PVS-DATA-SAQUE NOT EQUAL TO WS-DATA-ATUAL
                IF PVS-AGENDADO THEN
                   DISPLAY 'AGENCIA ' PVS-AGENCIA
                           ' AGENDAMENTO ' PVS-ID
                           ' CONTA ' PVS-CONTA-NUM
                           ' VALOR ' PVS-VALOR
                   ADD 1 TO WS-QTDE-HOJE
                   ADD PVS-VALOR TO WS-VALOR-HOJE
                   PERFORM P320-ACUMULAR-AGENCIA
                END-IF
                PERFORM P310-LER-PROX-PROVISAO
             END-PERFORM
             MOVE "00" TO FS-PROVISAO
             IF WS-QTDE-HOJE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM SAQUE PROVISIONADO PARA HOJE'
                EXIT PARAGRAPH
             END-IF
             DISPLAY '---------- NUMERARIO A SEPARAR POR AGENCIA'
                     ' ----------'
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE
                PERFORM P330-EXIBIR-AGENCIA
             END-PERFORM
       .
       P310-LER-PROX-PROVISAO.
             READ ARQ-PROVISAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PROVISAO
             END-READ
       .
       P320-ACUMULAR-AGENCIA.
             MOVE 'N' TO WS-AGE-ACHOU
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE OR AGE-ACHOU
                IF WS-AGE-NUM(WS-AGE-I) EQUAL TO PVS-AGENCIA THEN
                   MOVE 'S' TO WS-AGE-ACHOU
                   ADD 1 TO WS-AGE-QTDE-SAQUES(WS-AGE-I)
                   ADD PVS-VALOR TO WS-AGE-VALOR(WS-AGE-I)
                END-IF
             END-PERFORM
             IF NOT AGE-ACHOU AND WS-AGE-QTDE < 200 THEN
                ADD 1 TO WS-AGE-QTDE
                MOVE PVS-AGENCIA TO WS-AGE-NUM(WS-AGE-QTDE)
                MOVE 1 TO WS-AGE-QTDE-SAQUES(WS-AGE-QTDE)
                MOVE PVS-VALOR TO WS-AGE-VALOR(WS-AGE-QTDE)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIBE O TOTAL DA AGENCIA EM WS-AGE-I CONTRA O
      *      SALDO DO COFRE, AVISANDO QUANDO O COFRE NAO COBRE OS
      *      SAQUES DO DIA
      ******************************************************************
       P330-EXIBIR-AGENCIA.
             DISPLAY 'AGENCIA ' WS-AGE-NUM(WS-AGE-I)
                     ' SAQUES: ' WS-AGE-QTDE-SAQUES(WS-AGE-I)
                     ' VALOR: ' WS-AGE-VALOR(WS-AGE-I)
             IF FS-TESOURARIA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-AGE-NUM(WS-AGE-I) TO TES-AGENCIA
             READ ARQ-TESOURARIA RECORD KEY IS TES-AGENCIA
                INVALID KEY
                   MOVE ZEROS TO TES-SALDO
             END-READ
             DISPLAY '   SALDO DO COFRE: ' TES-SALDO
             IF WS-AGE-VALOR(WS-AGE-I) GREATER THAN TES-SALDO THEN
                DISPLAY '   ATENCAO: COFRE INSUFICIENTE PARA OS SAQUES'
                        ' DO DIA, PROVIDENCIAR O SUPRIMENTO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS AGENDAMENTOS COM DATA DE RETIRADA
      *      ANTERIOR A HOJE AINDA NAO UTILIZADOS E LIBERA A RETENCAO
      ******************************************************************
       P400-LIBERAR-VENCIDOS.
             DISPLAY '---------- AGENDAMENTOS VENCIDOS SEM USO'
                     ' ----------'
             MOVE ZEROS TO PVS-DATA-SAQUE
             START ARQ-PROVISAO KEY IS NOT LESS THAN PVS-DATA-SAQUE
                INVALID KEY
                   MOVE "23" TO FS-PROVISAO
             END-START
             IF FS-PROVISAO EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-PROVISAO
             END-IF
             PERFORM UNTIL FS-PROVISAO NOT EQUAL TO "00"
                OR PVS-DATA-SAQUE NOT LESS THAN WS-DATA-ATUAL
                IF PVS-AGENDADO THEN
                   PERFORM P450-LIBERAR-AGENDAMENTO
                END-IF
                PERFORM P310-LER-PROX-PROVISAO
             END-PERFORM
             MOVE "00" TO FS-PROVISAO
       .
      ******************************************************************
      *      FUNÇÃO QUE DEVOLVE A RETENCAO DO AGENDAMENTO EM
      *      REG-PROVISAO AO DISPONIVEL DA CONTA E O BAIXA COMO
      *      LIBERADO
      ******************************************************************
       P450-LIBERAR-AGENDAMENTO.
             MOVE PVS-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'AGENDAMENTO ' PVS-ID ': CONTA '
                           PVS-CONTA-NUM ' NAO ENCONTRADA'
                   ADD 1 TO WS-QTDE-FALHAS
                   EXIT PARAGRAPH
             END-READ
             SUBTRACT PVS-VALOR FROM VALOR-RETIDO
             IF VALOR-RETIDO LESS THAN ZEROS THEN
                MOVE ZEROS TO VALOR-RETIDO
             END-IF
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                ADD 1 TO WS-QTDE-FALHAS
                EXIT PARAGRAPH
             END-IF
             SET PVS-LIBERADO TO TRUE
             MOVE WS-DATA-ATUAL TO PVS-DATA-BAIXA
             MOVE 'BATCH' TO PVS-OPER-BAIXA
             REWRITE REG-PROVISAO
             IF FS-PROVISAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BAIXAR O AGENDAMENTO ' PVS-ID
                        ', STATUS: ' FS-PROVISAO
                ADD 1 TO WS-QTDE-FALHAS
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-LIBERADOS
             ADD PVS-VALOR TO WS-VALOR-LIBERADO
             DISPLAY 'AGENDAMENTO ' PVS-ID ' DE ' PVS-DATA-SAQUE
                     ' CONTA ' PVS-CONTA-NUM ' VALOR ' PVS-VALOR
                     ' NAO UTILIZADO, RETENCAO LIBERADA'
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
             CLOSE ARQ-PROVISAO
             IF FS-TESOURARIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-TESOURARIA
             END-IF
             DISPLAY 'SAQUES PROVISIONADOS PARA HOJE: ' WS-QTDE-HOJE
                     ' VALOR: ' WS-VALOR-HOJE
             DISPLAY 'AGENDAMENTOS VENCIDOS LIBERADOS: '
                     WS-QTDE-LIBERADOS ' VALOR: ' WS-VALOR-LIBERADO
             DISPLAY 'FALHAS: ' WS-QTDE-FALHAS
             STOP RUN.
       END PROGRAM SAQUE-PROVISIONADO.
