      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE MAIORIDADE DAS CONTAS DE MENOR:
      *            PERCORRE AS CONTAS COM RESTRICAO DE MENOR, CONFERE
      *            A DATA DE NASCIMENTO DO TITULAR NO CADASTRO DE
      *            CLIENTES E, PARA QUEM JA COMPLETOU 18 ANOS,
      *            RETIRA AS RESTRICOES (O MOVIMENTO DEIXA DE EXIGIR
      *            O RESPONSAVEL LEGAL E VOLTAM EMPRESTIMO, TALAO E
      *            CHEQUE ESPECIAL), ELEVA O LIMITE DIARIO AO PADRAO
      *            LIMITE-DIARIO-ADULTO DA TABELA DE PARAMETROS E
      *            DEIXA UM AVISO (ARQ-ALERTA) PARA O CLIENTE
      *            COMPARECER E ATUALIZAR O CADASTRO; O CHEQUE
      *            ESPECIAL E PROPOSTO NA PROXIMA RODADA DO
      *            LIMITE-REVISAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-MAIORIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-ALERTA ASSIGN TO "alerta.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ALE-SEQ
                ALTERNATE RECORD KEY IS ALE-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-ALERTA.
           SELECT ARQ-ALERTACTL ASSIGN TO "alertactl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ALERTACTL.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-ALERTA.
           COPY ALERTACAD.
       FD ARQ-ALERTACTL.
           COPY ALERTACTL.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CONTA-MAIORIDADE'.
       77 FS-CONTA                     PIC XX.
       77 FS-CLIENTE                   PIC XX.
       77 FS-ALERTA                    PIC XX.
       77 FS-ALERTACTL                 PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 WS-LIMITE-ADULTO             PIC S9(07)V99 VALUE 2000.00.
       77 WS-DATA-MAIORIDADE           PIC 9(08).
       77 WS-QTDE-CONTAS               PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-MENORES              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-EMANCIPADAS          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
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
             PERFORM P250-CARREGAR-LIMITE
             PERFORM P300-PERCORRER-CONTAS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00"
                AND FS-CLIENTE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                        ' STATUS: ' FS-CLIENTE
                STOP RUN
             END-IF
             OPEN I-O ARQ-ALERTA
             IF FS-ALERTA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ALERTA
                CLOSE ARQ-ALERTA
                OPEN I-O ARQ-ALERTA
             END-IF
             IF FS-ALERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS ALERTAS, STATUS: '
                        FS-ALERTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-ALERTACTL
             IF FS-ALERTACTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ALERTACTL
                MOVE 0 TO ULT-ALERTA
                WRITE REG-ALERTACTL
                CLOSE ARQ-ALERTACTL
                OPEN I-O ARQ-ALERTACTL
             END-IF
             IF FS-ALERTACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE ALERTAS,'
                        ' STATUS: ' FS-ALERTACTL
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
       .
       P250-CARREGAR-LIMITE.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'LIMITE-DIARIO-ADULTO' TO WS-PARAM-CODIGO
             MOVE WS-PARAM-CODIGO TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P255-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-PARAM-CODIGO
                   IF PARAM-DATA-INICIO NOT GREATER THAN WS-DATA-ATUAL
                      AND PARAM-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P255-LER-PROX-PARAMETRO
                END-PERFORM
                MOVE "00" TO FS-PARAMETRO
             END-IF
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-LIMITE-ADULTO
             END-IF
       .
       P255-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS CONTAS ATIVAS COM RESTRICAO DE
      *      MENOR E CONFERE A MAIORIDADE DO TITULAR
      ******************************************************************
       P300-PERCORRER-CONTAS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTAS
                IF CONTA-MENOR
                   AND NOT CONTA-ENCERRADA
                   AND CPF NOT EQUAL TO ZEROS
                   ADD 1 TO WS-QTDE-MENORES
                   PERFORM P400-VERIFICAR-MAIORIDADE
                END-IF
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LE O CADASTRO DO TITULAR DA CONTA EM REG-CONTA
      *      E, SE ELE JA COMPLETOU 18 ANOS, RETIRA AS RESTRICOES
      ******************************************************************
       P400-VERIFICAR-MAIORIDADE.
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                ADD 1 TO WS-QTDE-SEM-CADASTRO
                EXIT PARAGRAPH
             END-IF
             MOVE CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CONTA ' CONTA-NUM ': TITULAR SEM CADASTRO'
                           ' DE CLIENTE, MAIORIDADE NAO CONFERIDA'
                   ADD 1 TO WS-QTDE-SEM-CADASTRO
                   EXIT PARAGRAPH
             END-READ
             IF CLI-DATA-NASCIMENTO EQUAL TO ZEROS THEN
                DISPLAY 'CONTA ' CONTA-NUM ': CADASTRO SEM DATA DE'
                        ' NASCIMENTO, MAIORIDADE NAO CONFERIDA'
                ADD 1 TO WS-QTDE-SEM-CADASTRO
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-DATA-MAIORIDADE = CLI-DATA-NASCIMENTO + 180000
             IF WS-DATA-MAIORIDADE GREATER THAN WS-DATA-ATUAL THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P500-RETIRAR-RESTRICOES
       .
       P500-RETIRAR-RESTRICOES.
             MOVE 'N' TO RESTRICAO-MENOR
             IF LIMITE-DIARIO LESS THAN WS-LIMITE-ADULTO THEN
                MOVE WS-LIMITE-ADULTO TO LIMITE-DIARIO
             END-IF
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO RETIRAR AS RESTRICOES DA CONTA '
                        CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-EMANCIPADAS
             CLOSE ARQ-ALERTACTL
             OPEN I-O ARQ-ALERTACTL
             READ ARQ-ALERTACTL
             IF FS-ALERTACTL NOT EQUAL TO "00" THEN
                DISPLAY 'CONTA ' CONTA-NUM ': RESTRICOES RETIRADAS,'
                        ' ALERTA MA NAO GRAVADO (CONTROLE DE ALERTAS,'
                        ' STATUS: ' FS-ALERTACTL ')'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-ALERTA
             REWRITE REG-ALERTACTL
             MOVE ULT-ALERTA TO ALE-SEQ
             MOVE CONTA-NUM TO ALE-CONTA-NUM
             SET ALE-MAIORIDADE TO TRUE
             MOVE WS-DATA-ATUAL TO ALE-DATA
             MOVE SPACES TO ALE-MENSAGEM
             STRING 'TITULAR FEZ 18 ANOS: COMPARECER PARA'
                                         DELIMITED SIZE
                    ' ATUALIZAR O CADASTRO'
                                         DELIMITED SIZE
               INTO ALE-MENSAGEM
             END-STRING
             SET ALE-PENDENTE TO TRUE
             WRITE REG-ALERTA
             DISPLAY 'CONTA ' CONTA-NUM ': TITULAR MAIOR DE IDADE,'
                     ' RESTRICOES DE MENOR RETIRADAS'
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
             IF FS-CLIENTE NOT EQUAL TO "35" THEN
                CLOSE ARQ-CLIENTE
             END-IF
             CLOSE ARQ-ALERTA
             CLOSE ARQ-ALERTACTL
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             DISPLAY 'CONTAS LIDAS: ' WS-QTDE-CONTAS
             DISPLAY 'CONTAS DE MENOR: ' WS-QTDE-MENORES
             DISPLAY 'RESTRICOES RETIRADAS (MAIORIDADE): '
                     WS-QTDE-EMANCIPADAS
             DISPLAY 'SEM CADASTRO OU DATA DE NASCIMENTO: '
                     WS-QTDE-SEM-CADASTRO
             STOP RUN.
       END PROGRAM CONTA-MAIORIDADE.
