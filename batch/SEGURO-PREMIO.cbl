      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DOS PREMIOS DOS SEGUROS RESIDENCIAIS
      *            E DE VIDA VENDIDOS NO BALCAO: 1) RENOVA POR MAIS
      *            UM ANO AS APOLICES ATIVAS CUJA DATA DE RENOVACAO
      *            CHEGOU; 2) A PARTIR DO DIA DO DEBITO ABRE NO
      *            LIVRO ARQ-SEGPREMIO O PREMIO DA COMPETENCIA E
      *            TENTA O DEBITO DE TODOS OS PREMIOS EM ABERTO DA
      *            APOLICE, UMA TENTATIVA POR DIA - MOVIMENTO SG NA
      *            CONTA E COMISSAO DO BANCO NO PREMIO PAGO; SALDO
      *            DISPONIVEL INSUFICIENTE CONTA UMA TENTATIVA, E
      *            ESGOTADAS AS TENTATIVAS (SEGURO-TENTATIVAS) O
      *            PREMIO FICA NAO PAGO; SEGURO-MAX-NAO-PAGOS PREMIOS
      *            NAO PAGOS EM SEQUENCIA CANCELAM A APOLICE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURO-PREMIO.
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
           SELECT ARQ-APOLICE ASSIGN TO "apolice.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APO-NUMERO
                ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
                FILE STATUS  IS FS-APOLICE.
           SELECT ARQ-SEGPREMIO ASSIGN TO "segpremio.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS SPR-CHAVE
                FILE STATUS  IS FS-SEGPREMIO.
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
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-APOLICE.
           COPY APOLICE.
       FD ARQ-SEGPREMIO.
           COPY SEGPREM.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'SEGURO-PREMIO'.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-APOLICE                   PIC XX.
       77 FS-SEGPREMIO                 PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 WS-MAX-TENTATIVAS            PIC 9(02) VALUE 3.
       77 WS-MAX-NAO-PAGOS             PIC 9(02) VALUE 3.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-COMPETENCIA               PIC 9(06).
       77 WS-COMPETENCIA-INICIO        PIC 9(06).
       77 WS-APOLICE-PROCESSADA        PIC 9(06).
       77 WS-AUX                       PIC S9(11)V99.
       77 WS-QTDE-LIDAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RENOVADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PAGOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-NAO-PAGOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CANCELADAS           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-PREMIOS             PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-COMISSOES           PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-RENOV-R.
           05 WS-DR-ANO                PIC 9(04).
           05 WS-DR-MES                PIC 9(02).
           05 WS-DR-DIA                PIC 9(02).
       01 WS-DATA-RENOV REDEFINES WS-DATA-RENOV-R
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
             COMPUTE WS-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-PROCESSAR-APOLICES
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
             OPEN I-O ARQ-APOLICE
             IF FS-APOLICE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS APOLICES DE SEGURO,'
                        ' STATUS: ' FS-APOLICE
                STOP RUN
             END-IF
             OPEN I-O ARQ-SEGPREMIO
             IF FS-SEGPREMIO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-SEGPREMIO
                CLOSE ARQ-SEGPREMIO
                OPEN I-O ARQ-SEGPREMIO
             END-IF
             IF FS-SEGPREMIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE PREMIOS,'
                        ' STATUS: ' FS-SEGPREMIO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA AS TENTATIVAS DE DEBITO POR PREMIO
      *      (SEGURO-TENTATIVAS) E OS PREMIOS NAO PAGOS EM SEQUENCIA
      *      QUE CANCELAM A APOLICE (SEGURO-MAX-NAO-PAGOS)
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'SEGURO-TENTATIVAS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MAX-TENTATIVAS
             END-IF
             MOVE 'SEGURO-MAX-NAO-PAGOS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MAX-NAO-PAGOS
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
      *      FUNÇÃO QUE PERCORRE AS APOLICES ATIVAS: RENOVA A
      *      VIGENCIA VENCIDA, ABRE O PREMIO DA COMPETENCIA A PARTIR
      *      DO DIA DO DEBITO E COBRA OS PREMIOS EM ABERTO
      ******************************************************************
       P300-PROCESSAR-APOLICES.
             MOVE ZEROS TO APO-NUMERO
             START ARQ-APOLICE KEY IS NOT LESS THAN APO-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUMA APOLICE DE SEGURO CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-APOLICE
             PERFORM UNTIL FS-APOLICE NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDAS
                IF APO-ATIVA THEN
                   IF APO-DATA-RENOVACAO NOT GREATER THAN
                      WS-DATA-ATUAL
                      PERFORM P350-RENOVAR-APOLICE
                   END-IF
                   MOVE APO-DATA-INICIO(1:6) TO WS-COMPETENCIA-INICIO
                   IF WS-DHC-DIA NOT LESS THAN APO-DIA-DEBITO
                      AND WS-COMPETENCIA NOT LESS THAN
                          WS-COMPETENCIA-INICIO
                      PERFORM P400-ABRIR-PREMIO-DO-MES
                   END-IF
                   PERFORM P450-COBRAR-PREMIOS-ABERTOS
                END-IF
                PERFORM P310-LER-PROX-APOLICE
             END-PERFORM
       .
       P310-LER-PROX-APOLICE.
             READ ARQ-APOLICE NEXT RECORD
                AT END
                   MOVE "10" TO FS-APOLICE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE RENOVA A VIGENCIA ANUAL DA APOLICE (29/02
      *      RENOVA EM 28/02 NOS ANOS QUE NAO SAO BISSEXTOS)
      ******************************************************************
       P350-RENOVAR-APOLICE.
             MOVE APO-DATA-RENOVACAO TO WS-DATA-RENOV
             PERFORM UNTIL WS-DATA-RENOV GREATER THAN WS-DATA-ATUAL
                ADD 1 TO WS-DR-ANO
                IF WS-DR-MES EQUAL TO 2 AND WS-DR-DIA EQUAL TO 29
                   MOVE 28 TO WS-DR-DIA
                END-IF
             END-PERFORM
             MOVE WS-DATA-RENOV TO APO-DATA-RENOVACAO
             REWRITE REG-APOLICE
             IF FS-APOLICE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO RENOVAR A APOLICE ' APO-NUMERO
                        ', STATUS: ' FS-APOLICE
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-RENOVADAS
             DISPLAY 'APOLICE ' APO-NUMERO ' RENOVADA ATE '
                     APO-DATA-RENOVACAO
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE NO LIVRO O PREMIO DA COMPETENCIA, SE
      *      AINDA NAO EXISTIR
      ******************************************************************
       P400-ABRIR-PREMIO-DO-MES.
             MOVE APO-NUMERO TO SPR-APOLICE
             MOVE WS-COMPETENCIA TO SPR-COMPETENCIA
             READ ARQ-SEGPREMIO RECORD KEY IS SPR-CHAVE
                INVALID KEY
                   MOVE APO-CONTA-NUM     TO SPR-CONTA-NUM
                   MOVE ZEROS             TO SPR-AGENCIA
                   MOVE APO-PREMIO-MENSAL TO SPR-VALOR-PREMIO
                   MOVE ZEROS             TO SPR-VALOR-COMISSAO
                   MOVE ZEROS             TO SPR-QTDE-TENTATIVAS
                   MOVE ZEROS             TO SPR-DATA-ULT-TENTATIVA
                   MOVE ZEROS             TO SPR-DATA-PAGAMENTO
                   SET SPR-EM-ABERTO      TO TRUE
                   WRITE REG-SEGPREMIO
                   IF FS-SEGPREMIO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ABRIR O PREMIO DA APOLICE '
                              APO-NUMERO ', STATUS: ' FS-SEGPREMIO
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE TENTA O DEBITO DE CADA PREMIO EM ABERTO DA
      *      APOLICE AINDA NAO TENTADO HOJE, DO MAIS ANTIGO AO MAIS
      *      NOVO, PARANDO SE A APOLICE FOR CANCELADA
      ******************************************************************
       P450-COBRAR-PREMIOS-ABERTOS.
             MOVE APO-NUMERO TO WS-APOLICE-PROCESSADA
             MOVE APO-NUMERO TO SPR-APOLICE
             MOVE ZEROS TO SPR-COMPETENCIA
             START ARQ-SEGPREMIO KEY IS NOT LESS THAN SPR-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-SEGPREMIO
             END-START
             IF FS-SEGPREMIO EQUAL TO "00" THEN
                PERFORM P460-LER-PROX-PREMIO
             END-IF
             PERFORM UNTIL FS-SEGPREMIO NOT EQUAL TO "00"
                OR SPR-APOLICE NOT EQUAL TO WS-APOLICE-PROCESSADA
                OR NOT APO-ATIVA
                IF SPR-EM-ABERTO
                   AND SPR-DATA-ULT-TENTATIVA NOT EQUAL TO
                       WS-DATA-ATUAL
                   PERFORM P500-DEBITAR-PREMIO
                END-IF
                PERFORM P460-LER-PROX-PREMIO
             END-PERFORM
             MOVE "00" TO FS-SEGPREMIO
       .
       P460-LER-PROX-PREMIO.
             READ ARQ-SEGPREMIO NEXT RECORD
                AT END
                   MOVE "10" TO FS-SEGPREMIO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DEBITA UM PREMIO (SEM USAR O CHEQUE
      *      ESPECIAL) E CALCULA A COMISSAO DO BANCO; NA RECUSA
      *      CONTA A TENTATIVA
      ******************************************************************
       P500-DEBITAR-PREMIO.
             ADD 1 TO SPR-QTDE-TENTATIVAS
             MOVE WS-DATA-ATUAL TO SPR-DATA-ULT-TENTATIVA
             MOVE APO-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'APOLICE ' APO-NUMERO ': CONTA '
                           APO-CONTA-NUM ' NAO ENCONTRADA'
                   PERFORM P550-RECUSAR-PREMIO
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA
                OR CONTA-DORMENTE THEN
                DISPLAY 'APOLICE ' APO-NUMERO ': CONTA '
                        CONTA-NUM ' INDISPONIVEL'
                PERFORM P550-RECUSAR-PREMIO
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - SPR-VALOR-PREMIO
             IF WS-AUX LESS THAN ZEROS THEN
                DISPLAY 'APOLICE ' APO-NUMERO ': SALDO DISPONIVEL'
                        ' INSUFICIENTE NA CONTA ' CONTA-NUM
                        ' (TENTATIVA ' SPR-QTDE-TENTATIVAS ')'
                PERFORM P550-RECUSAR-PREMIO
                EXIT PARAGRAPH
             END-IF

             SUBTRACT SPR-VALOR-PREMIO FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             MOVE CONTA-NUM       TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO TO EXT-SEQUENCIA
             SET EXT-SEGURO-BALCAO TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE SPR-VALOR-PREMIO TO EXT-VALOR
             MOVE SALDO           TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'SEGURO APOLICE '  DELIMITED SIZE
                    APO-NUMERO         DELIMITED SIZE
                    ' COMP '           DELIMITED SIZE
                    SPR-COMPETENCIA    DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE AGENCIA TO SPR-AGENCIA
             COMPUTE SPR-VALOR-COMISSAO ROUNDED =
                     SPR-VALOR-PREMIO * APO-PERC-COMISSAO / 100
             MOVE WS-DATA-ATUAL TO SPR-DATA-PAGAMENTO
             SET SPR-PAGO TO TRUE
             REWRITE REG-SEGPREMIO
             IF FS-SEGPREMIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BAIXAR O PREMIO DA APOLICE '
                        APO-NUMERO ', STATUS: ' FS-SEGPREMIO
             END-IF
             IF APO-QTDE-NAO-PAGOS GREATER THAN ZEROS THEN
                MOVE ZEROS TO APO-QTDE-NAO-PAGOS
                REWRITE REG-APOLICE
             END-IF
             ADD 1 TO WS-QTDE-PAGOS
             ADD SPR-VALOR-PREMIO TO WS-VALOR-PREMIOS
             ADD SPR-VALOR-COMISSAO TO WS-VALOR-COMISSOES
             DISPLAY 'APOLICE ' APO-NUMERO ': PREMIO ' SPR-COMPETENCIA
                     ' DE ' SPR-VALOR-PREMIO ' DEBITADO DA CONTA '
                     CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A RECUSA DO DEBITO: ESGOTADAS AS
      *      TENTATIVAS O PREMIO FICA NAO PAGO, E A SEQUENCIA DE
      *      PREMIOS NAO PAGOS PODE CANCELAR A APOLICE
      ******************************************************************
       P550-RECUSAR-PREMIO.
             ADD 1 TO WS-QTDE-RECUSADOS
             IF SPR-QTDE-TENTATIVAS NOT LESS THAN WS-MAX-TENTATIVAS
                SET SPR-NAO-PAGO TO TRUE
                ADD 1 TO WS-QTDE-NAO-PAGOS
                ADD 1 TO APO-QTDE-NAO-PAGOS
                DISPLAY 'APOLICE ' APO-NUMERO ': PREMIO '
                        SPR-COMPETENCIA ' NAO PAGO APOS '
                        SPR-QTDE-TENTATIVAS ' TENTATIVAS'
                IF APO-QTDE-NAO-PAGOS NOT LESS THAN WS-MAX-NAO-PAGOS
                   SET APO-CANCELADA-INADIMPL TO TRUE
                   MOVE WS-DATA-ATUAL TO APO-DATA-CANCELAMENTO
                   ADD 1 TO WS-QTDE-CANCELADAS
                   DISPLAY 'APOLICE ' APO-NUMERO ' CANCELADA POR '
                           APO-QTDE-NAO-PAGOS ' PREMIOS NAO PAGOS'
                END-IF
                REWRITE REG-APOLICE
                IF FS-APOLICE NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR A APOLICE '
                           APO-NUMERO ', STATUS: ' FS-APOLICE
                END-IF
             END-IF
             REWRITE REG-SEGPREMIO
             IF FS-SEGPREMIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O PREMIO DA APOLICE '
                        APO-NUMERO ', STATUS: ' FS-SEGPREMIO
             END-IF
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
             CLOSE ARQ-APOLICE
             CLOSE ARQ-SEGPREMIO
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             DISPLAY 'APOLICES LIDAS: ' WS-QTDE-LIDAS
             DISPLAY 'APOLICES RENOVADAS: ' WS-QTDE-RENOVADAS
             DISPLAY 'PREMIOS DEBITADOS: ' WS-QTDE-PAGOS
                     ' VALOR: ' WS-VALOR-PREMIOS
                     ' COMISSAO: ' WS-VALOR-COMISSOES
             DISPLAY 'TENTATIVAS RECUSADAS: ' WS-QTDE-RECUSADOS
             DISPLAY 'PREMIOS NAO PAGOS: ' WS-QTDE-NAO-PAGOS
             DISPLAY 'APOLICES CANCELADAS POR INADIMPLENCIA: '
                     WS-QTDE-CANCELADAS
             STOP RUN.
       END PROGRAM SEGURO-PREMIO.
