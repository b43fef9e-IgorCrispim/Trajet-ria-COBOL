      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DO PROGRAMA DE PONTOS DOS CARTOES DE
      *            CREDITO: EXPIRA O SALDO DOS LOTES DO LIVRO DE
      *            PONTOS (ARQ-PONTOS) CUJA VALIDADE JA PASSOU, SOMA
      *            OS PONTOS AINDA EM ABERTO, VALORIZA-OS PELO VALOR
      *            DO PONTO NO RESGATE (PONTOS-VALOR-RESGATE DA TABELA
      *            DE PARAMETROS) E LANCA NO RAZAO SO O AJUSTE CONTRA
      *            A PROVISAO JA CONSTITUIDA (ARQ-PONTOSCTL), COMO O
      *            PROVISAO-PDD FAZ COM A PDD (31004 DESPESA DO
      *            PROGRAMA DE PONTOS, 21099 PROVISAO PARA RESGATE DE
      *            PONTOS); O RESGATE NO CAIXA VAI A DESPESA PELO
      *            MOVIMENTO PR E O AJUSTE DO MES SEGUINTE REVERTE A
      *            PROVISAO DOS PONTOS QUE SAIRAM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOS-PROVISAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PONTOS ASSIGN TO "pontos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PTS-CHAVE
                FILE STATUS  IS FS-PONTOS.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-PONTOSCTL ASSIGN TO "pontosctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PONTOSCTL.
           SELECT ARQ-RELATORIO ASSIGN TO "pontos-provisao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PONTOS.
           COPY PONTOSCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-PONTOSCTL.
           COPY PONTOSCTL.
       FD ARQ-RELATORIO.
           COPY RELAT.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'PONTOS-PROVISAO'.
       77 FS-PONTOS                    PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-PONTOSCTL                 PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-COMPETENCIA               PIC 9(06).
       77 WS-VALOR-PONTO               PIC 9V9(04) VALUE 0.0100.
       77 WS-SALDO-LOTE                PIC 9(09).
       77 WS-QTDE-LOTES                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-LOTES-EXPIRADOS      PIC 9(06) VALUE ZEROS.
       77 WS-PONTOS-EXPIRADOS          PIC 9(11) VALUE ZEROS.
       77 WS-PONTOS-EM-ABERTO          PIC 9(11) VALUE ZEROS.
       77 WS-PROVISAO-EXIGIDA          PIC S9(13)V99 VALUE ZEROS.
       77 WS-AJUSTE-PROVISAO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
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
             COMPUTE WS-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-VERIFICAR-COMPETENCIA
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P260-CARREGAR-PARAMETROS
             PERFORM P300-PERCORRER-LOTES
             PERFORM P500-LANCAR-AJUSTE
             PERFORM P600-GERAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-PONTOS
             IF FS-PONTOS EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PONTOS
                CLOSE ARQ-PONTOS
                OPEN I-O ARQ-PONTOS
             END-IF
             IF FS-PONTOS NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE PONTOS, STATUS: '
                        FS-PONTOS
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN EXTEND ARQ-RAZAO
             IF FS-RAZAO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-RAZAO
                CLOSE ARQ-RAZAO
                OPEN EXTEND ARQ-RAZAO
             END-IF
             IF FS-RAZAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RAZAO, STATUS: ' FS-RAZAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-PONTOSCTL
             IF FS-PONTOSCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PONTOSCTL
                MOVE ZEROS TO PTC-ULT-COMPETENCIA
                MOVE ZEROS TO PTC-SALDO-PONTOS
                MOVE ZEROS TO PTC-SALDO-PROVISAO
                WRITE REG-PONTOSCTL
                CLOSE ARQ-PONTOSCTL
                OPEN I-O ARQ-PONTOSCTL
             END-IF
             IF FS-PONTOSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE PROVISAO DE'
                        ' PONTOS, STATUS: ' FS-PONTOSCTL
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RECUSA A REEXECUCAO NA MESMA COMPETENCIA, QUE
      *      DUPLICARIA O AJUSTE DE PROVISAO NO RAZAO
      ******************************************************************
       P250-VERIFICAR-COMPETENCIA.
             READ ARQ-PONTOSCTL
             IF FS-PONTOSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE PROVISAO DE'
                        ' PONTOS, STATUS: ' FS-PONTOSCTL
                STOP RUN
             END-IF
             IF PTC-ULT-COMPETENCIA EQUAL TO WS-COMPETENCIA THEN
                DISPLAY 'A COMPETENCIA ' WS-COMPETENCIA ' JA FOI'
                        ' PROVISIONADA, EXECUCAO RECUSADA'
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA O VALOR DO PONTO NO RESGATE DA TABELA
      *      DE PARAMETROS, MANTENDO O PADRAO DO FONTE QUANDO NAO
      *      HOUVER VIGENCIA
      ******************************************************************
       P260-CARREGAR-PARAMETROS.
             MOVE 'PONTOS-VALOR-RESGATE' TO WS-PARAM-CODIGO
             PERFORM P270-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-VALOR-PONTO
             END-IF
       .
       P270-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
             MOVE WS-PARAM-CODIGO TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P275-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-PARAM-CODIGO
                   IF PARAM-DATA-INICIO NOT GREATER THAN WS-DATA-ATUAL
                      AND PARAM-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P275-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
       .
       P275-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS LOTES ATIVOS DO LIVRO DE PONTOS,
      *      EXPIRANDO OS VENCIDOS E SOMANDO O SALDO DOS DEMAIS
      ******************************************************************
       P300-PERCORRER-LOTES.
             MOVE ZEROS TO PTS-CARD-NUMERO
             MOVE ZEROS TO PTS-COMPETENCIA
             START ARQ-PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                INVALID KEY
                   DISPLAY 'NENHUM LOTE DE PONTOS CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-LOTE
             PERFORM UNTIL FS-PONTOS NOT EQUAL TO "00"
                IF PTS-ATIVO THEN
                   PERFORM P400-TRATAR-LOTE
                END-IF
                PERFORM P310-LER-PROX-LOTE
             END-PERFORM
       .
       P310-LER-PROX-LOTE.
             READ ARQ-PONTOS NEXT RECORD
                AT END
                   MOVE "10" TO FS-PONTOS
             END-READ
       .
       P400-TRATAR-LOTE.
             ADD 1 TO WS-QTDE-LOTES
             COMPUTE WS-SALDO-LOTE = PTS-QTDE-GANHOS
                     - PTS-QTDE-RESGATADOS - PTS-QTDE-EXPIRADOS
             IF PTS-COMPETENCIA-EXPIRA NOT LESS THAN WS-COMPETENCIA
                THEN
                ADD WS-SALDO-LOTE TO WS-PONTOS-EM-ABERTO
                EXIT PARAGRAPH
             END-IF

             ADD WS-SALDO-LOTE TO PTS-QTDE-EXPIRADOS
             SET PTS-EXPIRADO TO TRUE
             REWRITE REG-PONTOS
             IF FS-PONTOS NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO EXPIRAR O LOTE ' PTS-COMPETENCIA
                        ' DO CARTAO ' PTS-CARD-NUMERO ', STATUS: '
                        FS-PONTOS
                ADD WS-SALDO-LOTE TO WS-PONTOS-EM-ABERTO
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-LOTES-EXPIRADOS
             ADD WS-SALDO-LOTE TO WS-PONTOS-EXPIRADOS
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CARTAO: ' DELIMITED SIZE
                    PTS-CARD-NUMERO DELIMITED SIZE
                    ' LOTE: ' DELIMITED SIZE
                    PTS-COMPETENCIA DELIMITED SIZE
                    ' PONTOS EXPIRADOS: ' DELIMITED SIZE
                    WS-SALDO-LOTE DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA NO RAZAO O AJUSTE DA PROVISAO DO MES
      *      (EXIGIDA MENOS JA PROVISIONADA) E ATUALIZA O CONTROLE
      ******************************************************************
       P500-LANCAR-AJUSTE.
             COMPUTE WS-PROVISAO-EXIGIDA ROUNDED =
                     WS-PONTOS-EM-ABERTO * WS-VALOR-PONTO
             COMPUTE WS-AJUSTE-PROVISAO =
                     WS-PROVISAO-EXIGIDA - PTC-SALDO-PROVISAO
             IF WS-AJUSTE-PROVISAO EQUAL TO ZEROS THEN
                DISPLAY 'PROVISAO JA ADEQUADA, SEM AJUSTE NO RAZAO'
             ELSE
                MOVE WS-DATA-ATUAL TO RAZ-DATA
                MOVE ZEROS TO RAZ-ORIGEM-CONTA
                MOVE ZEROS TO RAZ-ORIGEM-SEQ
                MOVE 'PP' TO RAZ-TIPO-MOV
                MOVE ZEROS TO RAZ-AGENCIA
                MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
                MOVE 'AJUSTE MENSAL PROVISAO PONTOS' TO RAZ-HISTORICO
                IF WS-AJUSTE-PROVISAO GREATER THAN ZEROS THEN
                   MOVE WS-AJUSTE-PROVISAO TO RAZ-VALOR
                   MOVE 31004 TO RAZ-CONTA-CONTABIL
                   MOVE 'D' TO RAZ-DC
                   WRITE REG-RAZAO
                   MOVE 21099 TO RAZ-CONTA-CONTABIL
                   MOVE 'C' TO RAZ-DC
                   WRITE REG-RAZAO
                ELSE
                   COMPUTE RAZ-VALOR = WS-AJUSTE-PROVISAO * -1
                   MOVE 21099 TO RAZ-CONTA-CONTABIL
                   MOVE 'D' TO RAZ-DC
                   WRITE REG-RAZAO
                   MOVE 31004 TO RAZ-CONTA-CONTABIL
                   MOVE 'C' TO RAZ-DC
                   WRITE REG-RAZAO
                END-IF
                DISPLAY 'AJUSTE DE PROVISAO LANCADO NO RAZAO: '
                        WS-AJUSTE-PROVISAO
             END-IF
             MOVE WS-COMPETENCIA TO PTC-ULT-COMPETENCIA
             MOVE WS-PONTOS-EM-ABERTO TO PTC-SALDO-PONTOS
             MOVE WS-PROVISAO-EXIGIDA TO PTC-SALDO-PROVISAO
             REWRITE REG-PONTOSCTL
             IF FS-PONTOSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE PROVISAO DE'
                        ' PONTOS, STATUS: ' FS-PONTOSCTL
             END-IF
       .
       P600-GERAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PROVISAO DE PONTOS - COMPETENCIA ' DELIMITED SIZE
                    WS-COMPETENCIA DELIMITED SIZE
                    ' VALOR DO PONTO: ' DELIMITED SIZE
                    WS-VALOR-PONTO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'LOTES ATIVOS LIDOS: ' DELIMITED SIZE
                    WS-QTDE-LOTES DELIMITED SIZE
                    ' EXPIRADOS: ' DELIMITED SIZE
                    WS-QTDE-LOTES-EXPIRADOS DELIMITED SIZE
                    ' PONTOS EXPIRADOS: ' DELIMITED SIZE
                    WS-PONTOS-EXPIRADOS DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PONTOS EM ABERTO: ' DELIMITED SIZE
                    WS-PONTOS-EM-ABERTO DELIMITED SIZE
                    ' PROVISAO EXIGIDA: ' DELIMITED SIZE
                    WS-PROVISAO-EXIGIDA DELIMITED SIZE
                    ' AJUSTE DO MES: ' DELIMITED SIZE
                    WS-AJUSTE-PROVISAO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH, JA QUE O CAIXA TAMBEM ATUALIZA O LIVRO DE PONTOS
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
             CLOSE ARQ-PONTOS
             CLOSE ARQ-PARAMETRO
             CLOSE ARQ-RAZAO
             CLOSE ARQ-PONTOSCTL
             CLOSE ARQ-RELATORIO
             DISPLAY 'LOTES DE PONTOS ATIVOS LIDOS: ' WS-QTDE-LOTES
             DISPLAY 'LOTES EXPIRADOS: ' WS-QTDE-LOTES-EXPIRADOS
                     ' PONTOS: ' WS-PONTOS-EXPIRADOS
             DISPLAY 'PONTOS EM ABERTO: ' WS-PONTOS-EM-ABERTO
             DISPLAY 'PROVISAO EXIGIDA: ' WS-PROVISAO-EXIGIDA
             DISPLAY 'RELATORIO GRAVADO EM PONTOS-PROVISAO.REL'
             STOP RUN.
       END PROGRAM PONTOS-PROVISAO.
