      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DO FINANCIAMENTO HABITACIONAL: PARA
      *            CADA CONTRATO ATIVO DA MODALIDADE H AINDA NAO
      *            CORRIGIDO ATE O ULTIMO DIA DO MES ANTERIOR, CORRIGE
      *            O SALDO DEVEDOR PELA TR ACUMULADA DAS TAXAS DIARIAS
      *            DE INDEXADOR.DAT NO PERIODO E RECALCULA A PARCELA
      *            DO MES PELO SAC: AMORTIZACAO = SALDO / PARCELAS
      *            RESTANTES, JUROS E SEGURO MIP SOBRE O SALDO
      *            CORRIGIDO E SEGURO DFI SOBRE A AVALIACAO DO IMOVEL.
      *            A DATA DE CORRECAO NO CONTRATO TORNA A REEXECUCAO
      *            INOFENSIVA; CONTRATO SEM TR CARREGADA NO PERIODO
      *            FICA PARA A PROXIMA EXECUCAO. RELATORIO EM
      *            HABITACIONAL-CORRECAO.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABITACIONAL-CORRECAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-INDEXADOR ASSIGN TO "indexador.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS IDX-CHAVE
                FILE STATUS  IS FS-INDEXADOR.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
           SELECT ARQ-RELATORIO ASSIGN TO "habitacional-correcao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-INDEXADOR.
           COPY INDEXCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-INDEXADOR                 PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-SISTEMA                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'HABITACIONAL-CORREC'.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-TAXA-MIP                  PIC 9(01)V9(04) VALUE 0.0250.
       77 WS-TAXA-DFI                  PIC 9(01)V9(04) VALUE 0.0100.
       77 WS-DATA-CORTE                PIC 9(08).
       77 WS-DIA-INTEIRO               PIC 9(07).
       77 WS-FATOR-TR                  PIC 9(02)V9(09).
       77 WS-QTDE-DIAS-TR              PIC 9(04).
       77 WS-PARC-RESTANTES            PIC 9(03).
       77 WS-SALDO-ANTERIOR            PIC S9(09)V99.
       77 WS-CORRECAO                  PIC S9(09)V99.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CORRIGIDOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SEM-TR               PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-SALDO               PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CORRECAO            PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-PARCELAS            PIC S9(13)V99 VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       01 WS-DATA-PRIMEIRO-DIA.
           05 WS-DPD-ANO               PIC 9(04).
           05 WS-DPD-MES               PIC 9(02).
           05 WS-DPD-DIA               PIC 9(02).
       01 WS-DATA-PRIMEIRO-DIA-N REDEFINES WS-DATA-PRIMEIRO-DIA
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
      *      O PERIODO DE CORRECAO TERMINA NO ULTIMO DIA DO MES
      *      ANTERIOR, QUE JA TEM A TR DE TODOS OS DIAS CARREGADA
             MOVE WS-DHC-ANO TO WS-DPD-ANO
             MOVE WS-DHC-MES TO WS-DPD-MES
             MOVE 1 TO WS-DPD-DIA
             COMPUTE WS-DIA-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-PRIMEIRO-DIA-N) - 1
             COMPUTE WS-DATA-CORTE =
                FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P280-GRAVAR-CABECALHO
             PERFORM P300-CORRIGIR-CONTRATOS
             PERFORM P600-GRAVAR-TOTAIS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-INDEXADOR
             IF FS-INDEXADOR NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE INDEXADORES,'
                        ' STATUS: ' FS-INDEXADOR
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
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
      *      FUNÇÃO QUE CARREGA AS TAXAS DOS SEGUROS MIP E DFI (% AO
      *      MES), AS MESMAS USADAS NA CONTRATACAO NO CAIXA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'TAXA-HAB-MIP' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-MIP
             END-IF
             MOVE 'TAXA-HAB-DFI' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-DFI
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
       P280-GRAVAR-CABECALHO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CORRECAO DO FINANCIAMENTO HABITACIONAL PELA TR'
                                        DELIMITED SIZE
                    ' - PERIODO ATE ' DELIMITED SIZE
                    WS-DATA-CORTE     DELIMITED SIZE
                    ' - EXECUTADO EM ' DELIMITED SIZE
                    WS-DATA-ATUAL     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CONTRATOS HABITACIONAIS ATIVOS
      *      AINDA NAO CORRIGIDOS ATE A DATA DE CORTE
      ******************************************************************
       P300-CORRIGIR-CONTRATOS.
             MOVE ZEROS TO EMP-SEQ
             START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-SEQ
                INVALID KEY
                   DISPLAY 'NENHUM EMPRESTIMO CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-EMPRESTIMO
             PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                IF EMP-ATIVO AND EMP-HABITACIONAL THEN
                   ADD 1 TO WS-QTDE-LIDOS
                   IF EMP-HAB-DATA-CORRECAO LESS THAN WS-DATA-CORTE
                      PERFORM P400-CORRIGIR-UM
                   END-IF
                END-IF
                PERFORM P310-LER-PROX-EMPRESTIMO
             END-PERFORM
       .
       P310-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CORRIGE UM CONTRATO: FATOR DA TR DOS DIAS
      *      POSTERIORES A ULTIMA CORRECAO ATE O CORTE, SALDO
      *      CORRIGIDO E NOVA PARCELA SAC DO MES
      ******************************************************************
       P400-CORRIGIR-UM.
             PERFORM P450-CALCULAR-FATOR-TR
             IF WS-QTDE-DIAS-TR EQUAL TO ZEROS THEN
                ADD 1 TO WS-QTDE-SEM-TR
                DISPLAY 'CONTRATO ' EMP-SEQ ' SEM TR CARREGADA APOS '
                        EMP-HAB-DATA-CORRECAO ', CORRECAO ADIADA'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-PARC-RESTANTES =
                     EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS
             IF WS-PARC-RESTANTES EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF

             MOVE EMP-HAB-SALDO-DEVEDOR TO WS-SALDO-ANTERIOR
             COMPUTE EMP-HAB-SALDO-DEVEDOR ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR * WS-FATOR-TR
             COMPUTE WS-CORRECAO =
                     EMP-HAB-SALDO-DEVEDOR - WS-SALDO-ANTERIOR
             COMPUTE EMP-HAB-AMORTIZACAO ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR / WS-PARC-RESTANTES
             COMPUTE EMP-HAB-JUROS ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR * EMP-TAXA-JUROS / 100
             COMPUTE EMP-HAB-PREMIO-MIP ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR * WS-TAXA-MIP / 100
             COMPUTE EMP-HAB-PREMIO-DFI ROUNDED =
                     EMP-HAB-VALOR-IMOVEL * WS-TAXA-DFI / 100
             COMPUTE EMP-VALOR-PARCELA = EMP-HAB-AMORTIZACAO
                     + EMP-HAB-JUROS + EMP-HAB-PREMIO-MIP
                     + EMP-HAB-PREMIO-DFI
             MOVE WS-DATA-CORTE TO EMP-HAB-DATA-CORRECAO
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CORRIGIR O CONTRATO ' EMP-SEQ
                        ', STATUS: ' FS-EMPRESTIMO
                EXIT PARAGRAPH
             END-IF

             ADD 1 TO WS-QTDE-CORRIGIDOS
             ADD EMP-HAB-SALDO-DEVEDOR TO WS-TOTAL-SALDO
             ADD WS-CORRECAO TO WS-TOTAL-CORRECAO
             ADD EMP-VALOR-PARCELA TO WS-TOTAL-PARCELAS
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONTRATO: '     DELIMITED SIZE
                    EMP-SEQ          DELIMITED SIZE
                    ' FATOR TR: '    DELIMITED SIZE
                    WS-FATOR-TR      DELIMITED SIZE
                    ' SALDO: '       DELIMITED SIZE
                    EMP-HAB-SALDO-DEVEDOR DELIMITED SIZE
                    ' CORRECAO: '    DELIMITED SIZE
                    WS-CORRECAO      DELIMITED SIZE
                    ' PARCELA: '     DELIMITED SIZE
                    EMP-VALOR-PARCELA DELIMITED SIZE
                    ' AMORT: '       DELIMITED SIZE
                    EMP-HAB-AMORTIZACAO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE ACUMULA EM WS-FATOR-TR AS TAXAS DIARIAS DA TR
      *      DATADAS DEPOIS DE EMP-HAB-DATA-CORRECAO ATE O CORTE
      ******************************************************************
       P450-CALCULAR-FATOR-TR.
             MOVE 1 TO WS-FATOR-TR
             MOVE ZEROS TO WS-QTDE-DIAS-TR
             MOVE 'TR ' TO IDX-CODIGO
             MOVE EMP-HAB-DATA-CORRECAO TO IDX-DATA
             START ARQ-INDEXADOR KEY IS GREATER THAN IDX-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P460-LER-PROX-INDEXADOR
             PERFORM UNTIL FS-INDEXADOR NOT EQUAL TO "00"
                OR IDX-CODIGO NOT EQUAL TO 'TR '
                OR IDX-DATA GREATER THAN WS-DATA-CORTE
                COMPUTE WS-FATOR-TR ROUNDED =
                        WS-FATOR-TR * (1 + IDX-TAXA-DIA / 100)
                ADD 1 TO WS-QTDE-DIAS-TR
                PERFORM P460-LER-PROX-INDEXADOR
             END-PERFORM
       .
       P460-LER-PROX-INDEXADOR.
             READ ARQ-INDEXADOR NEXT RECORD
                AT END
                   MOVE "10" TO FS-INDEXADOR
             END-READ
       .
       P600-GRAVAR-TOTAIS.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'TOTAL CONTRATOS CORRIGIDOS: ' DELIMITED SIZE
                    WS-QTDE-CORRIGIDOS DELIMITED SIZE
                    ' SALDO DA CARTEIRA: ' DELIMITED SIZE
                    WS-TOTAL-SALDO DELIMITED SIZE
                    ' CORRECAO TR: ' DELIMITED SIZE
                    WS-TOTAL-CORRECAO DELIMITED SIZE
                    ' PARCELAS DO MES: ' DELIMITED SIZE
                    WS-TOTAL-PARCELAS DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONTRATOS COM CORRECAO ADIADA (SEM TR): '
                                        DELIMITED SIZE
                    WS-QTDE-SEM-TR DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ONLINE DURANTE O BATCH
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
             CLOSE ARQ-EMPRESTIMO
             CLOSE ARQ-INDEXADOR
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'CONTRATOS HABITACIONAIS ATIVOS: ' WS-QTDE-LIDOS
             DISPLAY 'CORRIGIDOS ATE ' WS-DATA-CORTE ': '
                     WS-QTDE-CORRIGIDOS
             DISPLAY 'CORRECAO ADIADA POR FALTA DE TR: '
                     WS-QTDE-SEM-TR
             DISPLAY 'SALDO DA CARTEIRA HABITACIONAL: ' WS-TOTAL-SALDO
             DISPLAY 'RELATORIO GRAVADO EM HABITACIONAL-CORRECAO.REL'
             STOP RUN.
       END PROGRAM HABITACIONAL-CORRECAO.
