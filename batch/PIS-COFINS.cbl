      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   APURACAO MENSAL DO PIS E DA COFINS SOBRE AS
      *            RECEITAS: RODA DEPOIS DO CONTABIL-FECHAMENTO
      *            (SO ACEITA COMPETENCIA JA TRAVADA EM ARQ-FECHCTB)
      *            E LE OS SALDOS DA COMPETENCIA FECHADA EM
      *            ARQ-SALDOCTB, ENQUADRANDO CADA CONTA PELO CAMPO
      *            PCT-PISCOFINS DO PLANO DE CONTAS: RECEITAS
      *            TRIBUTAVEIS (R) FORMAM A BASE E AS DEDUCOES
      *            PERMITIDAS AS INSTITUICOES FINANCEIRAS (D - DESPESA
      *            DE CAPTACAO, PERDAS COM CREDITO) SAO ABATIDAS. OS
      *            LANCAMENTOS DE ENCERRAMENTO DO EXERCICIO (EN) SAO
      *            EXPURGADOS DA BASE. APLICA AS ALIQUOTAS VIGENTES NO
      *            ULTIMO DIA DA COMPETENCIA (ALIQUOTA-PIS, PADRAO
      *            0,65%, E ALIQUOTA-COFINS, PADRAO 4%), EMITE O
      *            DEMONSTRATIVO, LANCA NO RAZAO D 31006/31007
      *            DESPESA DE PIS/COFINS E C 21081/21082 PIS/COFINS A
      *            RECOLHER E GRAVA OS DADOS DOS DARFS (CODIGOS 4574 E
      *            7987) COM VENCIMENTO NO DIA 20 DO MES SEGUINTE,
      *            ANTECIPADO PARA O DIA UTIL ANTERIOR PELO
      *            CALENDARIO DE FERIADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIS-COFINS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDOCTB ASSIGN TO "saldoctb.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS SCT-CHAVE
                FILE STATUS  IS FS-SALDOCTB.
           SELECT ARQ-FECHCTB ASSIGN TO "fechctb.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-FECHCTB.
           SELECT ARQ-PLANOCONTA ASSIGN TO "planoconta.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PCT-CODIGO
                FILE STATUS  IS FS-PLANOCONTA.
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
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-PISCTL ASSIGN TO "pisctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PISCTL.
           SELECT ARQ-DARF ASSIGN TO "darf-piscofins.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-DARF.
           SELECT ARQ-RELATORIO ASSIGN TO "pis-cofins.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SALDOCTB.
           COPY SALDOCTB.
       FD ARQ-FECHCTB.
           COPY FECHCTB.
       FD ARQ-PLANOCONTA.
           COPY PLANOCTA.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-FERIADO.
           COPY FERIADOCAD.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-PISCTL.
           COPY PISCTL.
       FD ARQ-DARF.
           COPY DARFREG.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-SALDOCTB                  PIC XX.
       77 FS-FECHCTB                   PIC XX.
       77 FS-PLANOCONTA                PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-FERIADO                   PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-PISCTL                    PIC XX.
       77 FS-DARF                      PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-COMP-APURAR               PIC 9(06).
       77 WS-ULT-DIA-COMP              PIC 9(08).
       77 WS-INT-DATA                  PIC 9(07).
       77 WS-ALIQ-PIS                  PIC 9(03)V9(04) VALUE 0.65.
       77 WS-ALIQ-COFINS               PIC 9(03)V9(04) VALUE 4.00.
       77 WS-COD-DARF-PIS              PIC 9(04) VALUE 4574.
       77 WS-COD-DARF-COFINS           PIC 9(04) VALUE 7987.
       77 WS-VALOR-CONTA               PIC S9(13)V99.
       77 WS-TOTAL-RECEITA             PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-DEDUCAO             PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-FORA                PIC S9(13)V99 VALUE ZEROS.
       77 WS-BASE-CALCULO              PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-PIS                 PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-COFINS              PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CONTAS               PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-SEM-PLANO            PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-NOME-CONTA-CTB            PIC X(30).
       77 WS-ENQUADRAMENTO             PIC X(01).
       77 WS-DESC-ENQUADRAMENTO        PIC X(20).
       77 WS-DATA-VENCIMENTO           PIC 9(08).
       77 WS-VENC-INTEIRO              PIC 9(07).
       77 WS-DOW-QUOC                  PIC 9(07).
       77 WS-DIA-SEMANA                PIC 9(01).
       77 WS-DIA-NAO-UTIL              PIC X(01).
       77 WS-EN-I                      PIC 9(03).
       77 WS-EN-QTDE                   PIC 9(03) VALUE ZEROS.
       77 WS-EN-MAX                    PIC 9(03) VALUE 200.
       77 WS-EN-ACHOU                  PIC X(01) VALUE 'N'.
           88 EN-ACHOU                 VALUE 'S'.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LANC-DEBITO               PIC 9(05).
       77 WS-LANC-CREDITO              PIC 9(05).
       77 WS-LANC-VALOR                PIC S9(11)V99.
       77 WS-LANC-HISTORICO            PIC X(30).
       01 WS-EN-TAB.
           05 WS-EN-ITEM OCCURS 200 TIMES.
               10 WS-EN-CONTA          PIC 9(05).
               10 WS-EN-DEBITOS        PIC S9(13)V99.
               10 WS-EN-CREDITOS       PIC S9(13)V99.
       01 WS-RAZ-DATA-R.
           05 WS-RD-COMPETENCIA        PIC 9(06).
           05 WS-RD-DIA                PIC 9(02).
       01 WS-COMP-R.
           05 WS-CF-ANO                PIC 9(04).
           05 WS-CF-MES                PIC 9(02).
       01 WS-COMP-N REDEFINES WS-COMP-R
                                       PIC 9(06).
       01 WS-DATA-REF-R.
           05 WS-DR-COMPETENCIA        PIC 9(06).
           05 WS-DR-DIA                PIC 9(02).
       01 WS-DATA-REF-N REDEFINES WS-DATA-REF-R
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
             MOVE WS-DHC-ANO TO WS-CF-ANO
             MOVE WS-DHC-MES TO WS-CF-MES
             IF WS-CF-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-CF-MES
                SUBTRACT 1 FROM WS-CF-ANO
             ELSE
                SUBTRACT 1 FROM WS-CF-MES
             END-IF
             MOVE WS-COMP-N TO WS-COMP-APURAR
      *      ULTIMO DIA DA COMPETENCIA = VESPERA DO DIA 1 DO MES ATUAL
             MOVE WS-DHC-ANO TO WS-CF-ANO
             MOVE WS-DHC-MES TO WS-CF-MES
             MOVE WS-COMP-N TO WS-DR-COMPETENCIA
             MOVE 1 TO WS-DR-DIA
             COMPUTE WS-INT-DATA =
                FUNCTION INTEGER-OF-DATE(WS-DATA-REF-N) - 1
             COMPUTE WS-ULT-DIA-COMP =
                FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-VERIFICAR-COMPETENCIA
             PERFORM P260-CARREGAR-ALIQUOTAS
             PERFORM P300-EXPURGAR-ENCERRAMENTO
             PERFORM P400-APURAR-BASE
             PERFORM P500-CALCULAR-TRIBUTOS
             PERFORM P550-LANCAR-RAZAO
             PERFORM P600-GERAR-DARF
             PERFORM P800-ATUALIZAR-CONTROLE
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-SALDOCTB
             IF FS-SALDOCTB NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS SALDOS CONTABEIS,'
                        ' STATUS: ' FS-SALDOCTB
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FECHCTB
             IF FS-FECHCTB NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE FECHAMENTO,'
                        ' STATUS: ' FS-FECHCTB
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PLANOCONTA
             IF FS-PLANOCONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O PLANO DE CONTAS, STATUS: '
                        FS-PLANOCONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FERIADO
             IF FS-FERIADO NOT EQUAL TO "00"
                AND FS-FERIADO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CALENDARIO DE FERIADOS,'
                        ' STATUS: ' FS-FERIADO
                STOP RUN
             END-IF
             OPEN I-O ARQ-PISCTL
             IF FS-PISCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PISCTL
                MOVE ZEROS TO PCC-ULT-COMPETENCIA
                MOVE ZEROS TO PCC-VALOR-PIS
                MOVE ZEROS TO PCC-VALOR-COFINS
                MOVE ZEROS TO PCC-DATA-APURACAO
                WRITE REG-PISCTL
                CLOSE ARQ-PISCTL
                OPEN I-O ARQ-PISCTL
             END-IF
             IF FS-PISCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DO PIS/COFINS,'
                        ' STATUS: ' FS-PISCTL
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
      *      FUNÇÃO QUE SO ACEITA COMPETENCIA JA FECHADA E TRAVADA
      *      PELO CONTABIL-FECHAMENTO E RECUSA A REAPURACAO, QUE
      *      DUPLICARIA A DESPESA NO RAZAO E O DARF
      ******************************************************************
       P250-VERIFICAR-COMPETENCIA.
             READ ARQ-FECHCTB
             IF FS-FECHCTB NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE FECHAMENTO,'
                        ' STATUS: ' FS-FECHCTB
                STOP RUN
             END-IF
             IF FCH-ULT-COMP-FECHADA LESS THAN WS-COMP-APURAR THEN
                DISPLAY 'A COMPETENCIA ' WS-COMP-APURAR ' AINDA NAO'
                        ' FOI FECHADA PELO CONTABIL-FECHAMENTO,'
                        ' EXECUCAO RECUSADA'
                STOP RUN
             END-IF
             READ ARQ-PISCTL
             IF FS-PISCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DO PIS/COFINS,'
                        ' STATUS: ' FS-PISCTL
                STOP RUN
             END-IF
             IF PCC-ULT-COMPETENCIA NOT LESS THAN WS-COMP-APURAR THEN
                DISPLAY 'A COMPETENCIA ' WS-COMP-APURAR ' JA FOI'
                        ' APURADA, EXECUCAO RECUSADA'
                STOP RUN
             END-IF
             DISPLAY 'APURACAO DO PIS/COFINS DA COMPETENCIA '
                     WS-COMP-APURAR
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA AS ALIQUOTAS (EM %) VIGENTES NO ULTIMO
      *      DIA DA COMPETENCIA; SEM VIGENCIA FICAM AS DO FONTE
      ******************************************************************
       P260-CARREGAR-ALIQUOTAS.
             MOVE 'ALIQUOTA-PIS' TO WS-PARAM-CODIGO
             PERFORM P270-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-ALIQ-PIS
             END-IF
             MOVE 'ALIQUOTA-COFINS' TO WS-PARAM-CODIGO
             PERFORM P270-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-ALIQ-COFINS
             END-IF
             DISPLAY 'ALIQUOTAS - PIS: ' WS-ALIQ-PIS
                     ' COFINS: ' WS-ALIQ-COFINS
       .
       P270-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
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
                   IF PARAM-DATA-INICIO NOT GREATER THAN
                      WS-ULT-DIA-COMP
                      AND PARAM-DATA-FIM NOT LESS THAN
                          WS-ULT-DIA-COMP
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P275-LER-PROX-PARAMETRO
                END-PERFORM
                MOVE "00" TO FS-PARAMETRO
             END-IF
       .
       P275-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA, POR CONTA, OS LANCAMENTOS DE
      *      ENCERRAMENTO DO EXERCICIO (EN) CAIDOS NA COMPETENCIA:
      *      ELES ZERAM O RESULTADO DO ANO ANTERIOR E NAO SAO
      *      RECEITA NEM DEDUCAO DO MES
      ******************************************************************
       P300-EXPURGAR-ENCERRAMENTO.
             OPEN INPUT ARQ-RAZAO
             IF FS-RAZAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RAZAO, STATUS: ' FS-RAZAO
                STOP RUN
             END-IF
             PERFORM P310-LER-PROX-RAZAO
             PERFORM UNTIL FS-RAZAO NOT EQUAL TO "00"
                IF RAZ-TIPO-MOV EQUAL TO 'EN' THEN
                   IF RAZ-DATA-CONTABIL NOT EQUAL TO ZEROS
                      MOVE RAZ-DATA-CONTABIL TO WS-RAZ-DATA-R
                   ELSE
                      MOVE RAZ-DATA TO WS-RAZ-DATA-R
                   END-IF
                   IF WS-RD-COMPETENCIA EQUAL TO WS-COMP-APURAR THEN
                      PERFORM P320-ACUMULAR-ENCERRAMENTO
                   END-IF
                END-IF
                PERFORM P310-LER-PROX-RAZAO
             END-PERFORM
             CLOSE ARQ-RAZAO
       .
       P310-LER-PROX-RAZAO.
             READ ARQ-RAZAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RAZAO
             END-READ
       .
       P320-ACUMULAR-ENCERRAMENTO.
             MOVE 'N' TO WS-EN-ACHOU
             PERFORM VARYING WS-EN-I FROM 1 BY 1
                UNTIL WS-EN-I > WS-EN-QTDE OR EN-ACHOU
                IF WS-EN-CONTA(WS-EN-I) EQUAL TO RAZ-CONTA-CONTABIL
                   MOVE 'S' TO WS-EN-ACHOU
                END-IF
             END-PERFORM
             IF EN-ACHOU THEN
                SUBTRACT 1 FROM WS-EN-I
             ELSE
                IF WS-EN-QTDE NOT LESS THAN WS-EN-MAX THEN
                   DISPLAY 'TABELA DE ENCERRAMENTO CHEIA, CONTA '
                           RAZ-CONTA-CONTABIL ' NAO EXPURGADA'
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-EN-QTDE
                MOVE WS-EN-QTDE TO WS-EN-I
                MOVE RAZ-CONTA-CONTABIL TO WS-EN-CONTA(WS-EN-I)
                MOVE ZEROS TO WS-EN-DEBITOS(WS-EN-I)
                MOVE ZEROS TO WS-EN-CREDITOS(WS-EN-I)
             END-IF
             IF RAZ-DEBITO THEN
                ADD RAZ-VALOR TO WS-EN-DEBITOS(WS-EN-I)
             ELSE
                ADD RAZ-VALOR TO WS-EN-CREDITOS(WS-EN-I)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS SALDOS DA COMPETENCIA E MONTA A
      *      BASE: RECEITA TRIBUTAVEL PELO SALDO CREDOR, DEDUCAO PELO
      *      SALDO DEVEDOR, COM UMA LINHA DO DEMONSTRATIVO POR CONTA
      ******************************************************************
       P400-APURAR-BASE.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'DEMONSTRATIVO DE APURACAO DO PIS/COFINS -'
                                      DELIMITED SIZE
                    ' COMPETENCIA '   DELIMITED SIZE
                    WS-COMP-APURAR    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-COMP-APURAR TO SCT-COMPETENCIA
             MOVE ZEROS TO SCT-CONTA-CONTABIL
             START ARQ-SALDOCTB KEY IS NOT LESS THAN SCT-CHAVE
                INVALID KEY
                   DISPLAY 'NENHUM SALDO CONTABIL NA COMPETENCIA'
             END-START
             IF FS-SALDOCTB EQUAL TO "00" THEN
                PERFORM P410-LER-PROX-SALDOCTB
                PERFORM UNTIL FS-SALDOCTB NOT EQUAL TO "00"
                   OR SCT-COMPETENCIA NOT EQUAL TO WS-COMP-APURAR
                   PERFORM P420-ENQUADRAR-CONTA
                   PERFORM P410-LER-PROX-SALDOCTB
                END-PERFORM
             END-IF
       .
       P410-LER-PROX-SALDOCTB.
             READ ARQ-SALDOCTB NEXT RECORD
                AT END
                   MOVE "10" TO FS-SALDOCTB
             END-READ
       .
       P420-ENQUADRAR-CONTA.
             MOVE SCT-CONTA-CONTABIL TO PCT-CODIGO
             READ ARQ-PLANOCONTA RECORD KEY IS PCT-CODIGO
                INVALID KEY
                   MOVE '(FORA DO PLANO DE CONTAS)'
                     TO WS-NOME-CONTA-CTB
                   MOVE 'N' TO WS-ENQUADRAMENTO
                   ADD 1 TO WS-QTDE-SEM-PLANO
                NOT INVALID KEY
                   MOVE PCT-NOME TO WS-NOME-CONTA-CTB
                   MOVE PCT-PISCOFINS TO WS-ENQUADRAMENTO
             END-READ
      *      SO ENTRAM NO DEMONSTRATIVO AS CONTAS ENQUADRADAS E AS
      *      DE RESULTADO (GRUPOS 3 E 4) QUE FICARAM FORA DA BASE
             IF WS-ENQUADRAMENTO NOT EQUAL TO 'R'
                AND WS-ENQUADRAMENTO NOT EQUAL TO 'D'
                AND SCT-CONTA-CONTABIL LESS THAN 30000 THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P430-MOVIMENTO-SEM-ENCERRAMENTO
             EVALUATE WS-ENQUADRAMENTO
                WHEN 'R'
                   ADD WS-VALOR-CONTA TO WS-TOTAL-RECEITA
                   MOVE 'RECEITA TRIBUTAVEL' TO WS-DESC-ENQUADRAMENTO
                WHEN 'D'
                   COMPUTE WS-VALOR-CONTA = WS-VALOR-CONTA * -1
                   ADD WS-VALOR-CONTA TO WS-TOTAL-DEDUCAO
                   MOVE 'DEDUCAO PERMITIDA' TO WS-DESC-ENQUADRAMENTO
                WHEN OTHER
                   ADD WS-VALOR-CONTA TO WS-TOTAL-FORA
                   MOVE 'FORA DA BASE' TO WS-DESC-ENQUADRAMENTO
             END-EVALUATE
             ADD 1 TO WS-QTDE-CONTAS
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONTA: '         DELIMITED SIZE
                    SCT-CONTA-CONTABIL DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    WS-NOME-CONTA-CTB DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    WS-DESC-ENQUADRAMENTO DELIMITED SIZE
                    ' VALOR: '        DELIMITED SIZE
                    WS-VALOR-CONTA    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE DEVOLVE EM WS-VALOR-CONTA O SALDO CREDOR DO
      *      MES (CREDITOS - DEBITOS) SEM OS LANCAMENTOS EN
      ******************************************************************
       P430-MOVIMENTO-SEM-ENCERRAMENTO.
             COMPUTE WS-VALOR-CONTA = SCT-CREDITOS - SCT-DEBITOS
             PERFORM VARYING WS-EN-I FROM 1 BY 1
                UNTIL WS-EN-I > WS-EN-QTDE
                IF WS-EN-CONTA(WS-EN-I) EQUAL TO SCT-CONTA-CONTABIL
                   COMPUTE WS-VALOR-CONTA = WS-VALOR-CONTA
                           - WS-EN-CREDITOS(WS-EN-I)
                           + WS-EN-DEBITOS(WS-EN-I)
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA A BASE (RECEITAS MENOS DEDUCOES, NUNCA
      *      NEGATIVA) E OS TRIBUTOS PELAS ALIQUOTAS DA COMPETENCIA
      ******************************************************************
       P500-CALCULAR-TRIBUTOS.
             COMPUTE WS-BASE-CALCULO =
                     WS-TOTAL-RECEITA - WS-TOTAL-DEDUCAO
             IF WS-BASE-CALCULO LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-BASE-CALCULO
             END-IF
             COMPUTE WS-VALOR-PIS ROUNDED =
                     WS-BASE-CALCULO * WS-ALIQ-PIS / 100
             COMPUTE WS-VALOR-COFINS ROUNDED =
                     WS-BASE-CALCULO * WS-ALIQ-COFINS / 100
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RECEITAS TRIBUTAVEIS: ' DELIMITED SIZE
                    WS-TOTAL-RECEITA         DELIMITED SIZE
                    ' DEDUCOES: '            DELIMITED SIZE
                    WS-TOTAL-DEDUCAO         DELIMITED SIZE
                    ' FORA DA BASE: '        DELIMITED SIZE
                    WS-TOTAL-FORA            DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'BASE DE CALCULO: ' DELIMITED SIZE
                    WS-BASE-CALCULO     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PIS (ALIQUOTA '  DELIMITED SIZE
                    WS-ALIQ-PIS       DELIMITED SIZE
                    '%): '            DELIMITED SIZE
                    WS-VALOR-PIS      DELIMITED SIZE
                    ' COFINS (ALIQUOTA ' DELIMITED SIZE
                    WS-ALIQ-COFINS    DELIMITED SIZE
                    '%): '            DELIMITED SIZE
                    WS-VALOR-COFINS   DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             IF WS-QTDE-SEM-PLANO GREATER THAN ZEROS THEN
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING '*** CONTAS FORA DO PLANO DE CONTAS: '
                                         DELIMITED SIZE
                       WS-QTDE-SEM-PLANO DELIMITED SIZE
                       ', VERIFICAR O ENQUADRAMENTO ***'
                                         DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA A DESPESA E A OBRIGACAO A RECOLHER DE
      *      CADA TRIBUTO NO PERIODO ABERTO (A COMPETENCIA APURADA JA
      *      ESTA TRAVADA), COM A COMPETENCIA NO HISTORICO
      ******************************************************************
       P550-LANCAR-RAZAO.
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
             MOVE 31006 TO WS-LANC-DEBITO
             MOVE 21081 TO WS-LANC-CREDITO
             MOVE WS-VALOR-PIS TO WS-LANC-VALOR
             MOVE SPACES TO WS-LANC-HISTORICO
             STRING 'PIS COMPETENCIA ' DELIMITED SIZE
                    WS-COMP-APURAR     DELIMITED SIZE
               INTO WS-LANC-HISTORICO
             END-STRING
             PERFORM P560-GRAVAR-PAR
             MOVE 31007 TO WS-LANC-DEBITO
             MOVE 21082 TO WS-LANC-CREDITO
             MOVE WS-VALOR-COFINS TO WS-LANC-VALOR
             MOVE SPACES TO WS-LANC-HISTORICO
             STRING 'COFINS COMPETENCIA ' DELIMITED SIZE
                    WS-COMP-APURAR        DELIMITED SIZE
               INTO WS-LANC-HISTORICO
             END-STRING
             PERFORM P560-GRAVAR-PAR
             CLOSE ARQ-RAZAO
       .
       P560-GRAVAR-PAR.
             IF WS-LANC-VALOR EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO RAZ-DATA
             MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
             MOVE ZEROS TO RAZ-ORIGEM-CONTA
             MOVE ZEROS TO RAZ-ORIGEM-SEQ
             MOVE 'PC' TO RAZ-TIPO-MOV
             MOVE ZEROS TO RAZ-AGENCIA
             MOVE WS-LANC-HISTORICO TO RAZ-HISTORICO
             MOVE WS-LANC-VALOR TO RAZ-VALOR
             MOVE WS-LANC-DEBITO TO RAZ-CONTA-CONTABIL
             MOVE 'D' TO RAZ-DC
             WRITE REG-RAZAO
             MOVE WS-LANC-CREDITO TO RAZ-CONTA-CONTABIL
             MOVE 'C' TO RAZ-DC
             WRITE REG-RAZAO
             IF FS-RAZAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RAZAO, STATUS: ' FS-RAZAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA OS DADOS DOS DARFS DE PIS E COFINS COM O
      *      VENCIMENTO NO DIA 20 DO MES SEGUINTE A COMPETENCIA
      *      (O MES DA EXECUCAO), ANTECIPADO SE NAO FOR DIA UTIL
      ******************************************************************
       P600-GERAR-DARF.
             MOVE WS-DATA-ATUAL TO WS-DATA-REF-N
             MOVE 20 TO WS-DR-DIA
             MOVE WS-DATA-REF-N TO WS-DATA-VENCIMENTO
             PERFORM P650-ANTECIPAR-PARA-DIA-UTIL
             OPEN OUTPUT ARQ-DARF
             IF FS-DARF NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE DARF, STATUS: '
                        FS-DARF
                STOP RUN
             END-IF
             IF WS-VALOR-PIS GREATER THAN ZEROS THEN
                MOVE WS-COD-DARF-PIS TO DRF-CODIGO-RECEITA
                MOVE 'PIS' TO DRF-TRIBUTO
                MOVE WS-VALOR-PIS TO DRF-VALOR-PRINCIPAL
                PERFORM P610-GRAVAR-DARF
             END-IF
             IF WS-VALOR-COFINS GREATER THAN ZEROS THEN
                MOVE WS-COD-DARF-COFINS TO DRF-CODIGO-RECEITA
                MOVE 'COFINS' TO DRF-TRIBUTO
                MOVE WS-VALOR-COFINS TO DRF-VALOR-PRINCIPAL
                PERFORM P610-GRAVAR-DARF
             END-IF
             CLOSE ARQ-DARF
       .
       P610-GRAVAR-DARF.
             MOVE WS-ULT-DIA-COMP TO DRF-PERIODO-APURACAO
             MOVE WS-COMP-APURAR TO DRF-COMPETENCIA
             MOVE WS-DATA-VENCIMENTO TO DRF-DATA-VENCIMENTO
             MOVE ZEROS TO DRF-VALOR-MULTA
             MOVE ZEROS TO DRF-VALOR-JUROS
             MOVE DRF-VALOR-PRINCIPAL TO DRF-VALOR-TOTAL
             MOVE WS-DATA-ATUAL TO DRF-DATA-GERACAO
             WRITE REG-DARF
             IF FS-DARF NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O DARF, STATUS: ' FS-DARF
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'DARF '               DELIMITED SIZE
                    DRF-TRIBUTO           DELIMITED SPACE
                    ' CODIGO: '           DELIMITED SIZE
                    DRF-CODIGO-RECEITA    DELIMITED SIZE
                    ' PERIODO: '          DELIMITED SIZE
                    DRF-PERIODO-APURACAO  DELIMITED SIZE
                    ' VENCIMENTO: '       DELIMITED SIZE
                    DRF-DATA-VENCIMENTO   DELIMITED SIZE
                    ' VALOR: '            DELIMITED SIZE
                    DRF-VALOR-TOTAL       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE RECUA A DATA EM WS-DATA-VENCIMENTO ATE O
      *      ULTIMO DIA UTIL (PULANDO FINS DE SEMANA E FERIADOS)
      ******************************************************************
       P650-ANTECIPAR-PARA-DIA-UTIL.
             COMPUTE WS-VENC-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
             MOVE 'S' TO WS-DIA-NAO-UTIL
             PERFORM UNTIL WS-DIA-NAO-UTIL EQUAL TO 'N'
                MOVE 'N' TO WS-DIA-NAO-UTIL
                COMPUTE WS-DATA-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-VENC-INTEIRO)
                DIVIDE WS-VENC-INTEIRO BY 7
                      GIVING WS-DOW-QUOC REMAINDER WS-DIA-SEMANA
                IF WS-DIA-SEMANA EQUAL TO ZEROS
                   OR WS-DIA-SEMANA EQUAL TO 6
                   MOVE 'S' TO WS-DIA-NAO-UTIL
                ELSE
                   IF FS-FERIADO NOT EQUAL TO "35" THEN
                      MOVE WS-DATA-VENCIMENTO TO FER-DATA
                      READ ARQ-FERIADO RECORD KEY IS FER-DATA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'S' TO WS-DIA-NAO-UTIL
                      END-READ
                   END-IF
                END-IF
                IF WS-DIA-NAO-UTIL EQUAL TO 'S' THEN
                   SUBTRACT 1 FROM WS-VENC-INTEIRO
                END-IF
             END-PERFORM
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
       P800-ATUALIZAR-CONTROLE.
             MOVE WS-COMP-APURAR TO PCC-ULT-COMPETENCIA
             MOVE WS-VALOR-PIS TO PCC-VALOR-PIS
             MOVE WS-VALOR-COFINS TO PCC-VALOR-COFINS
             MOVE WS-DATA-ATUAL TO PCC-DATA-APURACAO
             REWRITE REG-PISCTL
             IF FS-PISCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DO PIS/COFINS,'
                        ' STATUS: ' FS-PISCTL
             END-IF
       .
       P900-TERMINAL.
             CLOSE ARQ-SALDOCTB
             CLOSE ARQ-FECHCTB
             CLOSE ARQ-PLANOCONTA
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             IF FS-FERIADO NOT EQUAL TO "35" THEN
                CLOSE ARQ-FERIADO
             END-IF
             CLOSE ARQ-PISCTL
             CLOSE ARQ-RELATORIO
             DISPLAY 'CONTAS NO DEMONSTRATIVO: ' WS-QTDE-CONTAS
             DISPLAY 'BASE DE CALCULO: ' WS-BASE-CALCULO
             DISPLAY 'PIS APURADO: ' WS-VALOR-PIS
             DISPLAY 'COFINS APURADA: ' WS-VALOR-COFINS
             DISPLAY 'VENCIMENTO DOS DARFS: ' WS-DATA-VENCIMENTO
             DISPLAY 'RELATORIO GRAVADO EM PIS-COFINS.REL'
             STOP RUN.
       END PROGRAM PIS-COFINS.
