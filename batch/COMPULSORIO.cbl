      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DO RECOLHIMENTO COMPULSORIO: FOTOGRAFA
      *            A SOMA DOS SALDOS POSITIVOS EM REAIS DAS CONTAS POR
      *            TIPO (DEPOSITOS A VISTA = CORRENTE + PJ, POUPANCA)
      *            NA BASE DIARIA (ARQ-COMPULSORIO); CALCULA A
      *            EXIGIBILIDADE DA SEMANA DE CALCULO (SEGUNDA A SEXTA
      *            DA SEMANA ANTERIOR) PELA MEDIA DOS SALDOS DIARIOS,
      *            COM ALIQUOTAS E DEDUCOES DA TABELA DE PARAMETROS
      *            (DIA SEM FOTOGRAFIA USA A ANTERIOR OU, NA FALTA,
      *            O ULTIMO SNAPSHOT DO HISTORICO.DAT); E CONFRONTA A
      *            EXIGIBILIDADE COM A MEDIA DO SALDO RECOLHIDO NA
      *            SEMANA DE MANUTENCAO CORRENTE (EXTRATO DA CONTA DE
      *            RECOLHIMENTO NO BANCO CENTRAL ENVIADO PELA
      *            TESOURARIA EM RESERVAS-BACEN.DAT), APONTANDO A
      *            DEFICIENCIA E O CUSTO ESTIMADO EM COMPULSORIO.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPULSORIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-HISTORICO ASSIGN TO "historico.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-HISTORICO.
           SELECT ARQ-COMPULSORIO ASSIGN TO "compulsorio.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CPS-DATA
                FILE STATUS  IS FS-COMPULSORIO.
           SELECT ARQ-RESERVAS ASSIGN TO "reservas-bacen.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RESERVAS.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-RELATORIO ASSIGN TO "compulsorio.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-HISTORICO.
           COPY HISTCAD.
       FD ARQ-COMPULSORIO.
           COPY COMPULSCAD.
       FD ARQ-RESERVAS.
       01 REG-RESERVAS.
           05 RSV-DATA                 PIC 9(08).
           05 RSV-SALDO-VISTA          PIC S9(13)V99.
           05 RSV-SALDO-POUPANCA       PIC S9(13)V99.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-HISTORICO                 PIC XX.
       77 FS-COMPULSORIO               PIC XX.
       77 FS-RESERVAS                  PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-VALOR-EDITADO             PIC -9(13).99.
       77 WS-VALOR-EDITADO-2           PIC -9(13).99.
       77 WS-VALOR-EDITADO-3           PIC -9(13).99.
       77 WS-PERC-EDITADO              PIC ZZ9.99.
       77 WS-PERC-CALC                 PIC 9(03)V99.
      *      ALIQUOTAS, DEDUCOES (EM R$ MIL NA TABELA DE PARAMETROS)
      *      E TAXA ANUAL DO CUSTO DA DEFICIENCIA, COM OS PADROES DO
      *      FONTE QUANDO NAO HA VIGENCIA
       77 WS-ALIQ-VISTA                PIC 9V9(04) VALUE 0.2100.
       77 WS-ALIQ-POUPANCA             PIC 9V9(04) VALUE 0.2000.
       77 WS-DEDUCAO-VISTA             PIC S9(13)V99 VALUE ZEROS.
       77 WS-DEDUCAO-POUPANCA          PIC S9(13)V99 VALUE ZEROS.
       77 WS-TAXA-CUSTO                PIC 9V9(04) VALUE 0.1900.
      *      FOTOGRAFIA DO DIA
       77 WS-SNAP-CORRENTE             PIC S9(13)V99 VALUE ZEROS.
       77 WS-SNAP-PJ                   PIC S9(13)V99 VALUE ZEROS.
       77 WS-SNAP-POUPANCA             PIC S9(13)V99 VALUE ZEROS.
       77 WS-SNAP-QTDE                 PIC 9(07) VALUE ZEROS.
      *      SEMANAS DE CALCULO E DE MANUTENCAO
       77 WS-DIA-HOJE                  PIC 9(07).
       77 WS-DIA-SEMANA                PIC 9(01).
       77 WS-QUOCIENTE                 PIC 9(07).
       77 WS-DESLOC                    PIC 9(01).
       77 WS-DIA-SEG-MANUT             PIC 9(07).
       77 WS-DIA-SEG-CALC              PIC 9(07).
       77 WS-DATA-INI-CALC             PIC 9(08).
       77 WS-DATA-FIM-CALC             PIC 9(08).
       77 WS-DATA-INI-MANUT            PIC 9(08).
       77 WS-DATA-FIM-MANUT            PIC 9(08).
       77 WS-DIAS-DECORRIDOS           PIC 9(01).
       77 WS-DIA-I                     PIC 9(01).
       77 WS-VOLTA-I                   PIC 9(01).
       77 WS-DIA-CALC                  PIC 9(07).
       77 WS-DATA-CALC                 PIC 9(08).
       77 WS-SLOT                      PIC S9(07).
       77 WS-DIA-ACHADO                PIC X(01).
           88 DIA-ACHADO               VALUE 'S'.
      *      ULTIMO SNAPSHOT DO HISTORICO ATE O FIM DA SEMANA DE
      *      CALCULO, USADO NOS DIAS SEM FOTOGRAFIA DIARIA
       77 WS-HIST-DATA                 PIC 9(08) VALUE ZEROS.
       77 WS-HIST-VISTA                PIC S9(13)V99 VALUE ZEROS.
       77 WS-HIST-POUPANCA             PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-DIAS-HISTORICO       PIC 9(01) VALUE ZEROS.
       77 WS-QTDE-DIAS-SEM-BASE        PIC 9(01) VALUE ZEROS.
      *      BASE E EXIGIBILIDADE
       77 WS-SOMA-VISTA                PIC S9(15)V99 VALUE ZEROS.
       77 WS-SOMA-POUPANCA             PIC S9(15)V99 VALUE ZEROS.
       77 WS-MEDIA-VISTA               PIC S9(13)V99.
       77 WS-MEDIA-POUPANCA            PIC S9(13)V99.
       77 WS-BASE-VISTA                PIC S9(13)V99.
       77 WS-BASE-POUPANCA             PIC S9(13)V99.
       77 WS-EXIG-VISTA                PIC S9(13)V99.
       77 WS-EXIG-POUPANCA             PIC S9(13)V99.
      *      SALDO RECOLHIDO NA SEMANA DE MANUTENCAO
       77 WS-RSV-ANT-VISTA             PIC S9(13)V99 VALUE ZEROS.
       77 WS-RSV-ANT-POUPANCA          PIC S9(13)V99 VALUE ZEROS.
       77 WS-RSV-ANT-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-MEDIA-REC-VISTA           PIC S9(13)V99 VALUE ZEROS.
       77 WS-MEDIA-REC-POUPANCA        PIC S9(13)V99 VALUE ZEROS.
       77 WS-DEFIC-VISTA               PIC S9(13)V99 VALUE ZEROS.
       77 WS-DEFIC-POUPANCA            PIC S9(13)V99 VALUE ZEROS.
       77 WS-CUSTO-VISTA               PIC S9(13)V99 VALUE ZEROS.
       77 WS-CUSTO-POUPANCA            PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-DIAS-EXTRATO         PIC 9(01) VALUE ZEROS.
       77 WS-CONC-ROTULO               PIC X(08).
       77 WS-CONC-EXIGIDO              PIC S9(13)V99.
       77 WS-CONC-RECOLHIDO            PIC S9(13)V99.
       77 WS-CONC-DEFICIENCIA          PIC S9(13)V99.
       77 WS-CONC-CUSTO                PIC S9(13)V99.
       01 WS-MANUT-TAB.
           05 WS-MANUT-DIA OCCURS 5 TIMES.
               10 WS-MANUT-INFORMADO   PIC X(01).
                   88 MANUT-INFORMADO  VALUE 'S'.
               10 WS-MANUT-VISTA       PIC S9(13)V99.
               10 WS-MANUT-POUPANCA    PIC S9(13)V99.
       01 WS-CALC-TAB.
           05 WS-CALC-DIA OCCURS 5 TIMES.
               10 WS-CALC-DATA         PIC 9(08).
               10 WS-CALC-VISTA        PIC S9(13)V99.
               10 WS-CALC-POUPANCA     PIC S9(13)V99.
               10 WS-CALC-ORIGEM       PIC X(10).
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
             PERFORM P300-FOTOGRAFAR-SALDOS
             PERFORM P350-DEFINIR-PERIODOS
             PERFORM P400-LER-HISTORICO
             PERFORM P450-CALCULAR-EXIGIBILIDADE
             PERFORM P500-APURAR-RECOLHIDO
             PERFORM P800-GERAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-COMPULSORIO
             IF FS-COMPULSORIO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-COMPULSORIO
                CLOSE ARQ-COMPULSORIO
                OPEN I-O ARQ-COMPULSORIO
             END-IF
             IF FS-COMPULSORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A BASE DO COMPULSORIO,'
                        ' STATUS: ' FS-COMPULSORIO
                STOP RUN
             END-IF
      *      O HISTORICO, O EXTRATO DA TESOURARIA E OS PARAMETROS
      *      PODEM NAO EXISTIR AINDA
             OPEN INPUT ARQ-HISTORICO
             IF FS-HISTORICO NOT EQUAL TO "00"
                AND FS-HISTORICO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O HISTORICO DE SALDOS,'
                        ' STATUS: ' FS-HISTORICO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-RESERVAS
             IF FS-RESERVAS NOT EQUAL TO "00"
                AND FS-RESERVAS NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DA TESOURARIA'
                        ' RESERVAS-BACEN.DAT, STATUS: ' FS-RESERVAS
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
      *      FUNÇÃO QUE CARREGA AS ALIQUOTAS, AS DEDUCOES E A TAXA DO
      *      CUSTO DA DEFICIENCIA DA TABELA DE PARAMETROS
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'COMPULS-ALIQ-VISTA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-ALIQ-VISTA
             END-IF
             MOVE 'COMPULS-ALIQ-POUP' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-ALIQ-POUPANCA
             END-IF
             MOVE 'COMPULS-DEDUC-VISTA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                COMPUTE WS-DEDUCAO-VISTA =
                        WS-PARAM-VALOR-RESULT * 1000
             END-IF
             MOVE 'COMPULS-DEDUC-POUP' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                COMPUTE WS-DEDUCAO-POUPANCA =
                        WS-PARAM-VALOR-RESULT * 1000
             END-IF
             MOVE 'COMPULS-TAXA-CUSTO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-CUSTO
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
      *      FUNÇÃO QUE FOTOGRAFA OS SALDOS POSITIVOS EM REAIS POR
      *      TIPO DE CONTA E GRAVA (OU REGRAVA, NA REEXECUCAO DO DIA)
      *      A BASE DIARIA DO COMPULSORIO
      ******************************************************************
       P300-FOTOGRAFAR-SALDOS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   MOVE "10" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-CONTA
             END-IF
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                IF SALDO GREATER THAN ZEROS
                   AND (MOEDA-REAL OR MOEDA EQUAL TO SPACES)
                   ADD 1 TO WS-SNAP-QTDE
                   EVALUATE TRUE
                      WHEN CONTA-POUPANCA
                         ADD SALDO TO WS-SNAP-POUPANCA
                      WHEN CONTA-PJ
                         ADD SALDO TO WS-SNAP-PJ
                      WHEN OTHER
                         ADD SALDO TO WS-SNAP-CORRENTE
                   END-EVALUATE
                END-IF
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM

             MOVE WS-DATA-ATUAL TO CPS-DATA
             MOVE WS-SNAP-CORRENTE TO CPS-SALDO-CORRENTE
             MOVE WS-SNAP-PJ TO CPS-SALDO-PJ
             MOVE WS-SNAP-POUPANCA TO CPS-SALDO-POUPANCA
             MOVE WS-SNAP-QTDE TO CPS-QTDE-CONTAS
             MOVE WS-HORA-ATUAL TO CPS-HORA-SNAPSHOT
             WRITE REG-COMPULSORIO
                INVALID KEY
                   REWRITE REG-COMPULSORIO
             END-WRITE
             IF FS-COMPULSORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A BASE DO COMPULSORIO,'
                        ' STATUS: ' FS-COMPULSORIO
             END-IF
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DEFINE A SEMANA DE MANUTENCAO (SEGUNDA A
      *      SEXTA DA SEMANA DA EXECUCAO) E A SEMANA DE CALCULO QUE A
      *      ORIGINA (SEGUNDA A SEXTA DA SEMANA ANTERIOR); O RESTO DO
      *      DIA JULIANO POR 7 E 1 NA SEGUNDA E 0 NO DOMINGO
      ******************************************************************
       P350-DEFINIR-PERIODOS.
             COMPUTE WS-DIA-HOJE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
             DIVIDE WS-DIA-HOJE BY 7 GIVING WS-QUOCIENTE
                REMAINDER WS-DIA-SEMANA
             IF WS-DIA-SEMANA EQUAL TO ZEROS THEN
                MOVE 6 TO WS-DESLOC
             ELSE
                COMPUTE WS-DESLOC = WS-DIA-SEMANA - 1
             END-IF
             COMPUTE WS-DIA-SEG-MANUT = WS-DIA-HOJE - WS-DESLOC
             COMPUTE WS-DIA-SEG-CALC = WS-DIA-SEG-MANUT - 7
             COMPUTE WS-DATA-INI-CALC =
                FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-CALC)
             COMPUTE WS-DATA-FIM-CALC =
                FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-CALC + 4)
             COMPUTE WS-DATA-INI-MANUT =
                FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-MANUT)
             COMPUTE WS-DATA-FIM-MANUT =
                FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-MANUT + 4)
             IF WS-DESLOC GREATER THAN 4 THEN
                MOVE 5 TO WS-DIAS-DECORRIDOS
             ELSE
                COMPUTE WS-DIAS-DECORRIDOS = WS-DESLOC + 1
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GUARDA O ULTIMO SNAPSHOT MENSAL DO HISTORICO
      *      ATE O FIM DA SEMANA DE CALCULO (O ARQUIVO E ACRESCIDO EM
      *      ORDEM DE DATA, UM BLOCO POR FECHAMENTO)
      ******************************************************************
       P400-LER-HISTORICO.
             IF FS-HISTORICO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P410-LER-PROX-HISTORICO
             PERFORM UNTIL FS-HISTORICO NOT EQUAL TO "00"
                IF HIST-DATA-SNAPSHOT NOT GREATER THAN WS-DATA-FIM-CALC
                   IF HIST-DATA-SNAPSHOT NOT EQUAL TO WS-HIST-DATA
                      MOVE HIST-DATA-SNAPSHOT TO WS-HIST-DATA
                      MOVE ZEROS TO WS-HIST-VISTA
                      MOVE ZEROS TO WS-HIST-POUPANCA
                   END-IF
                   IF HIST-SALDO GREATER THAN ZEROS THEN
                      IF HIST-TIPO-CONTA EQUAL TO 'P' THEN
                         ADD HIST-SALDO TO WS-HIST-POUPANCA
                      ELSE
                         ADD HIST-SALDO TO WS-HIST-VISTA
                      END-IF
                   END-IF
                END-IF
                PERFORM P410-LER-PROX-HISTORICO
             END-PERFORM
       .
       P410-LER-PROX-HISTORICO.
             READ ARQ-HISTORICO NEXT RECORD
                AT END
                   MOVE "10" TO FS-HISTORICO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA A EXIGIBILIDADE DA SEMANA DE CALCULO:
      *      MEDIA DOS SALDOS DIARIOS (DIA SEM FOTOGRAFIA, COMO
      *      FERIADO, USA A ULTIMA DOS SEIS DIAS ANTERIORES), MENOS A
      *      DEDUCAO, VEZES A ALIQUOTA
      ******************************************************************
       P450-CALCULAR-EXIGIBILIDADE.
             PERFORM VARYING WS-DIA-I FROM 1 BY 1 UNTIL WS-DIA-I > 5
                COMPUTE WS-DIA-CALC = WS-DIA-SEG-CALC + WS-DIA-I - 1
                COMPUTE WS-CALC-DATA(WS-DIA-I) =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CALC)
                PERFORM P460-SALDO-DO-DIA
                ADD WS-CALC-VISTA(WS-DIA-I) TO WS-SOMA-VISTA
                ADD WS-CALC-POUPANCA(WS-DIA-I) TO WS-SOMA-POUPANCA
             END-PERFORM
             COMPUTE WS-MEDIA-VISTA ROUNDED = WS-SOMA-VISTA / 5
             COMPUTE WS-MEDIA-POUPANCA ROUNDED = WS-SOMA-POUPANCA / 5
             COMPUTE WS-BASE-VISTA = WS-MEDIA-VISTA - WS-DEDUCAO-VISTA
             IF WS-BASE-VISTA LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-BASE-VISTA
             END-IF
             COMPUTE WS-BASE-POUPANCA =
                     WS-MEDIA-POUPANCA - WS-DEDUCAO-POUPANCA
             IF WS-BASE-POUPANCA LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-BASE-POUPANCA
             END-IF
             COMPUTE WS-EXIG-VISTA ROUNDED =
                     WS-BASE-VISTA * WS-ALIQ-VISTA
             COMPUTE WS-EXIG-POUPANCA ROUNDED =
                     WS-BASE-POUPANCA * WS-ALIQ-POUPANCA
       .
       P460-SALDO-DO-DIA.
             MOVE 'N' TO WS-DIA-ACHADO
             PERFORM VARYING WS-VOLTA-I FROM 0 BY 1
                UNTIL WS-VOLTA-I > 6 OR DIA-ACHADO
                COMPUTE WS-DATA-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CALC - WS-VOLTA-I)
                MOVE WS-DATA-CALC TO CPS-DATA
                READ ARQ-COMPULSORIO RECORD KEY IS CPS-DATA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'S' TO WS-DIA-ACHADO
                END-READ
             END-PERFORM
             IF DIA-ACHADO THEN
                COMPUTE WS-CALC-VISTA(WS-DIA-I) =
                        CPS-SALDO-CORRENTE + CPS-SALDO-PJ
                MOVE CPS-SALDO-POUPANCA TO WS-CALC-POUPANCA(WS-DIA-I)
                IF CPS-DATA EQUAL TO WS-CALC-DATA(WS-DIA-I) THEN
                   MOVE 'DIARIA' TO WS-CALC-ORIGEM(WS-DIA-I)
                ELSE
                   MOVE 'DIA ANTER.' TO WS-CALC-ORIGEM(WS-DIA-I)
                END-IF
                EXIT PARAGRAPH
             END-IF
             IF WS-HIST-DATA NOT EQUAL TO ZEROS THEN
                MOVE WS-HIST-VISTA TO WS-CALC-VISTA(WS-DIA-I)
                MOVE WS-HIST-POUPANCA TO WS-CALC-POUPANCA(WS-DIA-I)
                MOVE 'HISTORICO' TO WS-CALC-ORIGEM(WS-DIA-I)
                ADD 1 TO WS-QTDE-DIAS-HISTORICO
             ELSE
                MOVE ZEROS TO WS-CALC-VISTA(WS-DIA-I)
                MOVE ZEROS TO WS-CALC-POUPANCA(WS-DIA-I)
                MOVE 'SEM BASE' TO WS-CALC-ORIGEM(WS-DIA-I)
                ADD 1 TO WS-QTDE-DIAS-SEM-BASE
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA A MEDIA DO SALDO RECOLHIDO NOS DIAS JA
      *      DECORRIDOS DA SEMANA DE MANUTENCAO (DIA NAO INFORMADO
      *      REPETE O SALDO ANTERIOR) E A DEFICIENCIA CONTRA A
      *      EXIGIBILIDADE, COM O CUSTO ESTIMADO PELA TAXA ANUAL
      *      SOBRE OS 5 DIAS UTEIS DO PERIODO (BASE 252)
      ******************************************************************
       P500-APURAR-RECOLHIDO.
             PERFORM VARYING WS-DIA-I FROM 1 BY 1 UNTIL WS-DIA-I > 5
                MOVE 'N' TO WS-MANUT-INFORMADO(WS-DIA-I)
                MOVE ZEROS TO WS-MANUT-VISTA(WS-DIA-I)
                MOVE ZEROS TO WS-MANUT-POUPANCA(WS-DIA-I)
             END-PERFORM
             IF FS-RESERVAS NOT EQUAL TO "35" THEN
                PERFORM P510-LER-PROX-RESERVA
                PERFORM UNTIL FS-RESERVAS NOT EQUAL TO "00"
                   PERFORM P520-GUARDAR-RESERVA
                   PERFORM P510-LER-PROX-RESERVA
                END-PERFORM
             END-IF
             MOVE ZEROS TO WS-SOMA-VISTA
             MOVE ZEROS TO WS-SOMA-POUPANCA
             PERFORM VARYING WS-DIA-I FROM 1 BY 1
                UNTIL WS-DIA-I > WS-DIAS-DECORRIDOS
                IF MANUT-INFORMADO(WS-DIA-I) THEN
                   ADD 1 TO WS-QTDE-DIAS-EXTRATO
                   MOVE WS-MANUT-VISTA(WS-DIA-I) TO WS-RSV-ANT-VISTA
                   MOVE WS-MANUT-POUPANCA(WS-DIA-I)
                     TO WS-RSV-ANT-POUPANCA
                ELSE
                   MOVE WS-RSV-ANT-VISTA TO WS-MANUT-VISTA(WS-DIA-I)
                   MOVE WS-RSV-ANT-POUPANCA
                     TO WS-MANUT-POUPANCA(WS-DIA-I)
                END-IF
                ADD WS-MANUT-VISTA(WS-DIA-I) TO WS-SOMA-VISTA
                ADD WS-MANUT-POUPANCA(WS-DIA-I) TO WS-SOMA-POUPANCA
             END-PERFORM
             COMPUTE WS-MEDIA-REC-VISTA ROUNDED =
                     WS-SOMA-VISTA / WS-DIAS-DECORRIDOS
             COMPUTE WS-MEDIA-REC-POUPANCA ROUNDED =
                     WS-SOMA-POUPANCA / WS-DIAS-DECORRIDOS
             COMPUTE WS-DEFIC-VISTA = WS-EXIG-VISTA - WS-MEDIA-REC-VISTA
             IF WS-DEFIC-VISTA LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-DEFIC-VISTA
             END-IF
             COMPUTE WS-DEFIC-POUPANCA =
                     WS-EXIG-POUPANCA - WS-MEDIA-REC-POUPANCA
             IF WS-DEFIC-POUPANCA LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-DEFIC-POUPANCA
             END-IF
             COMPUTE WS-CUSTO-VISTA ROUNDED =
                     WS-DEFIC-VISTA * WS-TAXA-CUSTO * 5 / 252
             COMPUTE WS-CUSTO-POUPANCA ROUNDED =
                     WS-DEFIC-POUPANCA * WS-TAXA-CUSTO * 5 / 252
       .
       P510-LER-PROX-RESERVA.
             READ ARQ-RESERVAS NEXT RECORD
                AT END
                   MOVE "10" TO FS-RESERVAS
             END-READ
       .
      *      SALDO ANTERIOR A SEMANA ENTRA COMO PONTO DE PARTIDA;
      *      SALDOS DA SEMANA VAO PARA O DIA CORRESPONDENTE
       P520-GUARDAR-RESERVA.
             IF RSV-DATA LESS THAN WS-DATA-INI-MANUT THEN
                IF RSV-DATA NOT LESS THAN WS-RSV-ANT-DATA THEN
                   MOVE RSV-DATA TO WS-RSV-ANT-DATA
                   MOVE RSV-SALDO-VISTA TO WS-RSV-ANT-VISTA
                   MOVE RSV-SALDO-POUPANCA TO WS-RSV-ANT-POUPANCA
                END-IF
                EXIT PARAGRAPH
             END-IF
             IF RSV-DATA GREATER THAN WS-DATA-FIM-MANUT
                OR RSV-DATA GREATER THAN WS-DATA-ATUAL THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-SLOT = FUNCTION INTEGER-OF-DATE(RSV-DATA)
                               - WS-DIA-SEG-MANUT + 1
             IF WS-SLOT LESS THAN 1 OR WS-SLOT GREATER THAN 5 THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-MANUT-INFORMADO(WS-SLOT)
             MOVE RSV-SALDO-VISTA TO WS-MANUT-VISTA(WS-SLOT)
             MOVE RSV-SALDO-POUPANCA TO WS-MANUT-POUPANCA(WS-SLOT)
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O DEMONSTRATIVO SEMANAL: BASE DIARIA DA
      *      SEMANA DE CALCULO, EXIGIBILIDADE, RECOLHIDO NA SEMANA DE
      *      MANUTENCAO E DEFICIENCIA COM O CUSTO ESTIMADO
      ******************************************************************
       P800-GERAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'DEMONSTRATIVO DO RECOLHIMENTO COMPULSORIO - '
                                      DELIMITED SIZE
                    'CALCULO DE '     DELIMITED SIZE
                    WS-DATA-INI-CALC  DELIMITED SIZE
                    ' A '             DELIMITED SIZE
                    WS-DATA-FIM-CALC  DELIMITED SIZE
                    ' - MANUTENCAO DE ' DELIMITED SIZE
                    WS-DATA-INI-MANUT DELIMITED SIZE
                    ' A '             DELIMITED SIZE
                    WS-DATA-FIM-MANUT DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-SNAP-CORRENTE TO WS-VALOR-EDITADO
             MOVE WS-SNAP-PJ TO WS-VALOR-EDITADO-2
             MOVE WS-SNAP-POUPANCA TO WS-VALOR-EDITADO-3
             STRING 'FOTOGRAFIA DE '  DELIMITED SIZE
                    WS-DATA-ATUAL     DELIMITED SIZE
                    ' - CORRENTE: '   DELIMITED SIZE
                    WS-VALOR-EDITADO  DELIMITED SIZE
                    ' PJ: '           DELIMITED SIZE
                    WS-VALOR-EDITADO-2 DELIMITED SIZE
                    ' POUPANCA: '     DELIMITED SIZE
                    WS-VALOR-EDITADO-3 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA

             MOVE 'SALDOS POSITIVOS DA SEMANA DE CALCULO'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-DIA-I FROM 1 BY 1 UNTIL WS-DIA-I > 5
                MOVE WS-CALC-VISTA(WS-DIA-I) TO WS-VALOR-EDITADO
                MOVE WS-CALC-POUPANCA(WS-DIA-I) TO WS-VALOR-EDITADO-2
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'DIA '                  DELIMITED SIZE
                       WS-CALC-DATA(WS-DIA-I)  DELIMITED SIZE
                       ' A VISTA: '            DELIMITED SIZE
                       WS-VALOR-EDITADO        DELIMITED SIZE
                       ' POUPANCA: '           DELIMITED SIZE
                       WS-VALOR-EDITADO-2      DELIMITED SIZE
                       ' BASE: '               DELIMITED SIZE
                       WS-CALC-ORIGEM(WS-DIA-I) DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-RELATORIO
             COMPUTE WS-PERC-CALC = WS-ALIQ-VISTA * 100
             MOVE WS-PERC-CALC TO WS-PERC-EDITADO
             MOVE WS-MEDIA-VISTA TO WS-VALOR-EDITADO
             MOVE WS-DEDUCAO-VISTA TO WS-VALOR-EDITADO-2
             MOVE WS-EXIG-VISTA TO WS-VALOR-EDITADO-3
             STRING 'A VISTA  - MEDIA: '    DELIMITED SIZE
                    WS-VALOR-EDITADO        DELIMITED SIZE
                    ' DEDUCAO: '            DELIMITED SIZE
                    WS-VALOR-EDITADO-2      DELIMITED SIZE
                    ' ALIQ.(%): '           DELIMITED SIZE
                    WS-PERC-EDITADO         DELIMITED SIZE
                    ' EXIGIBILIDADE: '      DELIMITED SIZE
                    WS-VALOR-EDITADO-3      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             COMPUTE WS-PERC-CALC = WS-ALIQ-POUPANCA * 100
             MOVE WS-PERC-CALC TO WS-PERC-EDITADO
             MOVE WS-MEDIA-POUPANCA TO WS-VALOR-EDITADO
             MOVE WS-DEDUCAO-POUPANCA TO WS-VALOR-EDITADO-2
             MOVE WS-EXIG-POUPANCA TO WS-VALOR-EDITADO-3
             STRING 'POUPANCA - MEDIA: '    DELIMITED SIZE
                    WS-VALOR-EDITADO        DELIMITED SIZE
                    ' DEDUCAO: '            DELIMITED SIZE
                    WS-VALOR-EDITADO-2      DELIMITED SIZE
                    ' ALIQ.(%): '           DELIMITED SIZE
                    WS-PERC-EDITADO         DELIMITED SIZE
                    ' EXIGIBILIDADE: '      DELIMITED SIZE
                    WS-VALOR-EDITADO-3      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'SALDO RECOLHIDO - MEDIA DE '  DELIMITED SIZE
                    WS-DIAS-DECORRIDOS             DELIMITED SIZE
                    ' DIA(S) DA SEMANA DE MANUTENCAO, ' DELIMITED SIZE
                    WS-QTDE-DIAS-EXTRATO           DELIMITED SIZE
                    ' INFORMADO(S) PELA TESOURARIA' DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE 'A VISTA ' TO WS-CONC-ROTULO
             MOVE WS-EXIG-VISTA TO WS-CONC-EXIGIDO
             MOVE WS-MEDIA-REC-VISTA TO WS-CONC-RECOLHIDO
             MOVE WS-DEFIC-VISTA TO WS-CONC-DEFICIENCIA
             MOVE WS-CUSTO-VISTA TO WS-CONC-CUSTO
             PERFORM P850-GRAVAR-CONFRONTO
             MOVE 'POUPANCA' TO WS-CONC-ROTULO
             MOVE WS-EXIG-POUPANCA TO WS-CONC-EXIGIDO
             MOVE WS-MEDIA-REC-POUPANCA TO WS-CONC-RECOLHIDO
             MOVE WS-DEFIC-POUPANCA TO WS-CONC-DEFICIENCIA
             MOVE WS-CUSTO-POUPANCA TO WS-CONC-CUSTO
             PERFORM P850-GRAVAR-CONFRONTO

             IF FS-RESERVAS EQUAL TO "35" THEN
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'ATENCAO: RESERVAS-BACEN.DAT NAO RECEBIDO DA'
                                              DELIMITED SIZE
                       ' TESOURARIA, RECOLHIDO CONSIDERADO ZERO'
                                              DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-IF
             IF WS-QTDE-DIAS-HISTORICO GREATER THAN ZEROS
                OR WS-QTDE-DIAS-SEM-BASE GREATER THAN ZEROS THEN
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'ATENCAO: DIAS DA SEMANA DE CALCULO SEM'
                                              DELIMITED SIZE
                       ' FOTOGRAFIA DIARIA - PELO HISTORICO: '
                                              DELIMITED SIZE
                       WS-QTDE-DIAS-HISTORICO DELIMITED SIZE
                       ' SEM BASE: '          DELIMITED SIZE
                       WS-QTDE-DIAS-SEM-BASE  DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O CONFRONTO EXIGIDO X RECOLHIDO DE UMA
      *      MODALIDADE E APONTA A DEFICIENCIA
      ******************************************************************
       P850-GRAVAR-CONFRONTO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-CONC-EXIGIDO TO WS-VALOR-EDITADO
             MOVE WS-CONC-RECOLHIDO TO WS-VALOR-EDITADO-2
             STRING WS-CONC-ROTULO          DELIMITED SIZE
                    ' - EXIGIDO: '          DELIMITED SIZE
                    WS-VALOR-EDITADO        DELIMITED SIZE
                    ' RECOLHIDO (MEDIA): '  DELIMITED SIZE
                    WS-VALOR-EDITADO-2      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             IF WS-CONC-DEFICIENCIA GREATER THAN ZEROS THEN
                MOVE WS-CONC-DEFICIENCIA TO WS-VALOR-EDITADO
                MOVE WS-CONC-CUSTO TO WS-VALOR-EDITADO-2
                STRING '         *** DEFICIENCIA: ' DELIMITED SIZE
                       WS-VALOR-EDITADO        DELIMITED SIZE
                       ' CUSTO ESTIMADO: '     DELIMITED SIZE
                       WS-VALOR-EDITADO-2      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                DISPLAY 'DEFICIENCIA NO RECOLHIMENTO ' WS-CONC-ROTULO
                        ': ' WS-VALOR-EDITADO
             ELSE
                MOVE '         SEM DEFICIENCIA' TO WS-LINHA-RELATORIO
             END-IF
             PERFORM P890-GRAVAR-LINHA
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RELATORIO
             END-IF
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             CLOSE ARQ-COMPULSORIO
             IF FS-HISTORICO NOT EQUAL TO "35" THEN
                CLOSE ARQ-HISTORICO
             END-IF
             IF FS-RESERVAS NOT EQUAL TO "35" THEN
                CLOSE ARQ-RESERVAS
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'CONTAS COM SALDO POSITIVO EM REAIS: '
                     WS-SNAP-QTDE
             MOVE WS-EXIG-VISTA TO WS-VALOR-EDITADO
             DISPLAY 'EXIGIBILIDADE A VISTA: ' WS-VALOR-EDITADO
             MOVE WS-EXIG-POUPANCA TO WS-VALOR-EDITADO
             DISPLAY 'EXIGIBILIDADE POUPANCA: ' WS-VALOR-EDITADO
             DISPLAY 'RELATORIO GRAVADO EM COMPULSORIO.REL'
             STOP RUN.
       END PROGRAM COMPULSORIO.
