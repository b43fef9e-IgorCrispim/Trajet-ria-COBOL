      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DE APROPRIACAO PRO RATA DOS JUROS DE
      *            EMPRESTIMOS (REGIME DE COMPETENCIA): PARA CADA
      *            CONTRATO ATIVO CALCULA OS JUROS DOS DIAS DESDE A
      *            ULTIMA APROPRIACAO SOBRE O PRINCIPAL EM ABERTO
      *            (SALDO DEVEDOR CORRIGIDO NO HABITACIONAL) PELA
      *            TAXA MENSAL EMP-TAXA-JUROS / 30, E LANCA NO RAZAO
      *            POR AGENCIA D 12003 RENDAS A RECEBER DE
      *            EMPRESTIMOS / C 41006 RECEITA DE JUROS DE
      *            EMPRESTIMOS. CONTRATO COM ATRASO A PARTIR DOS
      *            DIAS DE SUSPENSAO (PARAMETRO DIAS-SUSPENDE-JUROS,
      *            PADRAO 60) DEIXA DE APROPRIAR NO RESULTADO E
      *            PASSA A CONTROLAR OS JUROS SO EM COMPENSACAO
      *            (D 91001 JUROS SUSPENSOS DE EMPRESTIMOS / C 91002
      *            CONTRAPARTIDA). QUANDO A PARCELA E COBRADA PELO
      *            EMPRESTIMO-COBRANCA (PARCELAS PAGAS AUMENTARAM) OU
      *            O CONTRATO E QUITADO, RENEGOCIADO OU PORTADO, A
      *            APROPRIACAO E ESTORNADA DAS RENDAS A RECEBER
      *            CONTRA A CARTEIRA 12001, QUE RECEBEU A PARCELA
      *            CHEIA; NA BAIXA PARA PREJUIZO OS JUROS NAO
      *            RECEBIDOS SAO ESTORNADOS DA RECEITA. A COMPENSACAO
      *            E BAIXADA NOS MESMOS EVENTOS. RODA DEPOIS DO
      *            EMPRESTIMO-COBRANCA E UMA VEZ POR DIA POR CONTRATO
      *            (EMP-APR-DATA-ULTIMA), SEM DUPLICAR NA REEXECUCAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESTIMO-ACCRUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-RELATORIO ASSIGN TO "emprestimo-accrual.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'EMPRESTIMO-ACCRUAL'.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-DIAS-SUSPENSAO            PIC 9(05) VALUE 60.
       77 WS-DIAS-ATRASO               PIC S9(05).
       77 WS-DIAS-APROPRIAR            PIC S9(05).
       77 WS-PRINCIPAL-ABERTO          PIC S9(09)V99.
       77 WS-JUROS-PERIODO             PIC S9(09)V99.
       77 WS-ESTORNO-RECEITA           PIC S9(09)V99.
       77 WS-ESTORNO-CARTEIRA          PIC S9(09)V99.
       77 WS-ESTORNO-SUSP              PIC S9(09)V99.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-APROPRIADOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SUSPENSOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-BAIXADOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-APROPRIADO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-SUSPENSO            PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-BAIXADO             PIC S9(11)V99 VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-AGENCIA                   PIC 9(04).
       77 WS-AGE-I                     PIC 9(02).
       77 WS-AGE-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGE-MAX                   PIC 9(02) VALUE 20.
       77 WS-AGE-ACHOU                 PIC X(01) VALUE 'N'.
           88 AGE-ACHOU                VALUE 'S'.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LANC-DEBITO               PIC 9(05).
       77 WS-LANC-CREDITO              PIC 9(05).
       77 WS-LANC-VALOR                PIC S9(11)V99.
       77 WS-LANC-HISTORICO            PIC X(30).
       01 WS-AGE-TAB.
           05 WS-AGE-ITEM OCCURS 20 TIMES.
               10 WS-AGE-NUM           PIC 9(04).
               10 WS-AGE-APROPRIADO    PIC S9(11)V99.
               10 WS-AGE-BAIXA-CARTEIRA
                                       PIC S9(11)V99.
               10 WS-AGE-ESTORNO-RECEITA
                                       PIC S9(11)V99.
               10 WS-AGE-SUSPENSO      PIC S9(11)V99.
               10 WS-AGE-BAIXA-SUSP    PIC S9(11)V99.
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
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-APROPRIAR-CONTRATOS
             PERFORM P500-LANCAR-RAZAO
             PERFORM P600-GERAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
                STOP RUN
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
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH, JA QUE O CAIXA TAMBEM REGRAVA OS CONTRATOS
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
       P250-CARREGAR-PARAMETROS.
             MOVE 'DIAS-SUSPENDE-JUROS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-DIAS-SUSPENSAO
             END-IF
             DISPLAY 'DIAS DE ATRASO PARA SUSPENDER A APROPRIACAO: '
                     WS-DIAS-SUSPENSAO
       .
       P260-OBTER-PARAMETRO.
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
                PERFORM P265-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-PARAM-CODIGO
                   IF PARAM-DATA-INICIO NOT GREATER THAN WS-DATA-ATUAL
                      AND PARAM-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P265-LER-PROX-PARAMETRO
                END-PERFORM
                MOVE "00" TO FS-PARAMETRO
             END-IF
       .
       P265-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE TODOS OS CONTRATOS: BAIXA A
      *      APROPRIACAO DOS QUE TIVERAM PARCELA COBRADA OU SAIRAM DA
      *      CARTEIRA ATIVA E APROPRIA OS JUROS DO DIA DOS ATIVOS
      ******************************************************************
       P300-APROPRIAR-CONTRATOS.
             MOVE ZEROS TO EMP-SEQ
             START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-SEQ
                INVALID KEY
                   DISPLAY 'NENHUM EMPRESTIMO CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-EMPRESTIMO
             PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                IF EMP-APR-DATA-ULTIMA LESS THAN WS-DATA-ATUAL THEN
                   PERFORM P400-TRATAR-CONTRATO
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
       P400-TRATAR-CONTRATO.
      *      CONTRATO FORA DA CARTEIRA ATIVA E SEM SALDO APROPRIADO
      *      NAO TEM O QUE BAIXAR NEM APROPRIAR
             IF NOT EMP-ATIVO
                AND EMP-APR-JUROS-RECEITA EQUAL TO ZEROS
                AND EMP-APR-JUROS-SUSP EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-AGENCIA
             MOVE EMP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE AGENCIA TO WS-AGENCIA
             END-READ
             PERFORM P410-LOCALIZAR-AGENCIA
             PERFORM P420-BAIXAR-APROPRIACAO
             IF EMP-ATIVO THEN
                PERFORM P430-APROPRIAR-JUROS
             END-IF
             MOVE EMP-PARCELAS-PAGAS TO EMP-APR-PARC-PAGAS
             MOVE WS-DATA-ATUAL TO EMP-APR-DATA-ULTIMA
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTRATO ' EMP-SEQ
                        ', STATUS: ' FS-EMPRESTIMO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE POSICIONA WS-AGE-I NA AGENCIA DO CONTRATO,
      *      INCLUINDO-A NA TABELA NA PRIMEIRA OCORRENCIA; ALEM DO
      *      LIMITE DA TABELA ACUMULA NA ULTIMA AGENCIA
      ******************************************************************
       P410-LOCALIZAR-AGENCIA.
             MOVE 'N' TO WS-AGE-ACHOU
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE OR AGE-ACHOU
                IF WS-AGE-NUM(WS-AGE-I) EQUAL TO WS-AGENCIA THEN
                   MOVE 'S' TO WS-AGE-ACHOU
                END-IF
             END-PERFORM
             IF AGE-ACHOU THEN
                SUBTRACT 1 FROM WS-AGE-I
                EXIT PARAGRAPH
             END-IF
             IF WS-AGE-QTDE LESS THAN WS-AGE-MAX THEN
                ADD 1 TO WS-AGE-QTDE
                MOVE WS-AGE-QTDE TO WS-AGE-I
                MOVE WS-AGENCIA TO WS-AGE-NUM(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-APROPRIADO(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-BAIXA-CARTEIRA(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-ESTORNO-RECEITA(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-SUSPENSO(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-BAIXA-SUSP(WS-AGE-I)
             ELSE
                DISPLAY 'TABELA DE AGENCIAS CHEIA, CONTRATO '
                        EMP-SEQ ' ACUMULADO NA AGENCIA '
                        WS-AGE-NUM(WS-AGE-MAX)
                MOVE WS-AGE-MAX TO WS-AGE-I
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE BAIXA OS JUROS APROPRIADOS QUANDO A PARCELA
      *      FOI COBRADA OU O CONTRATO SAIU DA CARTEIRA ATIVA: A
      *      COBRANCA, A QUITACAO, A RENEGOCIACAO E A PORTABILIDADE
      *      LEVAM AS RENDAS A RECEBER PARA A CARTEIRA (12001), O
      *      PREJUIZO ESTORNA DA RECEITA O QUE NAO FOI RECEBIDO, E A
      *      COMPENSACAO E BAIXADA EM TODOS OS CASOS
      ******************************************************************
       P420-BAIXAR-APROPRIACAO.
             MOVE ZEROS TO WS-ESTORNO-CARTEIRA
             MOVE ZEROS TO WS-ESTORNO-RECEITA
             MOVE ZEROS TO WS-ESTORNO-SUSP
             IF EMP-ATIVO
                AND EMP-PARCELAS-PAGAS NOT GREATER THAN
                    EMP-APR-PARC-PAGAS THEN
                EXIT PARAGRAPH
             END-IF
             IF EMP-PREJUIZO THEN
                MOVE EMP-APR-JUROS-RECEITA TO WS-ESTORNO-RECEITA
             ELSE
                MOVE EMP-APR-JUROS-RECEITA TO WS-ESTORNO-CARTEIRA
             END-IF
             MOVE EMP-APR-JUROS-SUSP TO WS-ESTORNO-SUSP
             ADD WS-ESTORNO-CARTEIRA
                 TO WS-AGE-BAIXA-CARTEIRA(WS-AGE-I)
             ADD WS-ESTORNO-RECEITA
                 TO WS-AGE-ESTORNO-RECEITA(WS-AGE-I)
             ADD WS-ESTORNO-SUSP TO WS-AGE-BAIXA-SUSP(WS-AGE-I)
             ADD EMP-APR-JUROS-RECEITA TO WS-TOTAL-BAIXADO
             MOVE ZEROS TO EMP-APR-JUROS-RECEITA
             MOVE ZEROS TO EMP-APR-JUROS-SUSP
             IF WS-ESTORNO-CARTEIRA NOT EQUAL TO ZEROS
                OR WS-ESTORNO-RECEITA NOT EQUAL TO ZEROS
                OR WS-ESTORNO-SUSP NOT EQUAL TO ZEROS THEN
                ADD 1 TO WS-QTDE-BAIXADOS
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APROPRIA OS JUROS DOS DIAS DESDE A ULTIMA
      *      APROPRIACAO SOBRE O PRINCIPAL EM ABERTO; COM ATRASO A
      *      PARTIR DOS DIAS DE SUSPENSAO OS JUROS VAO SO PARA A
      *      COMPENSACAO
      ******************************************************************
       P430-APROPRIAR-JUROS.
             IF EMP-APR-DATA-ULTIMA EQUAL TO ZEROS THEN
                MOVE 1 TO WS-DIAS-APROPRIAR
             ELSE
                COMPUTE WS-DIAS-APROPRIAR =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   - FUNCTION INTEGER-OF-DATE(EMP-APR-DATA-ULTIMA)
             END-IF
             IF WS-DIAS-APROPRIAR NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF

             IF EMP-HABITACIONAL THEN
                MOVE EMP-HAB-SALDO-DEVEDOR TO WS-PRINCIPAL-ABERTO
             ELSE
                IF EMP-QTDE-PARCELAS EQUAL TO ZEROS THEN
                   EXIT PARAGRAPH
                END-IF
                COMPUTE WS-PRINCIPAL-ABERTO ROUNDED =
                        EMP-VALOR-PRINCIPAL
                        * (EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS)
                        / EMP-QTDE-PARCELAS
             END-IF
             IF WS-PRINCIPAL-ABERTO NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-JUROS-PERIODO ROUNDED =
                     WS-PRINCIPAL-ABERTO * EMP-TAXA-JUROS / 100
                     / 30 * WS-DIAS-APROPRIAR
             IF WS-JUROS-PERIODO NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-DIAS-ATRASO
             IF EMP-QTDE-PARC-ATRASO GREATER THAN ZEROS
                AND EMP-DATA-VENC-ATRASO NOT EQUAL TO ZEROS
                COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   - FUNCTION INTEGER-OF-DATE(EMP-DATA-VENC-ATRASO)
             END-IF
             IF WS-DIAS-ATRASO NOT LESS THAN WS-DIAS-SUSPENSAO THEN
                ADD WS-JUROS-PERIODO TO EMP-APR-JUROS-SUSP
                ADD WS-JUROS-PERIODO TO WS-AGE-SUSPENSO(WS-AGE-I)
                ADD WS-JUROS-PERIODO TO WS-TOTAL-SUSPENSO
                ADD 1 TO WS-QTDE-SUSPENSOS
             ELSE
                ADD WS-JUROS-PERIODO TO EMP-APR-JUROS-RECEITA
                ADD WS-JUROS-PERIODO TO WS-AGE-APROPRIADO(WS-AGE-I)
                ADD WS-JUROS-PERIODO TO WS-TOTAL-APROPRIADO
                ADD 1 TO WS-QTDE-APROPRIADOS
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA NO RAZAO, POR AGENCIA, A APROPRIACAO,
      *      AS BAIXAS E OS ESTORNOS DO DIA E A COMPENSACAO DOS
      *      JUROS SUSPENSOS
      ******************************************************************
       P500-LANCAR-RAZAO.
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE
                MOVE 12003 TO WS-LANC-DEBITO
                MOVE 41006 TO WS-LANC-CREDITO
                MOVE WS-AGE-APROPRIADO(WS-AGE-I) TO WS-LANC-VALOR
                MOVE 'APROPRIACAO JUROS EMPRESTIMOS'
                  TO WS-LANC-HISTORICO
                PERFORM P510-GRAVAR-PAR
                MOVE 12001 TO WS-LANC-DEBITO
                MOVE 12003 TO WS-LANC-CREDITO
                MOVE WS-AGE-BAIXA-CARTEIRA(WS-AGE-I) TO WS-LANC-VALOR
                MOVE 'BAIXA APROPRIACAO NA COBRANCA'
                  TO WS-LANC-HISTORICO
                PERFORM P510-GRAVAR-PAR
                MOVE 41006 TO WS-LANC-DEBITO
                MOVE 12003 TO WS-LANC-CREDITO
                MOVE WS-AGE-ESTORNO-RECEITA(WS-AGE-I) TO WS-LANC-VALOR
                MOVE 'ESTORNO APROPRIACAO PREJUIZO'
                  TO WS-LANC-HISTORICO
                PERFORM P510-GRAVAR-PAR
                MOVE 91001 TO WS-LANC-DEBITO
                MOVE 91002 TO WS-LANC-CREDITO
                MOVE WS-AGE-SUSPENSO(WS-AGE-I) TO WS-LANC-VALOR
                MOVE 'JUROS SUSPENSOS EMPRESTIMOS'
                  TO WS-LANC-HISTORICO
                PERFORM P510-GRAVAR-PAR
                MOVE 91002 TO WS-LANC-DEBITO
                MOVE 91001 TO WS-LANC-CREDITO
                MOVE WS-AGE-BAIXA-SUSP(WS-AGE-I) TO WS-LANC-VALOR
                MOVE 'BAIXA JUROS SUSPENSOS'
                  TO WS-LANC-HISTORICO
                PERFORM P510-GRAVAR-PAR
             END-PERFORM
       .
       P510-GRAVAR-PAR.
             IF WS-LANC-VALOR EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO RAZ-DATA
             MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
             MOVE ZEROS TO RAZ-ORIGEM-CONTA
             MOVE ZEROS TO RAZ-ORIGEM-SEQ
             MOVE 'AJ' TO RAZ-TIPO-MOV
             MOVE WS-AGE-NUM(WS-AGE-I) TO RAZ-AGENCIA
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
       P600-GERAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'APROPRIACAO DE JUROS DE EMPRESTIMOS - DATA: '
                                     DELIMITED SIZE
                    WS-DATA-ATUAL    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'AGENCIA: '    DELIMITED SIZE
                       WS-AGE-NUM(WS-AGE-I) DELIMITED SIZE
                       ' APROPRIADO: ' DELIMITED SIZE
                       WS-AGE-APROPRIADO(WS-AGE-I) DELIMITED SIZE
                       ' BAIXA COBRANCA: ' DELIMITED SIZE
                       WS-AGE-BAIXA-CARTEIRA(WS-AGE-I)
                                      DELIMITED SIZE
                       ' ESTORNO PREJUIZO: ' DELIMITED SIZE
                       WS-AGE-ESTORNO-RECEITA(WS-AGE-I)
                                      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING '              COMPENSACAO - SUSPENSO: '
                                      DELIMITED SIZE
                       WS-AGE-SUSPENSO(WS-AGE-I) DELIMITED SIZE
                       ' BAIXADO: '   DELIMITED SIZE
                       WS-AGE-BAIXA-SUSP(WS-AGE-I) DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-PERFORM
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'TOTAL APROPRIADO NO RESULTADO: ' DELIMITED SIZE
                    WS-TOTAL-APROPRIADO DELIMITED SIZE
                    ' EM COMPENSACAO: ' DELIMITED SIZE
                    WS-TOTAL-SUSPENSO   DELIMITED SIZE
                    ' BAIXADO: '        DELIMITED SIZE
                    WS-TOTAL-BAIXADO    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
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
       .
       P900-TERMINAL.
             PERFORM P910-REABRIR-SISTEMA
             CLOSE ARQ-EMPRESTIMO
             CLOSE ARQ-CONTA
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-RAZAO
             CLOSE ARQ-RELATORIO
             DISPLAY 'CONTRATOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'CONTRATOS COM JUROS APROPRIADOS: '
                     WS-QTDE-APROPRIADOS
             DISPLAY 'CONTRATOS COM JUROS EM COMPENSACAO: '
                     WS-QTDE-SUSPENSOS
             DISPLAY 'CONTRATOS COM APROPRIACAO BAIXADA: '
                     WS-QTDE-BAIXADOS
             DISPLAY 'RELATORIO GRAVADO EM EMPRESTIMO-ACCRUAL.REL'
             STOP RUN.
       END PROGRAM EMPRESTIMO-ACCRUAL.
