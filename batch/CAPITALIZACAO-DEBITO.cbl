      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DOS TITULOS DE CAPITALIZACAO: 1)
      *            ATUALIZA A RESERVA DE CAPITALIZACAO DOS TITULOS EM
      *            VIGOR PELA TAXA MENSAL DO PLANO A CADA VIRADA DE
      *            MES; 2) RESGATA NO VENCIMENTO A RESERVA INTEGRAL
      *            PARA A CONTA DO TITULO (MOVIMENTO RK), COM IR
      *            (ALIQUOTA-IR-RESGATE-CAP) SOBRE O QUE EXCEDER AS
      *            CONTRIBUICOES PAGAS; 3) A PARTIR DO DIA DO DEBITO
      *            TENTA A CONTRIBUICAO DA COMPETENCIA DOS TITULOS
      *            ATIVOS, UMA TENTATIVA POR DIA - MOVIMENTO TK NA
      *            CONTA, PARCELA DA RESERVA E COMISSAO DO BANCO;
      *            ESGOTADAS AS TENTATIVAS (CAP-TENTATIVAS) A
      *            CONTRIBUICAO FICA NAO PAGA, E CAP-MAX-NAO-PAGAS EM
      *            SEQUENCIA SUSPENDEM O TITULO, QUE DEIXA DE
      *            CONCORRER AOS SORTEIOS E GUARDA A RESERVA ATE O
      *            RESGATE. CONTRIBUICOES E RESGATES VAO PARA O LIVRO
      *            ARQ-CAPMOV DA REMESSA A SOCIEDADE DE CAPITALIZACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITALIZACAO-DEBITO.
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
           SELECT ARQ-TITCAP ASSIGN TO "titcap.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TCP-NUMERO
                ALTERNATE RECORD KEY IS TCP-CPF WITH DUPLICATES
                FILE STATUS  IS FS-TITCAP.
           SELECT ARQ-CAPMOV ASSIGN TO "capmov.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CAPMOV.
           SELECT ARQ-IRFONTE ASSIGN TO "irfonte.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-IRFONTE.
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
       FD ARQ-TITCAP.
           COPY TITCAP.
       FD ARQ-CAPMOV.
           COPY CAPMOV.
       FD ARQ-IRFONTE.
           COPY IRFCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CAPITALIZACAO-DEBITO'.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-TITCAP                    PIC XX.
       77 FS-CAPMOV                    PIC XX.
       77 FS-IRFONTE                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 WS-MAX-TENTATIVAS            PIC 9(02) VALUE 3.
       77 WS-MAX-NAO-PAGAS             PIC 9(02) VALUE 3.
       77 WS-ALIQUOTA-IR               PIC 9(02)V99 VALUE 20.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-COMPETENCIA               PIC 9(06).
       77 WS-MESES-RENTAB              PIC S9(05).
       77 WS-AUX                       PIC S9(11)V99.
       77 WS-VALOR-RESERVA             PIC S9(09)V99.
       77 WS-VALOR-COMISSAO            PIC S9(09)V99.
       77 WS-VALOR-BRUTO               PIC S9(09)V99.
       77 WS-VALOR-RENDIMENTO          PIC S9(09)V99.
       77 WS-VALOR-IR                  PIC S9(09)V99.
       77 WS-VALOR-LIQUIDO             PIC S9(09)V99.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ATUALIZADOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PAGAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-NAO-PAGAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SUSPENSOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RESGATADOS           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CONTRIBUICOES       PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-COMISSOES           PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-RESGATES            PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-IR-RETIDO           PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-AUX-R.
           05 WS-DA-ANO                PIC 9(04).
           05 WS-DA-MES                PIC 9(02).
           05 WS-DA-DIA                PIC 9(02).
       01 WS-DATA-AUX REDEFINES WS-DATA-AUX-R
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
             PERFORM P300-PROCESSAR-TITULOS
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
             OPEN I-O ARQ-TITCAP
             IF FS-TITCAP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS TITULOS DE CAPITALIZACAO,'
                        ' STATUS: ' FS-TITCAP
                STOP RUN
             END-IF
             OPEN EXTEND ARQ-CAPMOV
             IF FS-CAPMOV EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CAPMOV
                CLOSE ARQ-CAPMOV
                OPEN EXTEND ARQ-CAPMOV
             END-IF
             IF FS-CAPMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE MOVIMENTOS DOS'
                        ' TITULOS, STATUS: ' FS-CAPMOV
                STOP RUN
             END-IF
             OPEN EXTEND ARQ-IRFONTE
             IF FS-IRFONTE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-IRFONTE
                CLOSE ARQ-IRFONTE
                OPEN EXTEND ARQ-IRFONTE
             END-IF
             IF FS-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE IR, STATUS: '
                        FS-IRFONTE
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
      *      FUNÇÃO QUE CARREGA AS TENTATIVAS DE DEBITO POR
      *      CONTRIBUICAO (CAP-TENTATIVAS), AS CONTRIBUICOES NAO
      *      PAGAS EM SEQUENCIA QUE SUSPENDEM O TITULO
      *      (CAP-MAX-NAO-PAGAS) E A ALIQUOTA DE IR DO RESGATE
      *      (ALIQUOTA-IR-RESGATE-CAP)
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'CAP-TENTATIVAS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MAX-TENTATIVAS
             END-IF
             MOVE 'CAP-MAX-NAO-PAGAS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MAX-NAO-PAGAS
             END-IF
             MOVE 'ALIQUOTA-IR-RESGATE-CAP' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-ALIQUOTA-IR
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
      *      FUNÇÃO QUE PERCORRE OS TITULOS EM VIGOR: ATUALIZA A
      *      RESERVA, RESGATA OS VENCIDOS E COBRA A CONTRIBUICAO DO
      *      MES DOS ATIVOS A PARTIR DO DIA DO DEBITO
      ******************************************************************
       P300-PROCESSAR-TITULOS.
             MOVE ZEROS TO TCP-NUMERO
             START ARQ-TITCAP KEY IS NOT LESS THAN TCP-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUM TITULO DE CAPITALIZACAO CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-TITULO
             PERFORM UNTIL FS-TITCAP NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                IF TCP-EM-VIGOR THEN
                   PERFORM P350-ATUALIZAR-RESERVA
                   IF TCP-DATA-VENCIMENTO NOT GREATER THAN
                      WS-DATA-ATUAL
                      PERFORM P600-RESGATAR-VENCIDO
                   ELSE
                      IF TCP-ATIVO
                         AND WS-DHC-DIA NOT LESS THAN TCP-DIA-DEBITO
                         AND WS-COMPETENCIA NOT LESS THAN
                             TCP-DATA-ADESAO(1:6)
                         AND TCP-COMPET-ULT-COBRANCA LESS THAN
                             WS-COMPETENCIA
                         AND TCP-DATA-ULT-TENTATIVA NOT EQUAL TO
                             WS-DATA-ATUAL
                         AND TCP-PARCELAS-PAGAS LESS THAN
                             TCP-PRAZO-MESES
                         PERFORM P500-DEBITAR-CONTRIBUICAO
                      END-IF
                   END-IF
                   REWRITE REG-TITCAP
                   IF FS-TITCAP NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O TITULO '
                              TCP-NUMERO ', STATUS: ' FS-TITCAP
                   END-IF
                END-IF
                PERFORM P310-LER-PROX-TITULO
             END-PERFORM
       .
       P310-LER-PROX-TITULO.
             READ ARQ-TITCAP NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITCAP
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPITALIZA A RESERVA PELA TAXA MENSAL DO
      *      PLANO PARA CADA MES VIRADO DESDE A ULTIMA ATUALIZACAO
      ******************************************************************
       P350-ATUALIZAR-RESERVA.
             MOVE TCP-DATA-ULT-RENTAB TO WS-DATA-AUX
             COMPUTE WS-MESES-RENTAB =
                     (WS-DHC-ANO * 12 + WS-DHC-MES)
                   - (WS-DA-ANO * 12 + WS-DA-MES)
             IF WS-MESES-RENTAB NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             IF TCP-SALDO-RESERVA GREATER THAN ZEROS
                AND TCP-TAXA-RESERVA GREATER THAN ZEROS THEN
                COMPUTE TCP-SALDO-RESERVA ROUNDED =
                        TCP-SALDO-RESERVA
                      * (1 + TCP-TAXA-RESERVA / 100)
                     ** WS-MESES-RENTAB
                ADD 1 TO WS-QTDE-ATUALIZADOS
             END-IF
             MOVE WS-DATA-ATUAL TO TCP-DATA-ULT-RENTAB
       .
      ******************************************************************
      *      FUNÇÃO QUE DEBITA A CONTRIBUICAO DO MES (SEM USAR O
      *      CHEQUE ESPECIAL), FORMA A PARCELA DA RESERVA E CALCULA A
      *      COMISSAO DO BANCO; NA RECUSA CONTA A TENTATIVA
      ******************************************************************
       P500-DEBITAR-CONTRIBUICAO.
             ADD 1 TO TCP-QTDE-TENTATIVAS
             MOVE WS-DATA-ATUAL TO TCP-DATA-ULT-TENTATIVA
             MOVE TCP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'TITULO ' TCP-NUMERO ': CONTA '
                           TCP-CONTA-NUM ' NAO ENCONTRADA'
                   PERFORM P550-RECUSAR-CONTRIBUICAO
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA
                OR CONTA-DORMENTE THEN
                DISPLAY 'TITULO ' TCP-NUMERO ': CONTA '
                        CONTA-NUM ' INDISPONIVEL'
                PERFORM P550-RECUSAR-CONTRIBUICAO
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - TCP-VALOR-CONTRIB
             IF WS-AUX LESS THAN ZEROS THEN
                DISPLAY 'TITULO ' TCP-NUMERO ': SALDO DISPONIVEL'
                        ' INSUFICIENTE NA CONTA ' CONTA-NUM
                        ' (TENTATIVA ' TCP-QTDE-TENTATIVAS ')'
                PERFORM P550-RECUSAR-CONTRIBUICAO
                EXIT PARAGRAPH
             END-IF

             SUBTRACT TCP-VALOR-CONTRIB FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             MOVE CONTA-NUM       TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO TO EXT-SEQUENCIA
             SET EXT-CAP-CONTRIBUICAO TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE TCP-VALOR-CONTRIB TO EXT-VALOR
             MOVE SALDO           TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'CAPITALIZ TITULO ' DELIMITED SIZE
                    TCP-NUMERO         DELIMITED SIZE
                    ' COMP '           DELIMITED SIZE
                    WS-COMPETENCIA     DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             COMPUTE WS-VALOR-RESERVA ROUNDED =
                     TCP-VALOR-CONTRIB * TCP-PERC-RESERVA / 100
             COMPUTE WS-VALOR-COMISSAO ROUNDED =
                     TCP-VALOR-CONTRIB * TCP-PERC-COMISSAO / 100
             ADD WS-VALOR-RESERVA TO TCP-SALDO-RESERVA
             ADD TCP-VALOR-CONTRIB TO TCP-TOTAL-PAGO
             ADD 1 TO TCP-PARCELAS-PAGAS
             MOVE WS-COMPETENCIA TO TCP-COMPET-ULT-COBRANCA
             MOVE WS-DATA-ATUAL TO TCP-DATA-ULT-DEBITO
             MOVE ZEROS TO TCP-QTDE-TENTATIVAS
             MOVE ZEROS TO TCP-QTDE-NAO-PAGAS

             INITIALIZE REG-CAPMOV
             SET CMV-CONTRIBUICAO TO TRUE
             MOVE TCP-VALOR-CONTRIB TO CMV-VALOR-BRUTO
             MOVE WS-VALOR-COMISSAO TO CMV-VALOR-COMISSAO
             COMPUTE CMV-VALOR-LIQUIDO =
                     TCP-VALOR-CONTRIB - WS-VALOR-COMISSAO
             PERFORM P700-GRAVAR-CAPMOV

             ADD 1 TO WS-QTDE-PAGAS
             ADD TCP-VALOR-CONTRIB TO WS-VALOR-CONTRIBUICOES
             ADD WS-VALOR-COMISSAO TO WS-VALOR-COMISSOES
             DISPLAY 'TITULO ' TCP-NUMERO ': CONTRIBUICAO '
                     TCP-PARCELAS-PAGAS ' DE ' TCP-VALOR-CONTRIB
                     ' DEBITADA DA CONTA ' CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A RECUSA DO DEBITO: ESGOTADAS AS
      *      TENTATIVAS A CONTRIBUICAO DO MES FICA NAO PAGA, E A
      *      SEQUENCIA DE CONTRIBUICOES NAO PAGAS PODE SUSPENDER O
      *      TITULO
      ******************************************************************
       P550-RECUSAR-CONTRIBUICAO.
             ADD 1 TO WS-QTDE-RECUSADAS
             IF TCP-QTDE-TENTATIVAS NOT LESS THAN WS-MAX-TENTATIVAS
                MOVE WS-COMPETENCIA TO TCP-COMPET-ULT-COBRANCA
                MOVE ZEROS TO TCP-QTDE-TENTATIVAS
                ADD 1 TO TCP-QTDE-NAO-PAGAS
                ADD 1 TO WS-QTDE-NAO-PAGAS
                DISPLAY 'TITULO ' TCP-NUMERO ': CONTRIBUICAO '
                        WS-COMPETENCIA ' NAO PAGA APOS '
                        WS-MAX-TENTATIVAS ' TENTATIVAS'
                IF TCP-QTDE-NAO-PAGAS NOT LESS THAN WS-MAX-NAO-PAGAS
                   SET TCP-SUSPENSO TO TRUE
                   ADD 1 TO WS-QTDE-SUSPENSOS
                   DISPLAY 'TITULO ' TCP-NUMERO ' SUSPENSO POR '
                           TCP-QTDE-NAO-PAGAS
                           ' CONTRIBUICOES NAO PAGAS'
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RESGATA NO VENCIMENTO A RESERVA INTEGRAL DO
      *      TITULO, RETENDO O IR SOBRE O QUE EXCEDER AS
      *      CONTRIBUICOES PAGAS, E CREDITA O LIQUIDO NA CONTA
      ******************************************************************
       P600-RESGATAR-VENCIDO.
             MOVE TCP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'TITULO ' TCP-NUMERO ': CONTA '
                           TCP-CONTA-NUM ' NAO ENCONTRADA, RESGATE'
                           ' PENDENTE'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'TITULO ' TCP-NUMERO ': CONTA ' CONTA-NUM
                        ' INDISPONIVEL, RESGATE PENDENTE'
                EXIT PARAGRAPH
             END-IF
             MOVE TCP-SALDO-RESERVA TO WS-VALOR-BRUTO
             COMPUTE WS-VALOR-RENDIMENTO =
                     WS-VALOR-BRUTO - TCP-TOTAL-PAGO
             IF WS-VALOR-RENDIMENTO LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-VALOR-RENDIMENTO
             END-IF
             COMPUTE WS-VALOR-IR ROUNDED =
                     WS-VALOR-RENDIMENTO * WS-ALIQUOTA-IR / 100
             COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-IR

             SET TCP-RESGATADO-VENCTO TO TRUE
             MOVE WS-DATA-ATUAL TO TCP-DATA-RESGATE
             MOVE WS-VALOR-BRUTO TO TCP-VALOR-RESGATE
             MOVE ZEROS TO TCP-SALDO-RESERVA
             ADD 1 TO WS-QTDE-RESGATADOS
             ADD WS-VALOR-BRUTO TO WS-VALOR-RESGATES
             ADD WS-VALOR-IR TO WS-VALOR-IR-RETIDO
             IF WS-VALOR-BRUTO NOT GREATER THAN ZEROS THEN
                DISPLAY 'TITULO ' TCP-NUMERO ' VENCIDO SEM RESERVA'
                EXIT PARAGRAPH
             END-IF

             ADD WS-VALOR-LIQUIDO TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             MOVE CONTA-NUM       TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO TO EXT-SEQUENCIA
             SET EXT-CAP-RESGATE  TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE WS-VALOR-LIQUIDO TO EXT-VALOR
             MOVE SALDO           TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'RESGATE CAPITALIZ ' DELIMITED SIZE
                    TCP-NUMERO          DELIMITED SIZE
                    ' VENCTO'           DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE TCP-CONTA-NUM       TO IRF-CONTA-NUM
             MOVE TCP-CPF             TO IRF-CPF
             MOVE TCP-NUMERO          TO IRF-APL-SEQ
             MOVE WS-DATA-ATUAL       TO IRF-DATA-RESGATE
             COMPUTE IRF-DIAS-APLICACAO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(TCP-DATA-ADESAO)
             MOVE WS-ALIQUOTA-IR      TO IRF-ALIQUOTA
             MOVE WS-VALOR-RENDIMENTO TO IRF-VALOR-RENDIMENTO
             MOVE WS-VALOR-IR         TO IRF-VALOR-IR
             MOVE 'CPR'               TO IRF-PRODUTO
             WRITE REG-IRFONTE
             IF FS-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O LIVRO DE IR, STATUS: '
                        FS-IRFONTE
             END-IF

             INITIALIZE REG-CAPMOV
             SET CMV-RESGATE TO TRUE
             MOVE WS-VALOR-BRUTO   TO CMV-VALOR-BRUTO
             MOVE WS-VALOR-IR      TO CMV-VALOR-IR
             MOVE WS-VALOR-LIQUIDO TO CMV-VALOR-LIQUIDO
             PERFORM P700-GRAVAR-CAPMOV
             DISPLAY 'TITULO ' TCP-NUMERO ' RESGATADO NO VENCIMENTO: '
                     WS-VALOR-LIQUIDO ' CREDITADO NA CONTA ' CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA NO LIVRO ARQ-CAPMOV O MOVIMENTO MONTADO
      *      PELO CHAMADOR, COM O TITULO E A AGENCIA DA CONTA
      ******************************************************************
       P700-GRAVAR-CAPMOV.
             MOVE WS-DATA-ATUAL  TO CMV-DATA
             MOVE TCP-NUMERO     TO CMV-TITULO
             MOVE TCP-CPF        TO CMV-CPF
             MOVE TCP-CONTA-NUM  TO CMV-CONTA-NUM
             MOVE AGENCIA        TO CMV-AGENCIA
             MOVE WS-COMPETENCIA TO CMV-COMPETENCIA
             WRITE REG-CAPMOV
             IF FS-CAPMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O MOVIMENTO DO TITULO '
                        TCP-NUMERO ', STATUS: ' FS-CAPMOV
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
             CLOSE ARQ-TITCAP
             CLOSE ARQ-CAPMOV
             CLOSE ARQ-IRFONTE
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             DISPLAY 'TITULOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'RESERVAS ATUALIZADAS: ' WS-QTDE-ATUALIZADOS
             DISPLAY 'CONTRIBUICOES DEBITADAS: ' WS-QTDE-PAGAS
                     ' VALOR: ' WS-VALOR-CONTRIBUICOES
                     ' COMISSAO: ' WS-VALOR-COMISSOES
             DISPLAY 'TENTATIVAS RECUSADAS: ' WS-QTDE-RECUSADAS
             DISPLAY 'CONTRIBUICOES NAO PAGAS: ' WS-QTDE-NAO-PAGAS
             DISPLAY 'TITULOS SUSPENSOS: ' WS-QTDE-SUSPENSOS
             DISPLAY 'TITULOS RESGATADOS NO VENCIMENTO: '
                     WS-QTDE-RESGATADOS ' BRUTO: ' WS-VALOR-RESGATES
                     ' IR: ' WS-VALOR-IR-RETIDO
             STOP RUN.
       END PROGRAM CAPITALIZACAO-DEBITO.
