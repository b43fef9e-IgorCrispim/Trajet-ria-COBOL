      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE CONFERENCIA DOS TETOS LEGAIS DE
      *            JUROS: COM OS TETOS POR PRODUTO DA TABELA DE
      *            PARAMETROS (TETO-CHEQUE-ESPECIAL, TETO-ROTATIVO,
      *            TETO-CONSIGNADO E TETO-EMPRESTIMO, EM % AO MES, COM
      *            VIGENCIA; SEM VIGENCIA VALE O PADRAO DO FONTE)
      *            CONFERE O QUE FOI DE FATO COBRADO NO MES FECHADO:
      *            O MOVIMENTO JC DO INICIO DO MES CONTRA OS JUROS
      *            QUE O TETO PERMITE SOBRE O SALDO NEGATIVO DE CADA
      *            DIA DO MES FECHADO (REFEITO PELO EXTRATO), OS
      *            JUROS DE ROTATIVO (FAT-VALOR-JUROS-ROT) DAS FATURAS
      *            DA COMPETENCIA ATUAL CONTRA O TETO SOBRE O SALDO
      *            ROLADO E A TAXA (EMP-TAXA-JUROS) DOS CONTRATOS DE
      *            EMPRESTIMO NOVOS DESDE A ULTIMA VERIFICACAO
      *            (ARQ-TETOCTL) CONTRA O TETO DA MODALIDADE. CADA
      *            COBRANCA ACIMA DO TETO SAI EM TETO-JUROS.REL COM O
      *            VALOR A DEVOLVER AO CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TETO-JUROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-TETOCTL ASSIGN TO "tetoctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-TETOCTL.
           SELECT ARQ-RELATORIO ASSIGN TO "teto-juros.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-TETOCTL.
           COPY TETOCTL.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-EXTRATO                   PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-TETOCTL                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-REF-INICIO                PIC 9(08).
       77 WS-REF-FIM                   PIC 9(08).
       77 WS-REF-ULT-DIA               PIC 9(02).
       77 WS-INICIO-MES-ATUAL          PIC 9(08).
       77 WS-COMPETENCIA-ATUAL         PIC 9(06).
       77 WS-INT-DATA                  PIC 9(08).
       77 WS-I                         PIC 9(02).
       77 WS-J                         PIC 9(02).
       77 WS-DIA                       PIC 9(02).
       77 WS-QTDE-TETOS                PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TETOS                 PIC 9(02) VALUE 50.
       77 WS-TETO-CODIGO               PIC X(20).
       77 WS-TETO-DATA                 PIC 9(08).
       77 WS-TETO-VALOR                PIC 9(05)V9(04).
      *      CHEQUE ESPECIAL: UMA CONTA DO EXTRATO POR VEZ
       77 WS-CE-CONTA-ATUAL            PIC 9(06).
       77 WS-CE-SALDO                  PIC S9(11)V99.
       77 WS-CE-SALDO-INICIAL          PIC S9(11)V99.
       77 WS-CE-DATA-MOV               PIC 9(08).
       77 WS-CE-JC-VALOR               PIC S9(11)V99.
       77 WS-CE-JC-DATA                PIC 9(08).
       77 WS-CE-JUROS-DIA              PIC S9(09)V99.
       77 WS-CE-PERMITIDO              PIC S9(11)V99.
       77 WS-CE-DIAS-NEGATIVO          PIC 9(02).
       77 WS-DEVOLVER                  PIC S9(11)V99.
       77 WS-PERMITIDO                 PIC S9(11)V99.
      *      EMPRESTIMOS NOVOS DESDE A ULTIMA VERIFICACAO
       77 WS-EMP-ULT-SEQ               PIC 9(06).
       77 WS-EMP-EXCESSO-PARCELA       PIC S9(09)V99.
       77 WS-EMP-EXCESSO-CONTRATO      PIC S9(11)V99.
       77 WS-EMP-MODALIDADE            PIC X(10).
       77 WS-EDT-VALOR-1               PIC -,---,---,--9.99.
       77 WS-EDT-VALOR-2               PIC -,---,---,--9.99.
       77 WS-EDT-VALOR-3               PIC -,---,---,--9.99.
       77 WS-EDT-VALOR-4               PIC -,---,---,--9.99.
       77 WS-EDT-TAXA-1                PIC ZZ9.99.
       77 WS-EDT-TAXA-2                PIC ZZ9.99.
       77 WS-LINHA-RELATORIO           PIC X(132) VALUE SPACES.
      *      TOTAIS POR PRODUTO (1 CHEQUE, 2 ROTATIVO, 3 EMPRESTIMO)
       01 WS-TAB-TOTAIS.
           05 WS-TOT-ITEM OCCURS 3 TIMES.
               10 WS-TOT-CONFERIDOS    PIC 9(07).
               10 WS-TOT-VIOLACOES     PIC 9(07).
               10 WS-TOT-DEVOLVER      PIC S9(13)V99.
       01 WS-TAB-NOMES-DADOS.
           05 FILLER                   PIC X(15)
                                       VALUE 'CHEQUE ESPECIAL'.
           05 FILLER                   PIC X(15) VALUE 'ROTATIVO'.
           05 FILLER                   PIC X(15) VALUE 'EMPRESTIMO'.
       01 WS-TAB-NOMES REDEFINES WS-TAB-NOMES-DADOS.
           05 WS-NOME-PRODUTO          PIC X(15) OCCURS 3 TIMES.
      *      TETOS CADASTRADOS NA TABELA DE PARAMETROS, COM VIGENCIA
       01 WS-TAB-TETOS.
           05 WS-TT-ITEM OCCURS 50 TIMES.
               10 WS-TT-CODIGO         PIC X(20).
               10 WS-TT-INICIO         PIC 9(08).
               10 WS-TT-FIM            PIC 9(08).
               10 WS-TT-VALOR          PIC 9(05)V9(04).
      *      SALDO DE FECHAMENTO DE CADA DIA DO MES FECHADO
       01 WS-TAB-DIAS.
           05 WS-CE-DIA-ITEM OCCURS 31 TIMES.
               10 WS-CE-DIA-TEM        PIC X(01).
               10 WS-CE-DIA-SALDO      PIC S9(11)V99.
       01 WS-DATA-REF.
           05 WS-DR-ANO                PIC 9(04).
           05 WS-DR-MES                PIC 9(02).
           05 WS-DR-DIA                PIC 9(02).
       01 WS-DATA-REF-N REDEFINES WS-DATA-REF
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
             INITIALIZE WS-TAB-TOTAIS
             PERFORM P250-DEFINIR-MES-FECHADO
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P260-CARREGAR-TETOS
             PERFORM P300-CONFERIR-CHEQUE-ESPECIAL
             PERFORM P400-CONFERIR-ROTATIVO
             PERFORM P500-CONFERIR-EMPRESTIMOS
             PERFORM P800-GRAVAR-TOTAIS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: ' FS-EXTRATO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FATURA
             IF FS-FATURA NOT EQUAL TO "00"
                AND FS-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS FATURAS, STATUS: '
                        FS-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN I-O ARQ-TETOCTL
             IF FS-TETOCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-TETOCTL
                MOVE ZEROS TO TTC-ULT-EMP-SEQ
                MOVE ZEROS TO TTC-DATA-VERIFICACAO
                WRITE REG-TETOCTL
                CLOSE ARQ-TETOCTL
                OPEN I-O ARQ-TETOCTL
             END-IF
             IF FS-TETOCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE TETO DE JUROS,'
                        ' STATUS: ' FS-TETOCTL
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
      *      FUNÇÃO QUE CALCULA O MES FECHADO (MES ANTERIOR AO DA
      *      EXECUCAO), DO DIA 01 AO ULTIMO DIA DO MES
      ******************************************************************
       P250-DEFINIR-MES-FECHADO.
             COMPUTE WS-COMPETENCIA-ATUAL =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             COMPUTE WS-INICIO-MES-ATUAL =
                     (WS-COMPETENCIA-ATUAL * 100) + 1
             COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE
                (WS-INICIO-MES-ATUAL) - 1
             COMPUTE WS-DATA-REF-N = FUNCTION DATE-OF-INTEGER
                (WS-INT-DATA)
             MOVE WS-DATA-REF-N TO WS-REF-FIM
             MOVE WS-DR-DIA TO WS-REF-ULT-DIA
             MOVE 1 TO WS-DR-DIA
             MOVE WS-DATA-REF-N TO WS-REF-INICIO
             DISPLAY 'MES FECHADO DA CONFERENCIA DE TETO DE JUROS: '
                     WS-REF-INICIO ' A ' WS-REF-FIM
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA NA TABELA TODAS AS VIGENCIAS DOS
      *      PARAMETROS TETO-* (UM TETO POR PRODUTO)
      ******************************************************************
       P260-CARREGAR-TETOS.
             INITIALIZE WS-TAB-TETOS
             IF FS-PARAMETRO EQUAL TO "35" THEN
                DISPLAY 'TABELA DE PARAMETROS AUSENTE, VALEM OS TETOS'
                        ' PADRAO'
                EXIT PARAGRAPH
             END-IF
             MOVE SPACES TO PARAM-CODIGO
             MOVE 'TETO-' TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P261-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO(1:5) NOT EQUAL TO 'TETO-'
                   IF WS-QTDE-TETOS LESS THAN WS-MAX-TETOS THEN
                      ADD 1 TO WS-QTDE-TETOS
                      MOVE PARAM-CODIGO
                        TO WS-TT-CODIGO(WS-QTDE-TETOS)
                      MOVE PARAM-DATA-INICIO
                        TO WS-TT-INICIO(WS-QTDE-TETOS)
                      MOVE PARAM-DATA-FIM
                        TO WS-TT-FIM(WS-QTDE-TETOS)
                      MOVE PARAM-VALOR
                        TO WS-TT-VALOR(WS-QTDE-TETOS)
                   END-IF
                   PERFORM P261-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
             DISPLAY 'VIGENCIAS DE TETO CARREGADAS: ' WS-QTDE-TETOS
       .
       P261-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DEVOLVE EM WS-TETO-VALOR O TETO DO CODIGO
      *      WS-TETO-CODIGO VIGENTE EM WS-TETO-DATA; SEM VIGENCIA VALE
      *      O PADRAO DO FONTE (ZERO = PRODUTO SEM TETO)
      ******************************************************************
       P270-OBTER-TETO.
             EVALUATE WS-TETO-CODIGO
                WHEN 'TETO-CHEQUE-ESPECIAL'
                   MOVE 8.00 TO WS-TETO-VALOR
                WHEN 'TETO-ROTATIVO'
                   MOVE 100.00 TO WS-TETO-VALOR
                WHEN 'TETO-CONSIGNADO'
                   MOVE 1.80 TO WS-TETO-VALOR
                WHEN OTHER
                   MOVE ZEROS TO WS-TETO-VALOR
             END-EVALUATE
             PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-QTDE-TETOS
                IF WS-TT-CODIGO(WS-J) EQUAL TO WS-TETO-CODIGO
                   AND WS-TT-INICIO(WS-J) NOT GREATER THAN WS-TETO-DATA
                   AND WS-TT-FIM(WS-J) NOT LESS THAN WS-TETO-DATA
                   MOVE WS-TT-VALOR(WS-J) TO WS-TETO-VALOR
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE O EXTRATO CONTA A CONTA GUARDANDO O
      *      SALDO DE FECHAMENTO DE CADA DIA DO MES FECHADO (PELA DATA
      *      CONTABIL) E O JC LANCADO NO MES ATUAL, QUE COBRA OS JUROS
      *      ACUMULADOS NO MES FECHADO
      ******************************************************************
       P300-CONFERIR-CHEQUE-ESPECIAL.
             MOVE 1 TO WS-I
             PERFORM P600-CABECALHO-PRODUTO
             MOVE ZEROS TO EXT-CHAVE
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   DISPLAY 'EXTRATO SEM MOVIMENTOS'
             END-START
             MOVE ZEROS TO WS-CE-CONTA-ATUAL
             PERFORM P315-INICIAR-CONTA
             PERFORM P310-LER-PROX-EXTRATO
             PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                IF EXT-CONTA-NUM NOT EQUAL TO WS-CE-CONTA-ATUAL THEN
                   PERFORM P330-APURAR-CONTA
                   PERFORM P315-INICIAR-CONTA
                   MOVE EXT-CONTA-NUM TO WS-CE-CONTA-ATUAL
                END-IF
                PERFORM P320-GUARDAR-MOVIMENTO
                PERFORM P310-LER-PROX-EXTRATO
             END-PERFORM
             PERFORM P330-APURAR-CONTA
       .
       P310-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
       P315-INICIAR-CONTA.
             INITIALIZE WS-TAB-DIAS
             MOVE ZEROS TO WS-CE-SALDO-INICIAL
             MOVE ZEROS TO WS-CE-JC-VALOR
             MOVE ZEROS TO WS-CE-JC-DATA
       .
       P320-GUARDAR-MOVIMENTO.
             MOVE EXT-DATA-CONTABIL TO WS-CE-DATA-MOV
             IF WS-CE-DATA-MOV EQUAL TO ZEROS THEN
                MOVE EXT-DATA-MOV TO WS-CE-DATA-MOV
             END-IF
             IF WS-CE-DATA-MOV LESS THAN WS-REF-INICIO THEN
                MOVE EXT-SALDO-APOS TO WS-CE-SALDO-INICIAL
             END-IF
             IF WS-CE-DATA-MOV NOT LESS THAN WS-REF-INICIO
                AND WS-CE-DATA-MOV NOT GREATER THAN WS-REF-FIM THEN
                MOVE WS-CE-DATA-MOV TO WS-DATA-REF-N
                MOVE 'S' TO WS-CE-DIA-TEM(WS-DR-DIA)
                MOVE EXT-SALDO-APOS TO WS-CE-DIA-SALDO(WS-DR-DIA)
             END-IF
             IF EXT-JUROS-CHEQUE
                AND NOT EXT-MOV-ESTORNADA
                AND EXT-DATA-MOV NOT LESS THAN WS-INICIO-MES-ATUAL
                AND EXT-DATA-MOV NOT GREATER THAN WS-DATA-ATUAL THEN
                ADD EXT-VALOR TO WS-CE-JC-VALOR
                MOVE EXT-DATA-MOV TO WS-CE-JC-DATA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REFAZ, PARA A CONTA COM JC NO MES, OS JUROS QUE
      *      O TETO PERMITE (SALDO NEGATIVO DE FECHAMENTO DE CADA DIA
      *      VEZES O TETO DO DIA / 30, COMO O BATCH
      *      CHEQUE-ESPECIAL-JUROS ACUMULA) E LISTA O EXCESSO COBRADO
      ******************************************************************
       P330-APURAR-CONTA.
             IF WS-CE-JC-VALOR NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-TOT-CONFERIDOS(1)
             MOVE ZEROS TO WS-CE-PERMITIDO
             MOVE ZEROS TO WS-CE-DIAS-NEGATIVO
             MOVE WS-CE-SALDO-INICIAL TO WS-CE-SALDO
             MOVE 'TETO-CHEQUE-ESPECIAL' TO WS-TETO-CODIGO
             PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-REF-ULT-DIA
                IF WS-CE-DIA-TEM(WS-DIA) EQUAL TO 'S' THEN
                   MOVE WS-CE-DIA-SALDO(WS-DIA) TO WS-CE-SALDO
                END-IF
                IF WS-CE-SALDO LESS THAN ZEROS THEN
                   ADD 1 TO WS-CE-DIAS-NEGATIVO
                   COMPUTE WS-TETO-DATA = WS-REF-INICIO + WS-DIA - 1
                   PERFORM P270-OBTER-TETO
                   COMPUTE WS-CE-JUROS-DIA ROUNDED =
                           (WS-CE-SALDO * -1) * WS-TETO-VALOR / 100 / 30
                   ADD WS-CE-JUROS-DIA TO WS-CE-PERMITIDO
                END-IF
             END-PERFORM
             IF WS-CE-JC-VALOR GREATER THAN WS-CE-PERMITIDO THEN
                COMPUTE WS-DEVOLVER = WS-CE-JC-VALOR - WS-CE-PERMITIDO
                ADD 1 TO WS-TOT-VIOLACOES(1)
                ADD WS-DEVOLVER TO WS-TOT-DEVOLVER(1)
                MOVE WS-CE-JC-VALOR TO WS-EDT-VALOR-1
                MOVE WS-CE-PERMITIDO TO WS-EDT-VALOR-2
                MOVE WS-DEVOLVER TO WS-EDT-VALOR-3
                STRING 'CONTA '                DELIMITED SIZE
                       WS-CE-CONTA-ATUAL       DELIMITED SIZE
                       ' JC DE '               DELIMITED SIZE
                       WS-CE-JC-DATA           DELIMITED SIZE
                       ' COBRADO '             DELIMITED SIZE
                       WS-EDT-VALOR-1          DELIMITED SIZE
                       ' PERMITIDO '           DELIMITED SIZE
                       WS-EDT-VALOR-2          DELIMITED SIZE
                       ' DIAS NEG '            DELIMITED SIZE
                       WS-CE-DIAS-NEGATIVO     DELIMITED SIZE
                       ' A DEVOLVER '          DELIMITED SIZE
                       WS-EDT-VALOR-3          DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE OS JUROS DE ROTATIVO LANCADOS NAS
      *      FATURAS DA COMPETENCIA ATUAL (ROLADOS NO FECHAMENTO DO MES
      *      FECHADO) CONTRA O TETO SOBRE O SALDO ROLADO
      ******************************************************************
       P400-CONFERIR-ROTATIVO.
             MOVE 2 TO WS-I
             PERFORM P600-CABECALHO-PRODUTO
             IF FS-FATURA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'TETO-ROTATIVO' TO WS-TETO-CODIGO
             MOVE WS-REF-FIM TO WS-TETO-DATA
             PERFORM P270-OBTER-TETO
             MOVE ZEROS TO FAT-CHAVE
             START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   DISPLAY 'NENHUMA FATURA CADASTRADA'
             END-START
             PERFORM P410-LER-PROX-FATURA
             PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                IF FAT-COMPETENCIA EQUAL TO WS-COMPETENCIA-ATUAL
                   AND FAT-VALOR-JUROS-ROT GREATER THAN ZEROS THEN
                   PERFORM P420-APURAR-FATURA
                END-IF
                PERFORM P410-LER-PROX-FATURA
             END-PERFORM
       .
       P410-LER-PROX-FATURA.
             READ ARQ-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-FATURA
             END-READ
       .
       P420-APURAR-FATURA.
             ADD 1 TO WS-TOT-CONFERIDOS(2)
             COMPUTE WS-PERMITIDO ROUNDED =
                     FAT-VALOR-ROTATIVO * WS-TETO-VALOR / 100
             IF FAT-VALOR-JUROS-ROT GREATER THAN WS-PERMITIDO THEN
                COMPUTE WS-DEVOLVER = FAT-VALOR-JUROS-ROT
                                    - WS-PERMITIDO
                ADD 1 TO WS-TOT-VIOLACOES(2)
                ADD WS-DEVOLVER TO WS-TOT-DEVOLVER(2)
                MOVE FAT-VALOR-ROTATIVO TO WS-EDT-VALOR-1
                MOVE FAT-VALOR-JUROS-ROT TO WS-EDT-VALOR-2
                MOVE WS-PERMITIDO TO WS-EDT-VALOR-3
                MOVE WS-DEVOLVER TO WS-EDT-VALOR-4
                STRING 'CONTA '                DELIMITED SIZE
                       FAT-CONTA-NUM           DELIMITED SIZE
                       ' CRT '                 DELIMITED SIZE
                       FAT-CARD-NUMERO(1:6)    DELIMITED SIZE
                       '******'                DELIMITED SIZE
                       FAT-CARD-NUMERO(13:4)   DELIMITED SIZE
                       ' ROLADO '              DELIMITED SIZE
                       WS-EDT-VALOR-1          DELIMITED SIZE
                       ' JUROS '               DELIMITED SIZE
                       WS-EDT-VALOR-2          DELIMITED SIZE
                       ' PERMIT '              DELIMITED SIZE
                       WS-EDT-VALOR-3          DELIMITED SIZE
                       ' DEVOLVER '            DELIMITED SIZE
                       WS-EDT-VALOR-4          DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE A TAXA DOS CONTRATOS DE EMPRESTIMO
      *      NOVOS DESDE A ULTIMA VERIFICACAO CONTRA O TETO DA
      *      MODALIDADE; O EXCESSO DE JUROS POR PARCELA (JUROS SIMPLES
      *      SOBRE O PRINCIPAL, COMO NA CONTRATACAO) VEZES AS PARCELAS
      *      PAGAS E O VALOR A DEVOLVER, E VEZES O PRAZO E O EXCESSO
      *      DO CONTRATO A REPACTUAR
      ******************************************************************
       P500-CONFERIR-EMPRESTIMOS.
             MOVE 3 TO WS-I
             PERFORM P600-CABECALHO-PRODUTO
             READ ARQ-TETOCTL
             IF FS-TETOCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE TETO DE JUROS,'
                        ' STATUS: ' FS-TETOCTL
                STOP RUN
             END-IF
             MOVE TTC-ULT-EMP-SEQ TO WS-EMP-ULT-SEQ
             IF FS-EMPRESTIMO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE TTC-ULT-EMP-SEQ TO EMP-SEQ
             START ARQ-EMPRESTIMO KEY IS GREATER THAN EMP-SEQ
                INVALID KEY
                   DISPLAY 'NENHUM CONTRATO NOVO DESDE '
                           TTC-DATA-VERIFICACAO
             END-START
             PERFORM P510-LER-PROX-EMPRESTIMO
             PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                MOVE EMP-SEQ TO WS-EMP-ULT-SEQ
                IF NOT EMP-HABITACIONAL
                   AND NOT EMP-PORTAB-CANCELADA THEN
                   PERFORM P520-APURAR-CONTRATO
                END-IF
                PERFORM P510-LER-PROX-EMPRESTIMO
             END-PERFORM
       .
       P510-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
       P520-APURAR-CONTRATO.
             ADD 1 TO WS-TOT-CONFERIDOS(3)
             IF EMP-CONSIGNADO THEN
                MOVE 'TETO-CONSIGNADO' TO WS-TETO-CODIGO
                MOVE 'CONSIGNADO' TO WS-EMP-MODALIDADE
             ELSE
                MOVE 'TETO-EMPRESTIMO' TO WS-TETO-CODIGO
                MOVE 'PESSOAL' TO WS-EMP-MODALIDADE
             END-IF
             MOVE WS-DATA-ATUAL TO WS-TETO-DATA
             PERFORM P270-OBTER-TETO
             IF WS-TETO-VALOR EQUAL TO ZEROS
                OR EMP-TAXA-JUROS NOT GREATER THAN WS-TETO-VALOR THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-EMP-EXCESSO-PARCELA ROUNDED =
                     EMP-VALOR-PRINCIPAL
                   * (EMP-TAXA-JUROS - WS-TETO-VALOR) / 100
             COMPUTE WS-DEVOLVER =
                     WS-EMP-EXCESSO-PARCELA * EMP-PARCELAS-PAGAS
             COMPUTE WS-EMP-EXCESSO-CONTRATO =
                     WS-EMP-EXCESSO-PARCELA * EMP-QTDE-PARCELAS
             ADD 1 TO WS-TOT-VIOLACOES(3)
             ADD WS-DEVOLVER TO WS-TOT-DEVOLVER(3)
             MOVE EMP-TAXA-JUROS TO WS-EDT-TAXA-1
             MOVE WS-TETO-VALOR TO WS-EDT-TAXA-2
             MOVE WS-EMP-EXCESSO-CONTRATO TO WS-EDT-VALOR-1
             MOVE WS-DEVOLVER TO WS-EDT-VALOR-2
             STRING 'CONTRATO '                DELIMITED SIZE
                    EMP-SEQ                    DELIMITED SIZE
                    ' CONTA '                  DELIMITED SIZE
                    EMP-CONTA-NUM              DELIMITED SIZE
                    ' '                        DELIMITED SIZE
                    WS-EMP-MODALIDADE          DELIMITED SIZE
                    ' TAXA '                   DELIMITED SIZE
                    WS-EDT-TAXA-1              DELIMITED SIZE
                    '% TETO '                  DELIMITED SIZE
                    WS-EDT-TAXA-2              DELIMITED SIZE
                    '% EXCESSO '               DELIMITED SIZE
                    WS-EDT-VALOR-1             DELIMITED SIZE
                    ' PAGAS '                  DELIMITED SIZE
                    EMP-PARCELAS-PAGAS         DELIMITED SIZE
                    ' A DEVOLVER '             DELIMITED SIZE
                    WS-EDT-VALOR-2             DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A SECAO DO PRODUTO WS-I NO RELATORIO
      ******************************************************************
       P600-CABECALHO-PRODUTO.
             IF WS-I EQUAL TO 1 THEN
                STRING 'CONFERENCIA DE TETO DE JUROS - MES FECHADO '
                                               DELIMITED SIZE
                       WS-REF-INICIO           DELIMITED SIZE
                       ' A '                   DELIMITED SIZE
                       WS-REF-FIM              DELIMITED SIZE
                       ' - EXECUCAO '          DELIMITED SIZE
                       WS-DATA-ATUAL           DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-IF
             PERFORM P690-GRAVAR-LINHA
             STRING 'COBRANCAS ACIMA DO TETO - ' DELIMITED SIZE
                    WS-NOME-PRODUTO(WS-I)      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA OS TOTAIS POR PRODUTO E AVANCA O
      *      CONTROLE DOS CONTRATOS JA CONFERIDOS
      ******************************************************************
       P800-GRAVAR-TOTAIS.
             PERFORM P690-GRAVAR-LINHA
             MOVE 'TOTAIS POR PRODUTO' TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
                MOVE WS-TOT-DEVOLVER(WS-I) TO WS-EDT-VALOR-1
                STRING WS-NOME-PRODUTO(WS-I)   DELIMITED SIZE
                       ' CONFERIDOS: '         DELIMITED SIZE
                       WS-TOT-CONFERIDOS(WS-I) DELIMITED SIZE
                       ' ACIMA DO TETO: '      DELIMITED SIZE
                       WS-TOT-VIOLACOES(WS-I)  DELIMITED SIZE
                       ' A DEVOLVER: '         DELIMITED SIZE
                       WS-EDT-VALOR-1          DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
                DISPLAY WS-NOME-PRODUTO(WS-I) ' CONFERIDOS: '
                        WS-TOT-CONFERIDOS(WS-I) ' ACIMA DO TETO: '
                        WS-TOT-VIOLACOES(WS-I)
             END-PERFORM
             MOVE WS-EMP-ULT-SEQ TO TTC-ULT-EMP-SEQ
             MOVE WS-DATA-ATUAL TO TTC-DATA-VERIFICACAO
             REWRITE REG-TETOCTL
             IF FS-TETOCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE TETO DE'
                        ' JUROS, STATUS: ' FS-TETOCTL
             END-IF
       .
       P900-TERMINAL.
             CLOSE ARQ-EXTRATO
             IF FS-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-FATURA
             END-IF
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-TETOCTL
             CLOSE ARQ-RELATORIO
             STOP RUN.
       END PROGRAM TETO-JUROS.
