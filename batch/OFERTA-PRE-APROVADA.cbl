      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE CREDITO PRE-APROVADO: ENCERRA AS
      *            OFERTAS DAS COMPETENCIAS ANTERIORES AINDA NAO
      *            CONTRATADAS (EXPIRADAS OU SUBSTITUIDAS) E, PARA
      *            CADA CPF DO CADASTRO, CALCULA O SCORE DE CREDITO
      *            DE CADA CONTA ELEGIVEL NOS MOLDES DO MENU
      *            (SNAPSHOTS DO HISTORICO, MOVIMENTACAO, ESTORNOS E
      *            EXPOSICAO EM EMPRESTIMOS), APLICA O TETO GLOBAL DE
      *            EXPOSICAO (MESMA CONTA DE EXPOSICAO-TETO) E A
      *            MARGEM DA RENDA (PARAMETRO MARGEM-CONSIGNAVEL) E
      *            GRAVA EM OFERTA.DAT A OFERTA DE CREDITO PESSOAL DO
      *            MES (VALOR MAXIMO, TAXA DA FAIXA DE SCORE, PRAZO
      *            MAXIMO E VALIDADE), QUE O CAIXA VE NA CONSULTA E
      *            CONTRATA NA SOLICITACAO DE EMPRESTIMO SEM NOVA
      *            ANALISE; AO FINAL GRAVA EM OFERTA-CONVERSAO.REL AS
      *            OFERTAS FEITAS CONTRA AS CONTRATADAS DAS ULTIMAS
      *            12 COMPETENCIAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFERTA-PRE-APROVADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-TITULAR ASSIGN TO "titular.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TIT-CHAVE
                ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
                FILE STATUS  IS FS-TITULAR.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-PARCELA ASSIGN TO "parcela.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PCL-CHAVE
                FILE STATUS  IS FS-PARCELA.
           SELECT ARQ-PARC-FATURA ASSIGN TO "parcfatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFT-CHAVE
                FILE STATUS  IS FS-PARC-FATURA.
           SELECT ARQ-RISCOCLI ASSIGN TO "riscocli.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RSC-CHAVE
                FILE STATUS  IS FS-RISCOCLI.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-HISTORICO ASSIGN TO "historico.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-HISTORICO.
           SELECT ARQ-OFERTA ASSIGN TO "oferta.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS OFT-CHAVE
                FILE STATUS  IS FS-OFERTA.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-RELATORIO ASSIGN TO "oferta-conversao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-TITULAR.
           COPY TITULAR.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-PARCELA.
           COPY PARCELCAD.
       FD ARQ-PARC-FATURA.
           COPY PFATCAD.
       FD ARQ-RISCOCLI.
           COPY RISCCAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-HISTORICO.
           COPY HISTCAD.
       FD ARQ-OFERTA.
           COPY OFERTACAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CLIENTE                   PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-TITULAR                   PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-PARCELA                   PIC XX.
       77 FS-PARC-FATURA               PIC XX.
       77 FS-RISCOCLI                  PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-HISTORICO                 PIC XX.
       77 FS-OFERTA                    PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-VALOR-EDITADO             PIC -9(13).99.
       77 WS-VALOR-EDITADO-2           PIC -9(13).99.
       77 WS-PERC-EDITADO              PIC ZZ9.99.
      *      REGRAS DA OFERTA, COM OS PADROES DO FONTE QUANDO NAO HA
      *      VIGENCIA NA TABELA DE PARAMETROS
       77 WS-OFT-SCORE-MIN             PIC 9(04) VALUE 600.
       77 WS-OFT-VALOR-MIN             PIC S9(07)V99 VALUE 500.00.
       77 WS-OFT-VALOR-MAX             PIC S9(07)V99 VALUE 50000.00.
       77 WS-OFT-PRAZO-MAX             PIC 9(03) VALUE 24.
       77 WS-OFT-VALIDADE-DIAS         PIC 9(03) VALUE 30.
       77 WS-EMP-LIMITE-SEM-GAR        PIC S9(07)V99 VALUE 10000.00.
       77 WS-MARGEM-CONSIGNAVEL        PIC 9V9(04) VALUE 0.3000.
       77 WS-TAXA-FAIXA-A              PIC 9(03)V99 VALUE 1.50.
       77 WS-TAXA-FAIXA-B              PIC 9(03)V99 VALUE 3.00.
       77 WS-TAXA-FAIXA-C              PIC 9(03)V99 VALUE 5.00.
       77 WS-MULT-RISCO-B              PIC 9(03)V99 VALUE 12.
       77 WS-MULT-RISCO-M              PIC 9(03)V99 VALUE 8.
       77 WS-MULT-RISCO-A              PIC 9(03)V99 VALUE 4.
       77 WS-COMPETENCIA               PIC 9(06).
       77 WS-DATA-VALIDADE             PIC 9(08).
       77 WS-MESES-ATUAL               PIC 9(06).
       77 WS-MESES-OFERTA              PIC 9(06).
       77 WS-CPF-ATUAL                 PIC 9(11).
       77 WS-CONTA-ALVO                PIC 9(06).
       77 WS-CARD-ATUAL                PIC 9(16).
       77 WS-UTILIZADO                 PIC S9(11)V99.
       77 WS-EXP-EMPRESTIMOS           PIC S9(11)V99.
       77 WS-EXP-CHEQUE                PIC S9(11)V99.
       77 WS-EXP-CARTOES               PIC S9(11)V99.
       77 WS-EXP-TOTAL                 PIC S9(11)V99.
       77 WS-EXP-RATING                PIC X(01).
       77 WS-EXP-MULTIPLO              PIC 9(03)V99.
       77 WS-EXP-TETO                  PIC S9(11)V99.
       77 WS-EXP-PARCELAS              PIC S9(09)V99.
       77 WS-EXP-QTDE-CONTAS           PIC 9(02).
       77 WS-EXP-IDX                   PIC 9(02).
       77 WS-EXP-INADIMPLENTE          PIC X(01).
           88 EXP-INADIMPLENTE         VALUE 'S'.
       77 WS-ELG-QTDE                  PIC 9(02).
       77 WS-ELG-IDX                   PIC 9(02).
      *      SCORE DA CONTA, NA MESMA FORMULA DO MENU
       77 WS-SCORE                     PIC S9(05).
       77 WS-SCORE-QTDE-SNAP-POS       PIC 9(05).
       77 WS-SCORE-QTDE-SNAP-NEG       PIC 9(05).
       77 WS-SCORE-QTDE-MOV            PIC 9(05).
       77 WS-SCORE-QTDE-ESTORNOS       PIC 9(05).
       77 WS-SCORE-EXPOSICAO           PIC S9(09)V99.
       77 WS-MELHOR-SCORE              PIC S9(05).
       77 WS-MELHOR-CONTA              PIC 9(06).
      *      CALCULO DO VALOR MAXIMO DA OFERTA
       77 WS-OFT-TAXA                  PIC 9(03)V99.
       77 WS-OFT-FATOR                 PIC 9(03)V9(06).
       77 WS-OFT-MARGEM-LIVRE          PIC S9(09)V99.
       77 WS-OFT-FOLGA-TETO            PIC S9(11)V99.
       77 WS-OFT-VALOR-MARGEM          PIC S9(11)V99.
       77 WS-OFT-VALOR-TETO            PIC S9(11)V99.
       77 WS-OFT-VALOR                 PIC S9(11)V99.
       77 WS-OFT-CENTENAS              PIC 9(09).
       77 WS-OFT-EXISTE                PIC X(01).
           88 OFT-EXISTE               VALUE 'S'.
       77 WS-OFT-MOTIVO                PIC X(01).
           88 OFT-ELEGIVEL             VALUE SPACE.
      *      SNAPSHOTS DO HISTORICO POR CONTA, CARREGADOS NUMA UNICA
      *      LEITURA; CONTAS ALEM DA CAPACIDADE SAO LIDAS DIRETO NO
      *      ARQUIVO, COMO NO MENU
       77 WS-HIS-QTDE                  PIC 9(05) VALUE ZEROS.
       77 WS-HIS-MAX                   PIC 9(05) VALUE 5000.
       77 WS-HIS-I                     PIC 9(05).
       77 WS-HIS-ESTOURO               PIC X(01) VALUE 'N'.
           88 HIS-ESTOURO              VALUE 'S'.
       77 WS-HIS-ACHOU                 PIC X(01).
           88 HIS-ACHOU                VALUE 'S'.
       01 WS-HIS-TAB.
           05 WS-HIS-ITEM OCCURS 5000 TIMES.
               10 WS-HIS-CONTA         PIC 9(06).
               10 WS-HIS-POS           PIC 9(05).
               10 WS-HIS-NEG           PIC 9(05).
       01 WS-EXP-CONTAS-TAB.
           05 WS-EXP-CONTA             PIC 9(06) OCCURS 30 TIMES.
       01 WS-ELG-CONTAS-TAB.
           05 WS-ELG-CONTA             PIC 9(06) OCCURS 30 TIMES.
      *      CONVERSAO DAS ULTIMAS 12 COMPETENCIAS (1 = A ATUAL)
       77 WS-CNV-I                     PIC 9(02).
       77 WS-CNV-MESES                 PIC 9(06).
       01 WS-CNV-TAB.
           05 WS-CNV-ITEM OCCURS 12 TIMES.
               10 WS-CNV-COMPETENCIA   PIC 9(06).
               10 WS-CNV-QTDE-OFERTA   PIC 9(07).
               10 WS-CNV-VALOR-OFERTA  PIC S9(13)V99.
               10 WS-CNV-QTDE-CONTR    PIC 9(07).
               10 WS-CNV-VALOR-CONTR   PIC S9(13)V99.
               10 WS-CNV-QTDE-DISP     PIC 9(07).
               10 WS-CNV-QTDE-EXPIR    PIC 9(07).
               10 WS-CNV-QTDE-SUBST    PIC 9(07).
       01 WS-COMP-AUX                  PIC 9(06).
       01 WS-COMP-AUX-R REDEFINES WS-COMP-AUX.
           05 WS-COMP-ANO              PIC 9(04).
           05 WS-COMP-MES              PIC 9(02).
       77 WS-QTDE-CLIENTES             PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-OFERTAS              PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-JA-CONTRATADA        PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-CONTA            PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-RENDA            PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-RISCO-ALTO           PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-INADIMPLENTE         PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SCORE-BAIXO          PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-MARGEM           PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-TETO             PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-VALOR-BAIXO          PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-EXPIRADAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SUBSTITUIDAS         PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-OFERTADO            PIC S9(13)V99 VALUE ZEROS.
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
             COMPUTE WS-COMPETENCIA = WS-DHC-ANO * 100 + WS-DHC-MES
             COMPUTE WS-MESES-ATUAL = WS-DHC-ANO * 12 + WS-DHC-MES - 1
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-CARREGAR-PARAMETROS
             COMPUTE WS-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                     + WS-OFT-VALIDADE-DIAS)
             PERFORM P270-CARREGAR-HISTORICO
             PERFORM P280-ENCERRAR-ANTERIORES
             PERFORM P300-PERCORRER-CLIENTES
             PERFORM P700-APURAR-CONVERSAO
             PERFORM P800-GRAVAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                        ' STATUS: ' FS-CLIENTE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
      *      OS ARQUIVOS DE PRODUTO, DE RATING, DE MOVIMENTO E DE
      *      PARAMETROS PODEM NAO EXISTIR AINDA
             OPEN INPUT ARQ-TITULAR
             IF FS-TITULAR NOT EQUAL TO "00"
                AND FS-TITULAR NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS COTITULARES, STATUS: '
                        FS-TITULAR
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00"
                AND FS-CARTAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS CARTOES, STATUS: '
                        FS-CARTAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FATURA
             IF FS-FATURA NOT EQUAL TO "00"
                AND FS-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS FATURAS, STATUS: '
                        FS-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARCELA
             IF FS-PARCELA NOT EQUAL TO "00"
                AND FS-PARCELA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS COMPRAS PARCELADAS,'
                        ' STATUS: ' FS-PARCELA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARC-FATURA
             IF FS-PARC-FATURA NOT EQUAL TO "00"
                AND FS-PARC-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARCELAMENTOS DE FATURA,'
                        ' STATUS: ' FS-PARC-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-RISCOCLI
             IF FS-RISCOCLI NOT EQUAL TO "00"
                AND FS-RISCOCLI NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS RATINGS DE RISCO, STATUS: '
                        FS-RISCOCLI
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00"
                AND FS-EXTRATO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: '
                        FS-EXTRATO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN I-O ARQ-OFERTA
             IF FS-OFERTA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-OFERTA
                CLOSE ARQ-OFERTA
                OPEN I-O ARQ-OFERTA
             END-IF
             IF FS-OFERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS OFERTAS PRE-APROVADAS,'
                        ' STATUS: ' FS-OFERTA
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
      *      FUNÇÃO QUE CARREGA AS REGRAS DA OFERTA, AS TAXAS POR
      *      FAIXA DE SCORE, A MARGEM DA RENDA, O LIMITE SEM GARANTIA
      *      E OS MULTIPLOS DO TETO DE EXPOSICAO
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'OFERTA-SCORE-MIN' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OFT-SCORE-MIN
             END-IF
             MOVE 'OFERTA-VALOR-MIN' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OFT-VALOR-MIN
             END-IF
             MOVE 'OFERTA-VALOR-MAX' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OFT-VALOR-MAX
             END-IF
             MOVE 'OFERTA-PRAZO-MAX' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OFT-PRAZO-MAX
             END-IF
             MOVE 'OFERTA-VALIDADE-DIAS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OFT-VALIDADE-DIAS
             END-IF
             MOVE 'EMP-LIMITE-SEM-GAR' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-EMP-LIMITE-SEM-GAR
             END-IF
             MOVE 'MARGEM-CONSIGNAVEL' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MARGEM-CONSIGNAVEL
             END-IF
             MOVE 'TAXA-EMP-FAIXA-A' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-FAIXA-A
             END-IF
             MOVE 'TAXA-EMP-FAIXA-B' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-FAIXA-B
             END-IF
             MOVE 'TAXA-EMP-FAIXA-C' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-FAIXA-C
             END-IF
             MOVE 'TETO-CREDITO-MULT-B' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MULT-RISCO-B
             END-IF
             MOVE 'TETO-CREDITO-MULT-M' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MULT-RISCO-M
             END-IF
             MOVE 'TETO-CREDITO-MULT-A' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MULT-RISCO-A
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
      *      FUNÇÃO QUE LE O HISTORICO DE SALDOS UMA UNICA VEZ E
      *      CONTA, POR CONTA, OS SNAPSHOTS POSITIVOS E NEGATIVOS
      ******************************************************************
       P270-CARREGAR-HISTORICO.
             OPEN INPUT ARQ-HISTORICO
             IF FS-HISTORICO NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P275-LER-PROX-HISTORICO
             PERFORM UNTIL FS-HISTORICO NOT EQUAL TO "00"
                MOVE 'N' TO WS-HIS-ACHOU
                PERFORM VARYING WS-HIS-I FROM 1 BY 1
                   UNTIL WS-HIS-I > WS-HIS-QTDE OR HIS-ACHOU
                   IF WS-HIS-CONTA(WS-HIS-I) EQUAL TO HIST-CONTA-NUM
                      MOVE 'S' TO WS-HIS-ACHOU
                   END-IF
                END-PERFORM
                IF HIS-ACHOU THEN
                   SUBTRACT 1 FROM WS-HIS-I
                ELSE
                   IF WS-HIS-QTDE NOT LESS THAN WS-HIS-MAX THEN
                      MOVE 'S' TO WS-HIS-ESTOURO
                      MOVE ZEROS TO WS-HIS-I
                   ELSE
                      ADD 1 TO WS-HIS-QTDE
                      MOVE WS-HIS-QTDE TO WS-HIS-I
                      MOVE HIST-CONTA-NUM TO WS-HIS-CONTA(WS-HIS-I)
                      MOVE ZEROS TO WS-HIS-POS(WS-HIS-I)
                      MOVE ZEROS TO WS-HIS-NEG(WS-HIS-I)
                   END-IF
                END-IF
                IF WS-HIS-I GREATER THAN ZEROS THEN
                   IF HIST-SALDO LESS THAN ZEROS THEN
                      ADD 1 TO WS-HIS-NEG(WS-HIS-I)
                   ELSE
                      ADD 1 TO WS-HIS-POS(WS-HIS-I)
                   END-IF
                END-IF
                PERFORM P275-LER-PROX-HISTORICO
             END-PERFORM
             CLOSE ARQ-HISTORICO
             IF HIS-ESTOURO THEN
                DISPLAY 'HISTORICO COM MAIS DE ' WS-HIS-MAX
                        ' CONTAS, AS DEMAIS SERAO LIDAS NO ARQUIVO'
             END-IF
       .
       P275-LER-PROX-HISTORICO.
             READ ARQ-HISTORICO NEXT RECORD
                AT END
                   MOVE "10" TO FS-HISTORICO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ENCERRA AS OFERTAS AINDA DISPONIVEIS: A QUE
      *      PASSOU DA VALIDADE VIRA EXPIRADA E A DE COMPETENCIA
      *      ANTERIOR AINDA NA VALIDADE VIRA SUBSTITUIDA, POIS A
      *      OFERTA VIGENTE PASSA A SER A DESTA EXECUCAO
      ******************************************************************
       P280-ENCERRAR-ANTERIORES.
             MOVE ZEROS TO OFT-CPF
             MOVE ZEROS TO OFT-COMPETENCIA
             START ARQ-OFERTA KEY IS NOT LESS THAN OFT-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-OFERTA
             END-START
             IF FS-OFERTA EQUAL TO "00" THEN
                PERFORM P285-LER-PROX-OFERTA
                PERFORM UNTIL FS-OFERTA NOT EQUAL TO "00"
                   IF OFT-DISPONIVEL THEN
                      IF OFT-DATA-VALIDADE LESS THAN WS-DATA-ATUAL
                         SET OFT-EXPIRADA TO TRUE
                         ADD 1 TO WS-QTDE-EXPIRADAS
                         PERFORM P290-REGRAVAR-OFERTA
                      ELSE
                      IF OFT-COMPETENCIA LESS THAN WS-COMPETENCIA
                         SET OFT-SUBSTITUIDA TO TRUE
                         ADD 1 TO WS-QTDE-SUBSTITUIDAS
                         PERFORM P290-REGRAVAR-OFERTA
                      END-IF
                      END-IF
                   END-IF
                   PERFORM P285-LER-PROX-OFERTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-OFERTA
       .
       P285-LER-PROX-OFERTA.
             READ ARQ-OFERTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-OFERTA
             END-READ
       .
       P290-REGRAVAR-OFERTA.
             REWRITE REG-OFERTA
             IF FS-OFERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A OFERTA DO CPF ' OFT-CPF
                        ' COMPETENCIA ' OFT-COMPETENCIA
                        ', STATUS: ' FS-OFERTA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE O CADASTRO DE CLIENTES EM ORDEM DE
      *      CPF E GERA A OFERTA DA COMPETENCIA DE CADA UM
      ******************************************************************
       P300-PERCORRER-CLIENTES.
             MOVE ZEROS TO CLI-CPF
             START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CPF
                INVALID KEY
                   MOVE "10" TO FS-CLIENTE
             END-START
             IF FS-CLIENTE EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-CLIENTE
             END-IF
             PERFORM UNTIL FS-CLIENTE NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CLIENTES
                MOVE CLI-CPF TO WS-CPF-ATUAL
                PERFORM P350-OFERTAR-CLIENTE
                PERFORM P310-LER-PROX-CLIENTE
             END-PERFORM
       .
       P310-LER-PROX-CLIENTE.
             READ ARQ-CLIENTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-CLIENTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ANALISA O CPF EM WS-CPF-ATUAL: A OFERTA DA
      *      COMPETENCIA JA CONTRATADA (REPROCESSAMENTO) E MANTIDA;
      *      SENAO APURA EXPOSICAO E SCORE, APLICA AS REGRAS E GRAVA
      *      A OFERTA, OU RETIRA A QUE EXISTIA SE O CLIENTE DEIXOU DE
      *      SER ELEGIVEL
      ******************************************************************
       P350-OFERTAR-CLIENTE.
             MOVE 'N' TO WS-OFT-EXISTE
             MOVE WS-CPF-ATUAL TO OFT-CPF
             MOVE WS-COMPETENCIA TO OFT-COMPETENCIA
             READ ARQ-OFERTA RECORD KEY IS OFT-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S' TO WS-OFT-EXISTE
             END-READ
             IF OFT-EXISTE AND OFT-CONTRATADA THEN
                ADD 1 TO WS-QTDE-JA-CONTRATADA
                EXIT PARAGRAPH
             END-IF

             MOVE SPACE TO WS-OFT-MOTIVO
             PERFORM P400-APURAR-EXPOSICAO
             EVALUATE TRUE
                WHEN WS-ELG-QTDE EQUAL TO ZEROS
                   MOVE 'C' TO WS-OFT-MOTIVO
                   ADD 1 TO WS-QTDE-SEM-CONTA
                WHEN CLI-RENDA-MENSAL NOT GREATER THAN ZEROS
                   MOVE 'R' TO WS-OFT-MOTIVO
                   ADD 1 TO WS-QTDE-SEM-RENDA
                WHEN WS-EXP-RATING EQUAL TO 'A'
                   MOVE 'A' TO WS-OFT-MOTIVO
                   ADD 1 TO WS-QTDE-RISCO-ALTO
                WHEN EXP-INADIMPLENTE
                   MOVE 'I' TO WS-OFT-MOTIVO
                   ADD 1 TO WS-QTDE-INADIMPLENTE
             END-EVALUATE
             IF OFT-ELEGIVEL THEN
                PERFORM P500-ESCOLHER-CONTA
                IF WS-MELHOR-SCORE LESS THAN WS-OFT-SCORE-MIN THEN
                   MOVE 'S' TO WS-OFT-MOTIVO
                   ADD 1 TO WS-QTDE-SCORE-BAIXO
                END-IF
             END-IF
             IF OFT-ELEGIVEL THEN
                PERFORM P600-CALCULAR-OFERTA
             END-IF

             IF OFT-ELEGIVEL THEN
                PERFORM P650-GRAVAR-OFERTA
             ELSE
                IF OFT-EXISTE AND OFT-DISPONIVEL THEN
                   SET OFT-SUBSTITUIDA TO TRUE
                   PERFORM P290-REGRAVAR-OFERTA
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSOLIDA A EXPOSICAO DO CPF EM WS-CPF-ATUAL
      *      (MESMA CONTA DE EXPOSICAO-TETO), SEPARA AS CONTAS DE QUE
      *      ELE E TITULAR PRINCIPAL E PODEM RECEBER O CREDITO E
      *      SOMA AS PARCELAS QUE JA COMPROMETEM A RENDA
      ******************************************************************
       P400-APURAR-EXPOSICAO.
             MOVE ZEROS TO WS-EXP-EMPRESTIMOS
             MOVE ZEROS TO WS-EXP-CHEQUE
             MOVE ZEROS TO WS-EXP-CARTOES
             MOVE ZEROS TO WS-EXP-PARCELAS
             MOVE ZEROS TO WS-EXP-QTDE-CONTAS
             MOVE ZEROS TO WS-ELG-QTDE
             MOVE 'N' TO WS-EXP-INADIMPLENTE

             MOVE WS-CPF-ATUAL TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   MOVE "23" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P410-LER-PROX-CONTA
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   OR CPF NOT EQUAL TO WS-CPF-ATUAL
                   MOVE CONTA-NUM TO WS-CONTA-ALVO
                   PERFORM P420-INCLUIR-CONTA
                   IF CONTA-ATIVA AND NOT CONTA-MENOR
                      AND NOT CONTA-PJ AND MOEDA-REAL
                      AND WS-ELG-QTDE LESS THAN 30
                      ADD 1 TO WS-ELG-QTDE
                      MOVE CONTA-NUM TO WS-ELG-CONTA(WS-ELG-QTDE)
                   END-IF
                   PERFORM P410-LER-PROX-CONTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CONTA

             IF FS-TITULAR NOT EQUAL TO "35" THEN
                MOVE WS-CPF-ATUAL TO TIT-CPF
                START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                   INVALID KEY
                      MOVE "23" TO FS-TITULAR
                END-START
                IF FS-TITULAR EQUAL TO "00" THEN
                   PERFORM P415-LER-PROX-TITULAR
                   PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                      OR TIT-CPF NOT EQUAL TO WS-CPF-ATUAL
                      MOVE TIT-CONTA-NUM TO WS-CONTA-ALVO
                      PERFORM P420-INCLUIR-CONTA
                      PERFORM P415-LER-PROX-TITULAR
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-TITULAR
             END-IF

             PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                UNTIL WS-EXP-IDX > WS-EXP-QTDE-CONTAS
                PERFORM P430-SOMAR-CONTA
             END-PERFORM
             COMPUTE WS-EXP-TOTAL = WS-EXP-EMPRESTIMOS
                                  + WS-EXP-CHEQUE
                                  + WS-EXP-CARTOES

             MOVE 'M' TO WS-EXP-RATING
             IF FS-RISCOCLI NOT EQUAL TO "35" THEN
                MOVE WS-CPF-ATUAL TO RSC-CPF
                MOVE ZEROS TO RSC-DATA
                START ARQ-RISCOCLI KEY IS NOT LESS THAN RSC-CHAVE
                   INVALID KEY
                      MOVE "23" TO FS-RISCOCLI
                END-START
                IF FS-RISCOCLI EQUAL TO "00" THEN
                   PERFORM P450-LER-PROX-RISCO
                   PERFORM UNTIL FS-RISCOCLI NOT EQUAL TO "00"
                      OR RSC-CPF NOT EQUAL TO WS-CPF-ATUAL
                      MOVE RSC-RATING TO WS-EXP-RATING
                      PERFORM P450-LER-PROX-RISCO
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-RISCOCLI
             END-IF
             EVALUATE WS-EXP-RATING
                WHEN 'B'
                   MOVE WS-MULT-RISCO-B TO WS-EXP-MULTIPLO
                WHEN 'A'
                   MOVE WS-MULT-RISCO-A TO WS-EXP-MULTIPLO
                WHEN OTHER
                   MOVE WS-MULT-RISCO-M TO WS-EXP-MULTIPLO
             END-EVALUATE
             COMPUTE WS-EXP-TETO ROUNDED =
                     CLI-RENDA-MENSAL * WS-EXP-MULTIPLO
       .
       P410-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P415-LER-PROX-TITULAR.
             READ ARQ-TITULAR NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITULAR
             END-READ
       .
       P420-INCLUIR-CONTA.
             PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                UNTIL WS-EXP-IDX > WS-EXP-QTDE-CONTAS
                IF WS-EXP-CONTA(WS-EXP-IDX) EQUAL TO WS-CONTA-ALVO
                   EXIT PARAGRAPH
                END-IF
             END-PERFORM
             IF WS-EXP-QTDE-CONTAS LESS THAN 30 THEN
                ADD 1 TO WS-EXP-QTDE-CONTAS
                MOVE WS-CONTA-ALVO TO WS-EXP-CONTA(WS-EXP-QTDE-CONTAS)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A EXPOSICAO DE UMA CONTA DA TABELA:
      *      CHEQUE ESPECIAL, EMPRESTIMOS ATIVOS E CARTOES DE CREDITO;
      *      ACUMULA TAMBEM AS PARCELAS MENSAIS DOS EMPRESTIMOS
      *      ATIVOS E MARCA O CPF COM PARCELA EM ATRASO OU CONTRATO
      *      LANCADO EM PREJUIZO
      ******************************************************************
       P430-SOMAR-CONTA.
             MOVE WS-EXP-CONTA(WS-EXP-IDX) TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF SALDO LESS THAN ZEROS
                AND (SALDO * -1) GREATER THAN LIMITE-CHEQUE-ESPECIAL
                COMPUTE WS-EXP-CHEQUE = WS-EXP-CHEQUE - SALDO
             ELSE
                ADD LIMITE-CHEQUE-ESPECIAL TO WS-EXP-CHEQUE
             END-IF

             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                MOVE CONTA-NUM TO EMP-CONTA-NUM
                START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-EMPRESTIMO
                END-START
                IF FS-EMPRESTIMO EQUAL TO "00" THEN
                   PERFORM P435-LER-PROX-EMPRESTIMO
                   PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                      OR EMP-CONTA-NUM NOT EQUAL TO CONTA-NUM
                      IF EMP-PREJUIZO
                         OR (EMP-ATIVO
                             AND EMP-QTDE-PARC-ATRASO GREATER THAN 0)
                         MOVE 'S' TO WS-EXP-INADIMPLENTE
                      END-IF
                      IF EMP-ATIVO THEN
                         ADD EMP-VALOR-PARCELA TO WS-EXP-PARCELAS
                      END-IF
                      IF EMP-HABITACIONAL AND EMP-ATIVO THEN
      *                  SAC: SALDO CORRIGIDO MAIS OS JUROS QUE AINDA
      *                  INCIDEM SOBRE ELE ATE O FIM DO PRAZO
                         COMPUTE WS-EXP-EMPRESTIMOS =
                                 WS-EXP-EMPRESTIMOS
                                 + EMP-HAB-SALDO-DEVEDOR
                                 * (1 + EMP-TAXA-JUROS / 100
                                    * (EMP-QTDE-PARCELAS
                                       - EMP-PARCELAS-PAGAS + 1) / 2)
                      ELSE
                      IF EMP-ATIVO OR EMP-AGUARDA-PORTAB THEN
                         COMPUTE WS-EXP-EMPRESTIMOS =
                                 WS-EXP-EMPRESTIMOS
                                 + (EMP-QTDE-PARCELAS
                                    - EMP-PARCELAS-PAGAS)
                                 * EMP-VALOR-PARCELA
                      END-IF
                      END-IF
                      PERFORM P435-LER-PROX-EMPRESTIMO
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-EMPRESTIMO
             END-IF

             IF FS-CARTAO NOT EQUAL TO "35" THEN
                MOVE CONTA-NUM TO CARD-CONTA-NUM
                START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-CARTAO
                END-START
                IF FS-CARTAO EQUAL TO "00" THEN
                   PERFORM P440-LER-PROX-CARTAO
                   PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                      OR CARD-CONTA-NUM NOT EQUAL TO CONTA-NUM
                      IF CARD-CREDITO THEN
                         MOVE CARD-NUMERO TO WS-CARD-ATUAL
                         PERFORM P530-CALC-UTILIZADO
                         IF CARD-CANCELADO
                            OR CARD-NUMERO-SUBSTITUTO NOT EQUAL TO ZEROS
                            OR WS-UTILIZADO GREATER THAN
                               CARD-LIMITE-CREDITO
                            ADD WS-UTILIZADO TO WS-EXP-CARTOES
                         ELSE
                            ADD CARD-LIMITE-CREDITO TO WS-EXP-CARTOES
                         END-IF
                      END-IF
                      PERFORM P440-LER-PROX-CARTAO
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-CARTAO
             END-IF
       .
       P435-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
       P440-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
       P450-LER-PROX-RISCO.
             READ ARQ-RISCOCLI NEXT RECORD
                AT END
                   MOVE "10" TO FS-RISCOCLI
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O SCORE DE CADA CONTA ELEGIVEL DO CPF
      *      E ESCOLHE A DE MAIOR SCORE PARA RECEBER O CREDITO
      ******************************************************************
       P500-ESCOLHER-CONTA.
             MOVE -1 TO WS-MELHOR-SCORE
             MOVE ZEROS TO WS-MELHOR-CONTA
             PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
                UNTIL WS-ELG-IDX > WS-ELG-QTDE
                MOVE WS-ELG-CONTA(WS-ELG-IDX) TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM P510-CALCULAR-SCORE
                      IF WS-SCORE GREATER THAN WS-MELHOR-SCORE THEN
                         MOVE WS-SCORE TO WS-MELHOR-SCORE
                         MOVE CONTA-NUM TO WS-MELHOR-CONTA
                      END-IF
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O SCORE DA CONTA EM REG-CONTA COM A
      *      MESMA FORMULA DO MENU: SNAPSHOTS POSITIVOS E NEGATIVOS DO
      *      HISTORICO, MOVIMENTACAO (ATE 20), ESTORNOS, EXPOSICAO EM
      *      EMPRESTIMOS ATIVOS DA CONTA E SALDO NEGATIVO
      ******************************************************************
       P510-CALCULAR-SCORE.
             MOVE ZEROS TO WS-SCORE-QTDE-SNAP-POS
             MOVE ZEROS TO WS-SCORE-QTDE-SNAP-NEG
             MOVE ZEROS TO WS-SCORE-QTDE-MOV
             MOVE ZEROS TO WS-SCORE-QTDE-ESTORNOS
             MOVE ZEROS TO WS-SCORE-EXPOSICAO

             MOVE 'N' TO WS-HIS-ACHOU
             PERFORM VARYING WS-HIS-I FROM 1 BY 1
                UNTIL WS-HIS-I > WS-HIS-QTDE OR HIS-ACHOU
                IF WS-HIS-CONTA(WS-HIS-I) EQUAL TO CONTA-NUM THEN
                   MOVE 'S' TO WS-HIS-ACHOU
                   MOVE WS-HIS-POS(WS-HIS-I) TO WS-SCORE-QTDE-SNAP-POS
                   MOVE WS-HIS-NEG(WS-HIS-I) TO WS-SCORE-QTDE-SNAP-NEG
                END-IF
             END-PERFORM
             IF NOT HIS-ACHOU AND HIS-ESTOURO THEN
                OPEN INPUT ARQ-HISTORICO
                IF FS-HISTORICO EQUAL TO "00" THEN
                   PERFORM P275-LER-PROX-HISTORICO
                   PERFORM UNTIL FS-HISTORICO NOT EQUAL TO "00"
                      IF HIST-CONTA-NUM EQUAL TO CONTA-NUM THEN
                         IF HIST-SALDO LESS THAN ZEROS THEN
                            ADD 1 TO WS-SCORE-QTDE-SNAP-NEG
                         ELSE
                            ADD 1 TO WS-SCORE-QTDE-SNAP-POS
                         END-IF
                      END-IF
                      PERFORM P275-LER-PROX-HISTORICO
                   END-PERFORM
                   CLOSE ARQ-HISTORICO
                END-IF
             END-IF

             IF FS-EXTRATO NOT EQUAL TO "35" THEN
                MOVE CONTA-NUM TO EXT-CONTA-NUM
                MOVE ZEROS     TO EXT-SEQUENCIA
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                   INVALID KEY
                      MOVE "23" TO FS-EXTRATO
                END-START
                IF FS-EXTRATO EQUAL TO "00" THEN
                   PERFORM P515-LER-PROX-EXTRATO
                   PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                      OR EXT-CONTA-NUM NOT EQUAL TO CONTA-NUM
                      ADD 1 TO WS-SCORE-QTDE-MOV
                      IF EXT-MOV-ESTORNADA THEN
                         ADD 1 TO WS-SCORE-QTDE-ESTORNOS
                      END-IF
                      PERFORM P515-LER-PROX-EXTRATO
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-EXTRATO
             END-IF

             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                MOVE CONTA-NUM TO EMP-CONTA-NUM
                START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-EMPRESTIMO
                END-START
                IF FS-EMPRESTIMO EQUAL TO "00" THEN
                   PERFORM P435-LER-PROX-EMPRESTIMO
                   PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                      OR EMP-CONTA-NUM NOT EQUAL TO CONTA-NUM
                      IF EMP-ATIVO THEN
                         COMPUTE WS-SCORE-EXPOSICAO =
                                 WS-SCORE-EXPOSICAO
                                 + (EMP-VALOR-PARCELA
                                    * (EMP-QTDE-PARCELAS
                                       - EMP-PARCELAS-PAGAS))
                      END-IF
                      PERFORM P435-LER-PROX-EMPRESTIMO
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-EMPRESTIMO
             END-IF

             IF WS-SCORE-QTDE-MOV GREATER THAN 20 THEN
                MOVE 20 TO WS-SCORE-QTDE-MOV
             END-IF

             COMPUTE WS-SCORE = 500
                     + (WS-SCORE-QTDE-SNAP-POS * 20)
                     - (WS-SCORE-QTDE-SNAP-NEG * 50)
                     + (WS-SCORE-QTDE-MOV * 5)
                     - (WS-SCORE-QTDE-ESTORNOS * 30)
                     - (WS-SCORE-EXPOSICAO / 1000)

             IF SALDO LESS THAN ZEROS THEN
                SUBTRACT 100 FROM WS-SCORE
             END-IF

             IF WS-SCORE LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-SCORE
             END-IF
             IF WS-SCORE GREATER THAN 1000 THEN
                MOVE 1000 TO WS-SCORE
             END-IF
       .
       P515-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA EM WS-UTILIZADO O QUE O CARTAO EM
      *      WS-CARD-ATUAL JA DEVE: FATURAS ABERTAS E FECHADAS MENOS
      *      O PAGO, MAIS O QUE FALTA LANCAR DAS COMPRAS PARCELADAS E
      *      DOS PARCELAMENTOS DE FATURA (MESMA CONTA DO MENU)
      ******************************************************************
       P530-CALC-UTILIZADO.
             MOVE ZEROS TO WS-UTILIZADO
             IF FS-FATURA NOT EQUAL TO "35" THEN
                MOVE WS-CARD-ATUAL TO FAT-CARD-NUMERO
                MOVE ZEROS TO FAT-COMPETENCIA
                START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-FATURA
                END-START
                IF FS-FATURA EQUAL TO "00" THEN
                   PERFORM P531-LER-PROX-FATURA
                   PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                      OR FAT-CARD-NUMERO NOT EQUAL TO WS-CARD-ATUAL
                      IF FAT-ABERTA OR FAT-FECHADA THEN
                         COMPUTE WS-UTILIZADO = WS-UTILIZADO
                                 + FAT-VALOR-COMPRAS
                                 + FAT-VALOR-ROTATIVO
                                 + FAT-VALOR-JUROS-ROT
                                 + FAT-VALOR-PARCELAMENTO
                                 - FAT-VALOR-PAGO
                      END-IF
                      PERFORM P531-LER-PROX-FATURA
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-FATURA
             END-IF
             IF FS-PARCELA NOT EQUAL TO "35" THEN
                MOVE WS-CARD-ATUAL TO PCL-CARD-NUMERO
                MOVE ZEROS TO PCL-EXT-SEQUENCIA
                START ARQ-PARCELA KEY IS NOT LESS THAN PCL-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-PARCELA
                END-START
                IF FS-PARCELA EQUAL TO "00" THEN
                   PERFORM P532-LER-PROX-PARCELA
                   PERFORM UNTIL FS-PARCELA NOT EQUAL TO "00"
                      OR PCL-CARD-NUMERO NOT EQUAL TO WS-CARD-ATUAL
                      IF PCL-ATIVA THEN
                         COMPUTE WS-UTILIZADO = WS-UTILIZADO
                                 + PCL-VALOR-TOTAL - PCL-VALOR-LANCADO
                      END-IF
                      PERFORM P532-LER-PROX-PARCELA
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-PARCELA
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "35" THEN
                MOVE WS-CARD-ATUAL TO PFT-CARD-NUMERO
                MOVE ZEROS TO PFT-COMPETENCIA-ORIGEM
                START ARQ-PARC-FATURA KEY IS NOT LESS THAN PFT-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-PARC-FATURA
                END-START
                IF FS-PARC-FATURA EQUAL TO "00" THEN
                   PERFORM P533-LER-PROX-PARC-FATURA
                   PERFORM UNTIL FS-PARC-FATURA NOT EQUAL TO "00"
                      OR PFT-CARD-NUMERO NOT EQUAL TO WS-CARD-ATUAL
                      IF PFT-ATIVO THEN
                         COMPUTE WS-UTILIZADO = WS-UTILIZADO
                                 + PFT-VALOR-TOTAL - PFT-VALOR-LANCADO
                      END-IF
                      PERFORM P533-LER-PROX-PARC-FATURA
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-PARC-FATURA
             END-IF
       .
       P531-LER-PROX-FATURA.
             READ ARQ-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-FATURA
             END-READ
       .
       P532-LER-PROX-PARCELA.
             READ ARQ-PARCELA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARCELA
             END-READ
       .
       P533-LER-PROX-PARC-FATURA.
             READ ARQ-PARC-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARC-FATURA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DEFINE A TAXA PELA FAIXA DE SCORE (A MESMA DA
      *      SOLICITACAO DE EMPRESTIMO) E O VALOR MAXIMO: O MENOR
      *      ENTRE O QUE CABE NA MARGEM DA RENDA (DESCONTADAS AS
      *      PARCELAS JA CONTRATADAS), O QUE CABE NA FOLGA DO TETO DE
      *      EXPOSICAO, O TETO DA OFERTA E O LIMITE SEM GARANTIA,
      *      ARREDONDADO PARA BAIXO EM CENTENAS
      ******************************************************************
       P600-CALCULAR-OFERTA.
             EVALUATE TRUE
                WHEN WS-MELHOR-SCORE NOT LESS THAN 800
                   MOVE WS-TAXA-FAIXA-A TO WS-OFT-TAXA
                WHEN WS-MELHOR-SCORE NOT LESS THAN 600
                   MOVE WS-TAXA-FAIXA-B TO WS-OFT-TAXA
                WHEN OTHER
                   MOVE WS-TAXA-FAIXA-C TO WS-OFT-TAXA
             END-EVALUATE
             COMPUTE WS-OFT-FATOR =
                     1 + WS-OFT-TAXA / 100 * WS-OFT-PRAZO-MAX

             COMPUTE WS-OFT-MARGEM-LIVRE =
                     CLI-RENDA-MENSAL * WS-MARGEM-CONSIGNAVEL
                     - WS-EXP-PARCELAS
             IF WS-OFT-MARGEM-LIVRE NOT GREATER THAN ZEROS THEN
                MOVE 'M' TO WS-OFT-MOTIVO
                ADD 1 TO WS-QTDE-SEM-MARGEM
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-OFT-FOLGA-TETO = WS-EXP-TETO - WS-EXP-TOTAL
             IF WS-OFT-FOLGA-TETO NOT GREATER THAN ZEROS THEN
                MOVE 'T' TO WS-OFT-MOTIVO
                ADD 1 TO WS-QTDE-SEM-TETO
                EXIT PARAGRAPH
             END-IF

             COMPUTE WS-OFT-VALOR-MARGEM =
                     WS-OFT-MARGEM-LIVRE * WS-OFT-PRAZO-MAX
                     / WS-OFT-FATOR
             COMPUTE WS-OFT-VALOR-TETO =
                     WS-OFT-FOLGA-TETO / WS-OFT-FATOR
             MOVE WS-OFT-VALOR-MARGEM TO WS-OFT-VALOR
             IF WS-OFT-VALOR-TETO LESS THAN WS-OFT-VALOR THEN
                MOVE WS-OFT-VALOR-TETO TO WS-OFT-VALOR
             END-IF
             IF WS-OFT-VALOR-MAX LESS THAN WS-OFT-VALOR THEN
                MOVE WS-OFT-VALOR-MAX TO WS-OFT-VALOR
             END-IF
             IF WS-EMP-LIMITE-SEM-GAR LESS THAN WS-OFT-VALOR THEN
                MOVE WS-EMP-LIMITE-SEM-GAR TO WS-OFT-VALOR
             END-IF
             COMPUTE WS-OFT-CENTENAS = WS-OFT-VALOR / 100
             COMPUTE WS-OFT-VALOR = WS-OFT-CENTENAS * 100
             IF WS-OFT-VALOR LESS THAN WS-OFT-VALOR-MIN THEN
                MOVE 'V' TO WS-OFT-MOTIVO
                ADD 1 TO WS-QTDE-VALOR-BAIXO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA (OU, NO REPROCESSAMENTO, REGRAVA) A
      *      OFERTA DISPONIVEL DO CPF NA COMPETENCIA
      ******************************************************************
       P650-GRAVAR-OFERTA.
             MOVE WS-CPF-ATUAL       TO OFT-CPF
             MOVE WS-COMPETENCIA     TO OFT-COMPETENCIA
             MOVE WS-MELHOR-CONTA    TO OFT-CONTA-NUM
             SET OFT-CREDITO-PESSOAL TO TRUE
             MOVE WS-MELHOR-SCORE    TO OFT-SCORE
             MOVE WS-OFT-VALOR       TO OFT-VALOR-MAXIMO
             MOVE WS-OFT-TAXA        TO OFT-TAXA-JUROS
             MOVE WS-OFT-PRAZO-MAX   TO OFT-PRAZO-MAXIMO
             MOVE WS-DATA-ATUAL      TO OFT-DATA-GERACAO
             MOVE WS-DATA-VALIDADE   TO OFT-DATA-VALIDADE
             SET OFT-DISPONIVEL      TO TRUE
             MOVE ZEROS              TO OFT-DATA-CONTRATACAO
             MOVE ZEROS              TO OFT-EMP-SEQ
             MOVE ZEROS              TO OFT-VALOR-CONTRATADO
             MOVE SPACES             TO OFT-OPER-CONTRATACAO
             IF OFT-EXISTE THEN
                PERFORM P290-REGRAVAR-OFERTA
             ELSE
                WRITE REG-OFERTA
                IF FS-OFERTA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO GRAVAR A OFERTA DO CPF '
                           OFT-CPF ', STATUS: ' FS-OFERTA
                END-IF
             END-IF
             ADD 1 TO WS-QTDE-OFERTAS
             ADD WS-OFT-VALOR TO WS-TOTAL-OFERTADO
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS OFERTAS E ACUMULA, PARA CADA UMA
      *      DAS ULTIMAS 12 COMPETENCIAS, O OFERTADO, O CONTRATADO E O
      *      QUE FICOU DISPONIVEL, EXPIROU OU FOI SUBSTITUIDO
      ******************************************************************
       P700-APURAR-CONVERSAO.
             PERFORM VARYING WS-CNV-I FROM 1 BY 1 UNTIL WS-CNV-I > 12
                COMPUTE WS-CNV-MESES = WS-MESES-ATUAL - WS-CNV-I + 1
                COMPUTE WS-COMP-ANO = WS-CNV-MESES / 12
                COMPUTE WS-COMP-MES =
                        WS-CNV-MESES - WS-COMP-ANO * 12 + 1
                MOVE WS-COMP-AUX TO WS-CNV-COMPETENCIA(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-QTDE-OFERTA(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-VALOR-OFERTA(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-QTDE-CONTR(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-VALOR-CONTR(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-QTDE-DISP(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-QTDE-EXPIR(WS-CNV-I)
                MOVE ZEROS TO WS-CNV-QTDE-SUBST(WS-CNV-I)
             END-PERFORM

             MOVE ZEROS TO OFT-CPF
             MOVE ZEROS TO OFT-COMPETENCIA
             START ARQ-OFERTA KEY IS NOT LESS THAN OFT-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-OFERTA
             END-START
             IF FS-OFERTA EQUAL TO "00" THEN
                PERFORM P285-LER-PROX-OFERTA
                PERFORM UNTIL FS-OFERTA NOT EQUAL TO "00"
                   MOVE OFT-COMPETENCIA TO WS-COMP-AUX
                   COMPUTE WS-MESES-OFERTA =
                           WS-COMP-ANO * 12 + WS-COMP-MES - 1
                   IF WS-MESES-OFERTA NOT GREATER THAN WS-MESES-ATUAL
                      AND WS-MESES-ATUAL - WS-MESES-OFERTA
                          LESS THAN 12
                      COMPUTE WS-CNV-I =
                              WS-MESES-ATUAL - WS-MESES-OFERTA + 1
                      PERFORM P710-ACUMULAR-OFERTA
                   END-IF
                   PERFORM P285-LER-PROX-OFERTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-OFERTA
       .
       P710-ACUMULAR-OFERTA.
             ADD 1 TO WS-CNV-QTDE-OFERTA(WS-CNV-I)
             ADD OFT-VALOR-MAXIMO TO WS-CNV-VALOR-OFERTA(WS-CNV-I)
             EVALUATE TRUE
                WHEN OFT-CONTRATADA
                   ADD 1 TO WS-CNV-QTDE-CONTR(WS-CNV-I)
                   ADD OFT-VALOR-CONTRATADO
                    TO WS-CNV-VALOR-CONTR(WS-CNV-I)
                WHEN OFT-DISPONIVEL
                   ADD 1 TO WS-CNV-QTDE-DISP(WS-CNV-I)
                WHEN OFT-EXPIRADA
                   ADD 1 TO WS-CNV-QTDE-EXPIR(WS-CNV-I)
                WHEN OFT-SUBSTITUIDA
                   ADD 1 TO WS-CNV-QTDE-SUBST(WS-CNV-I)
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO: RESUMO DA GERACAO DESTA
      *      EXECUCAO COM OS MOTIVOS DE RECUSA E, POR COMPETENCIA DA
      *      MAIS ANTIGA PARA A ATUAL, AS OFERTAS FEITAS CONTRA AS
      *      CONTRATADAS, EM QUANTIDADE E VALOR
      ******************************************************************
       P800-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CREDITO PRE-APROVADO - COMPETENCIA '
                                      DELIMITED SIZE
                    WS-COMPETENCIA    DELIMITED SIZE
                    ' - GERADO EM '   DELIMITED SIZE
                    WS-DATA-ATUAL     DELIMITED SIZE
                    ' - VALIDADE ATE ' DELIMITED SIZE
                    WS-DATA-VALIDADE  DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOTAL-OFERTADO TO WS-VALOR-EDITADO
             STRING 'CLIENTES ANALISADOS: '  DELIMITED SIZE
                    WS-QTDE-CLIENTES         DELIMITED SIZE
                    ' OFERTAS GERADAS: '     DELIMITED SIZE
                    WS-QTDE-OFERTAS          DELIMITED SIZE
                    ' VALOR OFERTADO: '      DELIMITED SIZE
                    WS-VALOR-EDITADO         DELIMITED SIZE
                    ' JA CONTRATADAS: '      DELIMITED SIZE
                    WS-QTDE-JA-CONTRATADA    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RECUSAS - SEM CONTA ELEGIVEL: ' DELIMITED SIZE
                    WS-QTDE-SEM-CONTA        DELIMITED SIZE
                    ' SEM RENDA: '           DELIMITED SIZE
                    WS-QTDE-SEM-RENDA        DELIMITED SIZE
                    ' RISCO ALTO: '          DELIMITED SIZE
                    WS-QTDE-RISCO-ALTO       DELIMITED SIZE
                    ' INADIMPLENTE: '        DELIMITED SIZE
                    WS-QTDE-INADIMPLENTE     DELIMITED SIZE
                    ' SCORE < '              DELIMITED SIZE
                    WS-OFT-SCORE-MIN         DELIMITED SIZE
                    ': '                     DELIMITED SIZE
                    WS-QTDE-SCORE-BAIXO      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '          SEM MARGEM DE RENDA: ' DELIMITED SIZE
                    WS-QTDE-SEM-MARGEM       DELIMITED SIZE
                    ' SEM FOLGA NO TETO: '   DELIMITED SIZE
                    WS-QTDE-SEM-TETO         DELIMITED SIZE
                    ' VALOR ABAIXO DO MINIMO: ' DELIMITED SIZE
                    WS-QTDE-VALOR-BAIXO      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'OFERTAS ANTERIORES ENCERRADAS - EXPIRADAS: '
                                             DELIMITED SIZE
                    WS-QTDE-EXPIRADAS        DELIMITED SIZE
                    ' SUBSTITUIDAS: '        DELIMITED SIZE
                    WS-QTDE-SUBSTITUIDAS     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA

             MOVE 'CONVERSAO DAS OFERTAS POR COMPETENCIA'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-CNV-I FROM 12 BY -1 UNTIL WS-CNV-I < 1
                IF WS-CNV-QTDE-OFERTA(WS-CNV-I) GREATER THAN ZEROS
                   PERFORM P810-GRAVAR-COMPETENCIA
                END-IF
             END-PERFORM
       .
       P810-GRAVAR-COMPETENCIA.
             COMPUTE WS-PERC-EDITADO ROUNDED =
                     WS-CNV-QTDE-CONTR(WS-CNV-I) * 100
                     / WS-CNV-QTDE-OFERTA(WS-CNV-I)
             MOVE WS-CNV-VALOR-OFERTA(WS-CNV-I) TO WS-VALOR-EDITADO
             MOVE WS-CNV-VALOR-CONTR(WS-CNV-I) TO WS-VALOR-EDITADO-2
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING WS-CNV-COMPETENCIA(WS-CNV-I) DELIMITED SIZE
                    ' OFERTAS: '                 DELIMITED SIZE
                    WS-CNV-QTDE-OFERTA(WS-CNV-I) DELIMITED SIZE
                    ' VALOR: '                   DELIMITED SIZE
                    WS-VALOR-EDITADO             DELIMITED SIZE
                    ' CONTRATADAS: '             DELIMITED SIZE
                    WS-CNV-QTDE-CONTR(WS-CNV-I)  DELIMITED SIZE
                    ' VALOR: '                   DELIMITED SIZE
                    WS-VALOR-EDITADO-2           DELIMITED SIZE
                    ' CONVERSAO: '               DELIMITED SIZE
                    WS-PERC-EDITADO              DELIMITED SIZE
                    '%'                          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '       DISPONIVEIS: '       DELIMITED SIZE
                    WS-CNV-QTDE-DISP(WS-CNV-I)   DELIMITED SIZE
                    ' EXPIRADAS: '               DELIMITED SIZE
                    WS-CNV-QTDE-EXPIR(WS-CNV-I)  DELIMITED SIZE
                    ' SUBSTITUIDAS: '            DELIMITED SIZE
                    WS-CNV-QTDE-SUBST(WS-CNV-I)  DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
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
             CLOSE ARQ-CLIENTE
             CLOSE ARQ-CONTA
             IF FS-TITULAR NOT EQUAL TO "35" THEN
                CLOSE ARQ-TITULAR
             END-IF
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-CARTAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-CARTAO
             END-IF
             IF FS-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-FATURA
             END-IF
             IF FS-PARCELA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARCELA
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARC-FATURA
             END-IF
             IF FS-RISCOCLI NOT EQUAL TO "35" THEN
                CLOSE ARQ-RISCOCLI
             END-IF
             IF FS-EXTRATO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EXTRATO
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-OFERTA
             CLOSE ARQ-RELATORIO
             DISPLAY 'CLIENTES ANALISADOS: ' WS-QTDE-CLIENTES
             DISPLAY 'OFERTAS PRE-APROVADAS GERADAS: ' WS-QTDE-OFERTAS
             DISPLAY 'RELATORIO GRAVADO EM OFERTA-CONVERSAO.REL'
             STOP RUN.
       END PROGRAM OFERTA-PRE-APROVADA.
