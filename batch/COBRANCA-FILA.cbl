      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DA FILA DE TRABALHO DA COBRANCA: JUNTA
      *            POR CPF OS PRODUTOS EM ATRASO (PARCELAS DE
      *            EMPRESTIMO, FATURA DE CARTAO ROLADA OU VENCIDA E
      *            CHEQUE ESPECIAL COM DIAS NEGATIVOS) NUM ITEM DE
      *            ARQ-COBRANCA, PRIORIZADO PELOS DIAS DE ATRASO, PELO
      *            VALOR E PELAS PROMESSAS QUEBRADAS. A PROMESSA DE
      *            PAGAMENTO PENDENTE E CONFERIDA NO EXTRATO DAS
      *            CONTAS DO CPF: PAGA ATE A DATA PROMETIDA FECHA O
      *            ITEM, E VENCIDA SEM PAGAMENTO VIRA QUEBRADA E SOBE
      *            A PRIORIDADE. O CPF QUE SAIU DO ATRASO TEM O ITEM
      *            FECHADO COMO REGULARIZADO. A FILA EM ORDEM DE
      *            PRIORIDADE VAI PARA COBRANCA-FILA.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-FILA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-COBRANCA ASSIGN TO "cobranca-fila.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS COB-CPF
                ALTERNATE RECORD KEY IS COB-ORDEM-FILA
                     WITH DUPLICATES
                FILE STATUS  IS FS-COBRANCA.
           SELECT ARQ-FILA-REL ASSIGN TO "cobranca-fila.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-FILA-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-COBRANCA.
           COPY COBRFILA.
       FD ARQ-FILA-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-COBRANCA                  PIC XX.
       77 FS-FILA-REL                  PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
      *      PONTOS DE PRIORIDADE: UM POR DIA DE ATRASO, UM POR
      *      WS-VALOR-PONTO EM ATRASO E WS-PESO-QUEBRA POR PROMESSA
      *      QUEBRADA (PARAMETROS COBR-VALOR-PONTO E COBR-PESO-QUEBRA)
       77 WS-VALOR-PONTO               PIC S9(07)V9(04) VALUE 100.
       77 WS-PESO-QUEBRA               PIC S9(07)V9(04) VALUE 300.
       77 WS-PONTOS                    PIC 9(07).
       77 WS-ITEM-CPF                  PIC 9(11).
       77 WS-ITEM-NOME                 PIC X(30).
       77 WS-ITEM-CONTA                PIC 9(06).
       77 WS-ITEM-DIAS                 PIC 9(05).
       77 WS-ITEM-VALOR                PIC S9(09)V99.
       77 WS-ITEM-PRODUTO              PIC X(01).
           88 ITEM-EMPRESTIMO          VALUE 'E'.
           88 ITEM-FATURA              VALUE 'F'.
           88 ITEM-CHEQUE-ESPECIAL     VALUE 'C'.
       77 WS-COB-NOVO                  PIC X(01) VALUE 'N'.
           88 COB-NOVO                 VALUE 'S'.
       77 WS-FAT-CARD-ATUAL            PIC 9(16) VALUE ZEROS.
       77 WS-FAT-CONTA                 PIC 9(06).
       77 WS-FAT-VENC-ATRASO           PIC 9(08) VALUE ZEROS.
       77 WS-FAT-VALOR-ATRASO          PIC S9(09)V99 VALUE ZEROS.
       77 WS-FAT-RESIDUO               PIC S9(09)V99.
       77 WS-DATA-LIMITE-PAGTO         PIC 9(08).
       77 WS-VALOR-PAGO                PIC S9(09)V99.
       77 WS-CONTA-PAGTO               PIC 9(06).
       77 WS-QTDE-EMP-ATRASO           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-FAT-ATRASO           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CHE-ATRASO           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-NOVOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REABERTOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REGULARIZADOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CUMPRIDAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-QUEBRADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ABERTOS              PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-FILA                PIC S9(11)V99 VALUE ZEROS.
       77 WS-POSICAO-FILA              PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-EDITADO             PIC -9(09).99.
       77 WS-LINHA-RELATORIO           PIC X(132).
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
             PERFORM P280-PREPARAR-APURACAO
             PERFORM P300-APURAR-EMPRESTIMOS
             PERFORM P400-APURAR-FATURAS
             PERFORM P500-APURAR-CHEQUE-ESPECIAL
             PERFORM P600-ATUALIZAR-FILA
             PERFORM P700-GRAVAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS CONTAS, STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FATURA
             IF FS-FATURA NOT EQUAL TO "00"
                AND FS-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS FATURAS, STATUS: '
                        FS-FATURA
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
             OPEN I-O ARQ-COBRANCA
             IF FS-COBRANCA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-COBRANCA
                CLOSE ARQ-COBRANCA
                OPEN I-O ARQ-COBRANCA
             END-IF
             IF FS-COBRANCA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A FILA DE COBRANCA, STATUS: '
                        FS-COBRANCA
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-FILA-REL
             IF FS-FILA-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DA FILA, STATUS: '
                        FS-FILA-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA OS PESOS DA PRIORIDADE; SEM PARAMETRO
      *      CADASTRADO VALEM OS VALORES PADRAO
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'COBR-VALOR-PONTO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO
                AND WS-PARAM-VALOR-RESULT GREATER THAN ZEROS THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-VALOR-PONTO
             END-IF
             MOVE 'COBR-PESO-QUEBRA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PESO-QUEBRA
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
      *      FUNÇÃO QUE DESFAZ A APURACAO DE UMA EXECUCAO ANTERIOR NO
      *      MESMO DIA, PARA QUE A REEXECUCAO NAO SOME OS PRODUTOS EM
      *      DOBRO
      ******************************************************************
       P280-PREPARAR-APURACAO.
             MOVE ZEROS TO COB-CPF
             START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-COBRANCA EQUAL TO "00" THEN
                PERFORM P605-LER-PROX-ITEM
                PERFORM UNTIL FS-COBRANCA NOT EQUAL TO "00"
                   IF COB-ABERTO
                      AND COB-DATA-APURACAO EQUAL TO WS-DATA-ATUAL
                      MOVE ZEROS TO COB-DATA-APURACAO
                      REWRITE REG-COBRANCA
                   END-IF
                   PERFORM P605-LER-PROX-ITEM
                END-PERFORM
             END-IF
             MOVE "00" TO FS-COBRANCA
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA PARA A FILA OS EMPRESTIMOS ATIVOS COM
      *      PARCELAS EM ATRASO, CONTANDO OS DIAS DESDE O VENCIMENTO
      *      DA PARCELA MAIS ANTIGA EM ABERTO
      ******************************************************************
       P300-APURAR-EMPRESTIMOS.
             IF FS-EMPRESTIMO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO EMP-SEQ
             START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EMPRESTIMO EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-EMPRESTIMO
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   IF EMP-ATIVO
                      AND EMP-QTDE-PARC-ATRASO GREATER THAN ZEROS
                      AND EMP-DATA-VENC-ATRASO GREATER THAN ZEROS
                      AND EMP-DATA-VENC-ATRASO LESS THAN WS-DATA-ATUAL
                      ADD 1 TO WS-QTDE-EMP-ATRASO
                      MOVE EMP-CONTA-NUM TO WS-ITEM-CONTA
                      COMPUTE WS-ITEM-DIAS =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                        - FUNCTION INTEGER-OF-DATE(EMP-DATA-VENC-ATRASO)
                      COMPUTE WS-ITEM-VALOR =
                              EMP-VALOR-PARCELA * EMP-QTDE-PARC-ATRASO
                      SET ITEM-EMPRESTIMO TO TRUE
                      PERFORM P810-LER-TITULAR
                   END-IF
                   PERFORM P310-LER-PROX-EMPRESTIMO
                END-PERFORM
             END-IF
       .
       P310-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA PARA A FILA OS CARTOES COM FATURA EM
      *      ATRASO. AS FATURAS DO CARTAO VEM EM ORDEM DE COMPETENCIA:
      *      A ROLADA (OU FECHADA E VENCIDA COM SALDO) ABRE O ATRASO
      *      NO SEU VENCIMENTO E A PAGA OU PARCELADA O ENCERRA; O
      *      VALOR E O RESIDUO DA ULTIMA FATURA EM ATRASO
      ******************************************************************
       P400-APURAR-FATURAS.
             IF FS-FATURA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO FAT-CHAVE
             START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FATURA EQUAL TO "00" THEN
                PERFORM P410-LER-PROX-FATURA
                PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                   IF FAT-CARD-NUMERO NOT EQUAL TO WS-FAT-CARD-ATUAL
                      PERFORM P430-FECHAR-CARTAO
                      MOVE FAT-CARD-NUMERO TO WS-FAT-CARD-ATUAL
                   END-IF
                   PERFORM P420-TRATAR-FATURA
                   PERFORM P410-LER-PROX-FATURA
                END-PERFORM
                PERFORM P430-FECHAR-CARTAO
             END-IF
       .
       P410-LER-PROX-FATURA.
             READ ARQ-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-FATURA
             END-READ
       .
       P420-TRATAR-FATURA.
             MOVE FAT-CONTA-NUM TO WS-FAT-CONTA
             COMPUTE WS-FAT-RESIDUO = FAT-VALOR-COMPRAS
                     + FAT-VALOR-ROTATIVO + FAT-VALOR-JUROS-ROT
                     + FAT-VALOR-PARCELAMENTO - FAT-VALOR-PAGO
             EVALUATE TRUE
                WHEN FAT-ROLADA
                   IF WS-FAT-VENC-ATRASO EQUAL TO ZEROS THEN
                      MOVE FAT-DATA-VENCIMENTO TO WS-FAT-VENC-ATRASO
                   END-IF
                   MOVE WS-FAT-RESIDUO TO WS-FAT-VALOR-ATRASO
                WHEN FAT-FECHADA
                   IF FAT-DATA-VENCIMENTO LESS THAN WS-DATA-ATUAL
                      AND WS-FAT-RESIDUO GREATER THAN ZEROS THEN
                      IF WS-FAT-VENC-ATRASO EQUAL TO ZEROS THEN
                         MOVE FAT-DATA-VENCIMENTO TO WS-FAT-VENC-ATRASO
                      END-IF
                      MOVE WS-FAT-RESIDUO TO WS-FAT-VALOR-ATRASO
                   END-IF
                WHEN FAT-PAGA
                WHEN FAT-PARCELADA
                   MOVE ZEROS TO WS-FAT-VENC-ATRASO
                   MOVE ZEROS TO WS-FAT-VALOR-ATRASO
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
       .
       P430-FECHAR-CARTAO.
             IF WS-FAT-VENC-ATRASO GREATER THAN ZEROS
                AND WS-FAT-VALOR-ATRASO GREATER THAN ZEROS THEN
                ADD 1 TO WS-QTDE-FAT-ATRASO
                MOVE WS-FAT-CONTA TO WS-ITEM-CONTA
                COMPUTE WS-ITEM-DIAS =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                        - FUNCTION INTEGER-OF-DATE(WS-FAT-VENC-ATRASO)
                MOVE WS-FAT-VALOR-ATRASO TO WS-ITEM-VALOR
                SET ITEM-FATURA TO TRUE
                PERFORM P810-LER-TITULAR
             END-IF
             MOVE ZEROS TO WS-FAT-VENC-ATRASO
             MOVE ZEROS TO WS-FAT-VALOR-ATRASO
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA PARA A FILA AS CONTAS NEGATIVAS NO CHEQUE
      *      ESPECIAL, COM OS DIAS CORRIDOS NO NEGATIVO
      ******************************************************************
       P500-APURAR-CHEQUE-ESPECIAL.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P510-LER-PROX-CONTA
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   IF NOT CONTA-ENCERRADA
                      AND SALDO LESS THAN ZEROS
                      AND QTDE-DIAS-NEGATIVO GREATER THAN ZEROS
                      ADD 1 TO WS-QTDE-CHE-ATRASO
                      MOVE CONTA-NUM TO WS-ITEM-CONTA
                      MOVE CPF TO WS-ITEM-CPF
                      MOVE NOME TO WS-ITEM-NOME
                      MOVE QTDE-DIAS-NEGATIVO TO WS-ITEM-DIAS
                      COMPUTE WS-ITEM-VALOR = ZEROS - SALDO
                      SET ITEM-CHEQUE-ESPECIAL TO TRUE
                      PERFORM P800-ACUMULAR-ITEM
                   END-IF
                   PERFORM P510-LER-PROX-CONTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CONTA
       .
       P510-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE A FILA: CONFERE A PROMESSA PENDENTE,
      *      FECHA O ITEM DO CPF QUE NAO APARECEU EM ATRASO HOJE E
      *      RECALCULA A PRIORIDADE DOS QUE CONTINUAM ABERTOS
      ******************************************************************
       P600-ATUALIZAR-FILA.
             MOVE ZEROS TO COB-CPF
             START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-COBRANCA EQUAL TO "00" THEN
                PERFORM P605-LER-PROX-ITEM
                PERFORM UNTIL FS-COBRANCA NOT EQUAL TO "00"
                   IF COB-ABERTO THEN
                      PERFORM P610-TRATAR-ITEM
                   END-IF
                   PERFORM P605-LER-PROX-ITEM
                END-PERFORM
             END-IF
             MOVE "00" TO FS-COBRANCA
       .
       P605-LER-PROX-ITEM.
             READ ARQ-COBRANCA NEXT RECORD
                AT END
                   MOVE "10" TO FS-COBRANCA
             END-READ
       .
       P610-TRATAR-ITEM.
             IF COB-PROMESSA-PENDENTE THEN
                PERFORM P620-CONFERIR-PROMESSA
             END-IF
             IF COB-ABERTO
                AND COB-DATA-APURACAO NOT EQUAL TO WS-DATA-ATUAL THEN
                SET COB-FECHADO TO TRUE
                SET COB-FECH-REGULARIZADO TO TRUE
                MOVE WS-DATA-ATUAL TO COB-DATA-FECHAMENTO
                ADD 1 TO WS-QTDE-REGULARIZADOS
             END-IF
             IF COB-ABERTO THEN
                PERFORM P650-CALCULAR-PRIORIDADE
             ELSE
                MOVE ZEROS TO COB-PRIORIDADE
                MOVE 99999 TO COB-ORDEM-FILA
             END-IF
             REWRITE REG-COBRANCA
             IF FS-COBRANCA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O ITEM DO CPF ' COB-CPF
                        ', STATUS: ' FS-COBRANCA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA OS PAGAMENTOS FEITOS PELAS CONTAS DO CPF
      *      DESDE O REGISTRO DA PROMESSA ATE A DATA PROMETIDA: PAGA
      *      A PROMESSA FECHA O ITEM; DATA VENCIDA SEM O PAGAMENTO
      *      INTEGRAL QUEBRA A PROMESSA
      ******************************************************************
       P620-CONFERIR-PROMESSA.
             IF COB-PROMESSA-DATA LESS THAN WS-DATA-ATUAL THEN
                MOVE COB-PROMESSA-DATA TO WS-DATA-LIMITE-PAGTO
             ELSE
                MOVE WS-DATA-ATUAL TO WS-DATA-LIMITE-PAGTO
             END-IF
             MOVE ZEROS TO WS-VALOR-PAGO
             MOVE COB-CPF TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P510-LER-PROX-CONTA
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   OR CPF NOT EQUAL TO COB-CPF
                   MOVE CONTA-NUM TO WS-CONTA-PAGTO
                   PERFORM P630-SOMAR-PAGAMENTOS
                   PERFORM P510-LER-PROX-CONTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CONTA
             MOVE WS-VALOR-PAGO TO COB-PROMESSA-VALOR-PAGO

             IF WS-VALOR-PAGO NOT LESS THAN COB-PROMESSA-VALOR THEN
                SET COB-PROMESSA-CUMPRIDA TO TRUE
                MOVE WS-DATA-ATUAL TO COB-PROMESSA-DATA-RESOL
                SET COB-FECHADO TO TRUE
                SET COB-FECH-PROMESSA TO TRUE
                MOVE WS-DATA-ATUAL TO COB-DATA-FECHAMENTO
                ADD 1 TO WS-QTDE-CUMPRIDAS
                EXIT PARAGRAPH
             END-IF
             IF COB-PROMESSA-DATA LESS THAN WS-DATA-ATUAL THEN
                SET COB-PROMESSA-QUEBRADA TO TRUE
                MOVE WS-DATA-ATUAL TO COB-PROMESSA-DATA-RESOL
                ADD 1 TO COB-QTDE-QUEBRAS
                ADD 1 TO WS-QTDE-QUEBRADAS
             END-IF
       .
      ******************************************************************
      *      CONTA COMO PAGAMENTO A PARCELA DE EMPRESTIMO DEBITADA (ED)
      *      E O PAGAMENTO DE FATURA (PF); QUANDO O CPF DEVE CHEQUE
      *      ESPECIAL, TAMBEM OS CREDITOS QUE COBREM O NEGATIVO
      ******************************************************************
       P630-SOMAR-PAGAMENTOS.
             IF FS-EXTRATO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-PAGTO TO EXT-CONTA-NUM
             MOVE ZEROS TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO EQUAL TO "00" THEN
                PERFORM P640-LER-PROX-EXTRATO
                PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                   OR EXT-CONTA-NUM NOT EQUAL TO WS-CONTA-PAGTO
                   IF EXT-DATA-MOV NOT LESS THAN COB-PROMESSA-DATA-REG
                      AND EXT-DATA-MOV NOT GREATER THAN
                          WS-DATA-LIMITE-PAGTO
                      AND (EXT-MOV-NORMAL OR EXT-MOV-LIQUIDADA)
                      EVALUATE TRUE
                         WHEN EXT-EMPRESTIMO-DEBITO
                         WHEN EXT-PAGAMENTO-FATURA
                            ADD EXT-VALOR TO WS-VALOR-PAGO
                         WHEN EXT-DEPOSITO
                         WHEN EXT-DEPOSITO-CHEQUE
                         WHEN EXT-TRANSF-CREDITO
                         WHEN EXT-TED-RECEBIDA
                         WHEN EXT-FOLHA-CREDITO
                         WHEN EXT-BOLETO-CREDITO
                         WHEN EXT-CORBAN-DEPOSITO
                         WHEN EXT-BENEFICIO-INSS
                         WHEN EXT-ENVELOPE-ATM
                         WHEN EXT-ENVELOPE-AJUSTE-CR
                         WHEN EXT-CONTEST-CREDITO
                         WHEN EXT-PREV-RESGATE
                         WHEN EXT-REMESSA-DEVOLVIDA
                         WHEN EXT-RECARGA-DEVOLVIDA
                         WHEN EXT-CAP-PREMIO
                         WHEN EXT-CAP-RESGATE
                            IF COB-VALOR-CHEQUE-ESP GREATER THAN ZEROS
                               ADD EXT-VALOR TO WS-VALOR-PAGO
                            END-IF
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                   END-IF
                   PERFORM P640-LER-PROX-EXTRATO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-EXTRATO
       .
       P640-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA A PRIORIDADE DO ITEM: DIAS DE ATRASO
      *      (ATE 999), PONTOS DE VALOR (ATE 999) E O PESO DAS
      *      PROMESSAS QUEBRADAS; A ORDEM DA FILA E O COMPLEMENTO
      ******************************************************************
       P650-CALCULAR-PRIORIDADE.
             MOVE COB-DIAS-ATRASO TO WS-PONTOS
             IF WS-PONTOS GREATER THAN 999 THEN
                MOVE 999 TO WS-PONTOS
             END-IF
             MOVE WS-PONTOS TO COB-PRIORIDADE
             COMPUTE WS-PONTOS = COB-VALOR-ATRASO / WS-VALOR-PONTO
             IF WS-PONTOS GREATER THAN 999 THEN
                MOVE 999 TO WS-PONTOS
             END-IF
             ADD WS-PONTOS TO COB-PRIORIDADE
             COMPUTE WS-PONTOS = COB-PRIORIDADE
                     + (COB-QTDE-QUEBRAS * WS-PESO-QUEBRA)
             IF WS-PONTOS GREATER THAN 99999 THEN
                MOVE 99999 TO WS-PONTOS
             END-IF
             MOVE WS-PONTOS TO COB-PRIORIDADE
             COMPUTE COB-ORDEM-FILA = 99999 - COB-PRIORIDADE
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA A FILA EM ORDEM DE PRIORIDADE (CHAVE
      *      ALTERNATIVA COB-ORDEM-FILA) COM O RESUMO DA APURACAO
      ******************************************************************
       P700-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'FILA DE TRABALHO DA COBRANCA - DATA: '
                                        DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE 'POS.   PRIOR. CPF         NOME                  '
               TO WS-LINHA-RELATORIO
             MOVE '        DIAS     VALOR ATRASO PRD PR QB COBRADOR'
               TO WS-LINHA-RELATORIO(51:)
             PERFORM P890-GRAVAR-LINHA

             MOVE ZEROS TO COB-ORDEM-FILA
             START ARQ-COBRANCA KEY IS NOT LESS THAN COB-ORDEM-FILA
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-COBRANCA EQUAL TO "00" THEN
                PERFORM P605-LER-PROX-ITEM
                PERFORM UNTIL FS-COBRANCA NOT EQUAL TO "00"
                   IF COB-ABERTO THEN
                      PERFORM P710-GRAVAR-ITEM
                   END-IF
                   PERFORM P605-LER-PROX-ITEM
                END-PERFORM
             END-IF
             MOVE "00" TO FS-COBRANCA

             MOVE WS-VALOR-FILA TO WS-VALOR-EDITADO
             STRING 'ITENS ABERTOS: '      DELIMITED SIZE
                    WS-QTDE-ABERTOS        DELIMITED SIZE
                    ' VALOR EM ATRASO: '   DELIMITED SIZE
                    WS-VALOR-EDITADO       DELIMITED SIZE
                    ' NOVOS: '             DELIMITED SIZE
                    WS-QTDE-NOVOS          DELIMITED SIZE
                    ' REABERTOS: '         DELIMITED SIZE
                    WS-QTDE-REABERTOS      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             STRING 'REGULARIZADOS: '      DELIMITED SIZE
                    WS-QTDE-REGULARIZADOS  DELIMITED SIZE
                    ' PROMESSAS CUMPRIDAS: ' DELIMITED SIZE
                    WS-QTDE-CUMPRIDAS      DELIMITED SIZE
                    ' PROMESSAS QUEBRADAS: ' DELIMITED SIZE
                    WS-QTDE-QUEBRADAS      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P710-GRAVAR-ITEM.
             ADD 1 TO WS-POSICAO-FILA
             ADD 1 TO WS-QTDE-ABERTOS
             ADD COB-VALOR-ATRASO TO WS-VALOR-FILA
             MOVE COB-VALOR-ATRASO TO WS-VALOR-EDITADO
             STRING WS-POSICAO-FILA        DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    COB-PRIORIDADE         DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    COB-CPF                DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    COB-NOME               DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    COB-DIAS-ATRASO        DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    WS-VALOR-EDITADO       DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    COB-QTDE-PRODUTOS      DELIMITED SIZE
                    '  '                   DELIMITED SIZE
                    COB-PROMESSA-STATUS    DELIMITED SIZE
                    '  '                   DELIMITED SIZE
                    COB-QTDE-QUEBRAS       DELIMITED SIZE
                    ' '                    DELIMITED SIZE
                    COB-COBRADOR           DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA O TITULAR DA CONTA DO PRODUTO EM
      *      ATRASO E SOMA O PRODUTO NO ITEM DO CPF
      ******************************************************************
       P810-LER-TITULAR.
             MOVE WS-ITEM-CONTA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA ' WS-ITEM-CONTA ' DO PRODUTO EM'
                           ' ATRASO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             MOVE CPF TO WS-ITEM-CPF
             MOVE NOME TO WS-ITEM-NOME
             PERFORM P800-ACUMULAR-ITEM
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA UM PRODUTO EM ATRASO NO ITEM DO CPF. O
      *      PRIMEIRO PRODUTO DO DIA ZERA A APURACAO ANTERIOR; O ITEM
      *      FECHADO QUE VOLTA AO ATRASO E REABERTO NUM NOVO CICLO
      ******************************************************************
       P800-ACUMULAR-ITEM.
             MOVE 'N' TO WS-COB-NOVO
             MOVE WS-ITEM-CPF TO COB-CPF
             READ ARQ-COBRANCA RECORD KEY IS COB-CPF
                INVALID KEY
                   MOVE 'S' TO WS-COB-NOVO
             END-READ
             IF COB-NOVO THEN
                INITIALIZE REG-COBRANCA
                MOVE WS-ITEM-CPF TO COB-CPF
                PERFORM P805-INICIAR-CICLO
                ADD 1 TO WS-QTDE-NOVOS
             ELSE
                IF COB-FECHADO THEN
                   PERFORM P805-INICIAR-CICLO
                   ADD 1 TO WS-QTDE-REABERTOS
                END-IF
             END-IF
             IF COB-DATA-APURACAO NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE WS-DATA-ATUAL TO COB-DATA-APURACAO
                MOVE WS-ITEM-CONTA TO COB-CONTA-NUM
                MOVE ZEROS TO COB-DIAS-ATRASO
                MOVE ZEROS TO COB-VALOR-ATRASO
                MOVE ZEROS TO COB-VALOR-EMPRESTIMO
                MOVE ZEROS TO COB-VALOR-FATURA
                MOVE ZEROS TO COB-VALOR-CHEQUE-ESP
                MOVE ZEROS TO COB-QTDE-PRODUTOS
             END-IF
             MOVE WS-ITEM-NOME TO COB-NOME
             IF WS-ITEM-DIAS GREATER THAN COB-DIAS-ATRASO THEN
                MOVE WS-ITEM-DIAS TO COB-DIAS-ATRASO
             END-IF
             ADD WS-ITEM-VALOR TO COB-VALOR-ATRASO
             ADD 1 TO COB-QTDE-PRODUTOS
             EVALUATE TRUE
                WHEN ITEM-EMPRESTIMO
                   ADD WS-ITEM-VALOR TO COB-VALOR-EMPRESTIMO
                WHEN ITEM-FATURA
                   ADD WS-ITEM-VALOR TO COB-VALOR-FATURA
                WHEN OTHER
                   ADD WS-ITEM-VALOR TO COB-VALOR-CHEQUE-ESP
             END-EVALUATE
             IF COB-NOVO THEN
                WRITE REG-COBRANCA
             ELSE
                REWRITE REG-COBRANCA
             END-IF
             IF FS-COBRANCA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O ITEM DO CPF ' COB-CPF
                        ', STATUS: ' FS-COBRANCA
             END-IF
       .
       P805-INICIAR-CICLO.
             SET COB-ABERTO TO TRUE
             MOVE SPACES TO COB-MOTIVO-FECHAMENTO
             MOVE WS-DATA-ATUAL TO COB-DATA-ENTRADA
             MOVE ZEROS TO COB-DATA-APURACAO
             MOVE ZEROS TO COB-DATA-FECHAMENTO
             MOVE ZEROS TO COB-PRIORIDADE
             MOVE 99999 TO COB-ORDEM-FILA
             MOVE ZEROS TO COB-QTDE-QUEBRAS
             MOVE SPACES TO COB-COBRADOR
             MOVE ZEROS TO COB-QTDE-CONTATOS
             MOVE ZEROS TO COB-DATA-ULT-CONTATO
             SET COB-SEM-PROMESSA TO TRUE
             MOVE ZEROS TO COB-PROMESSA-DATA
             MOVE ZEROS TO COB-PROMESSA-VALOR
             MOVE ZEROS TO COB-PROMESSA-DATA-REG
             MOVE SPACES TO COB-PROMESSA-COBRADOR
             MOVE ZEROS TO COB-PROMESSA-VALOR-PAGO
             MOVE ZEROS TO COB-PROMESSA-DATA-RESOL
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-FILA-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-FILA-REL
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-FATURA
             END-IF
             IF FS-EXTRATO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EXTRATO
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-COBRANCA
             CLOSE ARQ-FILA-REL
             DISPLAY 'EMPRESTIMOS EM ATRASO: ' WS-QTDE-EMP-ATRASO
             DISPLAY 'CARTOES COM FATURA EM ATRASO: '
                     WS-QTDE-FAT-ATRASO
             DISPLAY 'CONTAS NEGATIVAS NO CHEQUE ESPECIAL: '
                     WS-QTDE-CHE-ATRASO
             DISPLAY 'ITENS ABERTOS NA FILA: ' WS-QTDE-ABERTOS
             DISPLAY 'ITENS NOVOS: ' WS-QTDE-NOVOS
                     ' REABERTOS: ' WS-QTDE-REABERTOS
             DISPLAY 'ITENS REGULARIZADOS: ' WS-QTDE-REGULARIZADOS
             DISPLAY 'PROMESSAS CUMPRIDAS: ' WS-QTDE-CUMPRIDAS
                     ' QUEBRADAS: ' WS-QTDE-QUEBRADAS
             DISPLAY 'RELATORIO GRAVADO EM COBRANCA-FILA.REL'
             STOP RUN.
       END PROGRAM COBRANCA-FILA.
