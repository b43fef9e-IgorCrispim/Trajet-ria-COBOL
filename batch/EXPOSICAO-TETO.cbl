      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DO TETO GLOBAL DE EXPOSICAO DE CREDITO
      *            POR CLIENTE: PARA CADA CPF DO CADASTRO CONSOLIDA,
      *            EM TODAS AS CONTAS EM QUE ELE E TITULAR OU
      *            COTITULAR, O SALDO A VENCER DOS EMPRESTIMOS
      *            ATIVOS, O LIMITE DE CHEQUE ESPECIAL CONCEDIDO (OU O
      *            NEGATIVO, SE MAIOR) E, POR CARTAO DE CREDITO, O
      *            MAIOR ENTRE O LIMITE E O SALDO DE FATURAS E
      *            PARCELAMENTOS; COMPARA COM O TETO (RENDA MENSAL
      *            VEZES O MULTIPLO DO RATING DE RISCO, PARAMETROS
      *            TETO-CREDITO-MULT-B/M/A) E LISTA EM
      *            EXPOSICAO-TETO.REL OS CLIENTES ACIMA DELE - O MESMO
      *            CALCULO QUE O MENU FAZ ANTES DE CONCEDER EMPRESTIMO,
      *            CARTAO OU CHEQUE ESPECIAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICAO-TETO.
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
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-RELATORIO ASSIGN TO "exposicao-teto.rel"
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
       77 FS-PARAMETRO                 PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-VALOR-EDITADO             PIC -9(11).99.
       77 WS-VALOR-EDITADO-2           PIC -9(11).99.
       77 WS-VALOR-EDITADO-3           PIC -9(11).99.
       77 WS-VALOR-EDITADO-4           PIC -9(11).99.
       77 WS-VALOR-EDITADO-5           PIC -9(11).99.
       77 WS-MULT-EDITADO              PIC ZZ9.99.
      *      MULTIPLOS DA RENDA POR RATING, COM OS PADROES DO FONTE
      *      QUANDO NAO HA VIGENCIA NA TABELA DE PARAMETROS
       77 WS-MULT-RISCO-B              PIC 9(03)V99 VALUE 12.
       77 WS-MULT-RISCO-M              PIC 9(03)V99 VALUE 8.
       77 WS-MULT-RISCO-A              PIC 9(03)V99 VALUE 4.
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
       77 WS-EXP-EXCESSO               PIC S9(11)V99.
       77 WS-EXP-QTDE-CONTAS           PIC 9(02).
       77 WS-EXP-IDX                   PIC 9(02).
       77 WS-QTDE-CLIENTES             PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-COM-CREDITO          PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-ACIMA                PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-RENDA            PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-EXPOSICAO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-EXCESSO             PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-EDITADO             PIC -9(13).99.
       01 WS-EXP-CONTAS-TAB.
           05 WS-EXP-CONTA             PIC 9(06) OCCURS 30 TIMES.
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
             PERFORM P280-GRAVAR-CABECALHO
             PERFORM P300-PERCORRER-CLIENTES
             PERFORM P800-GRAVAR-TOTAIS
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
      *      OS ARQUIVOS DE PRODUTO, DE RATING E DE PARAMETROS PODEM
      *      NAO EXISTIR AINDA
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
      *      FUNÇÃO QUE CARREGA OS MULTIPLOS DA RENDA POR RATING
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
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
       P280-GRAVAR-CABECALHO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CLIENTES ACIMA DO TETO DE EXPOSICAO DE CREDITO'
                                      DELIMITED SIZE
                    ' - POSICAO DE '  DELIMITED SIZE
                    WS-DATA-ATUAL     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'TETO = RENDA MENSAL X MULTIPLO DO RATING (B: '
                                      DELIMITED SIZE
                    WS-MULT-RISCO-B   DELIMITED SIZE
                    ' M: '            DELIMITED SIZE
                    WS-MULT-RISCO-M   DELIMITED SIZE
                    ' A: '            DELIMITED SIZE
                    WS-MULT-RISCO-A   DELIMITED SIZE
                    ', SEM RATING = M)' DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE O CADASTRO DE CLIENTES EM ORDEM DE
      *      CPF E APURA A EXPOSICAO DE CADA UM
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
                PERFORM P400-APURAR-EXPOSICAO
                IF WS-EXP-TOTAL GREATER THAN ZEROS THEN
                   ADD 1 TO WS-QTDE-COM-CREDITO
                   ADD WS-EXP-TOTAL TO WS-TOTAL-EXPOSICAO
                   IF WS-EXP-TOTAL GREATER THAN WS-EXP-TETO THEN
                      PERFORM P700-GRAVAR-CLIENTE
                   END-IF
                END-IF
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
      *      FUNÇÃO QUE CONSOLIDA A EXPOSICAO DO CPF EM WS-CPF-ATUAL:
      *      MONTA A TABELA DAS CONTAS (TITULAR E COTITULAR), SOMA A
      *      EXPOSICAO DE CADA UMA E CALCULA O TETO PELO RATING MAIS
      *      RECENTE
      ******************************************************************
       P400-APURAR-EXPOSICAO.
             MOVE ZEROS TO WS-EXP-EMPRESTIMOS
             MOVE ZEROS TO WS-EXP-CHEQUE
             MOVE ZEROS TO WS-EXP-CARTOES
             MOVE ZEROS TO WS-EXP-QTDE-CONTAS

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
      *      CHEQUE ESPECIAL, EMPRESTIMOS ATIVOS E CARTOES DE CREDITO
      *      (O REEMITIDO PESA NO SUBSTITUTO, O CANCELADO SO PELO QUE
      *      AINDA DEVE)
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
      *      FUNÇÃO QUE GRAVA AS DUAS LINHAS DO CLIENTE ACIMA DO TETO:
      *      IDENTIFICACAO, RATING E TETO; DEPOIS A COMPOSICAO DA
      *      EXPOSICAO E O EXCESSO
      ******************************************************************
       P700-GRAVAR-CLIENTE.
             ADD 1 TO WS-QTDE-ACIMA
             COMPUTE WS-EXP-EXCESSO = WS-EXP-TOTAL - WS-EXP-TETO
             ADD WS-EXP-EXCESSO TO WS-TOTAL-EXCESSO
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE CLI-RENDA-MENSAL TO WS-VALOR-EDITADO
             MOVE WS-EXP-MULTIPLO TO WS-MULT-EDITADO
             MOVE WS-EXP-TETO TO WS-VALOR-EDITADO-2
             STRING 'CPF: '           DELIMITED SIZE
                    CLI-CPF           DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    CLI-NOME          DELIMITED SIZE
                    ' RATING: '       DELIMITED SIZE
                    WS-EXP-RATING     DELIMITED SIZE
                    ' RENDA: '        DELIMITED SIZE
                    WS-VALOR-EDITADO  DELIMITED SIZE
                    ' X'              DELIMITED SIZE
                    WS-MULT-EDITADO   DELIMITED SIZE
                    ' TETO: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-2 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             IF CLI-RENDA-MENSAL NOT GREATER THAN ZEROS THEN
                ADD 1 TO WS-QTDE-SEM-RENDA
                MOVE ' (SEM RENDA)' TO WS-LINHA-RELATORIO(120:)
             END-IF
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-EXP-EMPRESTIMOS TO WS-VALOR-EDITADO
             MOVE WS-EXP-CHEQUE TO WS-VALOR-EDITADO-2
             MOVE WS-EXP-CARTOES TO WS-VALOR-EDITADO-3
             MOVE WS-EXP-TOTAL TO WS-VALOR-EDITADO-4
             MOVE WS-EXP-EXCESSO TO WS-VALOR-EDITADO-5
             STRING '   EMPREST: '    DELIMITED SIZE
                    WS-VALOR-EDITADO  DELIMITED SIZE
                    ' CHEQUE: '       DELIMITED SIZE
                    WS-VALOR-EDITADO-2 DELIMITED SIZE
                    ' CARTOES: '      DELIMITED SIZE
                    WS-VALOR-EDITADO-3 DELIMITED SIZE
                    ' TOTAL: '        DELIMITED SIZE
                    WS-VALOR-EDITADO-4 DELIMITED SIZE
                    ' EXCESSO: '      DELIMITED SIZE
                    WS-VALOR-EDITADO-5 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P800-GRAVAR-TOTAIS.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CLIENTES ANALISADOS: '  DELIMITED SIZE
                    WS-QTDE-CLIENTES         DELIMITED SIZE
                    ' COM CREDITO: '         DELIMITED SIZE
                    WS-QTDE-COM-CREDITO      DELIMITED SIZE
                    ' ACIMA DO TETO: '       DELIMITED SIZE
                    WS-QTDE-ACIMA            DELIMITED SIZE
                    ' (SEM RENDA: '          DELIMITED SIZE
                    WS-QTDE-SEM-RENDA        DELIMITED SIZE
                    ')'                      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOTAL-EXPOSICAO TO WS-TOTAL-EDITADO
             STRING 'EXPOSICAO TOTAL DA CARTEIRA: ' DELIMITED SIZE
                    WS-TOTAL-EDITADO                DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOTAL-EXCESSO TO WS-TOTAL-EDITADO
             STRING 'EXCESSO TOTAL SOBRE OS TETOS:  ' DELIMITED SIZE
                    WS-TOTAL-EDITADO                  DELIMITED SIZE
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
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'CLIENTES ANALISADOS: ' WS-QTDE-CLIENTES
             DISPLAY 'CLIENTES ACIMA DO TETO DE EXPOSICAO: '
                     WS-QTDE-ACIMA
             DISPLAY 'RELATORIO GRAVADO EM EXPOSICAO-TETO.REL'
             STOP RUN.
       END PROGRAM EXPOSICAO-TETO.
