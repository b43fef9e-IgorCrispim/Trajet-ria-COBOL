      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DE CONCILIACAO DOS SUB-RAZOES COM O
      *            RAZAO, RODADO DEPOIS DO CONTABIL-DIARIO: APURA O
      *            SALDO EM ABERTO DE CADA PRODUTO PELO SEU PROPRIO
      *            ARQUIVO (EMPRESTIMOS, CDB/LCI/LCA, FUNDOS, CARTAO
      *            DE CREDITO E CHEQUES ADMINISTRATIVOS) E O CONFRONTA
      *            COM O SALDO DA CONTA CONTABIL CORRESPONDENTE
      *            (SALDOS CONSOLIDADOS DE ARQ-SALDOCTB MAIS OS
      *            LANCAMENTOS DO RAZAO DA COMPETENCIA ABERTA, QUE JA
      *            TRAZEM O DIA); AS DIFERENCAS SAEM POR PRODUTO E POR
      *            AGENCIA (A QUEBRA POR AGENCIA DO LADO CONTABIL VEM
      *            DO RAZAO, QUE CARREGA RAZ-AGENCIA) EM
      *            RAZAO-CONCILIACAO.REL, E AS QUEBRAS FICAM EM
      *            ARQ-CONCQBR COM A DATA DE ABERTURA PARA O
      *            ENVELHECIMENTO DAS QUE ATRAVESSAM DIAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAO-CONCILIACAO.
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
           SELECT ARQ-APLICACAO ASSIGN TO "aplicacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-POSFUNDO ASSIGN TO "posfundo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFU-CHAVE
                FILE STATUS  IS FS-POSFUNDO.
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-PARC-FATURA ASSIGN TO "parcfatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFT-CHAVE
                FILE STATUS  IS FS-PARC-FATURA.
           SELECT ARQ-CHQADM ASSIGN TO "chqadm.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ADM-NUMERO
                FILE STATUS  IS FS-CHQADM.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
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
           SELECT ARQ-CONCQBR ASSIGN TO "concqbr.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS QBR-CHAVE
                FILE STATUS  IS FS-CONCQBR.
           SELECT ARQ-RELATORIO ASSIGN TO "razao-conciliacao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-POSFUNDO.
           COPY POSFUNDO.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-PARC-FATURA.
           COPY PFATCAD.
       FD ARQ-CHQADM.
           COPY CHQADMCAD.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-SALDOCTB.
           COPY SALDOCTB.
       FD ARQ-FECHCTB.
           COPY FECHCTB.
       FD ARQ-PLANOCONTA.
           COPY PLANOCTA.
       FD ARQ-CONCQBR.
           COPY CONCQBR.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-POSFUNDO                  PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-PARC-FATURA               PIC XX.
       77 FS-CHQADM                    PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-SALDOCTB                  PIC XX.
       77 FS-FECHCTB                   PIC XX.
       77 FS-PLANOCONTA                PIC XX.
       77 FS-CONCQBR                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-COMP-FECHADA              PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-QTDE-QUEBRAS              PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-RESOLVIDAS           PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-NOVAS                PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-ATE-5-DIAS           PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-ATE-30-DIAS          PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-MAIS-30-DIAS         PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-ABERTA               PIC 9(05).
       77 WS-QBR-EXISTE                PIC X(01).
           88 QBR-EXISTE               VALUE 'S'.
      *      ENTRADA DA ACUMULACAO DO LADO DOS ARQUIVOS
       77 WS-CNC-PRD                   PIC 9(01).
       77 WS-CNC-CONTA-NUM             PIC 9(06).
       77 WS-CNC-VALOR                 PIC S9(11)V99.
       77 WS-CNC-CONTA-CTB             PIC 9(05).
       77 WS-CNC-AGENCIA               PIC 9(04).
       77 WS-CNC-SALDO-ARQ             PIC S9(13)V99.
       77 WS-CNC-SALDO-CTB             PIC S9(13)V99.
       77 WS-CNC-DIFERENCA             PIC S9(13)V99.
       77 WS-VALOR-EDITADO-1           PIC -Z(12)9.99.
       77 WS-VALOR-EDITADO-2           PIC -Z(12)9.99.
       77 WS-VALOR-EDITADO-3           PIC -Z(12)9.99.
       77 WS-PRD-I                     PIC 9(01).
       77 WS-PRD-QTDE                  PIC 9(01) VALUE 5.
       01 WS-PRD-TAB.
           05 WS-PRD-ITEM OCCURS 5 TIMES.
               10 WS-PRD-NOME          PIC X(20).
               10 WS-PRD-CONTA         PIC 9(05).
               10 WS-PRD-QTDE-REG      PIC 9(07).
               10 WS-PRD-SALDO         PIC S9(13)V99.
      *      CONTAS CONTABEIS CONCILIADAS: SALDO CONSOLIDADO DAS
      *      COMPETENCIAS FECHADAS E MOVIMENTO DA ABERTA, AMBOS COMO
      *      DEBITOS MENOS CREDITOS ATE A APLICACAO DA NATUREZA
       77 WS-CTA-I                     PIC 9(01).
       77 WS-CTA-QTDE                  PIC 9(01) VALUE 4.
       77 WS-CTA-ACHOU                 PIC X(01).
           88 CTA-ACHOU                VALUE 'S'.
       01 WS-CTA-TAB.
           05 WS-CTA-ITEM OCCURS 4 TIMES.
               10 WS-CTA-CODIGO        PIC 9(05).
               10 WS-CTA-NATUREZA      PIC X(01).
                   88 WS-CTA-DEVEDORA  VALUE 'D'.
               10 WS-CTA-SALDOCTB      PIC S9(13)V99.
               10 WS-CTA-RAZAO-ABERTO  PIC S9(13)V99.
               10 WS-CTA-ARQUIVO       PIC S9(13)V99.
       77 WS-CAG-I                     PIC 9(03).
       77 WS-CAG-QTDE                  PIC 9(03) VALUE ZEROS.
       77 WS-CAG-MAX                   PIC 9(03) VALUE 100.
       77 WS-CAG-ACHOU                 PIC X(01).
           88 CAG-ACHOU                VALUE 'S'.
       01 WS-CAG-TAB.
           05 WS-CAG-ITEM OCCURS 100 TIMES.
               10 WS-CAG-CONTA         PIC 9(05).
               10 WS-CAG-AGENCIA       PIC 9(04).
               10 WS-CAG-ARQUIVO       PIC S9(13)V99.
               10 WS-CAG-RAZAO         PIC S9(13)V99.
       01 WS-RAZ-DATA-R.
           05 WS-RD-COMPETENCIA        PIC 9(06).
           05 WS-RD-DIA                PIC 9(02).
       01 WS-CONTA-CTB-R.
           05 WS-CTB-GRUPO             PIC 9(01).
           05 FILLER                   PIC 9(04).
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
             PERFORM P250-MONTAR-TABELAS
             PERFORM P300-APURAR-CONTABIL
             PERFORM P400-APURAR-ARQUIVOS
             PERFORM P600-CONCILIAR
             PERFORM P700-FECHAR-RESOLVIDAS
             PERFORM P800-RESUMO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-APLICACAO
             IF FS-APLICACAO NOT EQUAL TO "00"
                AND FS-APLICACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS APLICACOES, STATUS: '
                        FS-APLICACAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-POSFUNDO
             IF FS-POSFUNDO NOT EQUAL TO "00"
                AND FS-POSFUNDO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS POSICOES EM FUNDOS,'
                        ' STATUS: ' FS-POSFUNDO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FATURA
             IF FS-FATURA NOT EQUAL TO "00"
                AND FS-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS FATURAS, STATUS: '
                        FS-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARC-FATURA
             IF FS-PARC-FATURA NOT EQUAL TO "00"
                AND FS-PARC-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARCELAMENTOS DE FATURA,'
                        ' STATUS: ' FS-PARC-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CHQADM
             IF FS-CHQADM NOT EQUAL TO "00"
                AND FS-CHQADM NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS CHEQUES ADMINISTRATIVOS,'
                        ' STATUS: ' FS-CHQADM
                STOP RUN
             END-IF
             OPEN INPUT ARQ-RAZAO
             IF FS-RAZAO NOT EQUAL TO "00"
                AND FS-RAZAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O RAZAO, STATUS: ' FS-RAZAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-SALDOCTB
             IF FS-SALDOCTB NOT EQUAL TO "00"
                AND FS-SALDOCTB NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS SALDOS CONTABEIS,'
                        ' STATUS: ' FS-SALDOCTB
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PLANOCONTA
             IF FS-PLANOCONTA NOT EQUAL TO "00"
                AND FS-PLANOCONTA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O PLANO DE CONTAS, STATUS: '
                        FS-PLANOCONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FECHCTB
             IF FS-FECHCTB EQUAL TO "00" THEN
                READ ARQ-FECHCTB
                IF FS-FECHCTB EQUAL TO "00" THEN
                   MOVE FCH-ULT-COMP-FECHADA TO WS-COMP-FECHADA
                END-IF
                CLOSE ARQ-FECHCTB
             END-IF
             OPEN I-O ARQ-CONCQBR
             IF FS-CONCQBR EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CONCQBR
                CLOSE ARQ-CONCQBR
                OPEN I-O ARQ-CONCQBR
             END-IF
             IF FS-CONCQBR NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS QUEBRAS DE CONCILIACAO,'
                        ' STATUS: ' FS-CONCQBR
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
      *      FUNÇÃO QUE MONTA OS PRODUTOS CONCILIADOS E A CONTA
      *      CONTABIL DE CADA UM, CONFORME O MAPA DE EVENTOS DO
      *      CONTABIL-DIARIO (12001 EMPRESTIMOS A RECEBER, 21002
      *      OBRIGACOES POR CDB, QUE TAMBEM RECEBE AS APLICACOES EM
      *      FUNDO PELO CUSTO, 12002 CARTAO DE CREDITO A RECEBER,
      *      21095 CHEQUES ADMINISTRATIVOS A PAGAR); A NATUREZA DE
      *      CADA CONTA VEM DO PLANO DE CONTAS (GRUPO 1 DEVEDORA NA
      *      FALTA DELE)
      ******************************************************************
       P250-MONTAR-TABELAS.
             MOVE 'EMPRESTIMOS'          TO WS-PRD-NOME(1)
             MOVE 12001                  TO WS-PRD-CONTA(1)
             MOVE 'CDB/LCI/LCA/OVERNIGHT' TO WS-PRD-NOME(2)
             MOVE 21002                  TO WS-PRD-CONTA(2)
             MOVE 'FUNDOS (CUSTO)'       TO WS-PRD-NOME(3)
             MOVE 21002                  TO WS-PRD-CONTA(3)
             MOVE 'CARTAO DE CREDITO'    TO WS-PRD-NOME(4)
             MOVE 12002                  TO WS-PRD-CONTA(4)
             MOVE 'CHEQUES ADMINISTRAT.' TO WS-PRD-NOME(5)
             MOVE 21095                  TO WS-PRD-CONTA(5)
             PERFORM VARYING WS-PRD-I FROM 1 BY 1
                UNTIL WS-PRD-I > WS-PRD-QTDE
                MOVE ZEROS TO WS-PRD-QTDE-REG(WS-PRD-I)
                MOVE ZEROS TO WS-PRD-SALDO(WS-PRD-I)
             END-PERFORM

             MOVE 12001 TO WS-CTA-CODIGO(1)
             MOVE 21002 TO WS-CTA-CODIGO(2)
             MOVE 12002 TO WS-CTA-CODIGO(3)
             MOVE 21095 TO WS-CTA-CODIGO(4)
             PERFORM VARYING WS-CTA-I FROM 1 BY 1
                UNTIL WS-CTA-I > WS-CTA-QTDE
                MOVE ZEROS TO WS-CTA-SALDOCTB(WS-CTA-I)
                MOVE ZEROS TO WS-CTA-RAZAO-ABERTO(WS-CTA-I)
                MOVE ZEROS TO WS-CTA-ARQUIVO(WS-CTA-I)
                MOVE WS-CTA-CODIGO(WS-CTA-I) TO WS-CONTA-CTB-R
                IF WS-CTB-GRUPO EQUAL TO 1 THEN
                   MOVE 'D' TO WS-CTA-NATUREZA(WS-CTA-I)
                ELSE
                   MOVE 'C' TO WS-CTA-NATUREZA(WS-CTA-I)
                END-IF
                IF FS-PLANOCONTA NOT EQUAL TO "35" THEN
                   MOVE WS-CTA-CODIGO(WS-CTA-I) TO PCT-CODIGO
                   READ ARQ-PLANOCONTA RECORD KEY IS PCT-CODIGO
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE PCT-NATUREZA
                           TO WS-CTA-NATUREZA(WS-CTA-I)
                   END-READ
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA O LADO CONTABIL: SALDOS DAS COMPETENCIAS
      *      JA FECHADAS EM ARQ-SALDOCTB MAIS OS LANCAMENTOS DO RAZAO
      *      DA COMPETENCIA ABERTA; A QUEBRA POR AGENCIA SOMA O RAZAO
      *      INTEIRO, POIS O SALDO CONSOLIDADO NAO GUARDA AGENCIA
      ******************************************************************
       P300-APURAR-CONTABIL.
             IF FS-SALDOCTB NOT EQUAL TO "35" THEN
                MOVE ZEROS TO SCT-COMPETENCIA
                MOVE ZEROS TO SCT-CONTA-CONTABIL
                START ARQ-SALDOCTB KEY IS NOT LESS THAN SCT-CHAVE
                   INVALID KEY
                      CONTINUE
                END-START
                IF FS-SALDOCTB EQUAL TO "00" THEN
                   PERFORM P310-LER-PROX-SALDOCTB
                   PERFORM UNTIL FS-SALDOCTB NOT EQUAL TO "00"
                      IF SCT-COMPETENCIA NOT GREATER THAN
                         WS-COMP-FECHADA THEN
                         MOVE SCT-CONTA-CONTABIL TO WS-CNC-CONTA-CTB
                         PERFORM P520-LOCALIZAR-CONTA-CTB
                         IF CTA-ACHOU THEN
                            ADD SCT-DEBITOS
                              TO WS-CTA-SALDOCTB(WS-CTA-I)
                            SUBTRACT SCT-CREDITOS
                              FROM WS-CTA-SALDOCTB(WS-CTA-I)
                         END-IF
                      END-IF
                      PERFORM P310-LER-PROX-SALDOCTB
                   END-PERFORM
                END-IF
             END-IF

             IF FS-RAZAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P320-LER-PROX-RAZAO
             PERFORM UNTIL FS-RAZAO NOT EQUAL TO "00"
                MOVE RAZ-CONTA-CONTABIL TO WS-CNC-CONTA-CTB
                PERFORM P520-LOCALIZAR-CONTA-CTB
                IF CTA-ACHOU THEN
                   PERFORM P330-ACUMULAR-LANCAMENTO
                END-IF
                PERFORM P320-LER-PROX-RAZAO
             END-PERFORM
       .
       P310-LER-PROX-SALDOCTB.
             READ ARQ-SALDOCTB NEXT RECORD
                AT END
                   MOVE "10" TO FS-SALDOCTB
             END-READ
       .
       P320-LER-PROX-RAZAO.
             READ ARQ-RAZAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RAZAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA UM LANCAMENTO DE CONTA CONCILIADA: NA
      *      AGENCIA SEMPRE, NO SALDO DA CONTA SO SE A COMPETENCIA
      *      CONTABIL AINDA ESTA ABERTA (A FECHADA JA VEIO DE
      *      ARQ-SALDOCTB); O ACERVO SEM DATA CONTABIL USA RAZ-DATA
      ******************************************************************
       P330-ACUMULAR-LANCAMENTO.
             IF RAZ-DATA-CONTABIL NOT EQUAL TO ZEROS THEN
                MOVE RAZ-DATA-CONTABIL TO WS-RAZ-DATA-R
             ELSE
                MOVE RAZ-DATA TO WS-RAZ-DATA-R
             END-IF
             IF RAZ-DEBITO THEN
                MOVE RAZ-VALOR TO WS-CNC-VALOR
             ELSE
                COMPUTE WS-CNC-VALOR = ZEROS - RAZ-VALOR
             END-IF
             IF WS-RD-COMPETENCIA GREATER THAN WS-COMP-FECHADA THEN
                ADD WS-CNC-VALOR TO WS-CTA-RAZAO-ABERTO(WS-CTA-I)
             END-IF
             MOVE RAZ-AGENCIA TO WS-CNC-AGENCIA
             PERFORM P510-LOCALIZAR-AGENCIA-CTB
             IF CAG-ACHOU THEN
                ADD WS-CNC-VALOR TO WS-CAG-RAZAO(WS-CAG-I)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA O SALDO EM ABERTO DE CADA PRODUTO PELO
      *      SEU PROPRIO ARQUIVO:
      *      EMPRESTIMO ATIVO - PARCELAS RESTANTES * VALOR DA PARCELA
      *                         (HABITACIONAL: SALDO DEVEDOR CORRIGIDO)
      *      APLICACAO ATIVA  - VALOR APLICADO
      *      FUNDO            - CUSTO DE AQUISICAO DA POSICAO
      *      FATURA ABERTA OU FECHADA - COMPRAS + ROTATIVO + JUROS +
      *                         PARCELAS DE PARCELAMENTO - PAGO, MAIS
      *                         O SALDO AINDA NAO LANCADO DOS
      *                         PARCELAMENTOS ATIVOS
      *      CHEQUE ADMINISTRATIVO EMITIDO E NAO PAGO - VALOR
      ******************************************************************
       P400-APURAR-ARQUIVOS.
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                MOVE 1 TO WS-CNC-PRD
                MOVE ZEROS TO EMP-SEQ
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-SEQ
                   INVALID KEY
                      MOVE "10" TO FS-EMPRESTIMO
                END-START
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   READ ARQ-EMPRESTIMO NEXT RECORD
                      AT END
                         MOVE "10" TO FS-EMPRESTIMO
                      NOT AT END
                         IF EMP-ATIVO THEN
                            IF EMP-HABITACIONAL THEN
                               MOVE EMP-HAB-SALDO-DEVEDOR
                                 TO WS-CNC-VALOR
                            ELSE
                               COMPUTE WS-CNC-VALOR =
                                  (EMP-QTDE-PARCELAS
                                   - EMP-PARCELAS-PAGAS)
                                  * EMP-VALOR-PARCELA
                            END-IF
                            MOVE EMP-CONTA-NUM TO WS-CNC-CONTA-NUM
                            PERFORM P500-ACUMULAR-ARQUIVO
                         END-IF
                   END-READ
                END-PERFORM
             END-IF

             IF FS-APLICACAO NOT EQUAL TO "35" THEN
                MOVE 2 TO WS-CNC-PRD
                MOVE ZEROS TO APL-SEQ
                START ARQ-APLICACAO KEY IS NOT LESS THAN APL-SEQ
                   INVALID KEY
                      MOVE "10" TO FS-APLICACAO
                END-START
                PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                   READ ARQ-APLICACAO NEXT RECORD
                      AT END
                         MOVE "10" TO FS-APLICACAO
                      NOT AT END
                         IF APL-ATIVA THEN
                            MOVE APL-VALOR-APLICADO TO WS-CNC-VALOR
                            MOVE APL-CONTA-NUM TO WS-CNC-CONTA-NUM
                            PERFORM P500-ACUMULAR-ARQUIVO
                         END-IF
                   END-READ
                END-PERFORM
             END-IF

             IF FS-POSFUNDO NOT EQUAL TO "35" THEN
                MOVE 3 TO WS-CNC-PRD
                MOVE ZEROS TO PFU-CONTA-NUM
                MOVE LOW-VALUES TO PFU-FUNDO
                START ARQ-POSFUNDO KEY IS NOT LESS THAN PFU-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-POSFUNDO
                END-START
                PERFORM UNTIL FS-POSFUNDO NOT EQUAL TO "00"
                   READ ARQ-POSFUNDO NEXT RECORD
                      AT END
                         MOVE "10" TO FS-POSFUNDO
                      NOT AT END
                         IF PFU-QTDE-COTAS GREATER THAN ZEROS THEN
                            MOVE PFU-VALOR-CUSTO TO WS-CNC-VALOR
                            MOVE PFU-CONTA-NUM TO WS-CNC-CONTA-NUM
                            PERFORM P500-ACUMULAR-ARQUIVO
                         END-IF
                   END-READ
                END-PERFORM
             END-IF

             MOVE 4 TO WS-CNC-PRD
             IF FS-FATURA NOT EQUAL TO "35" THEN
                MOVE ZEROS TO FAT-CARD-NUMERO
                MOVE ZEROS TO FAT-COMPETENCIA
                START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-FATURA
                END-START
                PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                   READ ARQ-FATURA NEXT RECORD
                      AT END
                         MOVE "10" TO FS-FATURA
                      NOT AT END
                         IF FAT-ABERTA OR FAT-FECHADA THEN
                            COMPUTE WS-CNC-VALOR =
                                    FAT-VALOR-COMPRAS
                                  + FAT-VALOR-ROTATIVO
                                  + FAT-VALOR-JUROS-ROT
                                  + FAT-VALOR-PARCELAMENTO
                                  - FAT-VALOR-PAGO
                            MOVE FAT-CONTA-NUM TO WS-CNC-CONTA-NUM
                            PERFORM P500-ACUMULAR-ARQUIVO
                         END-IF
                   END-READ
                END-PERFORM
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "35" THEN
                MOVE ZEROS TO PFT-CARD-NUMERO
                MOVE ZEROS TO PFT-COMPETENCIA-ORIGEM
                START ARQ-PARC-FATURA KEY IS NOT LESS THAN PFT-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-PARC-FATURA
                END-START
                PERFORM UNTIL FS-PARC-FATURA NOT EQUAL TO "00"
                   READ ARQ-PARC-FATURA NEXT RECORD
                      AT END
                         MOVE "10" TO FS-PARC-FATURA
                      NOT AT END
                         IF PFT-ATIVO THEN
                            COMPUTE WS-CNC-VALOR =
                                    PFT-VALOR-TOTAL
                                  - PFT-VALOR-LANCADO
                            MOVE PFT-CONTA-NUM TO WS-CNC-CONTA-NUM
                            PERFORM P500-ACUMULAR-ARQUIVO
                         END-IF
                   END-READ
                END-PERFORM
             END-IF

             IF FS-CHQADM NOT EQUAL TO "35" THEN
                MOVE 5 TO WS-CNC-PRD
                MOVE ZEROS TO ADM-NUMERO
                START ARQ-CHQADM KEY IS NOT LESS THAN ADM-NUMERO
                   INVALID KEY
                      MOVE "10" TO FS-CHQADM
                END-START
                PERFORM UNTIL FS-CHQADM NOT EQUAL TO "00"
                   READ ARQ-CHQADM NEXT RECORD
                      AT END
                         MOVE "10" TO FS-CHQADM
                      NOT AT END
                         IF ADM-EMITIDO THEN
                            MOVE ADM-VALOR TO WS-CNC-VALOR
                            MOVE ADM-CONTA-ORIGEM TO WS-CNC-CONTA-NUM
                            PERFORM P500-ACUMULAR-ARQUIVO
                         END-IF
                   END-READ
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA UM SALDO DE ARQUIVO NO PRODUTO, NA CONTA
      *      CONTABIL DO PRODUTO E NA AGENCIA DA CONTA DO CLIENTE;
      *      O SINAL E O DA NATUREZA DA CONTA CONTABIL (DEVEDORA
      *      SOMA COMO DEBITO, CREDORA COMO CREDITO)
      ******************************************************************
       P500-ACUMULAR-ARQUIVO.
             ADD 1 TO WS-PRD-QTDE-REG(WS-CNC-PRD)
             ADD WS-CNC-VALOR TO WS-PRD-SALDO(WS-CNC-PRD)
             MOVE WS-PRD-CONTA(WS-CNC-PRD) TO WS-CNC-CONTA-CTB
             PERFORM P520-LOCALIZAR-CONTA-CTB
             IF NOT WS-CTA-DEVEDORA(WS-CTA-I) THEN
                COMPUTE WS-CNC-VALOR = ZEROS - WS-CNC-VALOR
             END-IF
             ADD WS-CNC-VALOR TO WS-CTA-ARQUIVO(WS-CTA-I)
             MOVE ZEROS TO WS-CNC-AGENCIA
             MOVE WS-CNC-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE AGENCIA TO WS-CNC-AGENCIA
             END-READ
             PERFORM P510-LOCALIZAR-AGENCIA-CTB
             IF CAG-ACHOU THEN
                ADD WS-CNC-VALOR TO WS-CAG-ARQUIVO(WS-CAG-I)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA (OU INCLUI) A LINHA CONTA CONTABIL X
      *      AGENCIA DE WS-CNC-CONTA-CTB/WS-CNC-AGENCIA
      ******************************************************************
       P510-LOCALIZAR-AGENCIA-CTB.
             MOVE 'N' TO WS-CAG-ACHOU
             PERFORM VARYING WS-CAG-I FROM 1 BY 1
                UNTIL WS-CAG-I > WS-CAG-QTDE OR CAG-ACHOU
                IF WS-CAG-CONTA(WS-CAG-I) EQUAL TO WS-CNC-CONTA-CTB
                   AND WS-CAG-AGENCIA(WS-CAG-I) EQUAL TO
                       WS-CNC-AGENCIA
                   MOVE 'S' TO WS-CAG-ACHOU
                   SUBTRACT 1 FROM WS-CAG-I
                END-IF
             END-PERFORM
             IF CAG-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-CAG-QTDE NOT LESS THAN WS-CAG-MAX THEN
                DISPLAY 'TABELA DE AGENCIAS CHEIA, CONTA CONTABIL '
                        WS-CNC-CONTA-CTB ' AGENCIA ' WS-CNC-AGENCIA
                        ' FORA DA QUEBRA POR AGENCIA'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CAG-QTDE
             MOVE WS-CAG-QTDE TO WS-CAG-I
             MOVE WS-CNC-CONTA-CTB TO WS-CAG-CONTA(WS-CAG-I)
             MOVE WS-CNC-AGENCIA TO WS-CAG-AGENCIA(WS-CAG-I)
             MOVE ZEROS TO WS-CAG-ARQUIVO(WS-CAG-I)
             MOVE ZEROS TO WS-CAG-RAZAO(WS-CAG-I)
             MOVE 'S' TO WS-CAG-ACHOU
       .
       P520-LOCALIZAR-CONTA-CTB.
             MOVE 'N' TO WS-CTA-ACHOU
             PERFORM VARYING WS-CTA-I FROM 1 BY 1
                UNTIL WS-CTA-I > WS-CTA-QTDE OR CTA-ACHOU
                IF WS-CTA-CODIGO(WS-CTA-I) EQUAL TO WS-CNC-CONTA-CTB
                   MOVE 'S' TO WS-CTA-ACHOU
                   SUBTRACT 1 FROM WS-CTA-I
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO: SALDO DE CADA PRODUTO,
      *      CONFRONTO POR CONTA CONTABIL (AGENCIA 9999 NAS QUEBRAS) E
      *      CONFRONTO POR AGENCIA; TODA DIFERENCA PASSA PELO CONTROLE
      *      DE QUEBRAS PARA O ENVELHECIMENTO
      ******************************************************************
       P600-CONCILIAR.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONCILIACAO SUB-RAZOES X RAZAO - DATA: '
                                       DELIMITED SIZE
                    WS-DATA-ATUAL      DELIMITED SIZE
                    ' - ULTIMA COMPETENCIA FECHADA: '
                                       DELIMITED SIZE
                    WS-COMP-FECHADA    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA

             MOVE 'SALDO EM ABERTO POR PRODUTO (ARQUIVOS)'
               TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             PERFORM VARYING WS-PRD-I FROM 1 BY 1
                UNTIL WS-PRD-I > WS-PRD-QTDE
                MOVE WS-PRD-SALDO(WS-PRD-I) TO WS-VALOR-EDITADO-1
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'PRODUTO: '              DELIMITED SIZE
                       WS-PRD-NOME(WS-PRD-I)    DELIMITED SIZE
                       ' CONTA CONTABIL: '      DELIMITED SIZE
                       WS-PRD-CONTA(WS-PRD-I)   DELIMITED SIZE
                       ' REGISTROS: '           DELIMITED SIZE
                       WS-PRD-QTDE-REG(WS-PRD-I) DELIMITED SIZE
                       ' SALDO: '               DELIMITED SIZE
                       WS-VALOR-EDITADO-1       DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
             END-PERFORM

             MOVE 'CONFRONTO POR CONTA CONTABIL (ARQUIVOS X RAZAO)'
               TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             PERFORM VARYING WS-CTA-I FROM 1 BY 1
                UNTIL WS-CTA-I > WS-CTA-QTDE
                MOVE WS-CTA-CODIGO(WS-CTA-I) TO WS-CNC-CONTA-CTB
                MOVE 9999 TO WS-CNC-AGENCIA
                COMPUTE WS-CNC-SALDO-CTB =
                        WS-CTA-SALDOCTB(WS-CTA-I)
                      + WS-CTA-RAZAO-ABERTO(WS-CTA-I)
                MOVE WS-CTA-ARQUIVO(WS-CTA-I) TO WS-CNC-SALDO-ARQ
                IF NOT WS-CTA-DEVEDORA(WS-CTA-I) THEN
                   COMPUTE WS-CNC-SALDO-CTB = ZEROS - WS-CNC-SALDO-CTB
                   COMPUTE WS-CNC-SALDO-ARQ = ZEROS - WS-CNC-SALDO-ARQ
                END-IF
                PERFORM P650-CONFRONTAR
             END-PERFORM

             MOVE 'CONFRONTO POR AGENCIA (ARQUIVOS X RAZAO)'
               TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             PERFORM VARYING WS-CAG-I FROM 1 BY 1
                UNTIL WS-CAG-I > WS-CAG-QTDE
                MOVE WS-CAG-CONTA(WS-CAG-I) TO WS-CNC-CONTA-CTB
                MOVE WS-CAG-AGENCIA(WS-CAG-I) TO WS-CNC-AGENCIA
                PERFORM P520-LOCALIZAR-CONTA-CTB
                MOVE WS-CAG-RAZAO(WS-CAG-I) TO WS-CNC-SALDO-CTB
                MOVE WS-CAG-ARQUIVO(WS-CAG-I) TO WS-CNC-SALDO-ARQ
                IF NOT WS-CTA-DEVEDORA(WS-CTA-I) THEN
                   COMPUTE WS-CNC-SALDO-CTB = ZEROS - WS-CNC-SALDO-CTB
                   COMPUTE WS-CNC-SALDO-ARQ = ZEROS - WS-CNC-SALDO-ARQ
                END-IF
                PERFORM P650-CONFRONTAR
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFRONTA WS-CNC-SALDO-ARQ COM
      *      WS-CNC-SALDO-CTB DA CONTA/AGENCIA, GRAVA A LINHA E ABRE,
      *      ATUALIZA OU FECHA A QUEBRA EM ARQ-CONCQBR
      ******************************************************************
       P650-CONFRONTAR.
             COMPUTE WS-CNC-DIFERENCA =
                     WS-CNC-SALDO-ARQ - WS-CNC-SALDO-CTB
             MOVE WS-CNC-CONTA-CTB TO QBR-CONTA-CONTABIL
             MOVE WS-CNC-AGENCIA   TO QBR-AGENCIA
             MOVE 'N' TO WS-QBR-EXISTE
             READ ARQ-CONCQBR RECORD KEY IS QBR-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S' TO WS-QBR-EXISTE
             END-READ
             MOVE ZEROS TO WS-DIAS-ABERTA

             IF WS-CNC-DIFERENCA EQUAL TO ZEROS THEN
                IF QBR-EXISTE AND QBR-ABERTA THEN
                   SET QBR-FECHADA TO TRUE
                   MOVE WS-DATA-ATUAL TO QBR-DATA-FECHAMENTO
                   MOVE WS-DATA-ATUAL TO QBR-DATA-ULT-CONCILIACAO
                   MOVE WS-CNC-SALDO-ARQ TO QBR-SALDO-ARQUIVO
                   MOVE WS-CNC-SALDO-CTB TO QBR-SALDO-CONTABIL
                   MOVE ZEROS TO QBR-DIFERENCA
                   REWRITE REG-CONCQBR
                   ADD 1 TO WS-QTDE-RESOLVIDAS
                END-IF
             ELSE
                ADD 1 TO WS-QTDE-QUEBRAS
                IF QBR-EXISTE AND QBR-ABERTA THEN
                   COMPUTE WS-DIAS-ABERTA =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                    - FUNCTION INTEGER-OF-DATE(QBR-DATA-ABERTURA)
                ELSE
                   MOVE WS-CNC-CONTA-CTB TO QBR-CONTA-CONTABIL
                   MOVE WS-CNC-AGENCIA   TO QBR-AGENCIA
                   SET QBR-ABERTA TO TRUE
                   MOVE WS-DATA-ATUAL TO QBR-DATA-ABERTURA
                   MOVE ZEROS TO QBR-DATA-FECHAMENTO
                   MOVE WS-CNC-DIFERENCA TO QBR-DIFERENCA-ABERTURA
                END-IF
                MOVE WS-DATA-ATUAL TO QBR-DATA-ULT-CONCILIACAO
                MOVE WS-CNC-SALDO-ARQ TO QBR-SALDO-ARQUIVO
                MOVE WS-CNC-SALDO-CTB TO QBR-SALDO-CONTABIL
                MOVE WS-CNC-DIFERENCA TO QBR-DIFERENCA
                IF QBR-EXISTE THEN
                   REWRITE REG-CONCQBR
                ELSE
                   WRITE REG-CONCQBR
                END-IF
                IF FS-CONCQBR NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO GRAVAR A QUEBRA '
                           QBR-CONTA-CONTABIL '/' QBR-AGENCIA
                           ', STATUS: ' FS-CONCQBR
                END-IF
                EVALUATE TRUE
                   WHEN WS-DIAS-ABERTA EQUAL TO ZEROS
                      ADD 1 TO WS-QTDE-NOVAS
                   WHEN WS-DIAS-ABERTA NOT GREATER THAN 5
                      ADD 1 TO WS-QTDE-ATE-5-DIAS
                   WHEN WS-DIAS-ABERTA NOT GREATER THAN 30
                      ADD 1 TO WS-QTDE-ATE-30-DIAS
                   WHEN OTHER
                      ADD 1 TO WS-QTDE-MAIS-30-DIAS
                END-EVALUATE
             END-IF

             MOVE WS-CNC-SALDO-ARQ TO WS-VALOR-EDITADO-1
             MOVE WS-CNC-SALDO-CTB TO WS-VALOR-EDITADO-2
             MOVE WS-CNC-DIFERENCA TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONTA '            DELIMITED SIZE
                    WS-CNC-CONTA-CTB    DELIMITED SIZE
                    ' AG '              DELIMITED SIZE
                    WS-CNC-AGENCIA      DELIMITED SIZE
                    ' ARQUIVOS: '       DELIMITED SIZE
                    WS-VALOR-EDITADO-1  DELIMITED SIZE
                    ' RAZAO: '          DELIMITED SIZE
                    WS-VALOR-EDITADO-2  DELIMITED SIZE
                    ' DIF: '            DELIMITED SIZE
                    WS-VALOR-EDITADO-3  DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             IF WS-CNC-DIFERENCA NOT EQUAL TO ZEROS THEN
                STRING ' QUEBRA DESDE ' DELIMITED SIZE
                       QBR-DATA-ABERTURA DELIMITED SIZE
                       ' (' DELIMITED SIZE
                       WS-DIAS-ABERTA DELIMITED SIZE
                       ' DIAS)' DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(97:36)
                END-STRING
             END-IF
             PERFORM P690-GRAVAR-LINHA
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RELATORIO
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA AS QUEBRAS ABERTAS QUE NAO APARECERAM
      *      HOJE (A CONTA/AGENCIA SUMIU DOS DOIS LADOS, SALDO ZERO)
      ******************************************************************
       P700-FECHAR-RESOLVIDAS.
             MOVE ZEROS TO QBR-CONTA-CONTABIL
             MOVE ZEROS TO QBR-AGENCIA
             START ARQ-CONCQBR KEY IS NOT LESS THAN QBR-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CONCQBR EQUAL TO "00" THEN
                PERFORM P710-LER-PROX-QUEBRA
                PERFORM UNTIL FS-CONCQBR NOT EQUAL TO "00"
                   IF QBR-ABERTA
                      AND QBR-DATA-ULT-CONCILIACAO LESS THAN
                          WS-DATA-ATUAL
                      SET QBR-FECHADA TO TRUE
                      MOVE WS-DATA-ATUAL TO QBR-DATA-FECHAMENTO
                      MOVE ZEROS TO QBR-DIFERENCA
                      REWRITE REG-CONCQBR
                      ADD 1 TO WS-QTDE-RESOLVIDAS
                   END-IF
                   PERFORM P710-LER-PROX-QUEBRA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CONCQBR
       .
       P710-LER-PROX-QUEBRA.
             READ ARQ-CONCQBR NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONCQBR
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O RELATORIO COM O ENVELHECIMENTO DAS
      *      QUEBRAS EM ABERTO
      ******************************************************************
       P800-RESUMO.
             MOVE 'ENVELHECIMENTO DAS QUEBRAS EM ABERTO'
               TO WS-LINHA-RELATORIO
             PERFORM P690-GRAVAR-LINHA
             STRING 'NOVAS HOJE: '           DELIMITED SIZE
                    WS-QTDE-NOVAS            DELIMITED SIZE
                    ' DE 1 A 5 DIAS: '       DELIMITED SIZE
                    WS-QTDE-ATE-5-DIAS       DELIMITED SIZE
                    ' DE 6 A 30 DIAS: '      DELIMITED SIZE
                    WS-QTDE-ATE-30-DIAS      DELIMITED SIZE
                    ' ACIMA DE 30 DIAS: '    DELIMITED SIZE
                    WS-QTDE-MAIS-30-DIAS     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             STRING 'QUEBRAS RESOLVIDAS HOJE: ' DELIMITED SIZE
                    WS-QTDE-RESOLVIDAS          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-APLICACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-APLICACAO
             END-IF
             IF FS-POSFUNDO NOT EQUAL TO "35" THEN
                CLOSE ARQ-POSFUNDO
             END-IF
             IF FS-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-FATURA
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARC-FATURA
             END-IF
             IF FS-CHQADM NOT EQUAL TO "35" THEN
                CLOSE ARQ-CHQADM
             END-IF
             IF FS-RAZAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-RAZAO
             END-IF
             IF FS-SALDOCTB NOT EQUAL TO "35" THEN
                CLOSE ARQ-SALDOCTB
             END-IF
             IF FS-PLANOCONTA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PLANOCONTA
             END-IF
             CLOSE ARQ-CONCQBR
             CLOSE ARQ-RELATORIO
             DISPLAY 'QUEBRAS DE CONCILIACAO HOJE: ' WS-QTDE-QUEBRAS
             DISPLAY 'QUEBRAS RESOLVIDAS: ' WS-QTDE-RESOLVIDAS
             DISPLAY 'QUEBRAS ACIMA DE 30 DIAS: '
                     WS-QTDE-MAIS-30-DIAS
             DISPLAY 'RELATORIO GRAVADO EM RAZAO-CONCILIACAO.REL'
             STOP RUN.
       END PROGRAM RAZAO-CONCILIACAO.
