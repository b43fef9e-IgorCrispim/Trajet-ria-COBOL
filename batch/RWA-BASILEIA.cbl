      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE REQUERIMENTO DE CAPITAL (RWA DE
      *            RISCO DE CREDITO, ABORDAGEM PADRONIZADA):
      *            CLASSIFICA CADA EXPOSICAO DE CREDITO (EMPRESTIMO
      *            ATIVO, CHEQUE ESPECIAL UTILIZADO, SALDO DEVEDOR DO
      *            CARTAO) E CADA COMPROMISSO (LIMITE DE CHEQUE
      *            ESPECIAL E DE CARTAO NAO UTILIZADO) NA SUA
      *            CARTEIRA REGULATORIA, DESCONTA A PROVISAO DA
      *            CLASSE DE RISCO E A GARANTIA ELEGIVEL DO CONTRATO,
      *            APLICA O FATOR DE CONVERSAO (FCC) E O FATOR DE
      *            PONDERACAO (FPR) DA TABELA DE PARAMETROS E
      *            CONFRONTA O RWA TOTAL COM O PATRIMONIO DO ULTIMO
      *            BALANCETE FECHADO (ARQ-SALDOCTB), GRAVANDO EM
      *            RWA-BASILEIA.REL O RWA POR CARTEIRA E POR AGENCIA
      *            E O INDICE DE BASILEIA PARA A DIRETORIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RWA-BASILEIA.
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
           SELECT ARQ-GARANTIA ASSIGN TO "garantia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GAR-CHAVE
                FILE STATUS  IS FS-GARANTIA.
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
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-SALDOCTB ASSIGN TO "saldoctb.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS SCT-CHAVE
                FILE STATUS  IS FS-SALDOCTB.
           SELECT ARQ-FECHCTB ASSIGN TO "fechctb.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-FECHCTB.
           SELECT ARQ-RELATORIO ASSIGN TO "rwa-basileia.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-GARANTIA.
           COPY GARANTCAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-PARCELA.
           COPY PARCELCAD.
       FD ARQ-PARC-FATURA.
           COPY PFATCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-SALDOCTB.
           COPY SALDOCTB.
       FD ARQ-FECHCTB.
           COPY FECHCTB.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-GARANTIA                  PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-PARCELA                   PIC XX.
       77 FS-PARC-FATURA               PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-SALDOCTB                  PIC XX.
       77 FS-FECHCTB                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-VALOR-EDITADO             PIC -9(13).99.
       77 WS-VALOR-EDITADO-2           PIC -9(13).99.
       77 WS-PERC-EDITADO              PIC ZZ9.99.
       77 WS-INDICE-EDITADO            PIC -ZZZ9.99.
       77 WS-FATOR-EDITADO             PIC 9.9999.
       77 WS-FATOR-EDITADO-2           PIC 9.9999.
       77 WS-QTDE-CONTRATOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS               PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CARTOES              PIC 9(06) VALUE ZEROS.
      *      INDICE DE BASILEIA MINIMO (CAPITAL PRINCIPAL, COMPLEMENTAR
      *      E ADICIONAL DE CONSERVACAO), SOBREPOSTO PELO PARAMETRO
       77 WS-INDICE-MINIMO             PIC 9V9(04) VALUE 0.1050.
      *      PARCELA DO VALOR AVALIADO ACEITA COMO MITIGADOR POR TIPO
      *      DE GARANTIA (FIADOR PESSOA FISICA NAO MITIGA)
       77 WS-MIT-IMOVEL                PIC 9V9(04) VALUE 0.5000.
       77 WS-MIT-VEICULO               PIC 9V9(04) VALUE 0.3000.
       77 WS-MIT-FIADOR                PIC 9V9(04) VALUE ZEROS.
       77 WS-MIT-OUTRA                 PIC 9V9(04) VALUE ZEROS.
      *      EXPOSICAO EM APURACAO
       77 WS-EXP-CARTEIRA              PIC 9(02).
       77 WS-EXP-AGENCIA               PIC 9(04).
       77 WS-EXP-VALOR                 PIC S9(11)V99.
       77 WS-EXP-PROVISAO              PIC S9(11)V99.
       77 WS-EXP-MITIGACAO             PIC S9(11)V99.
       77 WS-EXP-LIQUIDA               PIC S9(11)V99.
       77 WS-EXP-EAD                   PIC S9(11)V99.
       77 WS-EXP-RWA                   PIC S9(11)V99.
       77 WS-EXP-PJ                    PIC X(01).
           88 EXP-PJ                   VALUE 'S'.
       77 WS-CONTA-ACHADA              PIC X(01).
           88 CONTA-ACHADA             VALUE 'S'.
       77 WS-CLASSE-IDX                PIC 9(02).
       77 WS-UTILIZADO                 PIC S9(11)V99.
       77 WS-NAO-UTILIZADO             PIC S9(11)V99.
       77 WS-CARD-ATUAL                PIC 9(16).
      *      CAPITAL DO BALANCETE FECHADO
       77 WS-COMP-BALANCETE            PIC 9(06) VALUE ZEROS.
       77 WS-PATRIMONIO                PIC S9(13)V99 VALUE ZEROS.
       77 WS-RESULTADO-ACUM            PIC S9(13)V99 VALUE ZEROS.
       77 WS-CAPITAL                   PIC S9(13)V99 VALUE ZEROS.
       77 WS-CAPITAL-EXIGIDO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-MARGEM-CAPITAL            PIC S9(13)V99 VALUE ZEROS.
       77 WS-INDICE-BASILEIA           PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-PERC-CALC                 PIC S9(05)V99.
       01 WS-CONTA-CTB-R.
           05 WS-CTB-GRUPO             PIC 9(01).
           05 WS-CTB-SUBGRUPO          PIC 9(01).
           05 FILLER                   PIC 9(03).
      *      PROVISAO POR CLASSE DE RISCO (MESMA ESCALA DO
      *      PROVISAO-PDD)
       01 WS-CLASSE-TAB-DEF.
           05 FILLER                   PIC X(08) VALUE 'ABCDEFGH'.
       01 WS-CLASSE-TAB REDEFINES WS-CLASSE-TAB-DEF.
           05 WS-CLASSE-LETRA          PIC X(01) OCCURS 8 TIMES.
       01 WS-PERC-TAB.
           05 WS-PERC-CLASSE           PIC 9V9(04) OCCURS 8 TIMES.
      *      CARTEIRAS REGULATORIAS: NOME, CODIGOS DOS PARAMETROS DE
      *      FPR E FCC E OS FATORES PADRAO (FCC 1 NAS EXPOSICOES DE
      *      BALANCO, SEM PARAMETRO)
       01 WS-CART-DEF.
           05 FILLER PIC X(34) VALUE 'VAREJO PF - EMPRESTIMOS'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-EMPREST-PF'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC 9V9(04) VALUE 0.7500.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC X(34) VALUE 'VAREJO PF - CHEQUE ESPECIAL'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-CHEQUE-PF'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC 9V9(04) VALUE 0.7500.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC X(34) VALUE 'VAREJO PF - CARTAO DE CREDITO'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-CARTAO-PF'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC 9V9(04) VALUE 0.7500.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC X(34) VALUE 'EMPRESAS PJ - EXPOSICOES'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-EMPRESA'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC X(34) VALUE 'OPERACOES VENCIDAS (CLASSE F-H)'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-VENCIDA'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC 9V9(04) VALUE 1.5000.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC X(34) VALUE 'PF - LIMITE CHEQUE NAO UTILIZADO'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-CHEQUE-PF'.
           05 FILLER PIC X(20) VALUE 'RWA-FCC-LIM-CHEQUE'.
           05 FILLER PIC 9V9(04) VALUE 0.7500.
           05 FILLER PIC 9V9(04) VALUE 0.1000.
           05 FILLER PIC X(34) VALUE 'PF - LIMITE CARTAO NAO UTILIZADO'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-CARTAO-PF'.
           05 FILLER PIC X(20) VALUE 'RWA-FCC-LIM-CARTAO'.
           05 FILLER PIC 9V9(04) VALUE 0.7500.
           05 FILLER PIC 9V9(04) VALUE 0.1000.
           05 FILLER PIC X(34) VALUE 'PJ - LIMITES NAO UTILIZADOS'.
           05 FILLER PIC X(20) VALUE 'RWA-FPR-EMPRESA'.
           05 FILLER PIC X(20) VALUE 'RWA-FCC-LIM-EMPRESA'.
           05 FILLER PIC 9V9(04) VALUE 1.0000.
           05 FILLER PIC 9V9(04) VALUE 0.1000.
       01 WS-CART-TAB REDEFINES WS-CART-DEF.
           05 WS-CART-ITEM OCCURS 8 TIMES.
               10 WS-CART-NOME         PIC X(34).
               10 WS-CART-COD-FPR      PIC X(20).
               10 WS-CART-COD-FCC      PIC X(20).
               10 WS-CART-FPR          PIC 9V9(04).
               10 WS-CART-FCC          PIC 9V9(04).
       77 WS-CART-I                    PIC 9(02).
       77 WS-CART-QTDE                 PIC 9(02) VALUE 8.
       01 WS-ACUM-TAB.
           05 WS-ACUM-CART OCCURS 8 TIMES.
               10 WS-ACUM-QTDE         PIC 9(07).
               10 WS-ACUM-EXPOSICAO    PIC S9(13)V99.
               10 WS-ACUM-PROVISAO     PIC S9(13)V99.
               10 WS-ACUM-MITIGACAO    PIC S9(13)V99.
               10 WS-ACUM-EAD          PIC S9(13)V99.
               10 WS-ACUM-RWA          PIC S9(13)V99.
       01 WS-ACUM-TOTAL.
           05 WS-TOT-QTDE              PIC 9(07) VALUE ZEROS.
           05 WS-TOT-EXPOSICAO         PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-PROVISAO          PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-MITIGACAO         PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-EAD               PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-RWA               PIC S9(13)V99 VALUE ZEROS.
      *      RWA POR AGENCIA DA CONTA
       77 WS-AGE-I                     PIC 9(02).
       77 WS-AGE-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGE-MAX                   PIC 9(02) VALUE 20.
       77 WS-AGE-ACHOU                 PIC X(01).
           88 AGE-ACHOU                VALUE 'S'.
       01 WS-AGE-TAB.
           05 WS-AGE-ITEM OCCURS 20 TIMES.
               10 WS-AGE-NUM           PIC 9(04).
               10 WS-AGE-EAD           PIC S9(13)V99.
               10 WS-AGE-RWA           PIC S9(13)V99.
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
             MOVE 0.0050 TO WS-PERC-CLASSE(1)
             MOVE 0.0100 TO WS-PERC-CLASSE(2)
             MOVE 0.0300 TO WS-PERC-CLASSE(3)
             MOVE 0.1000 TO WS-PERC-CLASSE(4)
             MOVE 0.3000 TO WS-PERC-CLASSE(5)
             MOVE 0.5000 TO WS-PERC-CLASSE(6)
             MOVE 0.7000 TO WS-PERC-CLASSE(7)
             MOVE 1.0000 TO WS-PERC-CLASSE(8)
             INITIALIZE WS-ACUM-TAB
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-APURAR-EMPRESTIMOS
             PERFORM P400-APURAR-CONTAS
             PERFORM P500-APURAR-CARTOES
             PERFORM P700-APURAR-CAPITAL
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
      *      OS ARQUIVOS DE PRODUTO E DE PARAMETROS PODEM NAO
      *      EXISTIR AINDA (BANCO SEM NENHUM CONTRATO DO PRODUTO)
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-GARANTIA
             IF FS-GARANTIA NOT EQUAL TO "00"
                AND FS-GARANTIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS GARANTIAS, STATUS: '
                        FS-GARANTIA
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
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-SALDOCTB
             IF FS-SALDOCTB NOT EQUAL TO "00"
                AND FS-SALDOCTB NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS SALDOS CONTABEIS, STATUS: '
                        FS-SALDOCTB
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FECHCTB
             IF FS-FECHCTB NOT EQUAL TO "00"
                AND FS-FECHCTB NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE FECHAMENTO,'
                        ' STATUS: ' FS-FECHCTB
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
      *      FUNÇÃO QUE CARREGA DA TABELA DE PARAMETROS OS FATORES DE
      *      PONDERACAO (FPR) E DE CONVERSAO (FCC) DE CADA CARTEIRA,
      *      A PARCELA ACEITA DE CADA TIPO DE GARANTIA E O INDICE
      *      MINIMO, MANTENDO OS PADROES DO FONTE SEM VIGENCIA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-CART-I FROM 1 BY 1
                UNTIL WS-CART-I > WS-CART-QTDE
                MOVE WS-CART-COD-FPR(WS-CART-I) TO WS-PARAM-CODIGO
                PERFORM P260-OBTER-PARAMETRO
                IF PARAM-ENCONTRADO THEN
                   MOVE WS-PARAM-VALOR-RESULT TO WS-CART-FPR(WS-CART-I)
                END-IF
                IF WS-CART-COD-FCC(WS-CART-I) NOT EQUAL TO SPACES
                   MOVE WS-CART-COD-FCC(WS-CART-I) TO WS-PARAM-CODIGO
                   PERFORM P260-OBTER-PARAMETRO
                   IF PARAM-ENCONTRADO THEN
                      MOVE WS-PARAM-VALOR-RESULT
                        TO WS-CART-FCC(WS-CART-I)
                   END-IF
                END-IF
             END-PERFORM
             MOVE 'RWA-MIT-IMOVEL' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MIT-IMOVEL
             END-IF
             MOVE 'RWA-MIT-VEICULO' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MIT-VEICULO
             END-IF
             MOVE 'RWA-MIT-FIADOR' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MIT-FIADOR
             END-IF
             MOVE 'RWA-MIT-OUTRA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MIT-OUTRA
             END-IF
             MOVE 'BASILEIA-INDICE-MIN' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-INDICE-MINIMO
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
      *      FUNÇÃO QUE CLASSIFICA OS CONTRATOS DE EMPRESTIMO ATIVOS:
      *      CLASSE F A H (ATRASO ACIMA DE 90 DIAS) VAI PARA
      *      OPERACOES VENCIDAS, CONTA PJ PARA EMPRESAS E AS DEMAIS
      *      PARA O VAREJO; O SALDO DEVEDOR (PARCELAS A PAGAR, COMO
      *      NO PROVISAO-PDD) E LIQUIDO DA PROVISAO DA CLASSE E DA
      *      GARANTIA ELEGIVEL
      ******************************************************************
       P300-APURAR-EMPRESTIMOS.
             IF FS-EMPRESTIMO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO EMP-SEQ
             START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-SEQ
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P310-LER-PROX-EMPRESTIMO
             PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                IF EMP-ATIVO THEN
                   PERFORM P320-CLASSIFICAR-EMPRESTIMO
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
       P320-CLASSIFICAR-EMPRESTIMO.
             ADD 1 TO WS-QTDE-CONTRATOS
             COMPUTE WS-EXP-VALOR =
                     (EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS)
                     * EMP-VALOR-PARCELA
             IF WS-EXP-VALOR NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
      *      CONTRATO AINDA NAO CLASSIFICADO ENTRA COMO CLASSE A
             MOVE 1 TO WS-CLASSE-IDX
             PERFORM VARYING WS-CART-I FROM 1 BY 1
                UNTIL WS-CART-I > 8
                IF WS-CLASSE-LETRA(WS-CART-I) EQUAL TO
                   EMP-CLASSE-RISCO
                   MOVE WS-CART-I TO WS-CLASSE-IDX
                END-IF
             END-PERFORM
             COMPUTE WS-EXP-PROVISAO ROUNDED =
                     WS-EXP-VALOR * WS-PERC-CLASSE(WS-CLASSE-IDX)

             MOVE EMP-CONTA-NUM TO CONTA-NUM
             PERFORM P330-LER-CONTA
             EVALUATE TRUE
                WHEN WS-CLASSE-IDX NOT LESS THAN 6
                   MOVE 5 TO WS-EXP-CARTEIRA
                WHEN EXP-PJ
                   MOVE 4 TO WS-EXP-CARTEIRA
                WHEN OTHER
                   MOVE 1 TO WS-EXP-CARTEIRA
             END-EVALUATE
             PERFORM P340-SOMAR-GARANTIAS
             PERFORM P600-PONDERAR-EXPOSICAO
       .
      ******************************************************************
      *      FUNÇÃO QUE LE A CONTA DA EXPOSICAO PARA A AGENCIA E O
      *      TIPO DE PESSOA (CONTA PJ VAI PARA A CARTEIRA EMPRESAS)
      ******************************************************************
       P330-LER-CONTA.
             MOVE 'N' TO WS-CONTA-ACHADA
             MOVE 'N' TO WS-EXP-PJ
             MOVE ZEROS TO WS-EXP-AGENCIA
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ACHADA
                   MOVE AGENCIA TO WS-EXP-AGENCIA
                   IF CONTA-PJ THEN
                      MOVE 'S' TO WS-EXP-PJ
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A GARANTIA ELEGIVEL DO CONTRATO: O VALOR
      *      AVALIADO DAS GARANTIAS ATIVAS PONDERADO PELA PARCELA
      *      ACEITA DO TIPO, LIMITADO A EXPOSICAO LIQUIDA DA PROVISAO
      ******************************************************************
       P340-SOMAR-GARANTIAS.
             MOVE ZEROS TO WS-EXP-MITIGACAO
             IF FS-GARANTIA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE EMP-SEQ TO GAR-EMP-SEQ
             MOVE ZEROS TO GAR-SEQ
             START ARQ-GARANTIA KEY IS NOT LESS THAN GAR-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P345-LER-PROX-GARANTIA
             PERFORM UNTIL FS-GARANTIA NOT EQUAL TO "00"
                OR GAR-EMP-SEQ NOT EQUAL TO EMP-SEQ
                IF GAR-ATIVA THEN
                   EVALUATE TRUE
                      WHEN GAR-IMOVEL
                         COMPUTE WS-EXP-MITIGACAO ROUNDED =
                                 WS-EXP-MITIGACAO
                                 + GAR-VALOR-AVALIADO * WS-MIT-IMOVEL
                      WHEN GAR-VEICULO
                         COMPUTE WS-EXP-MITIGACAO ROUNDED =
                                 WS-EXP-MITIGACAO
                                 + GAR-VALOR-AVALIADO * WS-MIT-VEICULO
                      WHEN GAR-FIADOR
                         COMPUTE WS-EXP-MITIGACAO ROUNDED =
                                 WS-EXP-MITIGACAO
                                 + GAR-VALOR-AVALIADO * WS-MIT-FIADOR
                      WHEN OTHER
                         COMPUTE WS-EXP-MITIGACAO ROUNDED =
                                 WS-EXP-MITIGACAO
                                 + GAR-VALOR-AVALIADO * WS-MIT-OUTRA
                   END-EVALUATE
                END-IF
                PERFORM P345-LER-PROX-GARANTIA
             END-PERFORM
             MOVE "00" TO FS-GARANTIA
       .
       P345-LER-PROX-GARANTIA.
             READ ARQ-GARANTIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-GARANTIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS CONTAS NAO ENCERRADAS: O SALDO
      *      NEGATIVO E CHEQUE ESPECIAL UTILIZADO (EXPOSICAO DE
      *      BALANCO) E O QUE RESTA DO LIMITE E COMPROMISSO
      ******************************************************************
       P400-APURAR-CONTAS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P410-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                IF NOT CONTA-ENCERRADA THEN
                   PERFORM P420-CLASSIFICAR-CONTA
                END-IF
                PERFORM P410-LER-PROX-CONTA
             END-PERFORM
       .
       P410-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P420-CLASSIFICAR-CONTA.
             ADD 1 TO WS-QTDE-CONTAS
             MOVE AGENCIA TO WS-EXP-AGENCIA
             MOVE 'N' TO WS-EXP-PJ
             IF CONTA-PJ THEN
                MOVE 'S' TO WS-EXP-PJ
             END-IF
             MOVE ZEROS TO WS-EXP-PROVISAO
             MOVE ZEROS TO WS-EXP-MITIGACAO
             MOVE ZEROS TO WS-UTILIZADO
             IF SALDO LESS THAN ZEROS THEN
                COMPUTE WS-UTILIZADO = SALDO * -1
                MOVE WS-UTILIZADO TO WS-EXP-VALOR
                IF EXP-PJ THEN
                   MOVE 4 TO WS-EXP-CARTEIRA
                ELSE
                   MOVE 2 TO WS-EXP-CARTEIRA
                END-IF
                PERFORM P600-PONDERAR-EXPOSICAO
             END-IF
             COMPUTE WS-NAO-UTILIZADO =
                     LIMITE-CHEQUE-ESPECIAL - WS-UTILIZADO
             IF WS-NAO-UTILIZADO GREATER THAN ZEROS THEN
                MOVE WS-NAO-UTILIZADO TO WS-EXP-VALOR
                IF EXP-PJ THEN
                   MOVE 8 TO WS-EXP-CARTEIRA
                ELSE
                   MOVE 6 TO WS-EXP-CARTEIRA
                END-IF
                PERFORM P600-PONDERAR-EXPOSICAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CARTOES DE CREDITO: O QUE O
      *      CARTAO JA DEVE (MESMA EXPOSICAO QUE CONSOME O LIMITE NA
      *      AUTORIZACAO DA COMPRA) E EXPOSICAO DE BALANCO; O LIMITE
      *      RESTANTE DO CARTAO NAO CANCELADO E COMPROMISSO
      ******************************************************************
       P500-APURAR-CARTOES.
             IF FS-CARTAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO CARD-NUMERO
             START ARQ-CARTAO KEY IS NOT LESS THAN CARD-NUMERO
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P510-LER-PROX-CARTAO
             PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                IF CARD-CREDITO THEN
                   PERFORM P520-CLASSIFICAR-CARTAO
                END-IF
                PERFORM P510-LER-PROX-CARTAO
             END-PERFORM
       .
       P510-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
       P520-CLASSIFICAR-CARTAO.
             ADD 1 TO WS-QTDE-CARTOES
             MOVE CARD-NUMERO TO WS-CARD-ATUAL
             MOVE CARD-CONTA-NUM TO CONTA-NUM
             PERFORM P330-LER-CONTA
             PERFORM P530-CALC-UTILIZADO
             MOVE ZEROS TO WS-EXP-PROVISAO
             MOVE ZEROS TO WS-EXP-MITIGACAO
             IF WS-UTILIZADO GREATER THAN ZEROS THEN
                MOVE WS-UTILIZADO TO WS-EXP-VALOR
                IF EXP-PJ THEN
                   MOVE 4 TO WS-EXP-CARTEIRA
                ELSE
                   MOVE 3 TO WS-EXP-CARTEIRA
                END-IF
                PERFORM P600-PONDERAR-EXPOSICAO
             ELSE
                MOVE ZEROS TO WS-UTILIZADO
             END-IF
             IF CARD-CANCELADO THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-NAO-UTILIZADO =
                     CARD-LIMITE-CREDITO - WS-UTILIZADO
             IF WS-NAO-UTILIZADO GREATER THAN ZEROS THEN
                MOVE WS-NAO-UTILIZADO TO WS-EXP-VALOR
                IF EXP-PJ THEN
                   MOVE 8 TO WS-EXP-CARTEIRA
                ELSE
                   MOVE 7 TO WS-EXP-CARTEIRA
                END-IF
                PERFORM P600-PONDERAR-EXPOSICAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA EM WS-UTILIZADO O QUE O CARTAO JA DEVE:
      *      FATURAS ABERTAS E FECHADAS MENOS O PAGO, MAIS O QUE
      *      FALTA LANCAR DAS COMPRAS PARCELADAS E DOS PARCELAMENTOS
      *      DE FATURA
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
      *      FUNÇÃO QUE PONDERA A EXPOSICAO EM WS-EXP-*: VALOR MENOS
      *      PROVISAO MENOS GARANTIA (LIMITADA AO LIQUIDO), VEZES O
      *      FCC (EAD) E O FPR DA CARTEIRA (RWA), ACUMULANDO NA
      *      CARTEIRA, NA AGENCIA E NO TOTAL
      ******************************************************************
       P600-PONDERAR-EXPOSICAO.
             COMPUTE WS-EXP-LIQUIDA = WS-EXP-VALOR - WS-EXP-PROVISAO
             IF WS-EXP-LIQUIDA LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-EXP-LIQUIDA
             END-IF
             IF WS-EXP-MITIGACAO GREATER THAN WS-EXP-LIQUIDA THEN
                MOVE WS-EXP-LIQUIDA TO WS-EXP-MITIGACAO
             END-IF
             SUBTRACT WS-EXP-MITIGACAO FROM WS-EXP-LIQUIDA
             COMPUTE WS-EXP-EAD ROUNDED =
                     WS-EXP-LIQUIDA * WS-CART-FCC(WS-EXP-CARTEIRA)
             COMPUTE WS-EXP-RWA ROUNDED =
                     WS-EXP-EAD * WS-CART-FPR(WS-EXP-CARTEIRA)

             ADD 1 TO WS-ACUM-QTDE(WS-EXP-CARTEIRA)
                      WS-TOT-QTDE
             ADD WS-EXP-VALOR TO WS-ACUM-EXPOSICAO(WS-EXP-CARTEIRA)
                                 WS-TOT-EXPOSICAO
             ADD WS-EXP-PROVISAO TO WS-ACUM-PROVISAO(WS-EXP-CARTEIRA)
                                    WS-TOT-PROVISAO
             ADD WS-EXP-MITIGACAO
                 TO WS-ACUM-MITIGACAO(WS-EXP-CARTEIRA)
                    WS-TOT-MITIGACAO
             ADD WS-EXP-EAD TO WS-ACUM-EAD(WS-EXP-CARTEIRA)
                               WS-TOT-EAD
             ADD WS-EXP-RWA TO WS-ACUM-RWA(WS-EXP-CARTEIRA)
                               WS-TOT-RWA

             MOVE 'N' TO WS-AGE-ACHOU
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE OR AGE-ACHOU
                IF WS-AGE-NUM(WS-AGE-I) EQUAL TO WS-EXP-AGENCIA
                   MOVE 'S' TO WS-AGE-ACHOU
                   SUBTRACT 1 FROM WS-AGE-I
                END-IF
             END-PERFORM
             IF NOT AGE-ACHOU THEN
                IF WS-AGE-QTDE NOT LESS THAN WS-AGE-MAX THEN
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-AGE-QTDE
                MOVE WS-AGE-QTDE TO WS-AGE-I
                MOVE WS-EXP-AGENCIA TO WS-AGE-NUM(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-EAD(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-RWA(WS-AGE-I)
             END-IF
             ADD WS-EXP-EAD TO WS-AGE-EAD(WS-AGE-I)
             ADD WS-EXP-RWA TO WS-AGE-RWA(WS-AGE-I)
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA O CAPITAL DO ULTIMO BALANCETE FECHADO:
      *      SALDO ACUMULADO ATE A COMPETENCIA TRAVADA DAS CONTAS DE
      *      PATRIMONIO (25XXX) MAIS O RESULTADO AINDA NAO ENCERRADO
      *      (RECEITAS DO GRUPO 4 MENOS DESPESAS DO GRUPO 3); O
      *      ENCERRAMENTO ANUAL SO TRANSFERE O RESULTADO PARA O
      *      PATRIMONIO, SEM ALTERAR A SOMA
      ******************************************************************
       P700-APURAR-CAPITAL.
             IF FS-FECHCTB EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             READ ARQ-FECHCTB
                AT END
                   EXIT PARAGRAPH
             END-READ
             MOVE FCH-ULT-COMP-FECHADA TO WS-COMP-BALANCETE
             IF WS-COMP-BALANCETE EQUAL TO ZEROS
                OR FS-SALDOCTB EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO SCT-COMPETENCIA
             MOVE ZEROS TO SCT-CONTA-CONTABIL
             START ARQ-SALDOCTB KEY IS NOT LESS THAN SCT-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P710-LER-PROX-SALDOCTB
             PERFORM UNTIL FS-SALDOCTB NOT EQUAL TO "00"
                OR SCT-COMPETENCIA GREATER THAN WS-COMP-BALANCETE
                MOVE SCT-CONTA-CONTABIL TO WS-CONTA-CTB-R
                EVALUATE TRUE
                   WHEN WS-CTB-GRUPO EQUAL TO 2
                        AND WS-CTB-SUBGRUPO EQUAL TO 5
                      COMPUTE WS-PATRIMONIO = WS-PATRIMONIO
                              + SCT-CREDITOS - SCT-DEBITOS
                   WHEN WS-CTB-GRUPO EQUAL TO 3
                        OR WS-CTB-GRUPO EQUAL TO 4
                      COMPUTE WS-RESULTADO-ACUM = WS-RESULTADO-ACUM
                              + SCT-CREDITOS - SCT-DEBITOS
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                PERFORM P710-LER-PROX-SALDOCTB
             END-PERFORM
             COMPUTE WS-CAPITAL = WS-PATRIMONIO + WS-RESULTADO-ACUM
       .
       P710-LER-PROX-SALDOCTB.
             READ ARQ-SALDOCTB NEXT RECORD
                AT END
                   MOVE "10" TO FS-SALDOCTB
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO DE CAPITAL: RWA POR
      *      CARTEIRA, RWA POR AGENCIA E O INDICE DE BASILEIA
      ******************************************************************
       P800-GERAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'REQUERIMENTO DE CAPITAL - RWA DE RISCO DE CREDITO'
                                      DELIMITED SIZE
                    ' (ABORDAGEM PADRONIZADA) - POSICAO DE '
                                      DELIMITED SIZE
                    WS-DATA-ATUAL     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-CART-I FROM 1 BY 1
                UNTIL WS-CART-I > WS-CART-QTDE
                PERFORM P810-GRAVAR-CARTEIRA
             END-PERFORM
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOT-EXPOSICAO TO WS-VALOR-EDITADO
             MOVE WS-TOT-PROVISAO TO WS-VALOR-EDITADO-2
             STRING 'TOTAL - OPERACOES: '  DELIMITED SIZE
                    WS-TOT-QTDE            DELIMITED SIZE
                    ' EXPOSICAO: '         DELIMITED SIZE
                    WS-VALOR-EDITADO       DELIMITED SIZE
                    ' PROVISAO: '          DELIMITED SIZE
                    WS-VALOR-EDITADO-2     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOT-MITIGACAO TO WS-VALOR-EDITADO
             MOVE WS-TOT-EAD TO WS-VALOR-EDITADO-2
             STRING '        GARANTIAS: '  DELIMITED SIZE
                    WS-VALOR-EDITADO       DELIMITED SIZE
                    ' EAD: '               DELIMITED SIZE
                    WS-VALOR-EDITADO-2     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOT-RWA TO WS-VALOR-EDITADO
             STRING '        RWA DE RISCO DE CREDITO: '
                                           DELIMITED SIZE
                    WS-VALOR-EDITADO       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'RWA POR AGENCIA DA CONTA' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE
                MOVE WS-AGE-EAD(WS-AGE-I) TO WS-VALOR-EDITADO
                MOVE WS-AGE-RWA(WS-AGE-I) TO WS-VALOR-EDITADO-2
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'AGENCIA: '          DELIMITED SIZE
                       WS-AGE-NUM(WS-AGE-I) DELIMITED SIZE
                       ' EAD: '             DELIMITED SIZE
                       WS-VALOR-EDITADO     DELIMITED SIZE
                       ' RWA: '             DELIMITED SIZE
                       WS-VALOR-EDITADO-2   DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             PERFORM P850-GRAVAR-INDICE
       .
       P810-GRAVAR-CARTEIRA.
             MOVE WS-CART-FPR(WS-CART-I) TO WS-FATOR-EDITADO
             MOVE WS-CART-FCC(WS-CART-I) TO WS-FATOR-EDITADO-2
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CARTEIRA: '                DELIMITED SIZE
                    WS-CART-NOME(WS-CART-I)     DELIMITED SIZE
                    ' FPR: '                    DELIMITED SIZE
                    WS-FATOR-EDITADO            DELIMITED SIZE
                    ' FCC: '                    DELIMITED SIZE
                    WS-FATOR-EDITADO-2          DELIMITED SIZE
                    ' OPERACOES: '              DELIMITED SIZE
                    WS-ACUM-QTDE(WS-CART-I)     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-ACUM-EXPOSICAO(WS-CART-I) TO WS-VALOR-EDITADO
             MOVE WS-ACUM-PROVISAO(WS-CART-I) TO WS-VALOR-EDITADO-2
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '   EXPOSICAO: '            DELIMITED SIZE
                    WS-VALOR-EDITADO            DELIMITED SIZE
                    ' PROVISAO: '               DELIMITED SIZE
                    WS-VALOR-EDITADO-2          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-ACUM-MITIGACAO(WS-CART-I) TO WS-VALOR-EDITADO
             MOVE WS-ACUM-EAD(WS-CART-I) TO WS-VALOR-EDITADO-2
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '   GARANTIAS: '            DELIMITED SIZE
                    WS-VALOR-EDITADO            DELIMITED SIZE
                    ' EAD: '                    DELIMITED SIZE
                    WS-VALOR-EDITADO-2          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-ACUM-RWA(WS-CART-I) TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '   RWA: '                  DELIMITED SIZE
                    WS-VALOR-EDITADO            DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFRONTA O RWA COM O CAPITAL DO BALANCETE
      *      FECHADO: INDICE DE BASILEIA, CAPITAL EXIGIDO PELO
      *      INDICE MINIMO E A MARGEM (OU INSUFICIENCIA) DE CAPITAL
      ******************************************************************
       P850-GRAVAR-INDICE.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             IF WS-COMP-BALANCETE EQUAL TO ZEROS THEN
                MOVE 'INDICE DE BASILEIA: NENHUMA COMPETENCIA FECHADA'
                  TO WS-LINHA-RELATORIO
                MOVE ' NO CONTABIL, CAPITAL NAO APURADO'
                  TO WS-LINHA-RELATORIO(48:)
                PERFORM P890-GRAVAR-LINHA
                DISPLAY 'NENHUMA COMPETENCIA FECHADA, CAPITAL NAO'
                        ' APURADO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PATRIMONIO TO WS-VALOR-EDITADO
             MOVE WS-RESULTADO-ACUM TO WS-VALOR-EDITADO-2
             STRING 'BALANCETE FECHADO DE '  DELIMITED SIZE
                    WS-COMP-BALANCETE        DELIMITED SIZE
                    ' - PATRIMONIO: '        DELIMITED SIZE
                    WS-VALOR-EDITADO         DELIMITED SIZE
                    ' RESULTADO NAO ENCERRADO: '
                                             DELIMITED SIZE
                    WS-VALOR-EDITADO-2       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-CAPITAL TO WS-VALOR-EDITADO
             MOVE WS-TOT-RWA TO WS-VALOR-EDITADO-2
             STRING 'CAPITAL: '              DELIMITED SIZE
                    WS-VALOR-EDITADO         DELIMITED SIZE
                    ' RWA: '                 DELIMITED SIZE
                    WS-VALOR-EDITADO-2       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             COMPUTE WS-CAPITAL-EXIGIDO ROUNDED =
                     WS-TOT-RWA * WS-INDICE-MINIMO
             COMPUTE WS-MARGEM-CAPITAL =
                     WS-CAPITAL - WS-CAPITAL-EXIGIDO
             COMPUTE WS-PERC-CALC ROUNDED = WS-INDICE-MINIMO * 100
             MOVE WS-PERC-CALC TO WS-PERC-EDITADO
             MOVE SPACES TO WS-LINHA-RELATORIO
             IF WS-TOT-RWA GREATER THAN ZEROS THEN
                COMPUTE WS-INDICE-BASILEIA ROUNDED =
                        WS-CAPITAL / WS-TOT-RWA
                   ON SIZE ERROR
                      MOVE 999.9999 TO WS-INDICE-BASILEIA
                END-COMPUTE
                COMPUTE WS-PERC-CALC ROUNDED =
                        WS-INDICE-BASILEIA * 100
                   ON SIZE ERROR
                      MOVE 999.99 TO WS-PERC-CALC
                END-COMPUTE
                MOVE WS-PERC-CALC TO WS-INDICE-EDITADO
                STRING 'INDICE DE BASILEIA (%): ' DELIMITED SIZE
                       WS-INDICE-EDITADO    DELIMITED SIZE
                       ' MINIMO (%): '      DELIMITED SIZE
                       WS-PERC-EDITADO      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
             ELSE
                STRING 'INDICE DE BASILEIA: SEM RWA APURADO, MINIMO'
                                            DELIMITED SIZE
                       ' (%): '             DELIMITED SIZE
                       WS-PERC-EDITADO      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
             END-IF
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-CAPITAL-EXIGIDO TO WS-VALOR-EDITADO
             MOVE WS-MARGEM-CAPITAL TO WS-VALOR-EDITADO-2
             STRING 'CAPITAL EXIGIDO: '      DELIMITED SIZE
                    WS-VALOR-EDITADO         DELIMITED SIZE
                    ' MARGEM DE CAPITAL: '   DELIMITED SIZE
                    WS-VALOR-EDITADO-2       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             IF WS-MARGEM-CAPITAL LESS THAN ZEROS THEN
                MOVE 'SITUACAO: DESENQUADRADO - CAPITAL ABAIXO DO'
                  TO WS-LINHA-RELATORIO
                MOVE ' MINIMO REGULATORIO' TO WS-LINHA-RELATORIO(44:)
                DISPLAY 'ATENCAO: INDICE DE BASILEIA ABAIXO DO MINIMO'
             ELSE
                MOVE 'SITUACAO: ENQUADRADO' TO WS-LINHA-RELATORIO
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
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-GARANTIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-GARANTIA
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
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             IF FS-SALDOCTB NOT EQUAL TO "35" THEN
                CLOSE ARQ-SALDOCTB
             END-IF
             IF FS-FECHCTB NOT EQUAL TO "35" THEN
                CLOSE ARQ-FECHCTB
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'CONTRATOS DE EMPRESTIMO ATIVOS: '
                     WS-QTDE-CONTRATOS
             DISPLAY 'CONTAS AVALIADAS: ' WS-QTDE-CONTAS
             DISPLAY 'CARTOES DE CREDITO AVALIADOS: ' WS-QTDE-CARTOES
             MOVE WS-TOT-RWA TO WS-VALOR-EDITADO
             DISPLAY 'RWA DE RISCO DE CREDITO: ' WS-VALOR-EDITADO
             DISPLAY 'RELATORIO GRAVADO EM RWA-BASILEIA.REL'
             STOP RUN.
       END PROGRAM RWA-BASILEIA.
