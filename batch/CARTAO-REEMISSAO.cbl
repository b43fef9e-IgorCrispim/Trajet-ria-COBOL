      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE REEMISSAO DOS CARTOES A VENCER:
      *            PARA CADA CARTAO ATIVO CUJA VALIDADE CAI NOS
      *            PROXIMOS 60 DIAS (ATE A COMPETENCIA + 2), GERA O
      *            NUMERO DO CARTAO SUBSTITUTO (ARQ-CARTAOCTL), COPIA
      *            PARA ELE A CONTA, A MODALIDADE, O LIMITE, OS DIAS
      *            DE FECHAMENTO/VENCIMENTO E O PIN, COM VALIDADE
      *            NOVA (VALIDADE-CARTAO-ANOS DA TABELA DE
      *            PARAMETROS), E TRANSFERE AO SUBSTITUTO AS FATURAS,
      *            AS COMPRAS PARCELADAS E OS PARCELAMENTOS DE FATURA
      *            DO CARTAO ANTIGO, ALEM DOS LOTES DO LIVRO DE
      *            PONTOS; O CARTAO ANTIGO CONTINUA VALENDO
      *            ATE A SUA VALIDADE E E CANCELADO PELO BATCH NO MES
      *            SEGUINTE AO VENCIMENTO; CARTOES DO ACERVO SEM
      *            VALIDADE RECEBEM A DATA PELA EMISSAO; GERA O
      *            ARQUIVO DE EMBOSSO PARA O FABRICANTE
      *            (CARTAO-EMBOSSO.REM, COPY EMBOSSO) COM TODOS OS
      *            CARTOES REEMITIDOS NA COMPETENCIA, COM HEADER E
      *            TRAILER E REGISTRO NO LIVRO DE TRANSMISSAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-REEMISSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-CARTAOCTL ASSIGN TO "cartaoctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CARTAOCTL.
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
           SELECT ARQ-PONTOS ASSIGN TO "pontos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PTS-CHAVE
                FILE STATUS  IS FS-PONTOS.
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
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
           SELECT ARQ-EMBOSSO ASSIGN TO "cartao-embosso.rem"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-EMBOSSO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-CARTAOCTL.
           COPY CARTAOCTL.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-PARCELA.
           COPY PARCELCAD.
       FD ARQ-PARC-FATURA.
           COPY PFATCAD.
       FD ARQ-PONTOS.
           COPY PONTOSCAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-EMBOSSO.
           COPY EMBOSSO.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CARTAO-REEMISSAO'.
       77 FS-TRANSCTL                  PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 FS-CARTAO                    PIC XX.
       77 FS-CARTAOCTL                 PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-PARCELA                   PIC XX.
       77 FS-PARC-FATURA               PIC XX.
       77 FS-PONTOS                    PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-EMBOSSO                   PIC XX.
       77 WS-QTDE-CARTOES              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DATADOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REEMITIDOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CANCELADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-FATURAS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PARCELAS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PARC-FATURA          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-LOTES-PONTOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-EMBOSSO              PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-CONTROLE             PIC 9(13) VALUE ZEROS.
       77 WS-VALIDADE-ANOS             PIC 9(02) VALUE 5.
       77 WS-COMPETENCIA               PIC 9(06).
       77 WS-COMPETENCIA-LIMITE        PIC 9(06).
       77 WS-EMISSAO-COMPETENCIA       PIC 9(06).
       77 WS-CARD-ATUAL                PIC 9(16).
       77 WS-CARD-ANTIGO               PIC 9(16).
       77 WS-CARD-NOVO                 PIC 9(16).
       77 WS-CARD-SEQ                  PIC 9(12).
       77 WS-REPOSICIONAR              PIC X(01).
           88 REPOSICIONAR             VALUE 'S'.
       77 WS-CONTINUA                  PIC X(01).
           88 CONTINUA                 VALUE 'S'.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       01 WS-EMISSAO-R.
           05 WS-EMISSAO-ANO           PIC 9(04).
           05 WS-EMISSAO-MES           PIC 9(02).
           05 WS-EMISSAO-DIA           PIC 9(02).
       01 WS-EMISSAO REDEFINES WS-EMISSAO-R PIC 9(08).
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
             IF WS-DHC-MES GREATER THAN 10 THEN
                COMPUTE WS-COMPETENCIA-LIMITE =
                        ((WS-DHC-ANO + 1) * 100) + WS-DHC-MES - 10
             ELSE
                COMPUTE WS-COMPETENCIA-LIMITE = WS-COMPETENCIA + 2
             END-IF
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P220-FECHAR-SISTEMA
             MOVE 'CARTAO-EMBOSSO.REM' TO WS-TRS-ARQUIVO
             MOVE WS-COMPETENCIA TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P280-GRAVAR-HEADER
             PERFORM P300-PROCESSAR-CARTOES
             PERFORM P800-GRAVAR-TRAILER
             MOVE WS-QTDE-EMBOSSO TO WS-TRS-QTDE
             MOVE WS-SOMA-CONTROLE TO WS-TRS-VALOR
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CARTOES,'
                        ' STATUS: ' FS-CARTAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-FATURA
             IF FS-FATURA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-FATURA
                CLOSE ARQ-FATURA
                OPEN I-O ARQ-FATURA
             END-IF
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS FATURAS, STATUS: '
                        FS-FATURA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PARCELA
             IF FS-PARCELA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PARCELA
                CLOSE ARQ-PARCELA
                OPEN I-O ARQ-PARCELA
             END-IF
             IF FS-PARCELA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS COMPRAS PARCELADAS,'
                        ' STATUS: ' FS-PARCELA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PARC-FATURA
             IF FS-PARC-FATURA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PARC-FATURA
                CLOSE ARQ-PARC-FATURA
                OPEN I-O ARQ-PARC-FATURA
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS PARCELAMENTOS DE FATURA,'
                        ' STATUS: ' FS-PARC-FATURA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PONTOS
             IF FS-PONTOS EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PONTOS
                CLOSE ARQ-PONTOS
                OPEN I-O ARQ-PONTOS
             END-IF
             IF FS-PONTOS NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE PONTOS, STATUS: '
                        FS-PONTOS
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN OUTPUT ARQ-EMBOSSO
             IF FS-EMBOSSO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE EMBOSSO,'
                        ' STATUS: ' FS-EMBOSSO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA O PRAZO DE VALIDADE DOS CARTOES DA
      *      TABELA DE PARAMETROS, MANTENDO O PADRAO DO FONTE QUANDO
      *      NAO HOUVER VIGENCIA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             MOVE 'VALIDADE-CARTAO-ANOS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-VALIDADE-ANOS
             END-IF
       .
       P260-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
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
             END-IF
       .
       P265-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
       P280-GRAVAR-HEADER.
             MOVE SPACES TO REG-EMB-HEADER
             MOVE '0' TO EMB-H-TIPO
             MOVE 'CARTAO-EMBOSSO' TO EMB-H-ARQUIVO
             MOVE WS-DATA-ATUAL TO EMB-H-DATA-GERACAO
             MOVE WS-COMPETENCIA TO EMB-H-COMPETENCIA
             MOVE 506700 TO EMB-H-BIN
             WRITE REG-EMB-HEADER
             IF FS-EMBOSSO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O HEADER DO EMBOSSO,'
                        ' STATUS: ' FS-EMBOSSO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CARTOES: DATA OS CARTOES DO
      *      ACERVO SEM VALIDADE, CANCELA OS JA VENCIDOS, REEMITE OS
      *      QUE VENCEM NA JANELA E EMBOSSA OS SUBSTITUTOS EMITIDOS
      *      NA COMPETENCIA (OS NOVOS NUMEROS SAO MAIORES E APARECEM
      *      MAIS ADIANTE NA MESMA LEITURA, O QUE TAMBEM REFAZ O
      *      ARQUIVO COMPLETO NUMA REEXECUCAO DO MES)
      ******************************************************************
       P300-PROCESSAR-CARTOES.
             MOVE ZEROS TO CARD-NUMERO
             START ARQ-CARTAO KEY IS NOT LESS THAN CARD-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUM CARTAO CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-CARTAO
             PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CARTOES
                MOVE CARD-NUMERO TO WS-CARD-ATUAL
                MOVE 'N' TO WS-REPOSICIONAR
                IF NOT CARD-CANCELADO THEN
                   PERFORM P400-TRATAR-CARTAO
                END-IF
                IF REPOSICIONAR THEN
                   MOVE WS-CARD-ATUAL TO CARD-NUMERO
                   READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                      INVALID KEY
                         CONTINUE
                   END-READ
                END-IF
                PERFORM P310-LER-PROX-CARTAO
             END-PERFORM
       .
       P310-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
       P400-TRATAR-CARTAO.
             IF CARD-VALIDADE-AAAAMM EQUAL TO ZEROS THEN
                PERFORM P410-DATAR-CARTAO-ACERVO
             END-IF

             IF CARD-NUMERO-ANTERIOR NOT EQUAL TO ZEROS THEN
                COMPUTE WS-EMISSAO-COMPETENCIA =
                        CARD-DATA-EMISSAO / 100
                IF WS-EMISSAO-COMPETENCIA EQUAL TO WS-COMPETENCIA THEN
                   PERFORM P700-GRAVAR-EMBOSSO
                END-IF
             END-IF

             IF CARD-VALIDADE-AAAAMM LESS THAN WS-COMPETENCIA
                AND (CARD-NUMERO-SUBSTITUTO NOT EQUAL TO ZEROS
                     OR NOT CARD-ATIVO) THEN
                PERFORM P420-CANCELAR-VENCIDO
                EXIT PARAGRAPH
             END-IF

             IF CARD-ATIVO
                AND CARD-NUMERO-SUBSTITUTO EQUAL TO ZEROS
                AND CARD-VALIDADE-AAAAMM NOT GREATER THAN
                    WS-COMPETENCIA-LIMITE THEN
                PERFORM P500-REEMITIR-CARTAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DA VALIDADE AO CARTAO DO ACERVO: O PRAZO
      *      CORRE DA EMISSAO (OU DE HOJE, SE A EMISSAO NAO CONSTA)
      ******************************************************************
       P410-DATAR-CARTAO-ACERVO.
             IF CARD-DATA-EMISSAO EQUAL TO ZEROS THEN
                MOVE WS-DATA-ATUAL TO WS-EMISSAO
             ELSE
                MOVE CARD-DATA-EMISSAO TO WS-EMISSAO
             END-IF
             COMPUTE CARD-VALIDADE-ANO =
                     WS-EMISSAO-ANO + WS-VALIDADE-ANOS
             MOVE WS-EMISSAO-MES TO CARD-VALIDADE-MES
             REWRITE REG-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO DATAR O CARTAO ' CARD-NUMERO
                        ', STATUS: ' FS-CARTAO
             ELSE
                ADD 1 TO WS-QTDE-DATADOS
                DISPLAY 'CARTAO ' CARD-NUMERO ' DO ACERVO COM'
                        ' VALIDADE ' CARD-VALIDADE-MES '/'
                        CARD-VALIDADE-ANO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA O CARTAO CUJA VALIDADE JA PASSOU E
      *      QUE JA TEM SUBSTITUTO (OU ESTA BLOQUEADO); O CARTAO
      *      ATIVO VENCIDO SEM SUBSTITUTO E REEMITIDO
      ******************************************************************
       P420-CANCELAR-VENCIDO.
             SET CARD-CANCELADO TO TRUE
             REWRITE REG-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR O CARTAO VENCIDO '
                        CARD-NUMERO ', STATUS: ' FS-CARTAO
             ELSE
                ADD 1 TO WS-QTDE-CANCELADOS
                DISPLAY 'CARTAO ' CARD-NUMERO ' VENCIDO EM '
                        CARD-VALIDADE-MES '/' CARD-VALIDADE-ANO
                        ' CANCELADO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REEMITE O CARTAO: GRAVA O SUBSTITUTO COM OS
      *      DADOS DO ATUAL E VALIDADE NOVA, APONTA O SUBSTITUTO NO
      *      CARTAO ANTIGO E TRANSFERE FATURAS E PARCELAMENTOS
      ******************************************************************
       P500-REEMITIR-CARTAO.
             PERFORM P510-OBTER-NUMERO
             IF WS-CARD-NOVO EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-REPOSICIONAR
             MOVE CARD-NUMERO TO WS-CARD-ANTIGO

             MOVE WS-CARD-NOVO TO CARD-NUMERO
             MOVE WS-CARD-ANTIGO TO CARD-NUMERO-ANTERIOR
             MOVE ZEROS TO CARD-NUMERO-SUBSTITUTO
             MOVE ZEROS TO CARD-QTDE-ERRO-PIN
             MOVE WS-DATA-ATUAL TO CARD-DATA-EMISSAO
             COMPUTE CARD-VALIDADE-ANO =
                     WS-DHC-ANO + WS-VALIDADE-ANOS
             MOVE WS-DHC-MES TO CARD-VALIDADE-MES
             WRITE REG-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O SUBSTITUTO DO CARTAO '
                        WS-CARD-ANTIGO ', STATUS: ' FS-CARTAO
                EXIT PARAGRAPH
             END-IF

             MOVE WS-CARD-ANTIGO TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   DISPLAY 'CARTAO ' WS-CARD-ANTIGO ' NAO RELIDO'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-CARD-NOVO TO CARD-NUMERO-SUBSTITUTO
             REWRITE REG-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ENCADEAR O CARTAO ' WS-CARD-ANTIGO
                        ', STATUS: ' FS-CARTAO
                EXIT PARAGRAPH
             END-IF

             PERFORM P600-TRANSFERIR-FATURAS
             PERFORM P610-TRANSFERIR-PARCELAS
             PERFORM P620-TRANSFERIR-PARC-FATURA
             PERFORM P630-TRANSFERIR-PONTOS
             ADD 1 TO WS-QTDE-REEMITIDOS
             DISPLAY 'CARTAO ' WS-CARD-ANTIGO ' REEMITIDO COMO '
                     WS-CARD-NOVO
       .
      ******************************************************************
      *      FUNÇÃO QUE GERA O NUMERO DO CARTAO SUBSTITUTO NO
      *      CONTROLE DE NUMERACAO, COMO A EMISSAO NO CAIXA
      ******************************************************************
       P510-OBTER-NUMERO.
             MOVE ZEROS TO WS-CARD-NOVO
             OPEN I-O ARQ-CARTAOCTL
             IF FS-CARTAOCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE CARTOES,'
                        ' STATUS: ' FS-CARTAOCTL
                EXIT PARAGRAPH
             END-IF
             READ ARQ-CARTAOCTL
             IF FS-CARTAOCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CARTOES,'
                        ' STATUS: ' FS-CARTAOCTL
             ELSE
                ADD 1 TO ULT-CARTAO
                REWRITE REG-CARTAOCTL
                IF FS-CARTAOCTL NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE'
                           ' CARTOES, STATUS: ' FS-CARTAOCTL
                ELSE
                   COMPUTE WS-CARD-NOVO =
                      5067000000000000 + ULT-CARTAO
                END-IF
             END-IF
             CLOSE ARQ-CARTAOCTL
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE AS FATURAS DO CARTAO ANTIGO PARA O
      *      SUBSTITUTO: GRAVA COM A CHAVE NOVA E EXCLUI A ANTIGA
      ******************************************************************
       P600-TRANSFERIR-FATURAS.
             MOVE WS-CARD-ANTIGO TO FAT-CARD-NUMERO
             MOVE ZEROS TO FAT-COMPETENCIA
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-FATURA NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA
                   AND FAT-CARD-NUMERO NOT EQUAL TO WS-CARD-ANTIGO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CARD-NOVO TO FAT-CARD-NUMERO
                   WRITE REG-FATURA
                   IF FS-FATURA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO TRANSFERIR A FATURA '
                              FAT-COMPETENCIA ' DO CARTAO '
                              WS-CARD-ANTIGO ', STATUS: ' FS-FATURA
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CARD-ANTIGO TO FAT-CARD-NUMERO
                      DELETE ARQ-FATURA RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-FATURAS
                   END-IF
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE AS COMPRAS PARCELADAS DO CARTAO
      *      ANTIGO PARA O SUBSTITUTO
      ******************************************************************
       P610-TRANSFERIR-PARCELAS.
             MOVE WS-CARD-ANTIGO TO PCL-CARD-NUMERO
             MOVE ZEROS TO PCL-EXT-SEQUENCIA
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                START ARQ-PARCELA KEY IS NOT LESS THAN PCL-CHAVE
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-PARCELA NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA
                   AND PCL-CARD-NUMERO NOT EQUAL TO WS-CARD-ANTIGO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CARD-NOVO TO PCL-CARD-NUMERO
                   WRITE REG-PARCELA
                   IF FS-PARCELA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO TRANSFERIR A COMPRA PARCELADA '
                              PCL-EXT-SEQUENCIA ' DO CARTAO '
                              WS-CARD-ANTIGO ', STATUS: ' FS-PARCELA
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CARD-ANTIGO TO PCL-CARD-NUMERO
                      DELETE ARQ-PARCELA RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-PARCELAS
                   END-IF
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE OS PARCELAMENTOS DE FATURA DO
      *      CARTAO ANTIGO PARA O SUBSTITUTO
      ******************************************************************
       P620-TRANSFERIR-PARC-FATURA.
             MOVE WS-CARD-ANTIGO TO PFT-CARD-NUMERO
             MOVE ZEROS TO PFT-COMPETENCIA-ORIGEM
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                START ARQ-PARC-FATURA KEY IS NOT LESS THAN PFT-CHAVE
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-PARC-FATURA NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA
                   AND PFT-CARD-NUMERO NOT EQUAL TO WS-CARD-ANTIGO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CARD-NOVO TO PFT-CARD-NUMERO
                   WRITE REG-PARC-FATURA
                   IF FS-PARC-FATURA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO TRANSFERIR O PARCELAMENTO '
                              PFT-COMPETENCIA-ORIGEM ' DO CARTAO '
                              WS-CARD-ANTIGO ', STATUS: '
                              FS-PARC-FATURA
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CARD-ANTIGO TO PFT-CARD-NUMERO
                      DELETE ARQ-PARC-FATURA RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-PARC-FATURA
                   END-IF
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE OS LOTES DE PONTOS DO CARTAO ANTIGO
      *      PARA O SUBSTITUTO, PRESERVANDO A COMPETENCIA DE CREDITO E
      *      A VALIDADE DE CADA LOTE
      ******************************************************************
       P630-TRANSFERIR-PONTOS.
             MOVE WS-CARD-ANTIGO TO PTS-CARD-NUMERO
             MOVE ZEROS TO PTS-COMPETENCIA
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                START ARQ-PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-PONTOS NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA
                   AND PTS-CARD-NUMERO NOT EQUAL TO WS-CARD-ANTIGO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CARD-NOVO TO PTS-CARD-NUMERO
                   WRITE REG-PONTOS
                   IF FS-PONTOS NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO TRANSFERIR O LOTE DE PONTOS '
                              PTS-COMPETENCIA ' DO CARTAO '
                              WS-CARD-ANTIGO ', STATUS: '
                              FS-PONTOS
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CARD-ANTIGO TO PTS-CARD-NUMERO
                      DELETE ARQ-PONTOS RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-LOTES-PONTOS
                   END-IF
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O DETALHE DE EMBOSSO DO CARTAO
      *      SUBSTITUTO COM O NOME DO TITULAR E A CONTA COM O
      *      DIGITO VERIFICADOR
      ******************************************************************
       P700-GRAVAR-EMBOSSO.
             MOVE SPACES TO REG-EMB-DETALHE
             MOVE '1' TO EMB-D-TIPO
             ADD 1 TO WS-QTDE-EMBOSSO
             MOVE WS-QTDE-EMBOSSO TO EMB-D-SEQUENCIA
             MOVE CARD-NUMERO TO EMB-D-CARD-NUMERO
             MOVE CARD-VALIDADE-MES TO EMB-D-VALIDADE-MES
             MOVE CARD-VALIDADE-ANO TO EMB-D-VALIDADE-ANO
             MOVE CARD-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE SPACES TO NOME
                   MOVE SPACES TO CONTA-DV
             END-READ
             MOVE NOME TO EMB-D-NOME-IMPRESSO
             MOVE CARD-CONTA-NUM TO EMB-D-CONTA-NUM
             MOVE CONTA-DV TO EMB-D-CONTA-DV
             MOVE CARD-MODALIDADE TO EMB-D-MODALIDADE
             MOVE CARD-DATA-EMISSAO TO EMB-D-DATA-EMISSAO
             MOVE CARD-NUMERO-ANTERIOR TO EMB-D-CARD-ANTERIOR
             SET EMB-D-REEMISSAO TO TRUE
             WRITE REG-EMB-DETALHE
             IF FS-EMBOSSO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EMBOSSO DO CARTAO '
                        CARD-NUMERO ', STATUS: ' FS-EMBOSSO
             END-IF
             COMPUTE WS-CARD-SEQ =
                     FUNCTION MOD(CARD-NUMERO, 1000000000000)
             ADD WS-CARD-SEQ TO WS-SOMA-CONTROLE
       .
       P800-GRAVAR-TRAILER.
             MOVE SPACES TO REG-EMB-TRAILER
             MOVE '9' TO EMB-T-TIPO
             MOVE WS-QTDE-EMBOSSO TO EMB-T-QTDE-REG
             MOVE WS-SOMA-CONTROLE TO EMB-T-SOMA-CONTROLE
             WRITE REG-EMB-TRAILER
             IF FS-EMBOSSO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O TRAILER DO EMBOSSO,'
                        ' STATUS: ' FS-EMBOSSO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: UMA
      *      COMPETENCIA JA TRANSMITIDA (OU CONFIRMADA) NAO PODE
      *      SER REGERADA, PARA NAO REENVIAR ARQUIVO DEFASADO
      ******************************************************************
       P215-VERIFICAR-TRANSMISSAO.
             OPEN I-O ARQ-TRANSCTL
             IF FS-TRANSCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-TRANSCTL
                CLOSE ARQ-TRANSCTL
                OPEN I-O ARQ-TRANSCTL
             END-IF
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE TRANSMISSAO,'
                        ' STATUS: ' FS-TRANSCTL
                PERFORM P910-REABRIR-SISTEMA
                STOP RUN
             END-IF
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-TRS-COMPETENCIA TO TRS-COMPETENCIA
             READ ARQ-TRANSCTL RECORD KEY IS TRS-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF TRS-TRANSMITIDO OR TRS-CONFIRMADO THEN
                      DISPLAY 'A COMPETENCIA ' TRS-COMPETENCIA
                              ' DO ARQUIVO ' TRS-ARQUIVO ' JA FOI'
                              ' TRANSMITIDA, REGERACAO RECUSADA'
                      PERFORM P910-REABRIR-SISTEMA
                      STOP RUN
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A GERACAO NO LIVRO DE TRANSMISSAO
      *      COM OS TOTAIS DE CONTROLE DO ARQUIVO
      ******************************************************************
       P890-REGISTRAR-GERACAO.
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-TRS-COMPETENCIA TO TRS-COMPETENCIA
             MOVE WS-TRS-QTDE TO TRS-QTDE-REG
             MOVE WS-TRS-VALOR TO TRS-VALOR-TOTAL
             COMPUTE TRS-HASH = FUNCTION MOD
                (WS-TRS-QTDE * 1009
                 + (WS-TRS-VALOR * 100), 1000000000)
             SET TRS-GERADO TO TRUE
             MOVE WS-DATA-ATUAL TO TRS-DATA-GERACAO
             MOVE ZEROS TO TRS-DATA-TRANSMISSAO
             WRITE REG-TRANSCTL
                INVALID KEY
                   REWRITE REG-TRANSCTL
             END-WRITE
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR A GERACAO NO LIVRO DE'
                        ' TRANSMISSAO, STATUS: ' FS-TRANSCTL
             ELSE
                DISPLAY 'GERACAO REGISTRADA NO LIVRO DE'
                        ' TRANSMISSAO: ' TRS-ARQUIVO ' '
                        TRS-COMPETENCIA ' (' TRS-QTDE-REG
                        ' REGISTROS, HASH ' TRS-HASH ')'
             END-IF
             CLOSE ARQ-TRANSCTL
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH
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
             CLOSE ARQ-CARTAO
             CLOSE ARQ-FATURA
             CLOSE ARQ-PARCELA
             CLOSE ARQ-PARC-FATURA
             CLOSE ARQ-PONTOS
             CLOSE ARQ-CONTA
             CLOSE ARQ-PARAMETRO
             CLOSE ARQ-EMBOSSO
             DISPLAY 'CARTOES LIDOS: ' WS-QTDE-CARTOES
             DISPLAY 'CARTOES DO ACERVO DATADOS: ' WS-QTDE-DATADOS
             DISPLAY 'CARTOES REEMITIDOS: ' WS-QTDE-REEMITIDOS
             DISPLAY 'CARTOES VENCIDOS CANCELADOS: '
                     WS-QTDE-CANCELADOS
             DISPLAY 'FATURAS TRANSFERIDAS: ' WS-QTDE-FATURAS
             DISPLAY 'COMPRAS PARCELADAS TRANSFERIDAS: '
                     WS-QTDE-PARCELAS
             DISPLAY 'PARCELAMENTOS DE FATURA TRANSFERIDOS: '
                     WS-QTDE-PARC-FATURA
             DISPLAY 'LOTES DE PONTOS TRANSFERIDOS: '
                     WS-QTDE-LOTES-PONTOS
             DISPLAY 'CARTOES NO ARQUIVO DE EMBOSSO: '
                     WS-QTDE-EMBOSSO
             DISPLAY 'EMBOSSO GRAVADO EM CARTAO-EMBOSSO.REM'
             STOP RUN.
       END PROGRAM CARTAO-REEMISSAO.
