      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DO SORTEIO MENSAL DOS TITULOS DE
      *            CAPITALIZACAO: CARREGA O RESULTADO OFICIAL ENVIADO
      *            PELA SOCIEDADE DE CAPITALIZACAO (SORTEIO-CAP.TXT,
      *            VALIDADO PELO HEADER/TRAILER E SEQUENCIA DOS
      *            ARQUIVOS DE ENTRADA), RECUSA UM SORTEIO JA
      *            PROCESSADO E PROCURA OS NUMEROS DA SORTE SORTEADOS
      *            NOS TITULOS ATIVOS, EM DIA COM AS CONTRIBUICOES E
      *            CONTRATADOS ANTES DA DATA DO SORTEIO. CADA NUMERO
      *            PREMIADO PAGA O MULTIPLICADOR DO PLANO SOBRE A
      *            CONTRIBUICAO MENSAL, COM IR NA FONTE
      *            (ALIQUOTA-IR-PREMIO-CAP) - O LIQUIDO E CREDITADO
      *            NA CONTA DO TITULO (MOVIMENTO PK), O IR VAI PARA O
      *            LIVRO ARQ-IRFONTE E O PREMIO BRUTO PARA O LIVRO
      *            ARQ-CAPMOV DA REMESSA A SOCIEDADE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITALIZACAO-SORTEIO.
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
           SELECT ARQ-CAPCTL ASSIGN TO "capctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CAPCTL.
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
           SELECT ARQ-INTSEQ ASSIGN TO "intseq.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ISQ-ARQUIVO
                FILE STATUS  IS FS-INTSEQ.
           SELECT ARQ-QUARENTENA ASSIGN TO "quarentena.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-QUARENTENA.
           SELECT ARQ-REJ-INTAKE ASSIGN TO "quarentena-rejeicao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REJ-INTAKE.
           SELECT ARQ-SORTEIO ASSIGN TO "sorteio-cap.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SORTEIO.
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
       FD ARQ-CAPCTL.
           COPY CAPCTL.
       FD ARQ-CAPMOV.
           COPY CAPMOV.
       FD ARQ-IRFONTE.
           COPY IRFCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-SORTEIO.
           COPY CAPSORT.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CAPITALIZ-SORTEIO'.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-TITCAP                    PIC XX.
       77 FS-CAPCTL                    PIC XX.
       77 FS-CAPMOV                    PIC XX.
       77 FS-IRFONTE                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-SORTEIO                   PIC XX.
       77 WS-ALIQUOTA-IR               PIC 9(02)V99 VALUE 30.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-DATA-SORTEIO              PIC 9(08) VALUE ZEROS.
       77 WS-NUM-I                     PIC 9(01).
       77 WS-SOR-I                     PIC 9(02).
       77 WS-SOR-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-SOR-MAX                   PIC 9(02) VALUE 20.
       77 WS-VALOR-PREMIO              PIC S9(09)V99.
       77 WS-VALOR-IR                  PIC S9(09)V99.
       77 WS-VALOR-LIQUIDO             PIC S9(09)V99.
       77 WS-QTDE-TITULOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONCORRENTES         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PREMIOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-IGNORADOS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PREMIOS               PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-IR                    PIC S9(11)V99 VALUE ZEROS.
       01 WS-SOR-TAB.
           05 WS-SOR-NUMERO            PIC 9(06) OCCURS 20 TIMES.
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
             PERFORM P230-VALIDAR-ARQUIVO-ENTRADA
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-CARREGAR-SORTEIO
             PERFORM P400-APURAR-PREMIADOS
             PERFORM P800-REGISTRAR-SORTEIO
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
             OPEN INPUT ARQ-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE CAPITALIZACAO,'
                        ' STATUS: ' FS-CAPCTL
                STOP RUN
             END-IF
             CLOSE ARQ-CAPCTL
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
             OPEN INPUT ARQ-SORTEIO
             IF FS-SORTEIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RESULTADO DO SORTEIO'
                        ' SORTEIO-CAP.TXT, STATUS: ' FS-SORTEIO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA A ALIQUOTA DE IR SOBRE OS PREMIOS
      *      (ALIQUOTA-IR-PREMIO-CAP)
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'ALIQUOTA-IR-PREMIO-CAP' TO WS-PARAM-CODIGO
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
      *      FUNÇÃO QUE CARREGA OS NUMEROS SORTEADOS NA TABELA; A
      *      DATA DO SORTEIO E A DO PRIMEIRO DETALHE, E UM SORTEIO
      *      NAO POSTERIOR AO ULTIMO JA APURADO ENCERRA A EXECUCAO
      *      SEM PAGAR NADA
      ******************************************************************
       P300-CARREGAR-SORTEIO.
             MOVE ZEROS TO WS-SOR-TAB
             PERFORM P310-LER-PROX-SORTEIO
             PERFORM UNTIL FS-SORTEIO NOT EQUAL TO "00"
                IF CSR-DATA-SORTEIO NOT NUMERIC
                   OR CSR-NUMERO NOT NUMERIC THEN
                   DISPLAY 'DETALHE DO SORTEIO INVALIDO, IGNORADO: '
                           REG-SORTEIO-CAP
                   ADD 1 TO WS-QTDE-IGNORADOS
                ELSE
                   IF WS-DATA-SORTEIO EQUAL TO ZEROS THEN
                      MOVE CSR-DATA-SORTEIO TO WS-DATA-SORTEIO
                   END-IF
                   IF CSR-DATA-SORTEIO NOT EQUAL TO WS-DATA-SORTEIO
                      DISPLAY 'NUMERO ' CSR-NUMERO ' DE OUTRO SORTEIO ('
                              CSR-DATA-SORTEIO '), IGNORADO'
                      ADD 1 TO WS-QTDE-IGNORADOS
                   ELSE
                      IF WS-SOR-QTDE NOT LESS THAN WS-SOR-MAX THEN
                         DISPLAY 'TABELA DE NUMEROS SORTEADOS CHEIA,'
                                 ' NUMERO ' CSR-NUMERO ' IGNORADO'
                         ADD 1 TO WS-QTDE-IGNORADOS
                      ELSE
                         ADD 1 TO WS-SOR-QTDE
                         MOVE CSR-NUMERO TO WS-SOR-NUMERO(WS-SOR-QTDE)
                      END-IF
                   END-IF
                END-IF
                PERFORM P310-LER-PROX-SORTEIO
             END-PERFORM
             IF WS-SOR-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM NUMERO SORTEADO NO ARQUIVO'
                PERFORM P900-TERMINAL
             END-IF
             OPEN INPUT ARQ-CAPCTL
             READ ARQ-CAPCTL
             CLOSE ARQ-CAPCTL
             IF WS-DATA-SORTEIO NOT GREATER THAN CPC-ULT-SORTEIO THEN
                DISPLAY 'SORTEIO DE ' WS-DATA-SORTEIO ' JA APURADO'
                        ' (ULTIMO: ' CPC-ULT-SORTEIO '),'
                        ' EXECUCAO ENCERRADA'
                PERFORM P900-TERMINAL
             END-IF
             DISPLAY 'SORTEIO DE ' WS-DATA-SORTEIO ': '
                     WS-SOR-QTDE ' NUMEROS SORTEADOS'
       .
       P310-LER-PROX-SORTEIO.
             READ ARQ-SORTEIO NEXT RECORD
                AT END
                   MOVE "10" TO FS-SORTEIO
             END-READ
             PERFORM UNTIL FS-SORTEIO NOT EQUAL TO "00"
                IF CSR-TIPO-REG NOT EQUAL TO 'H'
                   AND CSR-TIPO-REG NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-SORTEIO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-SORTEIO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS TITULOS E CONFERE OS NUMEROS DA
      *      SORTE DOS QUE CONCORREM: ATIVOS, COM AO MENOS UMA
      *      CONTRIBUICAO PAGA, SEM CONTRIBUICAO NAO PAGA EM ABERTO E
      *      CONTRATADOS ANTES DO DIA DO SORTEIO
      ******************************************************************
       P400-APURAR-PREMIADOS.
             MOVE ZEROS TO TCP-NUMERO
             START ARQ-TITCAP KEY IS NOT LESS THAN TCP-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUM TITULO DE CAPITALIZACAO CADASTRADO'
             END-START
             PERFORM P410-LER-PROX-TITULO
             PERFORM UNTIL FS-TITCAP NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-TITULOS
                IF TCP-ATIVO
                   AND TCP-PARCELAS-PAGAS GREATER THAN ZEROS
                   AND TCP-QTDE-NAO-PAGAS EQUAL TO ZEROS
                   AND TCP-DATA-ADESAO LESS THAN WS-DATA-SORTEIO
                   ADD 1 TO WS-QTDE-CONCORRENTES
                   PERFORM VARYING WS-NUM-I FROM 1 BY 1
                      UNTIL WS-NUM-I > TCP-QTDE-NUMEROS
                      PERFORM VARYING WS-SOR-I FROM 1 BY 1
                         UNTIL WS-SOR-I > WS-SOR-QTDE
                         IF TCP-NUMERO-SORTE(WS-NUM-I) EQUAL TO
                            WS-SOR-NUMERO(WS-SOR-I)
                            AND TCP-NUMERO-SORTE(WS-NUM-I)
                                GREATER THAN ZEROS
                            PERFORM P500-PAGAR-PREMIO
                         END-IF
                      END-PERFORM
                   END-PERFORM
                END-IF
                PERFORM P410-LER-PROX-TITULO
             END-PERFORM
       .
       P410-LER-PROX-TITULO.
             READ ARQ-TITCAP NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITCAP
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PAGA O PREMIO DO NUMERO SORTEADO: CREDITA O
      *      LIQUIDO NA CONTA DO TITULO, GRAVA O IR RETIDO NO LIVRO
      *      DE IR E O PREMIO BRUTO NO LIVRO DE MOVIMENTOS
      ******************************************************************
       P500-PAGAR-PREMIO.
             MOVE TCP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'TITULO ' TCP-NUMERO ' PREMIADO: CONTA '
                           TCP-CONTA-NUM ' NAO ENCONTRADA, PREMIO'
                           ' PENDENTE'
                   EXIT PARAGRAPH
             END-READ
             COMPUTE WS-VALOR-PREMIO ROUNDED =
                     TCP-VALOR-CONTRIB * TCP-MULT-PREMIO
             COMPUTE WS-VALOR-IR ROUNDED =
                     WS-VALOR-PREMIO * WS-ALIQUOTA-IR / 100
             COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-PREMIO - WS-VALOR-IR

             ADD WS-VALOR-LIQUIDO TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA '
                        CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM       TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO TO EXT-SEQUENCIA
             SET EXT-CAP-PREMIO   TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE WS-VALOR-LIQUIDO TO EXT-VALOR
             MOVE SALDO           TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'PREMIO CAPITALIZ '           DELIMITED SIZE
                    TCP-NUMERO                    DELIMITED SIZE
                    ' NUM '                       DELIMITED SIZE
                    TCP-NUMERO-SORTE(WS-NUM-I)    DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE TCP-CONTA-NUM    TO IRF-CONTA-NUM
             MOVE TCP-CPF          TO IRF-CPF
             MOVE TCP-NUMERO       TO IRF-APL-SEQ
             MOVE WS-DATA-ATUAL    TO IRF-DATA-RESGATE
             COMPUTE IRF-DIAS-APLICACAO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(TCP-DATA-ADESAO)
             MOVE WS-ALIQUOTA-IR   TO IRF-ALIQUOTA
             MOVE WS-VALOR-PREMIO  TO IRF-VALOR-RENDIMENTO
             MOVE WS-VALOR-IR      TO IRF-VALOR-IR
             MOVE 'CPP'            TO IRF-PRODUTO
             WRITE REG-IRFONTE
             IF FS-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O LIVRO DE IR, STATUS: '
                        FS-IRFONTE
             END-IF

             INITIALIZE REG-CAPMOV
             MOVE WS-DATA-ATUAL    TO CMV-DATA
             MOVE TCP-NUMERO       TO CMV-TITULO
             MOVE TCP-CPF          TO CMV-CPF
             MOVE TCP-CONTA-NUM    TO CMV-CONTA-NUM
             MOVE AGENCIA          TO CMV-AGENCIA
             SET CMV-PREMIO        TO TRUE
             MOVE WS-DATA-SORTEIO(1:6) TO CMV-COMPETENCIA
             MOVE TCP-NUMERO-SORTE(WS-NUM-I) TO CMV-NUMERO-SORTE
             MOVE WS-VALOR-PREMIO  TO CMV-VALOR-BRUTO
             MOVE WS-VALOR-IR      TO CMV-VALOR-IR
             MOVE WS-VALOR-LIQUIDO TO CMV-VALOR-LIQUIDO
             WRITE REG-CAPMOV
             IF FS-CAPMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O MOVIMENTO DO TITULO '
                        TCP-NUMERO ', STATUS: ' FS-CAPMOV
             END-IF

             ADD WS-VALOR-PREMIO TO TCP-PREMIOS-RECEBIDOS
             REWRITE REG-TITCAP
             IF FS-TITCAP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O TITULO '
                        TCP-NUMERO ', STATUS: ' FS-TITCAP
             END-IF
             ADD 1 TO WS-QTDE-PREMIOS
             ADD WS-VALOR-PREMIO TO WS-TOT-PREMIOS
             ADD WS-VALOR-IR TO WS-TOT-IR
             DISPLAY 'TITULO ' TCP-NUMERO ' PREMIADO COM O NUMERO '
                     TCP-NUMERO-SORTE(WS-NUM-I) ': BRUTO '
                     WS-VALOR-PREMIO ' IR ' WS-VALOR-IR
                     ' CREDITADO NA CONTA ' CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO QUE GUARDA NO CONTROLE A DATA DO SORTEIO APURADO,
      *      PARA QUE O MESMO RESULTADO NAO SEJA PAGO DUAS VEZES
      ******************************************************************
       P800-REGISTRAR-SORTEIO.
             OPEN I-O ARQ-CAPCTL
             READ ARQ-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CAPITALIZACAO,'
                        ' STATUS: ' FS-CAPCTL
                CLOSE ARQ-CAPCTL
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-SORTEIO TO CPC-ULT-SORTEIO
             REWRITE REG-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR O SORTEIO NO CONTROLE,'
                        ' STATUS: ' FS-CAPCTL
             END-IF
             CLOSE ARQ-CAPCTL
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA O HEADER/TRAILER DO ARQUIVO DE
      *      ENTRADA ANTES DE QUALQUER PROCESSAMENTO: DATA DO DIA,
      *      SEQUENCIA ESPERADA NO CONTROLE ARQ-INTSEQ E QUANTIDADE
      *      DE DETALHES CONFERIDA CONTRA O TRAILER (O RESULTADO DO
      *      SORTEIO NAO TEM VALOR, E O VALOR TOTAL DO TRAILER VEM
      *      ZERADO); ARQUIVO INVALIDO VAI INTEIRO PARA A QUARENTENA
      *      COM O MOTIVO NO RELATORIO DE REJEICAO E A EXECUCAO PARA
      *      AQUI
      ******************************************************************
       P230-VALIDAR-ARQUIVO-ENTRADA.
             MOVE 'N' TO WS-INT-VALIDO
             MOVE SPACES TO WS-INT-MOTIVO
             MOVE ZEROS TO WS-INT-QTDE-DET
             MOVE ZEROS TO WS-INT-SOMA-DET
             MOVE 'N' TO WS-INT-TEM-TRAILER

             READ ARQ-SORTEIO NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-SORTEIO-CAP(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-SORTEIO-CAP(2:8) TO WS-INT-DATA-HDR
             MOVE REG-SORTEIO-CAP(10:6) TO WS-INT-CAMPO6-X
             MOVE WS-INT-CAMPO6-N TO WS-INT-SEQ-HDR
             IF WS-INT-DATA-HDR NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'DATA DO HEADER DIVERGENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF

             OPEN I-O ARQ-INTSEQ
             IF FS-INTSEQ EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-INTSEQ
                CLOSE ARQ-INTSEQ
                OPEN I-O ARQ-INTSEQ
             END-IF
             MOVE 'SORTEIO-CAP' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'SORTEIO-CAP' TO ISQ-ARQUIVO
                   MOVE ZEROS TO ISQ-ULT-SEQ
                   WRITE REG-INTSEQ
             END-READ
             IF WS-INT-SEQ-HDR NOT EQUAL TO ISQ-ULT-SEQ + 1 THEN
                MOVE 'SEQUENCIA FORA DE ORDEM OU JA PROCESSADA'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF

             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-SORTEIO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-SORTEIO-CAP(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-SORTEIO-CAP(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-SORTEIO-CAP(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
             END-PERFORM

             IF WS-INT-TEM-TRAILER NOT EQUAL TO 'S' THEN
                MOVE 'TRAILER AUSENTE' TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF
             IF WS-INT-QTDE-TRL NOT EQUAL TO WS-INT-QTDE-DET THEN
                MOVE 'QUANTIDADE DIVERGE DO TRAILER'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF
             IF WS-INT-CAMPO-N NOT EQUAL TO WS-INT-SOMA-DET THEN
                MOVE 'VALOR TOTAL DIVERGE DO TRAILER'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF

             ADD 1 TO ISQ-ULT-SEQ
             REWRITE REG-INTSEQ
             CLOSE ARQ-INTSEQ
             MOVE 'S' TO WS-INT-VALIDO
             CLOSE ARQ-SORTEIO
             OPEN INPUT ARQ-SORTEIO
             DISPLAY 'ARQUIVO ' 'SORTEIO-CAP' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'SORTEIO-CAP' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'SORTEIO-CAP' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-SORTEIO
             OPEN INPUT ARQ-SORTEIO
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-SORTEIO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-SORTEIO-CAP TO WS-INT-LINHA-QUAR
                MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
                WRITE REG-QUARENTENA
             END-PERFORM
             CLOSE ARQ-QUARENTENA
             OPEN EXTEND ARQ-REJ-INTAKE
             IF FS-REJ-INTAKE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-REJ-INTAKE
                CLOSE ARQ-REJ-INTAKE
                OPEN EXTEND ARQ-REJ-INTAKE
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING WS-DATA-ATUAL DELIMITED SIZE
                    ' ARQUIVO ' DELIMITED SIZE
                    'SORTEIO-CAP' DELIMITED SIZE
                    ' REJEITADO: ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-REJ-INTAKE
             WRITE REG-REJ-INTAKE
             CLOSE ARQ-REJ-INTAKE
             DISPLAY 'ARQUIVO LEVADO INTEIRO PARA QUARENTENA.DAT,'
                     ' NADA FOI PROCESSADO'
             STOP RUN
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
             CLOSE ARQ-SORTEIO
             DISPLAY 'NUMEROS SORTEADOS: ' WS-SOR-QTDE
                     ' DETALHES IGNORADOS: ' WS-QTDE-IGNORADOS
             DISPLAY 'TITULOS LIDOS: ' WS-QTDE-TITULOS
                     ' CONCORRENTES: ' WS-QTDE-CONCORRENTES
             DISPLAY 'PREMIOS PAGOS: ' WS-QTDE-PREMIOS
                     ' BRUTO: ' WS-TOT-PREMIOS
                     ' IR RETIDO: ' WS-TOT-IR
             STOP RUN.
       END PROGRAM CAPITALIZACAO-SORTEIO.
