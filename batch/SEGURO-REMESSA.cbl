      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DOS SEGUROS RESIDENCIAIS E DE VIDA
      *            VENDIDOS NO BALCAO: GERA PARA A SEGURADORA
      *            PARCEIRA A REMESSA DO MES FECHADO
      *            (REMESSA-SEGURO.DAT) COM AS APOLICES EMITIDAS E
      *            CANCELADAS NO MES E OS PREMIOS PAGOS NO MES
      *            (LIVRO ARQ-SEGPREMIO), CADA UM COM A COMISSAO DO
      *            BANCO E O VALOR LIQUIDO A REPASSAR, MAIS O TRAILER
      *            DE TOTAIS; LANCA NO RAZAO, POR AGENCIA DA CONTA
      *            DEBITADA, A RECEITA DE COMISSAO DO MES (D 21096
      *            PREMIOS DE SEGURO A REPASSAR / C 41005 RECEITA DE
      *            COMISSAO DE SEGUROS); O CONTROLE ARQ-SEGCTL RECUSA
      *            A REEXECUCAO NA MESMA COMPETENCIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURO-REMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-APOLICE ASSIGN TO "apolice.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APO-NUMERO
                ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
                FILE STATUS  IS FS-APOLICE.
           SELECT ARQ-SEGPREMIO ASSIGN TO "segpremio.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS SPR-CHAVE
                FILE STATUS  IS FS-SEGPREMIO.
           SELECT ARQ-SEGCTL ASSIGN TO "segctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SEGCTL.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-REMESSA ASSIGN TO "remessa-seguro.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REMESSA.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-APOLICE.
           COPY APOLICE.
       FD ARQ-SEGPREMIO.
           COPY SEGPREM.
       FD ARQ-SEGCTL.
           COPY SEGCTL.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-REMESSA.
       01 REG-REMESSA                  PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'SEGURO-REMESSA'.
       77 FS-APOLICE                   PIC XX.
       77 FS-SEGPREMIO                 PIC XX.
       77 FS-SEGCTL                    PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-REMESSA                   PIC XX.
       77 WS-LINHA-REMESSA             PIC X(132).
       77 WS-VALOR-REPASSE             PIC S9(07)V99.
       77 WS-QTDE-EMITIDAS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CANCELADAS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PREMIOS              PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PREMIOS               PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-COMISSOES             PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-REPASSE               PIC S9(11)V99 VALUE ZEROS.
       77 WS-AGC-I                     PIC 9(02).
       77 WS-AGC-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGC-MAX                   PIC 9(02) VALUE 50.
       77 WS-AGC-ACHOU                 PIC X(01).
           88 AGC-ACHOU                VALUE 'S'.
       01 WS-AGC-TAB.
           05 WS-AGC-ITEM OCCURS 50 TIMES.
               10 WS-AGC-AGENCIA       PIC 9(04).
               10 WS-AGC-COMISSAO      PIC S9(11)V99.
       01 WS-MES-FECHADO.
           05 WS-MF-ANO                PIC 9(04).
           05 WS-MF-MES                PIC 9(02).
       01 WS-MES-FECHADO-N REDEFINES WS-MES-FECHADO
             PIC 9(06).
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
             MOVE WS-DHC-ANO TO WS-MF-ANO
             MOVE WS-DHC-MES TO WS-MF-MES
             IF WS-MF-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-MF-MES
                SUBTRACT 1 FROM WS-MF-ANO
             ELSE
                SUBTRACT 1 FROM WS-MF-MES
             END-IF
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-VERIFICAR-COMPETENCIA
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P280-GRAVAR-HEADER
             PERFORM P300-EXPORTAR-APOLICES
             PERFORM P400-EXPORTAR-PREMIOS
             PERFORM P600-GRAVAR-TRAILER
             PERFORM P700-LANCAR-COMISSAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-APOLICE
             IF FS-APOLICE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS APOLICES DE SEGURO,'
                        ' STATUS: ' FS-APOLICE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-SEGPREMIO
             IF FS-SEGPREMIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE PREMIOS,'
                        ' STATUS: ' FS-SEGPREMIO
                STOP RUN
             END-IF
             OPEN I-O ARQ-SEGCTL
             IF FS-SEGCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-SEGCTL
                MOVE ZEROS TO ULT-APOLICE
                MOVE ZEROS TO SGC-ULT-COMPET-REMESSA
                WRITE REG-SEGCTL
                CLOSE ARQ-SEGCTL
                OPEN I-O ARQ-SEGCTL
             END-IF
             IF FS-SEGCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE SEGUROS,'
                        ' STATUS: ' FS-SEGCTL
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
             OPEN OUTPUT ARQ-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A REMESSA DE SEGUROS,'
                        ' STATUS: ' FS-REMESSA
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RECUSA A REEXECUCAO NA MESMA COMPETENCIA, QUE
      *      DUPLICARIA A RECEITA DE COMISSAO NO RAZAO
      ******************************************************************
       P250-VERIFICAR-COMPETENCIA.
             READ ARQ-SEGCTL
             IF FS-SEGCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE SEGUROS, STATUS: '
                        FS-SEGCTL
                STOP RUN
             END-IF
             IF SGC-ULT-COMPET-REMESSA NOT LESS THAN WS-MES-FECHADO-N
                DISPLAY 'A COMPETENCIA ' WS-MES-FECHADO ' JA FOI'
                        ' REMETIDA A SEGURADORA, EXECUCAO RECUSADA'
                STOP RUN
             END-IF
       .
       P280-GRAVAR-HEADER.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'HEADER - REMESSA DE SEGUROS DE BALCAO'
                                        DELIMITED SIZE
                    ' - COMPETENCIA: '  DELIMITED SIZE
                    WS-MES-FECHADO      DELIMITED SIZE
                    ' GERADA EM: '      DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA AS APOLICES EMITIDAS E AS CANCELADAS
      *      NO MES FECHADO
      ******************************************************************
       P300-EXPORTAR-APOLICES.
             MOVE ZEROS TO APO-NUMERO
             START ARQ-APOLICE KEY IS NOT LESS THAN APO-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUMA APOLICE DE SEGURO CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-APOLICE
             PERFORM UNTIL FS-APOLICE NOT EQUAL TO "00"
                IF APO-DATA-INICIO(1:6) EQUAL TO WS-MES-FECHADO
                   PERFORM P320-EXPORTAR-EMISSAO
                END-IF
                IF NOT APO-ATIVA
                   AND APO-DATA-CANCELAMENTO(1:6) EQUAL TO
                       WS-MES-FECHADO
                   PERFORM P330-EXPORTAR-CANCELAMENTO
                END-IF
                PERFORM P310-LER-PROX-APOLICE
             END-PERFORM
       .
       P310-LER-PROX-APOLICE.
             READ ARQ-APOLICE NEXT RECORD
                AT END
                   MOVE "10" TO FS-APOLICE
             END-READ
       .
       P320-EXPORTAR-EMISSAO.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'EMISSAO APOLICE: '   DELIMITED SIZE
                    APO-NUMERO            DELIMITED SIZE
                    ' PROD: '             DELIMITED SIZE
                    APO-PRODUTO           DELIMITED SIZE
                    ' CPF: '              DELIMITED SIZE
                    APO-CPF               DELIMITED SIZE
                    ' IS: '               DELIMITED SIZE
                    APO-IMPORTANCIA-SEGURADA DELIMITED SIZE
                    ' PREMIO: '           DELIMITED SIZE
                    APO-PREMIO-MENSAL     DELIMITED SIZE
                    ' INI: '              DELIMITED SIZE
                    APO-DATA-INICIO       DELIMITED SIZE
                    ' RENOV: '            DELIMITED SIZE
                    APO-DATA-RENOVACAO    DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             ADD 1 TO WS-QTDE-EMITIDAS
       .
       P330-EXPORTAR-CANCELAMENTO.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'CANCELAMENTO APOLICE: ' DELIMITED SIZE
                    APO-NUMERO            DELIMITED SIZE
                    ' PRODUTO: '          DELIMITED SIZE
                    APO-PRODUTO           DELIMITED SIZE
                    ' CPF: '              DELIMITED SIZE
                    APO-CPF               DELIMITED SIZE
                    ' DATA: '             DELIMITED SIZE
                    APO-DATA-CANCELAMENTO DELIMITED SIZE
                    ' MOTIVO: '           DELIMITED SIZE
                    APO-STATUS            DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             ADD 1 TO WS-QTDE-CANCELADAS
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA OS PREMIOS PAGOS NO MES FECHADO COM A
      *      COMISSAO E O LIQUIDO A REPASSAR, SOMANDO A COMISSAO NA
      *      AGENCIA DA CONTA DEBITADA
      ******************************************************************
       P400-EXPORTAR-PREMIOS.
             MOVE ZEROS TO SPR-APOLICE
             MOVE ZEROS TO SPR-COMPETENCIA
             START ARQ-SEGPREMIO KEY IS NOT LESS THAN SPR-CHAVE
                INVALID KEY
                   DISPLAY 'NENHUM PREMIO DE SEGURO REGISTRADO'
             END-START
             PERFORM P410-LER-PROX-PREMIO
             PERFORM UNTIL FS-SEGPREMIO NOT EQUAL TO "00"
                IF SPR-PAGO
                   AND SPR-DATA-PAGAMENTO(1:6) EQUAL TO
                       WS-MES-FECHADO
                   PERFORM P420-EXPORTAR-PREMIO
                END-IF
                PERFORM P410-LER-PROX-PREMIO
             END-PERFORM
       .
       P410-LER-PROX-PREMIO.
             READ ARQ-SEGPREMIO NEXT RECORD
                AT END
                   MOVE "10" TO FS-SEGPREMIO
             END-READ
       .
       P420-EXPORTAR-PREMIO.
             MOVE SPR-APOLICE TO APO-NUMERO
             READ ARQ-APOLICE RECORD KEY IS APO-NUMERO
                INVALID KEY
                   MOVE SPACES TO APO-PRODUTO
                   MOVE ZEROS TO APO-CPF
             END-READ
             COMPUTE WS-VALOR-REPASSE =
                     SPR-VALOR-PREMIO - SPR-VALOR-COMISSAO
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'PREMIO APOLICE: '    DELIMITED SIZE
                    SPR-APOLICE           DELIMITED SIZE
                    ' PROD: '             DELIMITED SIZE
                    APO-PRODUTO           DELIMITED SIZE
                    ' CPF: '              DELIMITED SIZE
                    APO-CPF               DELIMITED SIZE
                    ' COMP: '             DELIMITED SIZE
                    SPR-COMPETENCIA       DELIMITED SIZE
                    ' PAGO: '             DELIMITED SIZE
                    SPR-DATA-PAGAMENTO    DELIMITED SIZE
                    ' PREMIO: '           DELIMITED SIZE
                    SPR-VALOR-PREMIO      DELIMITED SIZE
                    ' COMIS: '            DELIMITED SIZE
                    SPR-VALOR-COMISSAO    DELIMITED SIZE
                    ' REPASSE: '          DELIMITED SIZE
                    WS-VALOR-REPASSE      DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A REMESSA, STATUS: '
                        FS-REMESSA
             END-IF
             ADD 1 TO WS-QTDE-PREMIOS
             ADD SPR-VALOR-PREMIO TO WS-TOT-PREMIOS
             ADD SPR-VALOR-COMISSAO TO WS-TOT-COMISSOES
             ADD WS-VALOR-REPASSE TO WS-TOT-REPASSE
             PERFORM P450-ACUMULAR-AGENCIA
       .
       P450-ACUMULAR-AGENCIA.
             MOVE 'N' TO WS-AGC-ACHOU
             PERFORM VARYING WS-AGC-I FROM 1 BY 1
                UNTIL WS-AGC-I > WS-AGC-QTDE OR AGC-ACHOU
                IF WS-AGC-AGENCIA(WS-AGC-I) EQUAL TO SPR-AGENCIA
                   ADD SPR-VALOR-COMISSAO
                       TO WS-AGC-COMISSAO(WS-AGC-I)
                   MOVE 'S' TO WS-AGC-ACHOU
                END-IF
             END-PERFORM
             IF AGC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-AGC-QTDE NOT LESS THAN WS-AGC-MAX THEN
                DISPLAY 'TABELA DE AGENCIAS CHEIA, COMISSAO DA'
                        ' AGENCIA ' SPR-AGENCIA ' SOMADA NA ULTIMA'
                ADD SPR-VALOR-COMISSAO
                    TO WS-AGC-COMISSAO(WS-AGC-MAX)
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-AGC-QTDE
             MOVE SPR-AGENCIA TO WS-AGC-AGENCIA(WS-AGC-QTDE)
             MOVE SPR-VALOR-COMISSAO TO WS-AGC-COMISSAO(WS-AGC-QTDE)
       .
       P600-GRAVAR-TRAILER.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'TRAILER - COMP: '   DELIMITED SIZE
                    WS-MES-FECHADO       DELIMITED SIZE
                    ' EMIT: '            DELIMITED SIZE
                    WS-QTDE-EMITIDAS     DELIMITED SIZE
                    ' CANC: '            DELIMITED SIZE
                    WS-QTDE-CANCELADAS   DELIMITED SIZE
                    ' PREMIOS: '         DELIMITED SIZE
                    WS-QTDE-PREMIOS      DELIMITED SIZE
                    ' VALOR: '           DELIMITED SIZE
                    WS-TOT-PREMIOS       DELIMITED SIZE
                    ' COMIS: '           DELIMITED SIZE
                    WS-TOT-COMISSOES     DELIMITED SIZE
                    ' REPASSE: '         DELIMITED SIZE
                    WS-TOT-REPASSE       DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA NO RAZAO A RECEITA DE COMISSAO DO MES
      *      DE CADA AGENCIA, RETIRANDO-A DOS PREMIOS A REPASSAR, E
      *      MARCA A COMPETENCIA COMO REMETIDA
      ******************************************************************
       P700-LANCAR-COMISSAO.
             PERFORM VARYING WS-AGC-I FROM 1 BY 1
                UNTIL WS-AGC-I > WS-AGC-QTDE
                IF WS-AGC-COMISSAO(WS-AGC-I) GREATER THAN ZEROS
                   MOVE WS-DATA-ATUAL TO RAZ-DATA
                   MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
                   MOVE ZEROS TO RAZ-ORIGEM-CONTA
                   MOVE ZEROS TO RAZ-ORIGEM-SEQ
                   MOVE 'SG' TO RAZ-TIPO-MOV
                   MOVE WS-AGC-AGENCIA(WS-AGC-I) TO RAZ-AGENCIA
                   MOVE SPACES TO RAZ-HISTORICO
                   STRING 'COMISSAO SEGUROS COMP ' DELIMITED SIZE
                          WS-MES-FECHADO           DELIMITED SIZE
                     INTO RAZ-HISTORICO
                   END-STRING
                   MOVE WS-AGC-COMISSAO(WS-AGC-I) TO RAZ-VALOR
                   MOVE 21096 TO RAZ-CONTA-CONTABIL
                   MOVE 'D' TO RAZ-DC
                   WRITE REG-RAZAO
                   MOVE 41005 TO RAZ-CONTA-CONTABIL
                   MOVE 'C' TO RAZ-DC
                   WRITE REG-RAZAO
                   IF FS-RAZAO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O RAZAO, STATUS: '
                              FS-RAZAO
                   END-IF
                   DISPLAY 'AGENCIA ' WS-AGC-AGENCIA(WS-AGC-I)
                           ': COMISSAO DE SEGUROS LANCADA '
                           WS-AGC-COMISSAO(WS-AGC-I)
                END-IF
             END-PERFORM
             MOVE WS-MES-FECHADO-N TO SGC-ULT-COMPET-REMESSA
             REWRITE REG-SEGCTL
             IF FS-SEGCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE SEGUROS,'
                        ' STATUS: ' FS-SEGCTL
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH, JA QUE O BALCAO TAMBEM ATUALIZA O CONTROLE DE
      *      SEGUROS AO EMITIR UMA APOLICE
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
             CLOSE ARQ-APOLICE
             CLOSE ARQ-SEGPREMIO
             CLOSE ARQ-SEGCTL
             CLOSE ARQ-RAZAO
             CLOSE ARQ-REMESSA
             DISPLAY 'COMPETENCIA DA REMESSA: ' WS-MES-FECHADO
             DISPLAY 'APOLICES EMITIDAS: ' WS-QTDE-EMITIDAS
                     ' CANCELADAS: ' WS-QTDE-CANCELADAS
             DISPLAY 'PREMIOS REMETIDOS: ' WS-QTDE-PREMIOS
                     ' VALOR: ' WS-TOT-PREMIOS
             DISPLAY 'COMISSAO DO BANCO: ' WS-TOT-COMISSOES
                     ' REPASSE A SEGURADORA: ' WS-TOT-REPASSE
             DISPLAY 'REMESSA GRAVADA EM REMESSA-SEGURO.DAT'
             STOP RUN.
       END PROGRAM SEGURO-REMESSA.
