      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH SEMESTRAL DO RELATORIO ESTATISTICO DA
      *            OUVIDORIA: PARA AS RECLAMACOES ABERTAS NO SEMESTRE
      *            (RODANDO NO 1O SEMESTRE APURA O 2O DO ANO ANTERIOR,
      *            E RODANDO NO 2O APURA O 1O DO ANO CORRENTE) TOTALIZA
      *            POR CATEGORIA A QUANTIDADE RECEBIDA, AS
      *            PROCEDENTES, AS RESPONDIDAS PELO SAC DENTRO E FORA
      *            DO PRAZO, AS AINDA PENDENTES, AS ESCALADAS PARA A
      *            OUVIDORIA E AS RESPONDIDAS PELA OUVIDORIA NO PRAZO,
      *            COM A QUEBRA POR PRODUTO E POR CANAL NO FINAL DE
      *            OUVIDORIA-ESTATISTICA.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVIDORIA-ESTATISTICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECLAMACAO ASSIGN TO "reclamacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RCL-PROTOCOLO
                ALTERNATE RECORD KEY IS RCL-CPF WITH DUPLICATES
                FILE STATUS  IS FS-RECLAMACAO.
           SELECT ARQ-ESTAT-REL ASSIGN TO "ouvidoria-estatistica.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ESTAT-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RECLAMACAO.
           COPY RECLAMCAD.
       FD ARQ-ESTAT-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-RECLAMACAO                PIC XX.
       77 FS-ESTAT-REL                 PIC XX.
       77 WS-ANO-SEMESTRE              PIC 9(04).
       77 WS-DATA-INICIO-SEM           PIC 9(08).
       77 WS-DATA-FIM-SEM              PIC 9(08).
       77 WS-QTDE-LIDAS                PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-SEMESTRE             PIC 9(08) VALUE ZEROS.
       77 WS-IND                       PIC 9(02).
       77 WS-IND-CAT                   PIC 9(02).
       77 WS-IND-PROD                  PIC 9(02).
       77 WS-IND-CANAL                 PIC 9(02).
       77 WS-LINHA-RELATORIO           PIC X(132).
      *      CATEGORIAS NA ORDEM DO RELATORIO; A ULTIMA LINHA DA
      *      TABELA DE TOTAIS (8) E O TOTAL GERAL
       01 WS-TAB-CATEGORIAS-VALORES.
           05 FILLER                   PIC X(24)
                                 VALUE 'TATARIFA               '.
           05 FILLER                   PIC X(24)
                                 VALUE 'COCOBRANCA INDEVIDA    '.
           05 FILLER                   PIC X(24)
                                 VALUE 'ATATENDIMENTO          '.
           05 FILLER                   PIC X(24)
                                 VALUE 'FRFRAUDE/NAO RECONHEC. '.
           05 FILLER                   PIC X(24)
                                 VALUE 'CACADASTRO             '.
           05 FILLER                   PIC X(24)
                                 VALUE 'PRPRODUTO OU SERVICO   '.
           05 FILLER                   PIC X(24)
                                 VALUE 'OUOUTROS               '.
       01 WS-TAB-CATEGORIAS REDEFINES WS-TAB-CATEGORIAS-VALORES.
           05 WS-CAT-ITEM OCCURS 7 TIMES.
               10 WS-CAT-CODIGO        PIC X(02).
               10 WS-CAT-DESCRICAO     PIC X(22).
       01 WS-TAB-PRODUTOS-VALORES.
           05 FILLER                   PIC X(14) VALUE 'CCCONTA       '.
           05 FILLER                   PIC X(14) VALUE 'CTCARTAO      '.
           05 FILLER                   PIC X(14) VALUE 'EMEMPRESTIMO  '.
           05 FILLER                   PIC X(14) VALUE 'BOBOLETO      '.
           05 FILLER                   PIC X(14) VALUE 'OUOUTROS      '.
       01 WS-TAB-PRODUTOS REDEFINES WS-TAB-PRODUTOS-VALORES.
           05 WS-PROD-ITEM OCCURS 5 TIMES.
               10 WS-PROD-CODIGO       PIC X(02).
               10 WS-PROD-DESCRICAO    PIC X(12).
       01 WS-TAB-CANAIS-VALORES.
           05 FILLER                   PIC X(16)
                                 VALUE 'BBALCAO         '.
           05 FILLER                   PIC X(16)
                                 VALUE 'TTELEFONE       '.
           05 FILLER                   PIC X(16)
                                 VALUE 'IINTERNET       '.
           05 FILLER                   PIC X(16)
                                 VALUE 'RREGULADOR      '.
           05 FILLER                   PIC X(16)
                                 VALUE 'CCONSUMIDOR.GOV '.
       01 WS-TAB-CANAIS REDEFINES WS-TAB-CANAIS-VALORES.
           05 WS-CANAL-ITEM OCCURS 5 TIMES.
               10 WS-CANAL-CODIGO      PIC X(01).
               10 WS-CANAL-DESCRICAO   PIC X(15).
       01 WS-TAB-TOTAIS-CAT.
           05 WS-TOT-CAT OCCURS 8 TIMES.
               10 WS-TC-RECEBIDAS      PIC 9(06).
               10 WS-TC-PROCEDENTES    PIC 9(06).
               10 WS-TC-SAC-NO-PRAZO   PIC 9(06).
               10 WS-TC-SAC-FORA-PRAZO PIC 9(06).
               10 WS-TC-PENDENTES      PIC 9(06).
               10 WS-TC-ESCALADAS      PIC 9(06).
               10 WS-TC-OUV-NO-PRAZO   PIC 9(06).
       01 WS-TAB-TOTAIS-PROD.
           05 WS-TOT-PROD OCCURS 5 TIMES.
               10 WS-TP-RECEBIDAS      PIC 9(06).
               10 WS-TP-PROCEDENTES    PIC 9(06).
       01 WS-TAB-TOTAIS-CANAL.
           05 WS-TOT-CANAL OCCURS 5 TIMES.
               10 WS-TN-RECEBIDAS      PIC 9(06).
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
      *      RODANDO NO 1O SEMESTRE APURA O 2O DO ANO ANTERIOR, E
      *      RODANDO NO 2O SEMESTRE APURA O 1O DO ANO CORRENTE
             IF WS-DHC-MES NOT GREATER THAN 6 THEN
                COMPUTE WS-ANO-SEMESTRE = WS-DHC-ANO - 1
                COMPUTE WS-DATA-INICIO-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 0701
                COMPUTE WS-DATA-FIM-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 1231
             ELSE
                MOVE WS-DHC-ANO TO WS-ANO-SEMESTRE
                COMPUTE WS-DATA-INICIO-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 0101
                COMPUTE WS-DATA-FIM-SEM =
                        (WS-ANO-SEMESTRE * 10000) + 0630
             END-IF
             INITIALIZE WS-TAB-TOTAIS-CAT
             INITIALIZE WS-TAB-TOTAIS-PROD
             INITIALIZE WS-TAB-TOTAIS-CANAL
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P300-APURAR-RECLAMACOES
             PERFORM P800-GRAVAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-RECLAMACAO
             IF FS-RECLAMACAO EQUAL TO "35" THEN
                DISPLAY 'NENHUMA RECLAMACAO CADASTRADA'
                STOP RUN
             END-IF
             IF FS-RECLAMACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS RECLAMACOES, STATUS: '
                        FS-RECLAMACAO
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-ESTAT-REL
             IF FS-ESTAT-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DA OUVIDORIA,'
                        ' STATUS: ' FS-ESTAT-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS RECLAMACOES E ACUMULA AS ABERTAS
      *      NO SEMESTRE
      ******************************************************************
       P300-APURAR-RECLAMACOES.
             MOVE ZEROS TO RCL-PROTOCOLO
             START ARQ-RECLAMACAO KEY IS NOT LESS THAN RCL-PROTOCOLO
                INVALID KEY
                   DISPLAY 'NENHUMA RECLAMACAO CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-RECLAMACAO
             PERFORM UNTIL FS-RECLAMACAO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDAS
                IF RCL-DATA-ABERTURA NOT LESS THAN WS-DATA-INICIO-SEM
                   AND RCL-DATA-ABERTURA NOT GREATER THAN
                       WS-DATA-FIM-SEM
                   ADD 1 TO WS-QTDE-SEMESTRE
                   PERFORM P400-ACUMULAR-RECLAMACAO
                END-IF
                PERFORM P310-LER-PROX-RECLAMACAO
             END-PERFORM
       .
       P310-LER-PROX-RECLAMACAO.
             READ ARQ-RECLAMACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECLAMACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A RECLAMACAO NA SUA CATEGORIA E NO TOTAL
      *      GERAL, E NA QUEBRA POR PRODUTO E POR CANAL. A ESCALADA
      *      SEM RESPOSTA DO SAC CONTA COMO RESPOSTA FORA DO PRAZO
      ******************************************************************
       P400-ACUMULAR-RECLAMACAO.
             MOVE 7 TO WS-IND-CAT
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 7
                IF WS-CAT-CODIGO(WS-IND) EQUAL TO RCL-CATEGORIA
                   MOVE WS-IND TO WS-IND-CAT
                END-IF
             END-PERFORM
             PERFORM P410-SOMAR-CATEGORIA
             MOVE 8 TO WS-IND-CAT
             PERFORM P410-SOMAR-CATEGORIA

             MOVE 5 TO WS-IND-PROD
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
                IF WS-PROD-CODIGO(WS-IND) EQUAL TO RCL-PRODUTO
                   MOVE WS-IND TO WS-IND-PROD
                END-IF
             END-PERFORM
             ADD 1 TO WS-TP-RECEBIDAS(WS-IND-PROD)
             IF RCL-E-PROCEDENTE THEN
                ADD 1 TO WS-TP-PROCEDENTES(WS-IND-PROD)
             END-IF

             MOVE 1 TO WS-IND-CANAL
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
                IF WS-CANAL-CODIGO(WS-IND) EQUAL TO RCL-CANAL
                   MOVE WS-IND TO WS-IND-CANAL
                END-IF
             END-PERFORM
             ADD 1 TO WS-TN-RECEBIDAS(WS-IND-CANAL)
       .
       P410-SOMAR-CATEGORIA.
             ADD 1 TO WS-TC-RECEBIDAS(WS-IND-CAT)
             IF RCL-E-PROCEDENTE THEN
                ADD 1 TO WS-TC-PROCEDENTES(WS-IND-CAT)
             END-IF
             IF RCL-ABERTA THEN
                ADD 1 TO WS-TC-PENDENTES(WS-IND-CAT)
             ELSE
                IF RCL-RESPONDIDA-NO-PRAZO THEN
                   ADD 1 TO WS-TC-SAC-NO-PRAZO(WS-IND-CAT)
                ELSE
                   ADD 1 TO WS-TC-SAC-FORA-PRAZO(WS-IND-CAT)
                END-IF
             END-IF
             IF RCL-DATA-ESCALADA NOT EQUAL TO ZEROS THEN
                ADD 1 TO WS-TC-ESCALADAS(WS-IND-CAT)
                IF RCL-EM-OUVIDORIA THEN
                   ADD 1 TO WS-TC-PENDENTES(WS-IND-CAT)
                END-IF
                IF RCL-FINALIZADA AND RCL-OUVIDORIA-EM-DIA THEN
                   ADD 1 TO WS-TC-OUV-NO-PRAZO(WS-IND-CAT)
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO: UMA LINHA POR CATEGORIA,
      *      O TOTAL GERAL E AS QUEBRAS POR PRODUTO E POR CANAL
      ******************************************************************
       P800-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RELATORIO ESTATISTICO DA OUVIDORIA - SEMESTRE '
                                        DELIMITED SIZE
                    WS-DATA-INICIO-SEM  DELIMITED SIZE
                    ' A '               DELIMITED SIZE
                    WS-DATA-FIM-SEM     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE 'CATEGORIA' TO WS-LINHA-RELATORIO(1:22)
             MOVE ' RECEB. PROCED SACPRZ SACFOR PEND.  ESCAL. OUVPRZ'
               TO WS-LINHA-RELATORIO(23:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                     UNTIL WS-IND-CAT > 8
                MOVE SPACES TO WS-LINHA-RELATORIO
                IF WS-IND-CAT EQUAL TO 8 THEN
                   MOVE 'TOTAL GERAL' TO WS-LINHA-RELATORIO(1:22)
                ELSE
                   MOVE WS-CAT-DESCRICAO(WS-IND-CAT)
                     TO WS-LINHA-RELATORIO(1:22)
                END-IF
                STRING ' '                          DELIMITED SIZE
                       WS-TC-RECEBIDAS(WS-IND-CAT)  DELIMITED SIZE
                       ' '                          DELIMITED SIZE
                       WS-TC-PROCEDENTES(WS-IND-CAT)
                                                    DELIMITED SIZE
                       ' '                          DELIMITED SIZE
                       WS-TC-SAC-NO-PRAZO(WS-IND-CAT)
                                                    DELIMITED SIZE
                       ' '                          DELIMITED SIZE
                       WS-TC-SAC-FORA-PRAZO(WS-IND-CAT)
                                                    DELIMITED SIZE
                       ' '                          DELIMITED SIZE
                       WS-TC-PENDENTES(WS-IND-CAT)  DELIMITED SIZE
                       ' '                          DELIMITED SIZE
                       WS-TC-ESCALADAS(WS-IND-CAT)  DELIMITED SIZE
                       ' '                          DELIMITED SIZE
                       WS-TC-OUV-NO-PRAZO(WS-IND-CAT)
                                                    DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(23:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             MOVE 'POR PRODUTO' TO WS-LINHA-RELATORIO(1:22)
             MOVE ' RECEB. PROCED' TO WS-LINHA-RELATORIO(23:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-PROD FROM 1 BY 1
                     UNTIL WS-IND-PROD > 5
                MOVE SPACES TO WS-LINHA-RELATORIO
                MOVE WS-PROD-DESCRICAO(WS-IND-PROD)
                  TO WS-LINHA-RELATORIO(1:22)
                STRING ' '                           DELIMITED SIZE
                       WS-TP-RECEBIDAS(WS-IND-PROD)  DELIMITED SIZE
                       ' '                           DELIMITED SIZE
                       WS-TP-PROCEDENTES(WS-IND-PROD)
                                                     DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(23:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             MOVE 'POR CANAL' TO WS-LINHA-RELATORIO(1:22)
             MOVE ' RECEB.' TO WS-LINHA-RELATORIO(23:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                     UNTIL WS-IND-CANAL > 5
                MOVE SPACES TO WS-LINHA-RELATORIO
                MOVE WS-CANAL-DESCRICAO(WS-IND-CANAL)
                  TO WS-LINHA-RELATORIO(1:22)
                STRING ' '                             DELIMITED SIZE
                       WS-TN-RECEBIDAS(WS-IND-CANAL)   DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(23:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-ESTAT-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-ESTAT-REL
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-RECLAMACAO
             CLOSE ARQ-ESTAT-REL
             DISPLAY 'SEMESTRE APURADO: ' WS-DATA-INICIO-SEM ' A '
                     WS-DATA-FIM-SEM
             DISPLAY 'TOTAL DE RECLAMACOES LIDAS: ' WS-QTDE-LIDAS
             DISPLAY 'RECLAMACOES DO SEMESTRE: ' WS-QTDE-SEMESTRE
             DISPLAY 'PROCEDENTES: ' WS-TC-PROCEDENTES(8)
             DISPLAY 'ESCALADAS PARA A OUVIDORIA: ' WS-TC-ESCALADAS(8)
             DISPLAY 'RELATORIO GRAVADO EM OUVIDORIA-ESTATISTICA.REL'
             STOP RUN.
       END PROGRAM OUVIDORIA-ESTATISTICA.
