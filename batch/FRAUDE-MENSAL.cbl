      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DO RELATORIO DE CASOS DE FRAUDE: PARA O
      *            MES FECHADO (MES ANTERIOR AO DA EXECUCAO) TOTALIZA
      *            OS CASOS ABERTOS NO MES POR CANAL E POR TIPO DE
      *            MOVIMENTO, AS DECISOES DO MES (FRAUDE CONFIRMADA,
      *            ERRO DO CLIENTE, NAO FRAUDE) E A PERDA DOS CASOS
      *            CONFIRMADOS POR CANAL E POR TIPO DE MOVIMENTO, COM
      *            OS CASOS AINDA EM ABERTO NO FINAL, EM
      *            FRAUDE-MENSAL.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDE-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FRAUDE ASSIGN TO "fraude.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FRC-CASO
                ALTERNATE RECORD KEY IS FRC-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-FRAUDE.
           SELECT ARQ-FRAUDE-REL ASSIGN TO "fraude-mensal.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-FRAUDE-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FRAUDE.
           COPY FRAUDCAD.
       FD ARQ-FRAUDE-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-FRAUDE                    PIC XX.
       77 FS-FRAUDE-REL                PIC XX.
       77 WS-DATA-INICIO               PIC 9(08).
       77 WS-DATA-FIM                  PIC 9(08).
       77 WS-QTDE-LIDOS                PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-ABERTOS-MES          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DECIDIDOS-MES        PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONFIRMADOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ERRO-CLIENTE         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-NAO-FRAUDE           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-EM-ABERTO            PIC 9(06) VALUE ZEROS.
       77 WS-PERDA-TOTAL               PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-TIPOS                PIC 9(02) VALUE ZEROS.
       77 WS-IND                       PIC 9(02).
       77 WS-IND-CANAL                 PIC 9(02).
       77 WS-IND-TIPO                  PIC 9(02).
       77 WS-VALOR-EDITADO             PIC -9(11).99.
       77 WS-LINHA-RELATORIO           PIC X(132).
      *      CANAIS NA ORDEM DO RELATORIO; A ULTIMA LINHA DA TABELA
      *      DE TOTAIS (7) E O TOTAL GERAL
       01 WS-TAB-CANAIS-VALORES.
           05 FILLER                   PIC X(16)
                                 VALUE 'BBALCAO         '.
           05 FILLER                   PIC X(16)
                                 VALUE 'AATM            '.
           05 FILLER                   PIC X(16)
                                 VALUE 'IINTERNET/APP   '.
           05 FILLER                   PIC X(16)
                                 VALUE 'CCARTAO         '.
           05 FILLER                   PIC X(16)
                                 VALUE 'KCORRESPONDENTE '.
           05 FILLER                   PIC X(16)
                                 VALUE 'OOUTROS         '.
       01 WS-TAB-CANAIS REDEFINES WS-TAB-CANAIS-VALORES.
           05 WS-CANAL-ITEM OCCURS 6 TIMES.
               10 WS-CANAL-CODIGO      PIC X(01).
               10 WS-CANAL-DESCRICAO   PIC X(15).
       01 WS-TAB-TOTAIS-CANAL.
           05 WS-TOT-CANAL OCCURS 7 TIMES.
               10 WS-TN-ABERTOS        PIC 9(06).
               10 WS-TN-CONFIRMADOS    PIC 9(06).
               10 WS-TN-PERDA          PIC S9(11)V99.
      *      TIPOS DE MOVIMENTO MONTADOS NA ORDEM EM QUE APARECEM;
      *      O QUE NAO COUBER NA TABELA VAI PARA A ULTIMA POSICAO
       01 WS-TAB-TOTAIS-TIPO.
           05 WS-TOT-TIPO OCCURS 40 TIMES.
               10 WS-TT-TIPO-MOV       PIC X(02).
               10 WS-TT-ABERTOS        PIC 9(06).
               10 WS-TT-CONFIRMADOS    PIC 9(06).
               10 WS-TT-PERDA          PIC S9(11)V99.
       01 WS-MES-FECHADO.
           05 WS-MF-ANO                PIC 9(04).
           05 WS-MF-MES                PIC 9(02).
           05 WS-MF-DIA                PIC 9(02).
       01 WS-MES-FECHADO-N REDEFINES WS-MES-FECHADO
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
             INITIALIZE WS-TAB-TOTAIS-CANAL
             INITIALIZE WS-TAB-TOTAIS-TIPO
             PERFORM P250-DEFINIR-MES-FECHADO
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P300-APURAR-CASOS
             PERFORM P800-GRAVAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-FRAUDE
             IF FS-FRAUDE EQUAL TO "35" THEN
                DISPLAY 'NENHUM CASO DE FRAUDE CADASTRADO'
                STOP RUN
             END-IF
             IF FS-FRAUDE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS CASOS DE FRAUDE, STATUS: '
                        FS-FRAUDE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-FRAUDE-REL
             IF FS-FRAUDE-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DE FRAUDES,'
                        ' STATUS: ' FS-FRAUDE-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O PERIODO DO MES FECHADO (MES ANTERIOR
      *      AO DA EXECUCAO), DO DIA 01 AO DIA 31
      ******************************************************************
       P250-DEFINIR-MES-FECHADO.
             MOVE WS-DHC-ANO TO WS-MF-ANO
             MOVE WS-DHC-MES TO WS-MF-MES
             IF WS-MF-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-MF-MES
                SUBTRACT 1 FROM WS-MF-ANO
             ELSE
                SUBTRACT 1 FROM WS-MF-MES
             END-IF
             MOVE 1 TO WS-MF-DIA
             MOVE WS-MES-FECHADO-N TO WS-DATA-INICIO
             MOVE 31 TO WS-MF-DIA
             MOVE WS-MES-FECHADO-N TO WS-DATA-FIM
             DISPLAY 'PERIODO DO RELATORIO DE FRAUDES: ' WS-DATA-INICIO
                     ' A ' WS-DATA-FIM
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CASOS: O ABERTO NO MES SOMA NA
      *      ABERTURA, O DECIDIDO NO MES SOMA NA DECISAO (E NA PERDA
      *      QUANDO CONFIRMADO) E O AINDA NAO DECIDIDO CONTA EM ABERTO
      ******************************************************************
       P300-APURAR-CASOS.
             MOVE ZEROS TO FRC-CASO
             START ARQ-FRAUDE KEY IS NOT LESS THAN FRC-CASO
                INVALID KEY
                   DISPLAY 'NENHUM CASO DE FRAUDE CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-CASO
             PERFORM UNTIL FS-FRAUDE NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                PERFORM P400-LOCALIZAR-CANAL
                PERFORM P410-LOCALIZAR-TIPO
                IF FRC-DATA-ABERTURA NOT LESS THAN WS-DATA-INICIO
                   AND FRC-DATA-ABERTURA NOT GREATER THAN WS-DATA-FIM
                   ADD 1 TO WS-QTDE-ABERTOS-MES
                   ADD 1 TO WS-TN-ABERTOS(WS-IND-CANAL)
                   ADD 1 TO WS-TN-ABERTOS(7)
                   ADD 1 TO WS-TT-ABERTOS(WS-IND-TIPO)
                END-IF
                IF FRC-DECIDIDO
                   AND FRC-DATA-DECISAO NOT LESS THAN WS-DATA-INICIO
                   AND FRC-DATA-DECISAO NOT GREATER THAN WS-DATA-FIM
                   PERFORM P500-SOMAR-DECISAO
                END-IF
                IF NOT FRC-DECIDIDO THEN
                   ADD 1 TO WS-QTDE-EM-ABERTO
                END-IF
                PERFORM P310-LER-PROX-CASO
             END-PERFORM
       .
       P310-LER-PROX-CASO.
             READ ARQ-FRAUDE NEXT RECORD
                AT END
                   MOVE "10" TO FS-FRAUDE
             END-READ
       .
       P400-LOCALIZAR-CANAL.
             MOVE 6 TO WS-IND-CANAL
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
                IF WS-CANAL-CODIGO(WS-IND) EQUAL TO FRC-CANAL
                   MOVE WS-IND TO WS-IND-CANAL
                END-IF
             END-PERFORM
       .
       P410-LOCALIZAR-TIPO.
             MOVE ZEROS TO WS-IND-TIPO
             PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND > WS-QTDE-TIPOS
                IF WS-TT-TIPO-MOV(WS-IND) EQUAL TO FRC-TIPO-MOV
                   MOVE WS-IND TO WS-IND-TIPO
                END-IF
             END-PERFORM
             IF WS-IND-TIPO EQUAL TO ZEROS THEN
                IF WS-QTDE-TIPOS LESS THAN 40 THEN
                   ADD 1 TO WS-QTDE-TIPOS
                   MOVE FRC-TIPO-MOV TO WS-TT-TIPO-MOV(WS-QTDE-TIPOS)
                END-IF
                MOVE WS-QTDE-TIPOS TO WS-IND-TIPO
             END-IF
       .
       P500-SOMAR-DECISAO.
             ADD 1 TO WS-QTDE-DECIDIDOS-MES
             EVALUATE TRUE
                WHEN FRC-FRAUDE-CONFIRMADA
                   ADD 1 TO WS-QTDE-CONFIRMADOS
                   ADD FRC-VALOR-PERDA TO WS-PERDA-TOTAL
                   ADD 1 TO WS-TN-CONFIRMADOS(WS-IND-CANAL)
                   ADD 1 TO WS-TN-CONFIRMADOS(7)
                   ADD FRC-VALOR-PERDA TO WS-TN-PERDA(WS-IND-CANAL)
                   ADD FRC-VALOR-PERDA TO WS-TN-PERDA(7)
                   ADD 1 TO WS-TT-CONFIRMADOS(WS-IND-TIPO)
                   ADD FRC-VALOR-PERDA TO WS-TT-PERDA(WS-IND-TIPO)
                WHEN FRC-ERRO-CLIENTE
                   ADD 1 TO WS-QTDE-ERRO-CLIENTE
                WHEN OTHER
                   ADD 1 TO WS-QTDE-NAO-FRAUDE
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO: O RESUMO DAS DECISOES, A
      *      QUEBRA POR CANAL (COM O TOTAL GERAL) E A QUEBRA POR TIPO
      *      DE MOVIMENTO
      ******************************************************************
       P800-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RELATORIO MENSAL DE CASOS DE FRAUDE - PERIODO '
                                        DELIMITED SIZE
                    WS-DATA-INICIO      DELIMITED SIZE
                    ' A '               DELIMITED SIZE
                    WS-DATA-FIM         DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             STRING 'CASOS ABERTOS NO MES: ' DELIMITED SIZE
                    WS-QTDE-ABERTOS-MES      DELIMITED SIZE
                    '   DECIDIDOS NO MES: '  DELIMITED SIZE
                    WS-QTDE-DECIDIDOS-MES    DELIMITED SIZE
                    '   AINDA EM ABERTO: '   DELIMITED SIZE
                    WS-QTDE-EM-ABERTO        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-PERDA-TOTAL TO WS-VALOR-EDITADO
             STRING 'FRAUDE CONFIRMADA: '    DELIMITED SIZE
                    WS-QTDE-CONFIRMADOS      DELIMITED SIZE
                    '   ERRO DO CLIENTE: '   DELIMITED SIZE
                    WS-QTDE-ERRO-CLIENTE     DELIMITED SIZE
                    '   NAO FRAUDE: '        DELIMITED SIZE
                    WS-QTDE-NAO-FRAUDE       DELIMITED SIZE
                    '   PERDA CONFIRMADA: '  DELIMITED SIZE
                    WS-VALOR-EDITADO         DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE 'POR CANAL' TO WS-LINHA-RELATORIO(1:22)
             MOVE ' ABERT. CONFIR.    PERDA CONFIRMADA'
               TO WS-LINHA-RELATORIO(23:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                     UNTIL WS-IND-CANAL > 7
                MOVE SPACES TO WS-LINHA-RELATORIO
                IF WS-IND-CANAL EQUAL TO 7 THEN
                   MOVE 'TOTAL GERAL' TO WS-LINHA-RELATORIO(1:22)
                ELSE
                   MOVE WS-CANAL-DESCRICAO(WS-IND-CANAL)
                     TO WS-LINHA-RELATORIO(1:22)
                END-IF
                MOVE WS-TN-PERDA(WS-IND-CANAL) TO WS-VALOR-EDITADO
                STRING ' '                             DELIMITED SIZE
                       WS-TN-ABERTOS(WS-IND-CANAL)     DELIMITED SIZE
                       ' '                             DELIMITED SIZE
                       WS-TN-CONFIRMADOS(WS-IND-CANAL) DELIMITED SIZE
                       '    '                          DELIMITED SIZE
                       WS-VALOR-EDITADO                DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(23:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             MOVE 'POR TIPO DE MOVIMENTO' TO WS-LINHA-RELATORIO(1:22)
             MOVE ' ABERT. CONFIR.    PERDA CONFIRMADA'
               TO WS-LINHA-RELATORIO(23:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > WS-QTDE-TIPOS
                IF WS-TT-ABERTOS(WS-IND-TIPO) GREATER THAN ZEROS
                   OR WS-TT-CONFIRMADOS(WS-IND-TIPO) GREATER THAN ZEROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   MOVE WS-TT-TIPO-MOV(WS-IND-TIPO)
                     TO WS-LINHA-RELATORIO(1:22)
                   MOVE WS-TT-PERDA(WS-IND-TIPO) TO WS-VALOR-EDITADO
                   STRING ' '                          DELIMITED SIZE
                          WS-TT-ABERTOS(WS-IND-TIPO)   DELIMITED SIZE
                          ' '                          DELIMITED SIZE
                          WS-TT-CONFIRMADOS(WS-IND-TIPO)
                                                       DELIMITED SIZE
                          '    '                       DELIMITED SIZE
                          WS-VALOR-EDITADO             DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO(23:)
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
             END-PERFORM
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-FRAUDE-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-FRAUDE-REL
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-FRAUDE
             CLOSE ARQ-FRAUDE-REL
             DISPLAY 'TOTAL DE CASOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'CASOS ABERTOS NO MES: ' WS-QTDE-ABERTOS-MES
             DISPLAY 'CASOS DECIDIDOS NO MES: ' WS-QTDE-DECIDIDOS-MES
             DISPLAY 'FRAUDES CONFIRMADAS: ' WS-QTDE-CONFIRMADOS
             DISPLAY 'CASOS AINDA EM ABERTO: ' WS-QTDE-EM-ABERTO
             DISPLAY 'RELATORIO GRAVADO EM FRAUDE-MENSAL.REL'
             STOP RUN.
       END PROGRAM FRAUDE-MENSAL.
