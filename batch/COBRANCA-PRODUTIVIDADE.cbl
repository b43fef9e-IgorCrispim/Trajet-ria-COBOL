      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DE PRODUTIVIDADE DOS COBRADORES: AGRUPA
      *            AS TENTATIVAS DE CONTATO DO DIA (ARQ-COBR-CONTATO)
      *            PELO COBRADOR, COM A QUEBRA POR RESULTADO E AS
      *            PROMESSAS REGISTRADAS, E SOMA AS PROMESSAS DELE
      *            RESOLVIDAS NO DIA PELO BATCH COBRANCA-FILA
      *            (CUMPRIDAS, COM O VALOR RECUPERADO, E QUEBRADAS),
      *            NO RELATORIO COBRANCA-PRODUTIVIDADE.REL. RODA
      *            DEPOIS DO COBRANCA-FILA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-PRODUTIVIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COBR-CONTATO ASSIGN TO "cobranca-contato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCT-SEQ
                ALTERNATE RECORD KEY IS CCT-CPF WITH DUPLICATES
                FILE STATUS  IS FS-COBR-CONTATO.
           SELECT ARQ-COBRANCA ASSIGN TO "cobranca-fila.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS COB-CPF
                ALTERNATE RECORD KEY IS COB-ORDEM-FILA
                     WITH DUPLICATES
                FILE STATUS  IS FS-COBRANCA.
           SELECT ARQ-PROD-REL ASSIGN TO "cobranca-produtividade.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PROD-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-COBR-CONTATO.
           COPY COBRCONT.
       FD ARQ-COBRANCA.
           COPY COBRFILA.
       FD ARQ-PROD-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-COBR-CONTATO              PIC XX.
       77 FS-COBRANCA                  PIC XX.
       77 FS-PROD-REL                  PIC XX.
       77 WS-QTDE-CONTATOS-LIDOS       PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-CONTATOS-DIA         PIC 9(06) VALUE ZEROS.
       77 WS-COBRADOR-BUSCA            PIC X(08).
       77 WS-CB-I                      PIC 9(02).
       77 WS-CB-QTDE                   PIC 9(02) VALUE ZEROS.
       77 WS-CB-MAX                    PIC 9(02) VALUE 50.
       77 WS-CB-ACHOU                  PIC X(01) VALUE 'N'.
           88 CB-ACHOU                 VALUE 'S'.
       77 WS-VALOR-EDITADO             PIC -9(09).99.
       77 WS-VALOR-EDITADO-2           PIC -9(09).99.
       77 WS-LINHA-RELATORIO           PIC X(132).
       01 WS-CB-TAB.
           05 WS-CB-ITEM OCCURS 50 TIMES.
               10 WS-CB-ID             PIC X(08).
               10 WS-CB-CONTATOS       PIC 9(05).
               10 WS-CB-NAO-ATENDEU    PIC 9(05).
               10 WS-CB-SEM-ACORDO     PIC 9(05).
               10 WS-CB-RECUSAS        PIC 9(05).
               10 WS-CB-INVALIDOS      PIC 9(05).
               10 WS-CB-PROMESSAS      PIC 9(05).
               10 WS-CB-VALOR-PROMETIDO PIC S9(11)V99.
               10 WS-CB-CUMPRIDAS      PIC 9(05).
               10 WS-CB-VALOR-RECUPERADO PIC S9(11)V99.
               10 WS-CB-QUEBRADAS      PIC 9(05).
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
             PERFORM P300-TOTALIZAR-CONTATOS
             PERFORM P400-TOTALIZAR-PROMESSAS
             PERFORM P500-GERAR-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-COBR-CONTATO
             IF FS-COBR-CONTATO NOT EQUAL TO "00"
                AND FS-COBR-CONTATO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS CONTATOS DA COBRANCA,'
                        ' STATUS: ' FS-COBR-CONTATO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-COBRANCA
             IF FS-COBRANCA NOT EQUAL TO "00"
                AND FS-COBRANCA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A FILA DE COBRANCA, STATUS: '
                        FS-COBRANCA
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-PROD-REL
             IF FS-PROD-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-PROD-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CONTATOS E ACUMULA OS DO DIA POR
      *      COBRADOR E RESULTADO
      ******************************************************************
       P300-TOTALIZAR-CONTATOS.
             IF FS-COBR-CONTATO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO CCT-SEQ
             START ARQ-COBR-CONTATO KEY IS NOT LESS THAN CCT-SEQ
                INVALID KEY
                   DISPLAY 'NENHUM CONTATO DE COBRANCA REGISTRADO'
             END-START
             PERFORM P310-LER-PROX-CONTATO
             PERFORM UNTIL FS-COBR-CONTATO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTATOS-LIDOS
                IF CCT-DATA EQUAL TO WS-DATA-ATUAL THEN
                   ADD 1 TO WS-QTDE-CONTATOS-DIA
                   MOVE CCT-COBRADOR TO WS-COBRADOR-BUSCA
                   PERFORM P450-LOCALIZAR-COBRADOR
                   IF CB-ACHOU THEN
                      PERFORM P320-SOMAR-CONTATO
                   END-IF
                END-IF
                PERFORM P310-LER-PROX-CONTATO
             END-PERFORM
       .
       P310-LER-PROX-CONTATO.
             READ ARQ-COBR-CONTATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-COBR-CONTATO
             END-READ
       .
       P320-SOMAR-CONTATO.
             ADD 1 TO WS-CB-CONTATOS(WS-CB-I)
             EVALUATE TRUE
                WHEN CCT-NAO-ATENDEU
                   ADD 1 TO WS-CB-NAO-ATENDEU(WS-CB-I)
                WHEN CCT-CONTATO-SEM-ACORDO
                   ADD 1 TO WS-CB-SEM-ACORDO(WS-CB-I)
                WHEN CCT-RECUSA
                   ADD 1 TO WS-CB-RECUSAS(WS-CB-I)
                WHEN CCT-CONTATO-INVALIDO
                   ADD 1 TO WS-CB-INVALIDOS(WS-CB-I)
                WHEN CCT-PROMESSA
                   ADD 1 TO WS-CB-PROMESSAS(WS-CB-I)
                   ADD CCT-PROMESSA-VALOR
                    TO WS-CB-VALOR-PROMETIDO(WS-CB-I)
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA PARA O COBRADOR QUE REGISTROU A PROMESSA
      *      AS RESOLVIDAS HOJE NA FILA: CUMPRIDAS E QUEBRADAS
      ******************************************************************
       P400-TOTALIZAR-PROMESSAS.
             IF FS-COBRANCA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO COB-CPF
             START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CPF
                INVALID KEY
                   CONTINUE
             END-START
             PERFORM P410-LER-PROX-ITEM
             PERFORM UNTIL FS-COBRANCA NOT EQUAL TO "00"
                IF COB-PROMESSA-DATA-RESOL EQUAL TO WS-DATA-ATUAL
                   AND (COB-PROMESSA-CUMPRIDA OR COB-PROMESSA-QUEBRADA)
                   MOVE COB-PROMESSA-COBRADOR TO WS-COBRADOR-BUSCA
                   PERFORM P450-LOCALIZAR-COBRADOR
                   IF CB-ACHOU AND COB-PROMESSA-CUMPRIDA THEN
                      ADD 1 TO WS-CB-CUMPRIDAS(WS-CB-I)
                      ADD COB-PROMESSA-VALOR-PAGO
                       TO WS-CB-VALOR-RECUPERADO(WS-CB-I)
                   END-IF
                   IF CB-ACHOU AND COB-PROMESSA-QUEBRADA THEN
                      ADD 1 TO WS-CB-QUEBRADAS(WS-CB-I)
                   END-IF
                END-IF
                PERFORM P410-LER-PROX-ITEM
             END-PERFORM
       .
       P410-LER-PROX-ITEM.
             READ ARQ-COBRANCA NEXT RECORD
                AT END
                   MOVE "10" TO FS-COBRANCA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA WS-COBRADOR-BUSCA NA TABELA,
      *      INCLUINDO-O QUANDO AINDA NAO ESTA NELA; COM A TABELA
      *      CHEIA DEVOLVE CB-ACHOU FALSO
      ******************************************************************
       P450-LOCALIZAR-COBRADOR.
             MOVE 'N' TO WS-CB-ACHOU
             PERFORM VARYING WS-CB-I FROM 1 BY 1
                UNTIL WS-CB-I > WS-CB-QTDE
                OR CB-ACHOU
                IF WS-CB-ID(WS-CB-I) EQUAL TO WS-COBRADOR-BUSCA
                   MOVE 'S' TO WS-CB-ACHOU
                   SUBTRACT 1 FROM WS-CB-I
                END-IF
             END-PERFORM
             IF CB-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-CB-QTDE NOT LESS THAN WS-CB-MAX THEN
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CB-QTDE
             MOVE WS-CB-QTDE TO WS-CB-I
             INITIALIZE WS-CB-ITEM(WS-CB-I)
             MOVE WS-COBRADOR-BUSCA TO WS-CB-ID(WS-CB-I)
             MOVE 'S' TO WS-CB-ACHOU
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO DE PRODUTIVIDADE, DUAS
      *      LINHAS POR COBRADOR
      ******************************************************************
       P500-GERAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PRODUTIVIDADE DOS COBRADORES - DATA: '
                                     DELIMITED SIZE
                    WS-DATA-ATUAL    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             PERFORM VARYING WS-CB-I FROM 1 BY 1
                UNTIL WS-CB-I > WS-CB-QTDE
                STRING 'COBRADOR: '        DELIMITED SIZE
                       WS-CB-ID(WS-CB-I)   DELIMITED SIZE
                       ' CONTATOS: '       DELIMITED SIZE
                       WS-CB-CONTATOS(WS-CB-I)     DELIMITED SIZE
                       ' NAO ATENDEU: '    DELIMITED SIZE
                       WS-CB-NAO-ATENDEU(WS-CB-I)  DELIMITED SIZE
                       ' SEM ACORDO: '     DELIMITED SIZE
                       WS-CB-SEM-ACORDO(WS-CB-I)   DELIMITED SIZE
                       ' RECUSAS: '        DELIMITED SIZE
                       WS-CB-RECUSAS(WS-CB-I)      DELIMITED SIZE
                       ' INVALIDOS: '      DELIMITED SIZE
                       WS-CB-INVALIDOS(WS-CB-I)    DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
                MOVE WS-CB-VALOR-PROMETIDO(WS-CB-I) TO WS-VALOR-EDITADO
                MOVE WS-CB-VALOR-RECUPERADO(WS-CB-I)
                  TO WS-VALOR-EDITADO-2
                STRING '   PROMESSAS: '    DELIMITED SIZE
                       WS-CB-PROMESSAS(WS-CB-I)    DELIMITED SIZE
                       ' VALOR PROMETIDO: ' DELIMITED SIZE
                       WS-VALOR-EDITADO    DELIMITED SIZE
                       ' CUMPRIDAS: '      DELIMITED SIZE
                       WS-CB-CUMPRIDAS(WS-CB-I)    DELIMITED SIZE
                       ' RECUPERADO: '     DELIMITED SIZE
                       WS-VALOR-EDITADO-2  DELIMITED SIZE
                       ' QUEBRADAS: '      DELIMITED SIZE
                       WS-CB-QUEBRADAS(WS-CB-I)    DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-PROD-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-PROD-REL
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             IF FS-COBR-CONTATO NOT EQUAL TO "35" THEN
                CLOSE ARQ-COBR-CONTATO
             END-IF
             IF FS-COBRANCA NOT EQUAL TO "35" THEN
                CLOSE ARQ-COBRANCA
             END-IF
             CLOSE ARQ-PROD-REL
             DISPLAY 'TOTAL DE CONTATOS LIDOS: ' WS-QTDE-CONTATOS-LIDOS
             DISPLAY 'CONTATOS DO DIA: ' WS-QTDE-CONTATOS-DIA
             DISPLAY 'COBRADORES NO RELATORIO: ' WS-CB-QTDE
             DISPLAY 'RELATORIO GRAVADO EM'
                     ' COBRANCA-PRODUTIVIDADE.REL'
             STOP RUN.
       END PROGRAM COBRANCA-PRODUTIVIDADE.
