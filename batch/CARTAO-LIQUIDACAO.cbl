      *            LIQUIDACAO DAS COMPRAS COM CARTAO DE DEBITO
      *            AUTORIZADAS NO DIA (MOVIMENTOS CC DE ARQ-EXTRATO),
      *            UM REGISTRO POR TRANSACAO MAIS O TRAILER COM OS
      *            TOTAIS, PARA ENVIO A BANDEIRA/ADQUIRENTE; O MESMO
      *            ARQUIVO LEVA OS CHARGEBACKS DAS CONTESTACOES DE
      *            COMPRA ABERTAS NO CAIXA (ARQ-CONTESTACAO), QUE
      *            PASSAM A ENVIADAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-LIQUIDACAO.
           SELECT ARQ-CONTESTACAO ASSIGN TO "contestacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CTS-CHAVE
                ALTERNATE RECORD KEY IS CTS-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-CONTESTACAO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-LIQUIDACAO.
       01 REG-LIQUIDACAO               PIC X(132).
       FD ARQ-CONTESTACAO.
           COPY CONTESTCAD.
       WORKING-STORAGE SECTION.
       77 FS-EXTRATO                   PIC XX.
       77 FS-LIQUIDACAO                PIC XX.
       77 FS-CONTESTACAO               PIC XX.
       77 WS-QTDE-LIDAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-LIQUIDADAS           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-LIQUIDADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CHARGEBACKS          PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CHARGEBACKS         PIC S9(11)V99 VALUE ZEROS.
       77 WS-LINHA-LIQUIDACAO          PIC X(132).
       01 WS-LINHA-CHARGEBACK.
           05 FILLER                   PIC X(18) VALUE
                                       'CHARGEBACK CARTAO '.
           05 WS-CHB-CARTAO            PIC 9(16).
           05 FILLER                   PIC X(05) VALUE ' SEQ '.
           05 WS-CHB-SEQUENCIA         PIC 9(06).
           05 FILLER                   PIC X(07) VALUE ' CONTA '.
           05 WS-CHB-CONTA             PIC 9(06).
           05 FILLER                   PIC X(07) VALUE ' VALOR '.
           05 WS-CHB-VALOR             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE ' DATA '.
           05 WS-CHB-DATA-COMPRA       PIC 9(08).
           05 FILLER                   PIC X(08) VALUE ' MOTIVO '.
           05 WS-CHB-MOTIVO            PIC X(30).
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P300-GERAR-LIQUIDACAO
             PERFORM P500-GERAR-CHARGEBACKS
             PERFORM P800-GRAVAR-TRAILER
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
                        ' STATUS: ' FS-LIQUIDACAO
                STOP RUN
             END-IF
      *      SEM ARQUIVO DE CONTESTACOES NAO HA CHARGEBACK A ENVIAR
             OPEN I-O ARQ-CONTESTACAO
             IF FS-CONTESTACAO NOT EQUAL TO "00"
                AND FS-CONTESTACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS CONTESTACOES, STATUS: '
                        FS-CONTESTACAO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE O EXTRATO E EXPORTA AS COMPRAS COM
                END-IF
                PERFORM P310-LER-PROX-EXTRATO
             END-PERFORM
       .
       P310-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                ADD EXT-VALOR TO WS-VALOR-LIQUIDADO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA UM CHARGEBACK PARA CADA CONTESTACAO
      *      AINDA ABERTA E A MARCA COMO ENVIADA A ADQUIRENTE
      ******************************************************************
       P500-GERAR-CHARGEBACKS.
             IF FS-CONTESTACAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO CTS-CARD-NUMERO
             MOVE ZEROS TO CTS-EXT-SEQUENCIA
             START ARQ-CONTESTACAO KEY IS NOT LESS THAN CTS-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P510-LER-PROX-CONTESTACAO
             PERFORM UNTIL FS-CONTESTACAO NOT EQUAL TO "00"
                IF CTS-ABERTA
                   PERFORM P520-EXPORTAR-CHARGEBACK
                END-IF
                PERFORM P510-LER-PROX-CONTESTACAO
             END-PERFORM
       .
       P510-LER-PROX-CONTESTACAO.
             READ ARQ-CONTESTACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTESTACAO
             END-READ
       .
       P520-EXPORTAR-CHARGEBACK.
             MOVE CTS-CARD-NUMERO   TO WS-CHB-CARTAO
             MOVE CTS-EXT-SEQUENCIA TO WS-CHB-SEQUENCIA
             MOVE CTS-CONTA-NUM     TO WS-CHB-CONTA
             MOVE CTS-VALOR         TO WS-CHB-VALOR
             MOVE CTS-DATA-COMPRA   TO WS-CHB-DATA-COMPRA
             MOVE CTS-MOTIVO        TO WS-CHB-MOTIVO
             MOVE WS-LINHA-CHARGEBACK TO REG-LIQUIDACAO
             WRITE REG-LIQUIDACAO
             IF FS-LIQUIDACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CHARGEBACK, STATUS: '
                        FS-LIQUIDACAO
                EXIT PARAGRAPH
             END-IF
             SET CTS-ENVIADA TO TRUE
             MOVE WS-DATA-ATUAL TO CTS-DATA-ENVIO
             REWRITE REG-CONTESTACAO
             IF FS-CONTESTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTESTACAO, STATUS: '
                        FS-CONTESTACAO
             ELSE
                ADD 1 TO WS-QTDE-CHARGEBACKS
                ADD CTS-VALOR TO WS-VALOR-CHARGEBACKS
             END-IF
       .
       P800-GRAVAR-TRAILER.
             MOVE SPACES TO WS-LINHA-LIQUIDACAO
             STRING 'TRAILER - DATA: '    DELIMITED SIZE
                    WS-DATA-ATUAL         DELIMITED SIZE
                    ' TRANSACOES: '       DELIMITED SIZE
                    WS-QTDE-LIQUIDADAS    DELIMITED SIZE
                    ' VALOR TOTAL: '      DELIMITED SIZE
                    WS-VALOR-LIQUIDADO    DELIMITED SIZE
                    ' CHARGEBACKS: '      DELIMITED SIZE
                    WS-QTDE-CHARGEBACKS   DELIMITED SIZE
                    ' VALOR: '            DELIMITED SIZE
                    WS-VALOR-CHARGEBACKS  DELIMITED SIZE
               INTO WS-LINHA-LIQUIDACAO
             END-STRING
             MOVE WS-LINHA-LIQUIDACAO TO REG-LIQUIDACAO
             WRITE REG-LIQUIDACAO
       .
       P900-TERMINAL.
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-LIQUIDACAO
             IF FS-CONTESTACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-CONTESTACAO
             END-IF
             DISPLAY 'TOTAL DE MOVIMENTACOES LIDAS: ' WS-QTDE-LIDAS
             DISPLAY 'TOTAL DE COMPRAS LIQUIDADAS: '
                     WS-QTDE-LIQUIDADAS
             DISPLAY 'VALOR TOTAL LIQUIDADO: ' WS-VALOR-LIQUIDADO
             DISPLAY 'TOTAL DE CHARGEBACKS ENVIADOS: '
                     WS-QTDE-CHARGEBACKS
             DISPLAY 'VALOR TOTAL DOS CHARGEBACKS: '
                     WS-VALOR-CHARGEBACKS
             DISPLAY 'ARQUIVO DE LIQUIDACAO GRAVADO EM'
                     ' CARTAO-LIQ.DAT'
             STOP RUN.
