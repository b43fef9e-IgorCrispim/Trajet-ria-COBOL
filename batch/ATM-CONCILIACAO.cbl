      *            PELO CANAL-PROCESSADOR NO EXTRATO (MOVIMENTOS SA
      *            COM OPERADOR ATM E O TERMINAL NO DETALHE) E
      *            RELATA A DIFERENCA POR TERMINAL, QUE ANTES SO
      *            APARECIA SEMANAS DEPOIS NA CONFERENCIA MANUAL;
      *            PARA CADA TERMINAL RELATA TAMBEM OS ENVELOPES DE
      *            DEPOSITO (ARQ-ENVELOPE) DEPOSITADOS E RECOLHIDOS
      *            NA DATA, A DIFERENCA APURADA NA CONFERENCIA DOS
      *            RECOLHIDOS E OS QUE AINDA ESTAO NO TERMINAL; A FALTA
      *            DE NUMERARIO (DISPENSADO ACIMA DOS SAQUES
      *            PROCESSADOS) GERA UM EVENTO DE PERDA OPERACIONAL NA
      *            AGENCIA DO TERMINAL, UM SO POR TERMINAL E DATA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-DISPENSADO.
           SELECT ARQ-ENVELOPE ASSIGN TO "envelope.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ENV-SEQ
                ALTERNATE RECORD KEY IS ENV-TERMINAL WITH DUPLICATES
                ALTERNATE RECORD KEY IS ENV-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-ENVELOPE.
           SELECT ARQ-PERDA-OP ASSIGN TO "perdaop.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRD-EVENTO
                ALTERNATE RECORD KEY IS PRD-LOCAL WITH DUPLICATES
                FILE STATUS  IS FS-PERDA-OP.
           SELECT ARQ-PERDACTL ASSIGN TO "perdactl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PERDACTL.
           SELECT ARQ-CONCILIACAO ASSIGN TO "atm-conciliacao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
           05 DSP-TERMINAL             PIC X(08).
           05 DSP-DATA                 PIC 9(08).
           05 DSP-VALOR                PIC 9(09)V99.
       FD ARQ-ENVELOPE.
           COPY ENVELCAD.
       FD ARQ-PERDA-OP.
           COPY PERDAOP.
       FD ARQ-PERDACTL.
           COPY PERDACTL.
       FD ARQ-CONCILIACAO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-EXTRATO                   PIC XX.
       77 FS-TERMINAL                  PIC XX.
       77 FS-DISPENSADO                PIC XX.
       77 FS-ENVELOPE                  PIC XX.
       77 FS-CONCILIACAO               PIC XX.
       77 FS-PERDA-OP                  PIC XX.
       77 FS-PERDACTL                  PIC XX.
       77 WS-QTDE-EVENTOS-PERDA        PIC 9(04) VALUE ZEROS.
       77 WS-EVENTO-EXISTE             PIC X(01).
           88 EVENTO-EXISTE            VALUE 'S'.
       77 WS-QTDE-TERMINAIS            PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-DIVERGENTES          PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-PROCESSADO          PIC S9(11)V99.
       77 WS-DIFERENCA                 PIC S9(11)V99.
       77 WS-LINHA-CONCILIACAO         PIC X(132).
       77 WS-DETALHE-ESPERADO          PIC X(30).
       77 WS-ENV-QTDE-DEPOSITO         PIC 9(05).
       77 WS-ENV-VALOR-DEPOSITO        PIC S9(09)V99.
       77 WS-ENV-QTDE-RECOLHIDO        PIC 9(05).
       77 WS-ENV-VALOR-RECOLHIDO       PIC S9(09)V99.
       77 WS-ENV-QTDE-CONFERIDO        PIC 9(05).
       77 WS-ENV-DIFERENCA             PIC S9(09)V99.
       77 WS-ENV-QTDE-TERMINAL         PIC 9(05).
       77 WS-ENV-VALOR-TERMINAL        PIC S9(09)V99.
       77 WS-QTDE-ENV-DIVERGENTES      PIC 9(04) VALUE ZEROS.
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
                        ' STATUS: ' FS-DISPENSADO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-ENVELOPE
             IF FS-ENVELOPE NOT EQUAL TO "00"
                AND FS-ENVELOPE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS ENVELOPES DE DEPOSITO,'
                        ' STATUS: ' FS-ENVELOPE
                STOP RUN
             END-IF
             OPEN I-O ARQ-PERDA-OP
             IF FS-PERDA-OP EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PERDA-OP
                CLOSE ARQ-PERDA-OP
                OPEN I-O ARQ-PERDA-OP
             END-IF
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS EVENTOS DE PERDA,'
                        ' STATUS: ' FS-PERDA-OP
                STOP RUN
             END-IF
             OPEN I-O ARQ-PERDACTL
             IF FS-PERDACTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PERDACTL
                MOVE 0 TO ULT-EVENTO-PERDA
                WRITE REG-PERDACTL
                CLOSE ARQ-PERDACTL
                OPEN I-O ARQ-PERDACTL
             END-IF
             IF FS-PERDACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE EVENTOS DE'
                        ' PERDA, STATUS: ' FS-PERDACTL
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CONCILIACAO
             IF FS-CONCILIACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DE CONCILIACAO,'
                DISPLAY 'DIVERGENCIA NO TERMINAL ' DSP-TERMINAL
                        ' EM ' DSP-DATA ': ' WS-DIFERENCA
             END-IF
             IF WS-DIFERENCA GREATER THAN ZEROS THEN
                PERFORM P450-REGISTRAR-FALTA
             END-IF
             IF FS-ENVELOPE NOT EQUAL TO "35" THEN
                PERFORM P420-CONCILIAR-ENVELOPES
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA OS ENVELOPES DE DEPOSITO DO TERMINAL:
      *      DEPOSITADOS NA DATA (VALOR DECLARADO), RECOLHIDOS NA
      *      DATA COM A DIFERENCA DOS JA CONFERIDOS, E OS QUE AINDA
      *      ESTAO NO TERMINAL AGUARDANDO O RECOLHIMENTO
      ******************************************************************
       P420-CONCILIAR-ENVELOPES.
             MOVE ZEROS TO WS-ENV-QTDE-DEPOSITO
             MOVE ZEROS TO WS-ENV-VALOR-DEPOSITO
             MOVE ZEROS TO WS-ENV-QTDE-RECOLHIDO
             MOVE ZEROS TO WS-ENV-VALOR-RECOLHIDO
             MOVE ZEROS TO WS-ENV-QTDE-CONFERIDO
             MOVE ZEROS TO WS-ENV-DIFERENCA
             MOVE ZEROS TO WS-ENV-QTDE-TERMINAL
             MOVE ZEROS TO WS-ENV-VALOR-TERMINAL
             MOVE DSP-TERMINAL TO ENV-TERMINAL
             START ARQ-ENVELOPE KEY IS EQUAL TO ENV-TERMINAL
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-ENVELOPE EQUAL TO "00" THEN
                PERFORM P430-LER-PROX-ENVELOPE
                PERFORM UNTIL FS-ENVELOPE NOT EQUAL TO "00"
                   OR ENV-TERMINAL NOT EQUAL TO DSP-TERMINAL
                   IF ENV-DATA-DEPOSITO EQUAL TO DSP-DATA THEN
                      ADD 1 TO WS-ENV-QTDE-DEPOSITO
                      ADD ENV-VALOR-DECLARADO TO WS-ENV-VALOR-DEPOSITO
                   END-IF
                   IF ENV-DATA-RECOLHIMENTO EQUAL TO DSP-DATA THEN
                      ADD 1 TO WS-ENV-QTDE-RECOLHIDO
                      ADD ENV-VALOR-DECLARADO
                        TO WS-ENV-VALOR-RECOLHIDO
                      IF ENV-CONFERIDO THEN
                         ADD 1 TO WS-ENV-QTDE-CONFERIDO
                         ADD ENV-VALOR-DIFERENCA TO WS-ENV-DIFERENCA
                      END-IF
                   END-IF
                   IF ENV-NO-TERMINAL THEN
                      ADD 1 TO WS-ENV-QTDE-TERMINAL
                      ADD ENV-VALOR-DECLARADO TO WS-ENV-VALOR-TERMINAL
                   END-IF
                   PERFORM P430-LER-PROX-ENVELOPE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-ENVELOPE

             MOVE SPACES TO WS-LINHA-CONCILIACAO
             STRING '  ENVELOPES DEPOSITADOS: ' DELIMITED SIZE
                    WS-ENV-QTDE-DEPOSITO      DELIMITED SIZE
                    ' DECLARADO: '            DELIMITED SIZE
                    WS-ENV-VALOR-DEPOSITO     DELIMITED SIZE
                    ' NO TERMINAL: '          DELIMITED SIZE
                    WS-ENV-QTDE-TERMINAL      DELIMITED SIZE
                    ' DECLARADO: '            DELIMITED SIZE
                    WS-ENV-VALOR-TERMINAL     DELIMITED SIZE
               INTO WS-LINHA-CONCILIACAO
             END-STRING
             MOVE WS-LINHA-CONCILIACAO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-CONCILIACAO
             STRING '  ENVELOPES RECOLHIDOS: '  DELIMITED SIZE
                    WS-ENV-QTDE-RECOLHIDO     DELIMITED SIZE
                    ' DECLARADO: '            DELIMITED SIZE
                    WS-ENV-VALOR-RECOLHIDO    DELIMITED SIZE
                    ' CONFERIDOS: '           DELIMITED SIZE
                    WS-ENV-QTDE-CONFERIDO     DELIMITED SIZE
                    ' DIFERENCA: '            DELIMITED SIZE
                    WS-ENV-DIFERENCA          DELIMITED SIZE
               INTO WS-LINHA-CONCILIACAO
             END-STRING
             MOVE WS-LINHA-CONCILIACAO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF WS-ENV-DIFERENCA NOT EQUAL TO ZEROS THEN
                ADD 1 TO WS-QTDE-ENV-DIVERGENTES
                DISPLAY 'DIFERENCA NOS ENVELOPES DO TERMINAL '
                        DSP-TERMINAL ' EM ' DSP-DATA ': '
                        WS-ENV-DIFERENCA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A FALTA DE NUMERARIO DO TERMINAL COMO
      *      EVENTO DE PERDA OPERACIONAL (FALHA DE SISTEMAS, VAREJO)
      *      NA AGENCIA DO TERMINAL, BAIXADA DO CAIXA (11001); A
      *      REEXECUCAO DA CONCILIACAO NAO DUPLICA O EVENTO JA
      *      GRAVADO PARA O TERMINAL E A DATA
      ******************************************************************
       P450-REGISTRAR-FALTA.
             MOVE 'N' TO WS-EVENTO-EXISTE
             MOVE DSP-TERMINAL TO PRD-LOCAL
             START ARQ-PERDA-OP KEY IS EQUAL TO PRD-LOCAL
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PERDA-OP EQUAL TO "00" THEN
                PERFORM P460-LER-PROX-EVENTO
                PERFORM UNTIL FS-PERDA-OP NOT EQUAL TO "00"
                   OR PRD-LOCAL NOT EQUAL TO DSP-TERMINAL
                   IF PRD-FALTA-ATM
                      AND PRD-DATA-OCORRENCIA EQUAL TO DSP-DATA
                      MOVE 'S' TO WS-EVENTO-EXISTE
                   END-IF
                   PERFORM P460-LER-PROX-EVENTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PERDA-OP
             IF EVENTO-EXISTE THEN
                DISPLAY 'FALTA DO TERMINAL ' DSP-TERMINAL ' EM '
                        DSP-DATA ' JA REGISTRADA COMO EVENTO DE PERDA'
                EXIT PARAGRAPH
             END-IF

             MOVE DSP-TERMINAL TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   MOVE ZEROS TO TRM-AGENCIA
             END-READ
             READ ARQ-PERDACTL
             IF FS-PERDACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE EVENTOS DE PERDA,'
                        ' STATUS: ' FS-PERDACTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-EVENTO-PERDA
             REWRITE REG-PERDACTL
             CLOSE ARQ-PERDACTL
             OPEN I-O ARQ-PERDACTL

             INITIALIZE REG-PERDA-OP
             MOVE ULT-EVENTO-PERDA TO PRD-EVENTO
             SET PRD-FALHA-SISTEMAS TO TRUE
             SET PRD-LN-VAREJO TO TRUE
             SET PRD-FALTA-ATM TO TRUE
             MOVE TRM-AGENCIA TO PRD-AGENCIA
             MOVE DSP-TERMINAL TO PRD-LOCAL
             MOVE WS-DIFERENCA TO PRD-VALOR-BRUTO
             MOVE DSP-DATA TO PRD-DATA-OCORRENCIA
             MOVE WS-DATA-ATUAL TO PRD-DATA-DESCOBERTA
             MOVE WS-DATA-ATUAL TO PRD-DATA-REGISTRO
             MOVE WS-HORA-ATUAL TO PRD-HORA-REGISTRO
             MOVE 'BATCH' TO PRD-OPER-REGISTRO
             MOVE 11001 TO PRD-CONTA-CONTRA
             SET PRD-ABERTO TO TRUE
             MOVE SPACES TO PRD-DESCRICAO
             STRING 'FALTA NA CONCILIACAO DO TERMINAL ' DELIMITED SIZE
                    DSP-TERMINAL                        DELIMITED SIZE
                    ' EM '                              DELIMITED SIZE
                    DSP-DATA                            DELIMITED SIZE
               INTO PRD-DESCRICAO
             END-STRING
             WRITE REG-PERDA-OP
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EVENTO DE PERDA, STATUS: '
                        FS-PERDA-OP
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-EVENTOS-PERDA
             DISPLAY 'EVENTO DE PERDA ' PRD-EVENTO ' REGISTRADO PARA'
                     ' O TERMINAL ' DSP-TERMINAL
       .
       P460-LER-PROX-EVENTO.
             READ ARQ-PERDA-OP NEXT RECORD
                AT END
                   MOVE "10" TO FS-PERDA-OP
             END-READ
       .
       P430-LER-PROX-ENVELOPE.
             READ ARQ-ENVELOPE NEXT RECORD
                AT END
                   MOVE "10" TO FS-ENVELOPE
             END-READ
       .
       P410-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-TERMINAL
             CLOSE ARQ-DISPENSADO
             IF FS-ENVELOPE NOT EQUAL TO "35" THEN
                CLOSE ARQ-ENVELOPE
             END-IF
             CLOSE ARQ-PERDA-OP
             CLOSE ARQ-PERDACTL
             CLOSE ARQ-CONCILIACAO
             DISPLAY 'TERMINAIS CONCILIADOS: ' WS-QTDE-TERMINAIS
             DISPLAY 'TERMINAIS COM DIVERGENCIA: '
                     WS-QTDE-DIVERGENTES
             DISPLAY 'TERMINAIS COM DIFERENCA NOS ENVELOPES: '
                     WS-QTDE-ENV-DIVERGENTES
             DISPLAY 'EVENTOS DE PERDA REGISTRADOS: '
                     WS-QTDE-EVENTOS-PERDA
             DISPLAY 'RELATORIO GRAVADO EM ATM-CONCILIACAO.REL'
             STOP RUN.
       END PROGRAM ATM-CONCILIACAO.
