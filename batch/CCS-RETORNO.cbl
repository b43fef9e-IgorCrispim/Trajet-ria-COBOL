      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH QUE PROCESSA O RETORNO DO CCS DO BANCO
      *            CENTRAL (CCS-RETORNO.DAT): DEPOIS DA VALIDACAO DE
      *            HEADER/TRAILER E SEQUENCIA DOS ARQUIVOS DE
      *            ENTRADA, CADA DETALHE MARCA O MOVIMENTO ORIGINAL
      *            EM CCS-MOVIMENTO.DAT COMO ACEITO OU REJEITADO; OS
      *            REJEITADOS, COM O CODIGO E O MOTIVO DO BANCO
      *            CENTRAL, ENTRAM NA FILA DE CORRECAO DO MENU, DE
      *            ONDE O OPERADOR OS LIBERA PARA O REENVIO NA
      *            PROXIMA REMESSA DO CCS-REMESSA; A REMESSA
      *            RESPONDIDA FICA CONFIRMADA NO LIVRO DE
      *            TRANSMISSAO E AS REJEICOES SAEM EM CCS-RETORNO.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCS-RETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CCSMOV ASSIGN TO "ccs-movimento.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCM-CHAVE
                FILE STATUS  IS FS-CCSMOV.
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
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
           SELECT ARQ-RETORNO ASSIGN TO "ccs-retorno.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RETORNO.
           SELECT ARQ-RELATORIO ASSIGN TO "ccs-retorno.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CCSMOV.
           COPY CCSMOV.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-RETORNO.
           COPY CCSRET.
       FD ARQ-RELATORIO.
       01 REG-RELATORIO                PIC X(132).
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-CCSMOV                    PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-RETORNO                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-QTDE-RETORNOS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ACEITOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-IGNORADOS            PIC 9(06) VALUE ZEROS.
       77 WS-DATA-CONFIRMADA           PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
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
             PERFORM P300-PROCESSAR-RETORNOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CCSMOV
             IF FS-CCSMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS MOVIMENTOS DO CCS,'
                        ' STATUS: ' FS-CCSMOV
                STOP RUN
             END-IF
             OPEN I-O ARQ-TRANSCTL
             IF FS-TRANSCTL NOT EQUAL TO "00"
                AND FS-TRANSCTL NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE TRANSMISSAO,'
                        ' STATUS: ' FS-TRANSCTL
             END-IF
             OPEN INPUT ARQ-RETORNO
             IF FS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RETORNO DO CCS'
                        ' CCS-RETORNO.DAT, STATUS: ' FS-RETORNO
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
      *      FUNÇÃO QUE PERCORRE OS DETALHES DO RETORNO
      ******************************************************************
       P300-PROCESSAR-RETORNOS.
             PERFORM P310-LER-PROX-RETORNO
             PERFORM UNTIL FS-RETORNO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-RETORNOS
                PERFORM P400-PROCESSAR-UM-RETORNO
                PERFORM P310-LER-PROX-RETORNO
             END-PERFORM
       .
       P310-LER-PROX-RETORNO.
             READ ARQ-RETORNO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RETORNO
             END-READ
             PERFORM UNTIL FS-RETORNO NOT EQUAL TO "00"
                IF REG-CCS-RETORNO(1:1) NOT EQUAL TO 'H'
                   AND REG-CCS-RETORNO(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-RETORNO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-RETORNO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA O MOVIMENTO RESPONDIDO E O MARCA;
      *      SO MOVIMENTOS AINDA SEM RETORNO SAO TOCADOS, PARA QUE
      *      UM ARQUIVO REPETIDO NAO REABRA A FILA DE CORRECAO
      ******************************************************************
       P400-PROCESSAR-UM-RETORNO.
             MOVE CRT-SEQ-REMESSA TO CCM-SEQ-REMESSA
             MOVE CRT-SEQ-REG TO CCM-SEQ-REG
             READ ARQ-CCSMOV RECORD KEY IS CCM-CHAVE
                INVALID KEY
                   DISPLAY 'RETORNO DA REMESSA ' CRT-SEQ-REMESSA
                           ' REGISTRO ' CRT-SEQ-REG
                           ' SEM MOVIMENTO, IGNORADO'
                   ADD 1 TO WS-QTDE-IGNORADOS
                   EXIT PARAGRAPH
             END-READ
             IF NOT CCM-ENVIADO THEN
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO CCM-DATA-RETORNO
             IF CRT-REJEITADO THEN
                SET CCM-REJEITADO TO TRUE
                MOVE CRT-CODIGO-ERRO TO CCM-CODIGO-ERRO
                MOVE CRT-MOTIVO TO CCM-MOTIVO
             ELSE
                SET CCM-ACEITO TO TRUE
             END-IF
             REWRITE REG-CCSMOV
             IF FS-CCSMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO MARCAR O MOVIMENTO CCS '
                        CCM-SEQ-REMESSA '-' CCM-SEQ-REG
                        ', STATUS: ' FS-CCSMOV
                EXIT PARAGRAPH
             END-IF
             IF CCM-REJEITADO THEN
                ADD 1 TO WS-QTDE-REJEITADOS
                PERFORM P600-GRAVAR-RELATORIO
             ELSE
                ADD 1 TO WS-QTDE-ACEITOS
             END-IF
             IF CCM-DATA-REMESSA NOT EQUAL TO WS-DATA-CONFIRMADA THEN
                PERFORM P500-CONFIRMAR-TRANSMISSAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DA COMO CONFIRMADA NO LIVRO DE TRANSMISSAO A
      *      REMESSA DO DIA CCM-DATA-REMESSA, JA RESPONDIDA PELO
      *      BANCO CENTRAL
      ******************************************************************
       P500-CONFIRMAR-TRANSMISSAO.
             MOVE CCM-DATA-REMESSA TO WS-DATA-CONFIRMADA
             IF FS-TRANSCTL EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'CCS-REMESSA.DAT' TO TRS-ARQUIVO
             MOVE CCM-DATA-REMESSA TO TRS-COMPETENCIA
             READ ARQ-TRANSCTL RECORD KEY IS TRS-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF NOT TRS-CONFIRMADO THEN
                IF TRS-DATA-TRANSMISSAO EQUAL TO ZEROS THEN
                   MOVE WS-DATA-ATUAL TO TRS-DATA-TRANSMISSAO
                END-IF
                SET TRS-CONFIRMADO TO TRUE
                REWRITE REG-TRANSCTL
                DISPLAY 'REMESSA CCS DE ' TRS-COMPETENCIA
                        ' CONFIRMADA NO LIVRO DE TRANSMISSAO'
             END-IF
       .
       P600-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'REJEITADO REMESSA: ' DELIMITED SIZE
                    CCM-SEQ-REMESSA     DELIMITED SIZE
                    ' REG: '            DELIMITED SIZE
                    CCM-SEQ-REG         DELIMITED SIZE
                    ' CONTA: '          DELIMITED SIZE
                    CCM-CONTA-NUM       DELIMITED SIZE
                    ' DOC: '            DELIMITED SIZE
                    CCM-DOCUMENTO       DELIMITED SIZE
                    ' MOV: '            DELIMITED SIZE
                    CCM-MOVIMENTO       DELIMITED SIZE
                    ' ERRO: '           DELIMITED SIZE
                    CCM-CODIGO-ERRO     DELIMITED SIZE
                    ' '                 DELIMITED SIZE
                    CCM-MOTIVO          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RELATORIO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA O HEADER/TRAILER DO ARQUIVO DE
      *      ENTRADA ANTES DE QUALQUER PROCESSAMENTO: DATA DO DIA,
      *      SEQUENCIA ESPERADA NO CONTROLE ARQ-INTSEQ, QUANTIDADE
      *      E VALOR TOTAL DOS DETALHES CONFERIDOS CONTRA O
      *      TRAILER; ARQUIVO INVALIDO VAI INTEIRO PARA A
      *      QUARENTENA COM O MOTIVO NO RELATORIO DE REJEICAO E A
      *      EXECUCAO PARA AQUI
      ******************************************************************
       P230-VALIDAR-ARQUIVO-ENTRADA.
             MOVE 'N' TO WS-INT-VALIDO
             MOVE SPACES TO WS-INT-MOTIVO
             MOVE ZEROS TO WS-INT-QTDE-DET
             MOVE ZEROS TO WS-INT-SOMA-DET
             MOVE 'N' TO WS-INT-TEM-TRAILER

             READ ARQ-RETORNO NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-CCS-RETORNO(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-CCS-RETORNO(2:8) TO WS-INT-DATA-HDR
             MOVE REG-CCS-RETORNO(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'CCS-RETORNO' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'CCS-RETORNO' TO ISQ-ARQUIVO
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
                READ ARQ-RETORNO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-CCS-RETORNO(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-CCS-RETORNO(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-CCS-RETORNO(10:15) TO WS-INT-CAMPO-X
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
             CLOSE ARQ-RETORNO
             OPEN INPUT ARQ-RETORNO
             DISPLAY 'ARQUIVO ' 'CCS-RETORNO' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'CCS-RETORNO' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'CCS-RETORNO' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-RETORNO
             OPEN INPUT ARQ-RETORNO
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-RETORNO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-CCS-RETORNO TO WS-INT-LINHA-QUAR
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
                    'CCS-RETORNO' DELIMITED SIZE
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
       P900-TERMINAL.
             CLOSE ARQ-CCSMOV
             IF FS-TRANSCTL NOT EQUAL TO "35" THEN
                CLOSE ARQ-TRANSCTL
             END-IF
             CLOSE ARQ-RETORNO
             CLOSE ARQ-RELATORIO
             DISPLAY 'TOTAL DE RETORNOS LIDOS: ' WS-QTDE-RETORNOS
             DISPLAY 'MOVIMENTOS ACEITOS: ' WS-QTDE-ACEITOS
             DISPLAY 'MOVIMENTOS REJEITADOS (FILA DE CORRECAO): '
                     WS-QTDE-REJEITADOS
             DISPLAY 'RETORNOS IGNORADOS: ' WS-QTDE-IGNORADOS
             DISPLAY 'REJEICOES GRAVADAS EM CCS-RETORNO.REL'
             STOP RUN.
       END PROGRAM CCS-RETORNO.
