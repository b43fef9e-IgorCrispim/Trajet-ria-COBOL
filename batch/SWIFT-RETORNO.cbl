      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH QUE PROCESSA AS CONFIRMACOES DO BANCO
      *            CORRESPONDENTE PARA AS MT103 ENVIADAS
      *            (SWIFT-ACK.TXT): DEPOIS DA VALIDACAO DE
      *            HEADER/TRAILER E SEQUENCIA DOS ARQUIVOS DE
      *            ENTRADA, CADA DETALHE LOCALIZA A REMESSA PELA
      *            REFERENCIA DO CAMPO 20. NO ACK A REMESSA FICA
      *            ACEITA E O MOVIMENTO RX DO EXTRATO LIQUIDADO; NO
      *            NACK A REMESSA FICA RECUSADA COM O CODIGO E O
      *            MOTIVO, O RX E MARCADO REJEITADO E O VALOR EM
      *            REAIS VOLTA PARA A CONTA COM O MOVIMENTO DX (O IOF
      *            E A TARIFA NAO SAO DEVOLVIDOS). O ARQUIVO DE
      *            MENSAGENS RESPONDIDO FICA CONFIRMADO NO LIVRO DE
      *            TRANSMISSAO E AS RECUSAS SAEM EM SWIFT-RETORNO.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWIFT-RETORNO.
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
           SELECT ARQ-REMEXT ASSIGN TO "remessa-exterior.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS REX-NUMERO
                ALTERNATE RECORD KEY IS REX-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-REMEXT.
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
           SELECT ARQ-RETORNO ASSIGN TO "swift-ack.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RETORNO.
           SELECT ARQ-RELATORIO ASSIGN TO "swift-retorno.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
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
       FD ARQ-REMEXT.
           COPY REMEXT.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-RETORNO.
           COPY SWIFTRET.
       FD ARQ-RELATORIO.
       01 REG-RELATORIO                PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'SWIFT-RETORNO'.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-REMEXT                    PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-RETORNO                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-QTDE-RETORNOS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ACEITAS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-IGNORADOS            PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-DEVOLVIDO           PIC S9(11)V99 VALUE ZEROS.
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
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P300-PROCESSAR-RETORNOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: ' FS-EXTRATO
                STOP RUN
             END-IF
             OPEN I-O ARQ-REMEXT
             IF FS-REMEXT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS REMESSAS AO EXTERIOR,'
                        ' STATUS: ' FS-REMEXT
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
                DISPLAY 'FALHA AO ABRIR AS CONFIRMACOES DO'
                        ' CORRESPONDENTE SWIFT-ACK.TXT, STATUS: '
                        FS-RETORNO
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
      *      FUNÇÃO QUE PERCORRE OS DETALHES DAS CONFIRMACOES
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
                IF REG-SWIFT-RET(1:1) NOT EQUAL TO 'H'
                   AND REG-SWIFT-RET(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-RETORNO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-RETORNO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA A REMESSA RESPONDIDA E APLICA O ACK
      *      OU O NACK; SO REMESSAS ENVIADAS E AINDA SEM RESPOSTA SAO
      *      TOCADAS, PARA QUE UM ARQUIVO REPETIDO NAO DEVOLVA O
      *      VALOR DUAS VEZES
      ******************************************************************
       P400-PROCESSAR-UM-RETORNO.
             IF SRT-REF-PREFIXO NOT EQUAL TO 'REX'
                OR SRT-REF-NUMERO NOT NUMERIC THEN
                DISPLAY 'CONFIRMACAO COM REFERENCIA INVALIDA '
                        SRT-REFERENCIA ', IGNORADA'
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF
             MOVE SRT-REF-NUMERO TO REX-NUMERO
             READ ARQ-REMEXT RECORD KEY IS REX-NUMERO
                INVALID KEY
                   DISPLAY 'CONFIRMACAO DA REMESSA ' SRT-REF-NUMERO
                           ' SEM ORDEM CORRESPONDENTE, IGNORADA'
                   ADD 1 TO WS-QTDE-IGNORADOS
                   EXIT PARAGRAPH
             END-READ
             IF NOT REX-ENVIADA THEN
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF
             IF NOT SRT-ACK AND NOT SRT-NAK THEN
                DISPLAY 'REMESSA ' REX-NUMERO ' COM OCORRENCIA'
                        ' DESCONHECIDA: ' SRT-OCORRENCIA
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF

             MOVE REX-CONTA-NUM TO EXT-CONTA-NUM
             MOVE REX-SEQ-EXTRATO TO EXT-SEQUENCIA
             READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                INVALID KEY
                   DISPLAY 'MOVIMENTO RX DA REMESSA ' REX-NUMERO
                           ' NAO ENCONTRADO NO EXTRATO'
                NOT INVALID KEY
                   IF SRT-ACK THEN
                      SET EXT-MOV-LIQUIDADA TO TRUE
                   ELSE
                      SET EXT-MOV-REJEITADA TO TRUE
                   END-IF
                   REWRITE REG-EXTRATO
                   IF FS-EXTRATO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO MARCAR O MOVIMENTO RX,'
                              ' STATUS: ' FS-EXTRATO
                   END-IF
             END-READ

             MOVE WS-DATA-ATUAL TO REX-DATA-RETORNO
             IF SRT-ACK THEN
                SET REX-ACEITA TO TRUE
                ADD 1 TO WS-QTDE-ACEITAS
             ELSE
                SET REX-REJEITADA TO TRUE
                MOVE SPACES TO REX-MOTIVO
                STRING SRT-CODIGO        DELIMITED SIZE
                       ' '               DELIMITED SIZE
                       SRT-MOTIVO        DELIMITED SIZE
                  INTO REX-MOTIVO
                END-STRING
                PERFORM P450-DEVOLVER-VALOR
             END-IF
             REWRITE REG-REMEXT
             IF FS-REMEXT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A REMESSA ' REX-NUMERO
                        ', STATUS: ' FS-REMEXT
             END-IF
             IF REX-DATA-ENVIO NOT EQUAL TO WS-DATA-CONFIRMADA THEN
                PERFORM P500-CONFIRMAR-TRANSMISSAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DEVOLVE O VALOR EM REAIS DA REMESSA RECUSADA
      *      NA CONTA DO CLIENTE COM O MOVIMENTO DX E GRAVA A LINHA
      *      DO RELATORIO DE RECUSAS
      ******************************************************************
       P450-DEVOLVER-VALOR.
             MOVE REX-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA ' REX-CONTA-NUM ' NAO ENCONTRADA'
                           ' PARA DEVOLVER A REMESSA ' REX-NUMERO
                   EXIT PARAGRAPH
             END-READ
             ADD REX-VALOR-BRL TO SALDO
             ADD REX-VALOR-BRL TO WS-VALOR-DEVOLVIDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA '
                        CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE CONTA-NUM         TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO   TO EXT-SEQUENCIA
             SET EXT-REMESSA-DEVOLVIDA TO TRUE
             MOVE WS-DATA-ATUAL     TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL     TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL     TO EXT-HORA-MOV
             MOVE REX-VALOR-BRL     TO EXT-VALOR
             MOVE SALDO             TO EXT-SALDO-APOS
             MOVE ZEROS             TO EXT-CONTA-CONTRA
             MOVE SPACES            TO EXT-DETALHE
             STRING 'DEVOLUCAO REMESSA ' DELIMITED SIZE
                    REX-NUMERO           DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH'           TO EXT-OPER-ID
             SET EXT-MOV-NORMAL     TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A DEVOLUCAO NO EXTRATO,'
                        ' STATUS: ' FS-EXTRATO
             END-IF
             MOVE ULT-SEQ-EXTRATO TO REX-SEQ-ESTORNO
             ADD 1 TO WS-QTDE-RECUSADAS
             PERFORM P600-GRAVAR-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE DA COMO CONFIRMADO NO LIVRO DE TRANSMISSAO O
      *      ARQUIVO DE MENSAGENS DO DIA REX-DATA-ENVIO, JA
      *      RESPONDIDO PELO CORRESPONDENTE
      ******************************************************************
       P500-CONFIRMAR-TRANSMISSAO.
             MOVE REX-DATA-ENVIO TO WS-DATA-CONFIRMADA
             IF FS-TRANSCTL EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'SWIFT-MT103.TXT' TO TRS-ARQUIVO
             MOVE REX-DATA-ENVIO TO TRS-COMPETENCIA
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
                DISPLAY 'MENSAGENS MT103 DE ' TRS-COMPETENCIA
                        ' CONFIRMADAS NO LIVRO DE TRANSMISSAO'
             END-IF
       .
       P600-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RECUSADA REMESSA: '  DELIMITED SIZE
                    REX-NUMERO           DELIMITED SIZE
                    ' CONTA: '           DELIMITED SIZE
                    REX-CONTA-NUM        DELIMITED SIZE
                    ' '                  DELIMITED SIZE
                    REX-MOEDA            DELIMITED SIZE
                    ' '                  DELIMITED SIZE
                    REX-VALOR-ME         DELIMITED SIZE
                    ' DEVOLVIDO BRL: '   DELIMITED SIZE
                    REX-VALOR-BRL        DELIMITED SIZE
                    ' MOTIVO: '          DELIMITED SIZE
                    REX-MOTIVO           DELIMITED SIZE
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
             IF REG-SWIFT-RET(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-SWIFT-RET(2:8) TO WS-INT-DATA-HDR
             MOVE REG-SWIFT-RET(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'SWIFT-RETORNO' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'SWIFT-RETORNO' TO ISQ-ARQUIVO
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
                IF REG-SWIFT-RET(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-SWIFT-RET(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-SWIFT-RET(10:15) TO WS-INT-CAMPO-X
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
             DISPLAY 'ARQUIVO ' 'SWIFT-RETORNO' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'SWIFT-RETORNO' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'SWIFT-RETORNO' DELIMITED SIZE
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
                MOVE REG-SWIFT-RET TO WS-INT-LINHA-QUAR
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
                    'SWIFT-RETORNO' DELIMITED SIZE
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
             CLOSE ARQ-REMEXT
             IF FS-TRANSCTL NOT EQUAL TO "35" THEN
                CLOSE ARQ-TRANSCTL
             END-IF
             CLOSE ARQ-RETORNO
             CLOSE ARQ-RELATORIO
             DISPLAY 'TOTAL DE CONFIRMACOES LIDAS: ' WS-QTDE-RETORNOS
             DISPLAY 'REMESSAS ACEITAS (ACK): ' WS-QTDE-ACEITAS
             DISPLAY 'REMESSAS RECUSADAS E DEVOLVIDAS (NACK): '
                     WS-QTDE-RECUSADAS
             DISPLAY 'VALOR DEVOLVIDO EM REAIS: ' WS-VALOR-DEVOLVIDO
             DISPLAY 'CONFIRMACOES IGNORADAS: ' WS-QTDE-IGNORADOS
             DISPLAY 'RECUSAS GRAVADAS EM SWIFT-RETORNO.REL'
             STOP RUN.
       END PROGRAM SWIFT-RETORNO.
