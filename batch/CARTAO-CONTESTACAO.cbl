      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH QUE LE O ARQUIVO DE DECISOES DE CHARGEBACK DA
      *            ADQUIRENTE (CONTESTACAO-DECISAO.DAT) E ENCERRA AS
      *            CONTESTACOES DE COMPRA COM CARTAO: PROCEDENTE TORNA
      *            DEFINITIVO O CREDITO PROVISORIO DADO NO CAIXA;
      *            IMPROCEDENTE ESTORNA O CREDITO (RC NA CONTA DO
      *            CARTAO DE DEBITO, RF COM O VALOR DEVOLVIDO A FATURA
      *            ABERTA DO CARTAO DE CREDITO, OU DO SEU SUBSTITUTO
      *            QUANDO O CARTAO JA FOI REEMITIDO); O CLIENTE RECEBE O
      *            RESULTADO NA CAIXA DE ALERTAS E A OPERACAO SAI EM
      *            CONTESTACAO-DECISAO.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-CONTESTACAO.
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
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-CONTESTACAO ASSIGN TO "contestacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CTS-CHAVE
                ALTERNATE RECORD KEY IS CTS-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-CONTESTACAO.
           SELECT ARQ-ALERTA ASSIGN TO "alerta.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ALE-SEQ
                ALTERNATE RECORD KEY IS ALE-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-ALERTA.
           SELECT ARQ-ALERTACTL ASSIGN TO "alertactl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ALERTACTL.
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
           SELECT ARQ-DECISAO ASSIGN TO "contestacao-decisao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-DECISAO.
           SELECT ARQ-RELATORIO ASSIGN TO "contestacao-decisao.rel"
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
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-CONTESTACAO.
           COPY CONTESTCAD.
       FD ARQ-ALERTA.
           COPY ALERTACAD.
       FD ARQ-ALERTACTL.
           COPY ALERTACTL.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-DECISAO.
           COPY CONTDECIS.
       FD ARQ-RELATORIO.
       01 REG-RELATORIO                PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CARTAO-CONTESTACAO'.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-CONTESTACAO               PIC XX.
       77 FS-ALERTA                    PIC XX.
       77 FS-ALERTACTL                 PIC XX.
       77 FS-DECISAO                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-QTDE-DECISOES             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PROCEDENTES          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-IMPROCEDENTES        PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-IGNORADAS            PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ESTORNADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-FAT-COMPETENCIA           PIC 9(06).
       77 WS-FAT-CARD                  PIC 9(16).
       77 WS-RESULTADO-TEXTO           PIC X(30).
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
             COMPUTE WS-FAT-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P230-VALIDAR-ARQUIVO-ENTRADA
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P300-PROCESSAR-DECISOES
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
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CARTOES,'
                        ' STATUS: ' FS-CARTAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-CONTESTACAO
             IF FS-CONTESTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS CONTESTACOES, STATUS: '
                        FS-CONTESTACAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-ALERTA
             IF FS-ALERTA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ALERTA
                CLOSE ARQ-ALERTA
                OPEN I-O ARQ-ALERTA
             END-IF
             IF FS-ALERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS ALERTAS, STATUS: '
                        FS-ALERTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-ALERTACTL
             IF FS-ALERTACTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ALERTACTL
                MOVE 0 TO ULT-ALERTA
                WRITE REG-ALERTACTL
                CLOSE ARQ-ALERTACTL
                OPEN I-O ARQ-ALERTACTL
             END-IF
             IF FS-ALERTACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE ALERTAS,'
                        ' STATUS: ' FS-ALERTACTL
                STOP RUN
             END-IF
             OPEN INPUT ARQ-DECISAO
             IF FS-DECISAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE DECISOES'
                        ' CONTESTACAO-DECISAO.DAT, STATUS: ' FS-DECISAO
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
      *      FUNÇÃO QUE PERCORRE AS DECISOES E APLICA UMA A UMA
      ******************************************************************
       P300-PROCESSAR-DECISOES.
             PERFORM P310-LER-PROX-DECISAO
             PERFORM UNTIL FS-DECISAO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-DECISOES
                PERFORM P400-PROCESSAR-UMA-DECISAO
                PERFORM P310-LER-PROX-DECISAO
             END-PERFORM
       .
       P310-LER-PROX-DECISAO.
             READ ARQ-DECISAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-DECISAO
             END-READ
             PERFORM UNTIL FS-DECISAO NOT EQUAL TO "00"
                IF REG-DECISAO(1:1) NOT EQUAL TO 'H'
                   AND REG-DECISAO(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-DECISAO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-DECISAO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA A CONTESTACAO DA DECISAO E A ENCERRA;
      *      SO CONTESTACOES AINDA ABERTAS OU ENVIADAS SAO TOCADAS,
      *      PARA QUE UM ARQUIVO REPETIDO NAO ESTORNE DUAS VEZES
      ******************************************************************
       P400-PROCESSAR-UMA-DECISAO.
             MOVE DEC-CARD-NUMERO   TO CTS-CARD-NUMERO
             MOVE DEC-EXT-SEQUENCIA TO CTS-EXT-SEQUENCIA
             READ ARQ-CONTESTACAO RECORD KEY IS CTS-CHAVE
                INVALID KEY
                   MOVE 'CONTESTACAO NAO ENCONTRADA'
                     TO WS-RESULTADO-TEXTO
                   ADD 1 TO WS-QTDE-IGNORADAS
                   PERFORM P600-GRAVAR-RELATORIO
                   EXIT PARAGRAPH
             END-READ
             IF NOT CTS-ABERTA AND NOT CTS-ENVIADA THEN
                MOVE 'CONTESTACAO JA DECIDIDA' TO WS-RESULTADO-TEXTO
                ADD 1 TO WS-QTDE-IGNORADAS
                PERFORM P600-GRAVAR-RELATORIO
                EXIT PARAGRAPH
             END-IF
             MOVE CTS-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE 'CONTA DO CARTAO NAO ENCONTRADA'
                     TO WS-RESULTADO-TEXTO
                   ADD 1 TO WS-QTDE-IGNORADAS
                   PERFORM P600-GRAVAR-RELATORIO
                   EXIT PARAGRAPH
             END-READ

             EVALUATE TRUE
                WHEN DEC-PROCEDENTE
                   PERFORM P500-CONFIRMAR-CREDITO
                WHEN DEC-IMPROCEDENTE
                   PERFORM P510-ESTORNAR-CREDITO
                WHEN OTHER
                   MOVE 'RESULTADO DESCONHECIDO' TO WS-RESULTADO-TEXTO
                   ADD 1 TO WS-QTDE-IGNORADAS
                   PERFORM P600-GRAVAR-RELATORIO
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE ENCERRA A CONTESTACAO A FAVOR DO CLIENTE: O
      *      CREDITO PROVISORIO JA LANCADO FICA DEFINITIVO
      ******************************************************************
       P500-CONFIRMAR-CREDITO.
             SET CTS-PROCEDENTE TO TRUE
             MOVE WS-DATA-ATUAL  TO CTS-DATA-DECISAO
             MOVE DEC-REFERENCIA TO CTS-REFERENCIA-ADQ
             REWRITE REG-CONTESTACAO
             IF FS-CONTESTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTESTACAO, STATUS: '
                        FS-CONTESTACAO
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-PROCEDENTES
             MOVE 'PROCEDENTE, CREDITO DEFINITIVO' TO WS-RESULTADO-TEXTO
             PERFORM P600-GRAVAR-RELATORIO
             PERFORM P700-GRAVAR-ALERTA
       .
      ******************************************************************
      *      FUNÇÃO QUE ENCERRA A CONTESTACAO A FAVOR DO LOJISTA E
      *      ESTORNA O CREDITO PROVISORIO: NO DEBITO O VALOR SAI DO
      *      SALDO (RC); NO CREDITO ELE VOLTA AS COMPRAS DA FATURA
      *      ABERTA DA COMPETENCIA ATUAL (RF, SEM EFEITO NO SALDO)
      ******************************************************************
       P510-ESTORNAR-CREDITO.
             IF CTS-CREDITO THEN
      *         CARTAO REEMITIDO: AS FATURAS SAO DO SUBSTITUTO
                MOVE CTS-CARD-NUMERO TO WS-FAT-CARD
                MOVE CTS-CARD-NUMERO TO CARD-NUMERO
                READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CARD-NUMERO-SUBSTITUTO NOT EQUAL TO ZEROS
                         MOVE CARD-NUMERO-SUBSTITUTO TO WS-FAT-CARD
                      END-IF
                END-READ
                MOVE WS-FAT-CARD        TO FAT-CARD-NUMERO
                MOVE WS-FAT-COMPETENCIA TO FAT-COMPETENCIA
                READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                   INVALID KEY
                      PERFORM P520-ABRIR-FATURA
                END-READ
                ADD CTS-VALOR TO FAT-VALOR-COMPRAS
                REWRITE REG-FATURA
                IF FS-FATURA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR A FATURA DO CARTAO '
                           WS-FAT-CARD ', STATUS: ' FS-FATURA
                   EXIT PARAGRAPH
                END-IF
             ELSE
                SUBTRACT CTS-VALOR FROM SALDO
             END-IF

             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             IF CTS-CREDITO THEN
                SET EXT-CONTEST-EST-FAT TO TRUE
             ELSE
                SET EXT-CONTEST-ESTORNO TO TRUE
             END-IF
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE CTS-VALOR        TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'CONTESTACAO NEGADA SEQ ' DELIMITED SIZE
                    CTS-EXT-SEQUENCIA DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             SET CTS-IMPROCEDENTE TO TRUE
             MOVE WS-DATA-ATUAL  TO CTS-DATA-DECISAO
             MOVE DEC-REFERENCIA TO CTS-REFERENCIA-ADQ
             REWRITE REG-CONTESTACAO
             IF FS-CONTESTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTESTACAO, STATUS: '
                        FS-CONTESTACAO
             END-IF
             ADD 1 TO WS-QTDE-IMPROCEDENTES
             ADD CTS-VALOR TO WS-VALOR-ESTORNADO
             MOVE 'IMPROCEDENTE, CREDITO ESTORNADO'
               TO WS-RESULTADO-TEXTO
             PERFORM P600-GRAVAR-RELATORIO
             PERFORM P700-GRAVAR-ALERTA
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A FATURA DA COMPETENCIA ATUAL DO CARTAO
      *      QUANDO AINDA NAO HOUVE COMPRA NO MES
      ******************************************************************
       P520-ABRIR-FATURA.
             MOVE WS-FAT-CARD        TO FAT-CARD-NUMERO
             MOVE WS-FAT-COMPETENCIA TO FAT-COMPETENCIA
             MOVE CTS-CONTA-NUM      TO FAT-CONTA-NUM
             SET FAT-ABERTA          TO TRUE
             MOVE ZEROS              TO FAT-DATA-FECHAMENTO
             MOVE ZEROS              TO FAT-DATA-VENCIMENTO
             MOVE ZEROS              TO FAT-VALOR-COMPRAS
             MOVE ZEROS              TO FAT-VALOR-ROTATIVO
             MOVE ZEROS              TO FAT-VALOR-JUROS-ROT
             MOVE ZEROS              TO FAT-VALOR-PAGO
             MOVE ZEROS              TO FAT-PGTO-MINIMO
             MOVE ZEROS              TO FAT-VALOR-PARCELAMENTO
             WRITE REG-FATURA
                INVALID KEY
                   CONTINUE
             END-WRITE
       .
       P600-GRAVAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CARTAO: '          DELIMITED SIZE
                    DEC-CARD-NUMERO     DELIMITED SIZE
                    ' SEQ: '            DELIMITED SIZE
                    DEC-EXT-SEQUENCIA   DELIMITED SIZE
                    ' DECISAO: '        DELIMITED SIZE
                    DEC-RESULTADO       DELIMITED SIZE
                    ' REF: '            DELIMITED SIZE
                    DEC-REFERENCIA      DELIMITED SIZE
                    ' - '               DELIMITED SIZE
                    WS-RESULTADO-TEXTO  DELIMITED SIZE
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
      *      FUNÇÃO QUE AVISA O CLIENTE DO RESULTADO DA CONTESTACAO
      *      NA CAIXA DE ALERTAS; O CONTROLE E RELIDO DO INICIO A
      *      CADA AVISO POR SER SEQUENCIAL DE UM SO REGISTRO
      ******************************************************************
       P700-GRAVAR-ALERTA.
             CLOSE ARQ-ALERTACTL
             OPEN I-O ARQ-ALERTACTL
             READ ARQ-ALERTACTL
             IF FS-ALERTACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE ALERTAS, STATUS: '
                        FS-ALERTACTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-ALERTA
             REWRITE REG-ALERTACTL
             MOVE ULT-ALERTA    TO ALE-SEQ
             MOVE CTS-CONTA-NUM TO ALE-CONTA-NUM
             SET ALE-CONTESTACAO TO TRUE
             MOVE WS-DATA-ATUAL TO ALE-DATA
             MOVE SPACES TO ALE-MENSAGEM
             STRING 'CONTESTACAO DE ' DELIMITED SIZE
                    CTS-VALOR         DELIMITED SIZE
                    ': '              DELIMITED SIZE
                    WS-RESULTADO-TEXTO DELIMITED SIZE
               INTO ALE-MENSAGEM
             END-STRING
             SET ALE-PENDENTE TO TRUE
             WRITE REG-ALERTA
             IF FS-ALERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O ALERTA, STATUS: '
                        FS-ALERTA
             END-IF
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

             READ ARQ-DECISAO NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-DECISAO(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-DECISAO(2:8) TO WS-INT-DATA-HDR
             MOVE REG-DECISAO(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'CONTESTACAO-DECISAO' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'CONTESTACAO-DECISAO' TO ISQ-ARQUIVO
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
                READ ARQ-DECISAO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-DECISAO(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-DECISAO(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-DECISAO(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
                ADD DEC-VALOR TO WS-INT-SOMA-DET
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
             CLOSE ARQ-DECISAO
             OPEN INPUT ARQ-DECISAO
             DISPLAY 'ARQUIVO ' 'CONTESTACAO-DECISAO' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'CONTESTACAO-DECISAO' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'CONTESTACAO-DECISAO' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-DECISAO
             OPEN INPUT ARQ-DECISAO
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-DECISAO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-DECISAO TO WS-INT-LINHA-QUAR
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
                    'CONTESTACAO-DECISAO' DELIMITED SIZE
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
             PERFORM P910-REABRIR-SISTEMA
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-FATURA
             CLOSE ARQ-CARTAO
             CLOSE ARQ-CONTESTACAO
             CLOSE ARQ-ALERTA
             CLOSE ARQ-ALERTACTL
             CLOSE ARQ-DECISAO
             CLOSE ARQ-RELATORIO
             DISPLAY 'TOTAL DE DECISOES LIDAS: ' WS-QTDE-DECISOES
             DISPLAY 'CONTESTACOES PROCEDENTES: ' WS-QTDE-PROCEDENTES
             DISPLAY 'CONTESTACOES IMPROCEDENTES: '
                     WS-QTDE-IMPROCEDENTES
             DISPLAY 'VALOR TOTAL ESTORNADO: ' WS-VALOR-ESTORNADO
             DISPLAY 'DECISOES IGNORADAS: ' WS-QTDE-IGNORADAS
             DISPLAY 'RELATORIO GRAVADO EM CONTESTACAO-DECISAO.REL'
             STOP RUN.
       END PROGRAM CARTAO-CONTESTACAO.
