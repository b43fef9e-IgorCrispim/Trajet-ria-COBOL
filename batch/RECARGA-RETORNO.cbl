      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH QUE PROCESSA O RETORNO DAS OPERADORAS PARA AS
      *            RECARGAS DE CELULAR ENVIADAS NA LIQUIDACAO DA NOITE
      *            (RECARGA-RETORNO.TXT): DEPOIS DA VALIDACAO DE
      *            HEADER/TRAILER E SEQUENCIA DOS ARQUIVOS DE
      *            ENTRADA, CADA DETALHE LOCALIZA A RECARGA PELO
      *            NUMERO E CONFERE A OPERADORA E O VALOR. NA
      *            CONFIRMACAO A RECARGA FICA CONFIRMADA COM O NSU DA
      *            OPERADORA, O MOVIMENTO RG DO EXTRATO LIQUIDADO E A
      *            COMISSAO DO BANCO RECONHECIDA; NA RECUSA A RECARGA
      *            FICA RECUSADA COM O CODIGO E O MOTIVO, O RG E
      *            MARCADO REJEITADO, O VALOR VOLTA PARA A CONTA COM
      *            O MOVIMENTO DR E O CLIENTE RECEBE UM ALERTA. A
      *            COMISSAO CONFIRMADA E LANCADA NO RAZAO POR AGENCIA
      *            DA CONTA DEBITADA (D 21090 RECARGAS DE CELULAR A
      *            REPASSAR / C 41007 RECEITA DE COMISSAO DE RECARGA),
      *            O ARQUIVO DE LIQUIDACAO RESPONDIDO FICA CONFIRMADO
      *            NO LIVRO DE TRANSMISSAO E AS RECUSAS, JUNTO COM AS
      *            RECARGAS ENVIADAS HA MAIS DE WS-PRAZO-RETORNO DIAS
      *            SEM RESPOSTA, SAEM EM RECARGA-RETORNO.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECARGA-RETORNO.
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
           SELECT ARQ-RECARGA ASSIGN TO "recarga.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS REC-NUMERO
                ALTERNATE RECORD KEY IS REC-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-RECARGA.
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
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
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
           SELECT ARQ-RETORNO ASSIGN TO "recarga-retorno.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RETORNO.
           SELECT ARQ-RELATORIO ASSIGN TO "recarga-retorno.rel"
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
       FD ARQ-RECARGA.
           COPY RECARGA.
       FD ARQ-ALERTA.
           COPY ALERTACAD.
       FD ARQ-ALERTACTL.
           COPY ALERTACTL.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-RETORNO.
           COPY RECRET.
       FD ARQ-RELATORIO.
       01 REG-RELATORIO                PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'RECARGA-RETORNO'.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-RECARGA                   PIC XX.
       77 FS-ALERTA                    PIC XX.
       77 FS-ALERTACTL                 PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-RETORNO                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-PRAZO-RETORNO             PIC 9(03) VALUE 3.
       77 WS-DIAS-SEM-RETORNO          PIC S9(05).
       77 WS-QTDE-RETORNOS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONFIRMADAS          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-IGNORADOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SEM-RETORNO          PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CONFIRMADO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-DEVOLVIDO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-COMISSAO              PIC S9(11)V99 VALUE ZEROS.
       77 WS-DATA-CONFIRMADA           PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-AGC-I                     PIC 9(02).
       77 WS-AGC-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGC-MAX                   PIC 9(02) VALUE 50.
       77 WS-AGC-ACHOU                 PIC X(01).
           88 AGC-ACHOU                VALUE 'S'.
       01 WS-AGC-TAB.
           05 WS-AGC-ITEM OCCURS 50 TIMES.
               10 WS-AGC-AGENCIA       PIC 9(04).
               10 WS-AGC-COMISSAO      PIC S9(11)V99.
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
             PERFORM P650-LISTAR-SEM-RETORNO
             PERFORM P700-LANCAR-COMISSAO
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
             OPEN I-O ARQ-RECARGA
             IF FS-RECARGA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS RECARGAS DE CELULAR,'
                        ' STATUS: ' FS-RECARGA
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
             OPEN I-O ARQ-TRANSCTL
             IF FS-TRANSCTL NOT EQUAL TO "00"
                AND FS-TRANSCTL NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE TRANSMISSAO,'
                        ' STATUS: ' FS-TRANSCTL
             END-IF
             OPEN INPUT ARQ-RETORNO
             IF FS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RETORNO DAS OPERADORAS'
                        ' RECARGA-RETORNO.TXT, STATUS: ' FS-RETORNO
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
                IF RRT-TIPO-REG NOT EQUAL TO 'H'
                   AND RRT-TIPO-REG NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-RETORNO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-RETORNO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA A RECARGA RESPONDIDA E APLICA A
      *      CONFIRMACAO OU A RECUSA; SO RECARGAS ENVIADAS E AINDA
      *      SEM RESPOSTA SAO TOCADAS, PARA QUE UM ARQUIVO REPETIDO
      *      NAO DEVOLVA O VALOR DUAS VEZES
      ******************************************************************
       P400-PROCESSAR-UM-RETORNO.
             IF RRT-NUMERO NOT NUMERIC THEN
                DISPLAY 'RETORNO COM NUMERO DE RECARGA INVALIDO '
                        RRT-NUMERO ', IGNORADO'
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF
             MOVE RRT-NUMERO TO REC-NUMERO
             READ ARQ-RECARGA RECORD KEY IS REC-NUMERO
                INVALID KEY
                   DISPLAY 'RETORNO DA RECARGA ' RRT-NUMERO
                           ' SEM RECARGA CORRESPONDENTE, IGNORADO'
                   ADD 1 TO WS-QTDE-IGNORADOS
                   EXIT PARAGRAPH
             END-READ
             IF NOT REC-ENVIADA THEN
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF
             IF RRT-OPERADORA NOT EQUAL TO REC-OPERADORA
                OR RRT-VALOR NOT EQUAL TO REC-VALOR THEN
                DISPLAY 'RETORNO DA RECARGA ' REC-NUMERO
                        ' COM OPERADORA OU VALOR DIVERGENTE, IGNORADO'
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'DIVERGENTE RECARGA: ' DELIMITED SIZE
                       REC-NUMERO             DELIMITED SIZE
                       ' ENVIADA: '           DELIMITED SIZE
                       REC-OPERADORA          DELIMITED SIZE
                       ' '                    DELIMITED SIZE
                       REC-VALOR              DELIMITED SIZE
                       ' RETORNO: '           DELIMITED SIZE
                       RRT-OPERADORA          DELIMITED SIZE
                       ' '                    DELIMITED SIZE
                       RRT-VALOR              DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P690-GRAVAR-LINHA
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF
             IF NOT RRT-EFETUADA AND NOT RRT-NAO-EFETUADA THEN
                DISPLAY 'RECARGA ' REC-NUMERO ' COM OCORRENCIA'
                        ' DESCONHECIDA: ' RRT-OCORRENCIA
                ADD 1 TO WS-QTDE-IGNORADOS
                EXIT PARAGRAPH
             END-IF

             MOVE REC-CONTA-NUM TO EXT-CONTA-NUM
             MOVE REC-SEQ-EXTRATO TO EXT-SEQUENCIA
             READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                INVALID KEY
                   DISPLAY 'MOVIMENTO RG DA RECARGA ' REC-NUMERO
                           ' NAO ENCONTRADO NO EXTRATO'
                NOT INVALID KEY
                   IF RRT-EFETUADA THEN
                      SET EXT-MOV-LIQUIDADA TO TRUE
                   ELSE
                      SET EXT-MOV-REJEITADA TO TRUE
                   END-IF
                   REWRITE REG-EXTRATO
                   IF FS-EXTRATO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO MARCAR O MOVIMENTO RG,'
                              ' STATUS: ' FS-EXTRATO
                   END-IF
             END-READ

             MOVE WS-DATA-ATUAL TO REC-DATA-RETORNO
             IF RRT-EFETUADA THEN
                SET REC-CONFIRMADA TO TRUE
                MOVE RRT-NSU TO REC-NSU-OPERADORA
                ADD 1 TO WS-QTDE-CONFIRMADAS
                ADD REC-VALOR TO WS-VALOR-CONFIRMADO
                PERFORM P450-ACUMULAR-AGENCIA
             ELSE
                SET REC-RECUSADA TO TRUE
                MOVE SPACES TO REC-MOTIVO
                STRING RRT-CODIGO        DELIMITED SIZE
                       ' '               DELIMITED SIZE
                       RRT-MOTIVO        DELIMITED SIZE
                  INTO REC-MOTIVO
                END-STRING
                PERFORM P500-DEVOLVER-VALOR
             END-IF
             REWRITE REG-RECARGA
             IF FS-RECARGA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A RECARGA ' REC-NUMERO
                        ', STATUS: ' FS-RECARGA
             END-IF
             IF REC-DATA-ENVIO NOT EQUAL TO WS-DATA-CONFIRMADA THEN
                PERFORM P550-CONFIRMAR-TRANSMISSAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A COMISSAO DA RECARGA CONFIRMADA NA
      *      AGENCIA DA CONTA DEBITADA
      ******************************************************************
       P450-ACUMULAR-AGENCIA.
             ADD REC-COMISSAO TO WS-TOT-COMISSAO
             MOVE 'N' TO WS-AGC-ACHOU
             PERFORM VARYING WS-AGC-I FROM 1 BY 1
                UNTIL WS-AGC-I > WS-AGC-QTDE OR AGC-ACHOU
                IF WS-AGC-AGENCIA(WS-AGC-I) EQUAL TO REC-AGENCIA
                   ADD REC-COMISSAO TO WS-AGC-COMISSAO(WS-AGC-I)
                   MOVE 'S' TO WS-AGC-ACHOU
                END-IF
             END-PERFORM
             IF AGC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-AGC-QTDE NOT LESS THAN WS-AGC-MAX THEN
                DISPLAY 'TABELA DE AGENCIAS CHEIA, COMISSAO DA'
                        ' AGENCIA ' REC-AGENCIA ' SOMADA NA ULTIMA'
                ADD REC-COMISSAO TO WS-AGC-COMISSAO(WS-AGC-MAX)
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-AGC-QTDE
             MOVE REC-AGENCIA TO WS-AGC-AGENCIA(WS-AGC-QTDE)
             MOVE REC-COMISSAO TO WS-AGC-COMISSAO(WS-AGC-QTDE)
       .
      ******************************************************************
      *      FUNÇÃO QUE DEVOLVE O VALOR DA RECARGA NAO EFETUADA NA
      *      CONTA DO CLIENTE COM O MOVIMENTO DR, AVISA O CLIENTE NA
      *      CAIXA DE ALERTAS E GRAVA A LINHA DO RELATORIO DE RECUSAS
      ******************************************************************
       P500-DEVOLVER-VALOR.
             MOVE REC-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA ' REC-CONTA-NUM ' NAO ENCONTRADA'
                           ' PARA DEVOLVER A RECARGA ' REC-NUMERO
                   EXIT PARAGRAPH
             END-READ
             ADD REC-VALOR TO SALDO
             ADD REC-VALOR TO WS-VALOR-DEVOLVIDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA '
                        CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE CONTA-NUM         TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO   TO EXT-SEQUENCIA
             SET EXT-RECARGA-DEVOLVIDA TO TRUE
             MOVE WS-DATA-ATUAL     TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL     TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL     TO EXT-HORA-MOV
             MOVE REC-VALOR         TO EXT-VALOR
             MOVE SALDO             TO EXT-SALDO-APOS
             MOVE ZEROS             TO EXT-CONTA-CONTRA
             MOVE SPACES            TO EXT-DETALHE
             STRING 'DEVOLUCAO RECARGA ' DELIMITED SIZE
                    REC-NUMERO           DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH'           TO EXT-OPER-ID
             SET EXT-MOV-NORMAL     TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A DEVOLUCAO NO EXTRATO,'
                        ' STATUS: ' FS-EXTRATO
             END-IF
             MOVE ULT-SEQ-EXTRATO TO REC-SEQ-ESTORNO
             ADD 1 TO WS-QTDE-RECUSADAS
             PERFORM P520-GRAVAR-ALERTA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RECUSADA RECARGA: ' DELIMITED SIZE
                    REC-NUMERO           DELIMITED SIZE
                    ' CONTA: '           DELIMITED SIZE
                    REC-CONTA-NUM        DELIMITED SIZE
                    ' '                  DELIMITED SIZE
                    REC-OPERADORA        DELIMITED SIZE
                    ' ('                 DELIMITED SIZE
                    REC-DDD              DELIMITED SIZE
                    ') '                 DELIMITED SIZE
                    REC-TELEFONE         DELIMITED SIZE
                    ' DEVOLVIDO: '       DELIMITED SIZE
                    REC-VALOR            DELIMITED SIZE
                    ' MOTIVO: '          DELIMITED SIZE
                    REC-MOTIVO           DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
       P520-GRAVAR-ALERTA.
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
             MOVE REC-CONTA-NUM TO ALE-CONTA-NUM
             SET ALE-RECARGA-DEVOLVIDA TO TRUE
             MOVE WS-DATA-ATUAL TO ALE-DATA
             MOVE SPACES TO ALE-MENSAGEM
             STRING 'RECARGA ('      DELIMITED SIZE
                    REC-DDD          DELIMITED SIZE
                    ') '             DELIMITED SIZE
                    REC-TELEFONE     DELIMITED SIZE
                    ' NAO EFETUADA, VALOR DEVOLVIDO NA CONTA'
                                     DELIMITED SIZE
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
      *      FUNÇÃO QUE DA COMO CONFIRMADO NO LIVRO DE TRANSMISSAO O
      *      ARQUIVO DE LIQUIDACAO DO DIA REC-DATA-ENVIO, JA
      *      RESPONDIDO PELAS OPERADORAS
      ******************************************************************
       P550-CONFIRMAR-TRANSMISSAO.
             MOVE REC-DATA-ENVIO TO WS-DATA-CONFIRMADA
             IF FS-TRANSCTL EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'RECARGA-LIQUIDACAO' TO TRS-ARQUIVO
             MOVE REC-DATA-ENVIO TO TRS-COMPETENCIA
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
                DISPLAY 'LIQUIDACAO DE RECARGAS DE ' TRS-COMPETENCIA
                        ' CONFIRMADA NO LIVRO DE TRANSMISSAO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS RECARGAS ENVIADAS HA MAIS DE
      *      WS-PRAZO-RETORNO DIAS AINDA SEM RESPOSTA DA OPERADORA,
      *      PARA COBRANCA DO RETORNO; O CLIENTE JA FOI DEBITADO E
      *      A RECARGA NAO E DEVOLVIDA SEM A RECUSA DA OPERADORA
      ******************************************************************
       P650-LISTAR-SEM-RETORNO.
             MOVE ZEROS TO REC-NUMERO
             START ARQ-RECARGA KEY IS NOT LESS THAN REC-NUMERO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-RECARGA EQUAL TO "00" THEN
                PERFORM P660-LER-PROX-RECARGA
                PERFORM UNTIL FS-RECARGA NOT EQUAL TO "00"
                   IF REC-ENVIADA THEN
                      COMPUTE WS-DIAS-SEM-RETORNO =
                         FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                       - FUNCTION INTEGER-OF-DATE(REC-DATA-ENVIO)
                      IF WS-DIAS-SEM-RETORNO GREATER THAN
                         WS-PRAZO-RETORNO
                         PERFORM P670-RELATAR-SEM-RETORNO
                      END-IF
                   END-IF
                   PERFORM P660-LER-PROX-RECARGA
                END-PERFORM
             END-IF
       .
       P660-LER-PROX-RECARGA.
             READ ARQ-RECARGA NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECARGA
             END-READ
       .
       P670-RELATAR-SEM-RETORNO.
             ADD 1 TO WS-QTDE-SEM-RETORNO
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'SEM RETORNO RECARGA: ' DELIMITED SIZE
                    REC-NUMERO              DELIMITED SIZE
                    ' CONTA: '              DELIMITED SIZE
                    REC-CONTA-NUM           DELIMITED SIZE
                    ' '                     DELIMITED SIZE
                    REC-OPERADORA           DELIMITED SIZE
                    ' VALOR: '              DELIMITED SIZE
                    REC-VALOR               DELIMITED SIZE
                    ' ENVIADA EM: '         DELIMITED SIZE
                    REC-DATA-ENVIO          DELIMITED SIZE
                    ' HA '                  DELIMITED SIZE
                    WS-DIAS-SEM-RETORNO     DELIMITED SIZE
                    ' DIAS'                 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RELATORIO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA NO RAZAO A RECEITA DE COMISSAO DAS
      *      RECARGAS CONFIRMADAS DE CADA AGENCIA, RETIRANDO-A DAS
      *      RECARGAS A REPASSAR; O LIQUIDO QUE SOBRA NA 21090 E O
      *      REPASSE DEVIDO AS OPERADORAS
      ******************************************************************
       P700-LANCAR-COMISSAO.
             PERFORM VARYING WS-AGC-I FROM 1 BY 1
                UNTIL WS-AGC-I > WS-AGC-QTDE
                IF WS-AGC-COMISSAO(WS-AGC-I) GREATER THAN ZEROS
                   MOVE WS-DATA-ATUAL TO RAZ-DATA
                   MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
                   MOVE ZEROS TO RAZ-ORIGEM-CONTA
                   MOVE ZEROS TO RAZ-ORIGEM-SEQ
                   MOVE 'RG' TO RAZ-TIPO-MOV
                   MOVE WS-AGC-AGENCIA(WS-AGC-I) TO RAZ-AGENCIA
                   MOVE SPACES TO RAZ-HISTORICO
                   STRING 'COMISSAO RECARGAS CONFIRMADAS '
                                         DELIMITED SIZE
                          WS-DATA-ATUAL  DELIMITED SIZE
                     INTO RAZ-HISTORICO
                   END-STRING
                   MOVE WS-AGC-COMISSAO(WS-AGC-I) TO RAZ-VALOR
                   MOVE 21090 TO RAZ-CONTA-CONTABIL
                   MOVE 'D' TO RAZ-DC
                   WRITE REG-RAZAO
                   MOVE 41007 TO RAZ-CONTA-CONTABIL
                   MOVE 'C' TO RAZ-DC
                   WRITE REG-RAZAO
                   IF FS-RAZAO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O RAZAO, STATUS: '
                              FS-RAZAO
                   END-IF
                   DISPLAY 'AGENCIA ' WS-AGC-AGENCIA(WS-AGC-I)
                           ': COMISSAO DE RECARGAS LANCADA '
                           WS-AGC-COMISSAO(WS-AGC-I)
                END-IF
             END-PERFORM
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
             IF REG-RECARGA-RET(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-RECARGA-RET(2:8) TO WS-INT-DATA-HDR
             MOVE REG-RECARGA-RET(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'RECARGA-RETORNO' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'RECARGA-RETORNO' TO ISQ-ARQUIVO
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
                IF REG-RECARGA-RET(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-RECARGA-RET(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-RECARGA-RET(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
                IF RRT-VALOR NUMERIC THEN
                   ADD RRT-VALOR TO WS-INT-SOMA-DET
                END-IF
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
             DISPLAY 'ARQUIVO ' 'RECARGA-RETORNO' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'RECARGA-RETORNO' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'RECARGA-RETORNO' DELIMITED SIZE
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
                MOVE REG-RECARGA-RET TO WS-INT-LINHA-QUAR
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
                    'RECARGA-RETORNO' DELIMITED SIZE
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
             CLOSE ARQ-RECARGA
             CLOSE ARQ-ALERTA
             CLOSE ARQ-ALERTACTL
             CLOSE ARQ-RAZAO
             IF FS-TRANSCTL NOT EQUAL TO "35" THEN
                CLOSE ARQ-TRANSCTL
             END-IF
             CLOSE ARQ-RETORNO
             CLOSE ARQ-RELATORIO
             DISPLAY 'TOTAL DE RETORNOS LIDOS: ' WS-QTDE-RETORNOS
             DISPLAY 'RECARGAS CONFIRMADAS: ' WS-QTDE-CONFIRMADAS
                     ' VALOR: ' WS-VALOR-CONFIRMADO
             DISPLAY 'COMISSAO RECONHECIDA: ' WS-TOT-COMISSAO
             DISPLAY 'RECARGAS RECUSADAS E DEVOLVIDAS: '
                     WS-QTDE-RECUSADAS
             DISPLAY 'VALOR DEVOLVIDO: ' WS-VALOR-DEVOLVIDO
             DISPLAY 'RETORNOS IGNORADOS: ' WS-QTDE-IGNORADOS
             DISPLAY 'RECARGAS SEM RETORNO NO PRAZO: '
                     WS-QTDE-SEM-RETORNO
             DISPLAY 'RECUSAS E PENDENCIAS GRAVADAS EM'
                     ' RECARGA-RETORNO.REL'
             STOP RUN.
       END PROGRAM RECARGA-RETORNO.
