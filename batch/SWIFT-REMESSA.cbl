      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO QUE GERA AS MENSAGENS SWIFT MT103 DAS
      *            REMESSAS AO EXTERIOR PENDENTES (ARQ-REMEXT) PARA O
      *            BANCO CORRESPONDENTE: UMA MENSAGEM POR ORDEM, COM
      *            O CLIENTE ORDENANTE (CONTA E NOME), O VALOR NA
      *            MOEDA DA REMESSA, O BIC DO BANCO DO BENEFICIARIO,
      *            O IBAN OU CONTA E O NOME DO BENEFICIARIO, A
      *            FINALIDADE, QUEM PAGA AS DESPESAS E O PAIS DE
      *            RESIDENCIA DO BENEFICIARIO. A ORDEM ENVIADA FICA
      *            COM STATUS E; A REGERACAO NO MESMO DIA (AINDA NAO
      *            TRANSMITIDA) REPRODUZ AS ENVIADAS DO DIA. O ARQUIVO
      *            SWIFT-MT103.TXT E REGISTRADO NO LIVRO DE
      *            TRANSMISSAO E O ACK/NACK DO CORRESPONDENTE E
      *            TRATADO PELO SWIFT-RETORNO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWIFT-REMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
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
           SELECT ARQ-SWIFT ASSIGN TO "swift-mt103.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SWIFT.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-REMEXT.
           COPY REMEXT.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-SWIFT.
           COPY SWIFTMT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-REMEXT                    PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-SWIFT                     PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 WS-BIC-BANCO                 PIC X(12) VALUE 'PRJBBRSPAXXX'.
       77 WS-BIC-CORRESPONDENTE        PIC X(12) VALUE 'CRSPUS33AXXX'.
       77 WS-QTDE-LIDAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-MENSAGENS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REGERADAS            PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-TOTAL-BRL           PIC S9(13)V99 VALUE ZEROS.
       77 WS-NOME-ORDENANTE            PIC X(30).
       77 WS-MT-VALOR-ED               PIC Z(08)9.99.
       77 WS-MT-BRANCOS                PIC 9(02).
       77 WS-LINHA-SWIFT               PIC X(80).
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
       01 WS-DATA-ATUAL-R REDEFINES WS-DATA-HORA-COMPLETA.
           05 FILLER                   PIC X(02).
           05 WS-DATA-AAMMDD           PIC X(06).
           05 FILLER                   PIC X(13).
       PROCEDURE DIVISION.
       P100-MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             PERFORM P200-ABRIR-ARQUIVOS
             MOVE 'SWIFT-MT103.TXT' TO WS-TRS-ARQUIVO
             MOVE WS-DATA-ATUAL TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P300-GERAR-MENSAGENS
             MOVE WS-QTDE-MENSAGENS TO WS-TRS-QTDE
             MOVE WS-VALOR-TOTAL-BRL TO WS-TRS-VALOR
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-REMEXT
             IF FS-REMEXT EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-REMEXT
                CLOSE ARQ-REMEXT
                OPEN I-O ARQ-REMEXT
             END-IF
             IF FS-REMEXT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS REMESSAS AO EXTERIOR,'
                        ' STATUS: ' FS-REMEXT
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-SWIFT
             IF FS-SWIFT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE MENSAGENS MT103,'
                        ' STATUS: ' FS-SWIFT
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS ORDENS E GERA A MT103 DAS
      *      PENDENTES E, NA REGERACAO DO DIA, DAS JA ENVIADAS HOJE
      ******************************************************************
       P300-GERAR-MENSAGENS.
             MOVE ZEROS TO REX-NUMERO
             START ARQ-REMEXT KEY IS NOT LESS THAN REX-NUMERO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-REMEXT EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-REMESSA
                PERFORM UNTIL FS-REMEXT NOT EQUAL TO "00"
                   ADD 1 TO WS-QTDE-LIDAS
                   IF REX-PENDENTE
                      OR (REX-ENVIADA
                          AND REX-DATA-ENVIO EQUAL TO WS-DATA-ATUAL)
                      PERFORM P400-GERAR-MT103
                   END-IF
                   PERFORM P310-LER-PROX-REMESSA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-REMEXT
       .
       P310-LER-PROX-REMESSA.
             READ ARQ-REMEXT NEXT RECORD
                AT END
                   MOVE "10" TO FS-REMEXT
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA A MT103 DA ORDEM (BLOCOS 1, 2 E 4, UM
      *      CAMPO POR LINHA) E MARCA A ORDEM COMO ENVIADA
      ******************************************************************
       P400-GERAR-MT103.
             MOVE SPACES TO WS-NOME-ORDENANTE
             MOVE REX-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'REMESSA ' REX-NUMERO ' COM CONTA '
                           REX-CONTA-NUM ' INEXISTENTE, NAO ENVIADA'
                   EXIT PARAGRAPH
                NOT INVALID KEY
                   MOVE NOME TO WS-NOME-ORDENANTE
             END-READ

             MOVE REX-VALOR-ME TO WS-MT-VALOR-ED
             INSPECT WS-MT-VALOR-ED REPLACING ALL '.' BY ','
             MOVE ZEROS TO WS-MT-BRANCOS
             INSPECT WS-MT-VALOR-ED TALLYING WS-MT-BRANCOS
                     FOR LEADING SPACES

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING '{1:F01'              DELIMITED SIZE
                    WS-BIC-BANCO          DELIMITED SIZE
                    '0000000000}{2:I103'  DELIMITED SIZE
                    WS-BIC-CORRESPONDENTE DELIMITED SIZE
                    'N}{4:'               DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':20:REX'             DELIMITED SIZE
                    REX-NUMERO            DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE ':23B:CRED' TO WS-LINHA-SWIFT
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':32A:'               DELIMITED SIZE
                    WS-DATA-AAMMDD        DELIMITED SIZE
                    REX-MOEDA             DELIMITED SIZE
                    WS-MT-VALOR-ED(WS-MT-BRANCOS + 1:)
                                          DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':33B:'               DELIMITED SIZE
                    REX-MOEDA             DELIMITED SIZE
                    WS-MT-VALOR-ED(WS-MT-BRANCOS + 1:)
                                          DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':50K:/'              DELIMITED SIZE
                    REX-CONTA-NUM         DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA
             MOVE WS-NOME-ORDENANTE TO WS-LINHA-SWIFT
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':57A:'               DELIMITED SIZE
                    REX-BENEF-BIC         DELIMITED SPACE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':59:/'               DELIMITED SIZE
                    REX-BENEF-CONTA       DELIMITED SPACE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA
             MOVE REX-BENEF-NOME TO WS-LINHA-SWIFT
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':70:/PURP/'          DELIMITED SIZE
                    REX-FINALIDADE        DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':71A:'               DELIMITED SIZE
                    REX-DESPESAS          DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-SWIFT
             STRING ':77B:/BENEFRES/'     DELIMITED SIZE
                    REX-BENEF-PAIS        DELIMITED SIZE
               INTO WS-LINHA-SWIFT
             END-STRING
             PERFORM P490-GRAVAR-LINHA

             MOVE '-}' TO WS-LINHA-SWIFT
             PERFORM P490-GRAVAR-LINHA

             ADD 1 TO WS-QTDE-MENSAGENS
             ADD REX-VALOR-BRL TO WS-VALOR-TOTAL-BRL
             IF REX-ENVIADA THEN
                ADD 1 TO WS-QTDE-REGERADAS
             ELSE
                SET REX-ENVIADA TO TRUE
                MOVE WS-DATA-ATUAL TO REX-DATA-ENVIO
                REWRITE REG-REMEXT
                IF FS-REMEXT NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO MARCAR A REMESSA ' REX-NUMERO
                           ' COMO ENVIADA, STATUS: ' FS-REMEXT
                END-IF
             END-IF
       .
       P490-GRAVAR-LINHA.
             MOVE WS-LINHA-SWIFT TO REG-SWIFT
             WRITE REG-SWIFT
             IF FS-SWIFT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A MENSAGEM MT103, STATUS: '
                        FS-SWIFT
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: O ARQUIVO
      *      DO DIA JA TRANSMITIDO (OU CONFIRMADO) NAO PODE SER
      *      REGERADO, PARA NAO REENVIAR AS MESMAS ORDENS
      ******************************************************************
       P215-VERIFICAR-TRANSMISSAO.
             OPEN I-O ARQ-TRANSCTL
             IF FS-TRANSCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-TRANSCTL
                CLOSE ARQ-TRANSCTL
                OPEN I-O ARQ-TRANSCTL
             END-IF
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE TRANSMISSAO,'
                        ' STATUS: ' FS-TRANSCTL
                STOP RUN
             END-IF
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-TRS-COMPETENCIA TO TRS-COMPETENCIA
             READ ARQ-TRANSCTL RECORD KEY IS TRS-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF TRS-TRANSMITIDO OR TRS-CONFIRMADO THEN
                      DISPLAY 'A COMPETENCIA ' TRS-COMPETENCIA
                              ' DO ARQUIVO ' TRS-ARQUIVO ' JA FOI'
                              ' TRANSMITIDA, REGERACAO RECUSADA'
                      STOP RUN
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A GERACAO NO LIVRO DE TRANSMISSAO
      *      COM OS TOTAIS DE CONTROLE DO ARQUIVO
      ******************************************************************
       P890-REGISTRAR-GERACAO.
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-TRS-COMPETENCIA TO TRS-COMPETENCIA
             MOVE WS-TRS-QTDE TO TRS-QTDE-REG
             MOVE WS-TRS-VALOR TO TRS-VALOR-TOTAL
             COMPUTE TRS-HASH = FUNCTION MOD
                (WS-TRS-QTDE * 1009
                 + (WS-TRS-VALOR * 100), 1000000000)
             SET TRS-GERADO TO TRUE
             MOVE WS-DATA-ATUAL TO TRS-DATA-GERACAO
             MOVE ZEROS TO TRS-DATA-TRANSMISSAO
             WRITE REG-TRANSCTL
                INVALID KEY
                   REWRITE REG-TRANSCTL
             END-WRITE
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR A GERACAO NO LIVRO DE'
                        ' TRANSMISSAO, STATUS: ' FS-TRANSCTL
             ELSE
                DISPLAY 'GERACAO REGISTRADA NO LIVRO DE'
                        ' TRANSMISSAO: ' TRS-ARQUIVO ' '
                        TRS-COMPETENCIA ' (' TRS-QTDE-REG
                        ' REGISTROS, HASH ' TRS-HASH ')'
             END-IF
             CLOSE ARQ-TRANSCTL
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             CLOSE ARQ-REMEXT
             CLOSE ARQ-SWIFT
             DISPLAY 'TOTAL DE REMESSAS LIDAS: ' WS-QTDE-LIDAS
             DISPLAY 'TOTAL DE MENSAGENS MT103 GERADAS: '
                     WS-QTDE-MENSAGENS
             DISPLAY 'DAS QUAIS REGERADAS DO DIA: ' WS-QTDE-REGERADAS
             DISPLAY 'VALOR TOTAL EM REAIS: ' WS-VALOR-TOTAL-BRL
             DISPLAY 'MENSAGENS GRAVADAS EM SWIFT-MT103.TXT'
             STOP RUN.
       END PROGRAM SWIFT-REMESSA.
