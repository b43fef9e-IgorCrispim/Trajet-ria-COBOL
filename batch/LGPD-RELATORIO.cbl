      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DE ATENDIMENTO DOS PEDIDOS DO TITULAR PELA
      *            LGPD: PARA CADA PEDIDO PENDENTE EM ARQ-LGPD (CPF
      *            REGISTRADO NO CAIXA) REUNE NUM SO RELATORIO
      *            LEGIVEL (LGPD-TITULAR.REL) TODOS OS REGISTROS QUE
      *            CITAM O CPF: CADASTRO DE CLIENTE, CONTAS COMO
      *            TITULAR (CHAVE ALTERNADA DE ARQ-CONTA) E COMO
      *            COTITULAR (ARQ-TITULAR), CARTOES, AGENDA DE
      *            FAVORECIDOS DAS CONTAS E CITACOES DO CPF NA AGENDA
      *            DE TERCEIROS, TRILHA DE AUDITORIA DAS CONTAS,
      *            CHECKLIST DE DOCUMENTOS, CLASSIFICACAO DE RISCO
      *            (KYC) E PENDENCIAS DE WATCHLIST; O PEDIDO E MARCADO
      *            COMO ATENDIDO COM A QUANTIDADE DE REGISTROS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-RELATORIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LGPD ASSIGN TO "lgpd.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS LGP-CHAVE
                FILE STATUS  IS FS-LGPD.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-TITULAR ASSIGN TO "titular.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TIT-CHAVE
                ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
                FILE STATUS  IS FS-TITULAR.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-FAVORECIDO ASSIGN TO "favorecido.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAV-CHAVE
                FILE STATUS  IS FS-FAVORECIDO.
           SELECT ARQ-AUDITORIA ASSIGN TO "auditoria.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AUD-SEQ
                ALTERNATE RECORD KEY IS AUD-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-AUDITORIA.
           SELECT ARQ-DOCONB ASSIGN TO "doconboard.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DOC-CONTA-NUM
                FILE STATUS  IS FS-DOCONB.
           SELECT ARQ-RISCOCLI ASSIGN TO "riscocli.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RSC-CHAVE
                FILE STATUS  IS FS-RISCOCLI.
           SELECT ARQ-PENDWATCH ASSIGN TO "pendwatch.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PEW-SEQ
                FILE STATUS  IS FS-PENDWATCH.
           SELECT ARQ-RELATORIO ASSIGN TO "lgpd-titular.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LGPD.
           COPY LGPDCAD.
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-TITULAR.
           COPY TITULAR.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-FAVORECIDO.
           COPY FAVORCAD.
       FD ARQ-AUDITORIA.
           COPY AUDITORIA.
       FD ARQ-DOCONB.
           COPY DOCONB.
       FD ARQ-RISCOCLI.
           COPY RISCCAD.
       FD ARQ-PENDWATCH.
           COPY PENDWCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-LGPD                      PIC XX.
       77 FS-CLIENTE                   PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-TITULAR                   PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-FAVORECIDO                PIC XX.
       77 FS-AUDITORIA                 PIC XX.
       77 FS-DOCONB                    PIC XX.
       77 FS-RISCOCLI                  PIC XX.
       77 FS-PENDWATCH                 PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-CPF-ALVO                  PIC 9(11).
       77 WS-QTDE-REGISTROS            PIC 9(06).
       77 WS-QTDE-PEDIDOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-ALVO          PIC 9(02).
       77 WS-MAX-CONTAS-ALVO           PIC 9(02) VALUE 50.
       77 WS-IDX                       PIC 9(02).
       77 WS-IDX-BUSCA                 PIC 9(02).
       77 WS-CONTA-ATUAL               PIC 9(06).
       77 WS-VALOR-EDITADO             PIC -9(09).99.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-JA-LISTADA                PIC X(01).
           88 JA-LISTADA               VALUE 'S'.
       01 WS-CONTAS-ALVO.
           05 WS-CONTA-ALVO            PIC 9(06) OCCURS 50 TIMES.
       01 WS-ARQUIVOS-PRESENTES.
           05 WS-TEM-CLIENTE           PIC X(01) VALUE 'N'.
               88 TEM-CLIENTE          VALUE 'S'.
           05 WS-TEM-TITULAR           PIC X(01) VALUE 'N'.
               88 TEM-TITULAR          VALUE 'S'.
           05 WS-TEM-CARTAO            PIC X(01) VALUE 'N'.
               88 TEM-CARTAO           VALUE 'S'.
           05 WS-TEM-FAVORECIDO        PIC X(01) VALUE 'N'.
               88 TEM-FAVORECIDO       VALUE 'S'.
           05 WS-TEM-AUDITORIA         PIC X(01) VALUE 'N'.
               88 TEM-AUDITORIA        VALUE 'S'.
           05 WS-TEM-DOCONB            PIC X(01) VALUE 'N'.
               88 TEM-DOCONB           VALUE 'S'.
           05 WS-TEM-RISCOCLI          PIC X(01) VALUE 'N'.
               88 TEM-RISCOCLI         VALUE 'S'.
           05 WS-TEM-PENDWATCH         PIC X(01) VALUE 'N'.
               88 TEM-PENDWATCH        VALUE 'S'.
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
             PERFORM P300-PERCORRER-PEDIDOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-LGPD
             IF FS-LGPD EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-LGPD
                CLOSE ARQ-LGPD
                OPEN I-O ARQ-LGPD
             END-IF
             IF FS-LGPD NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS PEDIDOS LGPD, STATUS: '
                        FS-LGPD
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CLIENTE
             IF FS-CLIENTE EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-CLIENTE
             ELSE
                IF FS-CLIENTE NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                           ' STATUS: ' FS-CLIENTE
                END-IF
             END-IF
             OPEN INPUT ARQ-TITULAR
             IF FS-TITULAR EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-TITULAR
             ELSE
                IF FS-TITULAR NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR OS COTITULARES, STATUS: '
                           FS-TITULAR
                END-IF
             END-IF
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-CARTAO
             ELSE
                IF FS-CARTAO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR O CADASTRO DE CARTOES,'
                           ' STATUS: ' FS-CARTAO
                END-IF
             END-IF
             OPEN INPUT ARQ-FAVORECIDO
             IF FS-FAVORECIDO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-FAVORECIDO
             ELSE
                IF FS-FAVORECIDO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR OS FAVORECIDOS, STATUS: '
                           FS-FAVORECIDO
                END-IF
             END-IF
             OPEN INPUT ARQ-AUDITORIA
             IF FS-AUDITORIA EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-AUDITORIA
             ELSE
                IF FS-AUDITORIA NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR A AUDITORIA, STATUS: '
                           FS-AUDITORIA
                END-IF
             END-IF
             OPEN INPUT ARQ-DOCONB
             IF FS-DOCONB EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-DOCONB
             ELSE
                IF FS-DOCONB NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR O CHECKLIST DE DOCUMENTOS,'
                           ' STATUS: ' FS-DOCONB
                END-IF
             END-IF
             OPEN INPUT ARQ-RISCOCLI
             IF FS-RISCOCLI EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-RISCOCLI
             ELSE
                IF FS-RISCOCLI NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR A CLASSIFICACAO DE RISCO,'
                           ' STATUS: ' FS-RISCOCLI
                END-IF
             END-IF
             OPEN INPUT ARQ-PENDWATCH
             IF FS-PENDWATCH EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-PENDWATCH
             ELSE
                IF FS-PENDWATCH NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR AS PENDENCIAS DE WATCHLIST,'
                           ' STATUS: ' FS-PENDWATCH
                END-IF
             END-IF
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS PEDIDOS E ATENDE OS PENDENTES
      ******************************************************************
       P300-PERCORRER-PEDIDOS.
             MOVE ZEROS TO LGP-CPF
             MOVE ZEROS TO LGP-DATA-SOLICITACAO
             START ARQ-LGPD KEY IS NOT LESS THAN LGP-CHAVE
                INVALID KEY
                   DISPLAY 'NENHUM PEDIDO LGPD REGISTRADO'
             END-START
             PERFORM P310-LER-PROX-PEDIDO
             PERFORM UNTIL FS-LGPD NOT EQUAL TO "00"
                IF LGP-PENDENTE THEN
                   PERFORM P400-ATENDER-PEDIDO
                END-IF
                PERFORM P310-LER-PROX-PEDIDO
             END-PERFORM
       .
       P310-LER-PROX-PEDIDO.
             READ ARQ-LGPD NEXT RECORD
                AT END
                   MOVE "10" TO FS-LGPD
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GERA O RELATORIO DE UM PEDIDO: PRIMEIRO LEVANTA
      *      AS CONTAS DO CPF (TITULAR E COTITULAR), DEPOIS LISTA CADA
      *      ARQUIVO DA FAMILIA DE CADASTRO
      ******************************************************************
       P400-ATENDER-PEDIDO.
             MOVE LGP-CPF TO WS-CPF-ALVO
             MOVE ZEROS TO WS-QTDE-REGISTROS
             MOVE ZEROS TO WS-QTDE-CONTAS-ALVO
             ADD 1 TO WS-QTDE-PEDIDOS

             MOVE ALL '=' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RELATORIO DE DADOS PESSOAIS (LGPD) - CPF '
                                           DELIMITED SIZE
                    WS-CPF-ALVO            DELIMITED SIZE
                    ' - PEDIDO DE '        DELIMITED SIZE
                    LGP-DATA-SOLICITACAO   DELIMITED SIZE
                    ' - GERADO EM '        DELIMITED SIZE
                    WS-DATA-ATUAL          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             PERFORM P410-LISTAR-CLIENTE
             PERFORM P420-LISTAR-CONTAS
             PERFORM P430-LISTAR-COTITULARIDADE
             PERFORM P440-LISTAR-CARTOES
             PERFORM P450-LISTAR-FAVORECIDOS
             PERFORM P460-LISTAR-AUDITORIA
             PERFORM P470-LISTAR-DOCUMENTOS
             PERFORM P480-LISTAR-RISCO
             PERFORM P490-LISTAR-WATCHLIST

             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'TOTAL DE REGISTROS ENCONTRADOS: ' DELIMITED SIZE
                    WS-QTDE-REGISTROS DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE WS-DATA-ATUAL TO LGP-DATA-ATENDIMENTO
             MOVE WS-QTDE-REGISTROS TO LGP-QTDE-REGISTROS
             SET LGP-ATENDIDA TO TRUE
             REWRITE REG-LGPD
             IF FS-LGPD NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO MARCAR O PEDIDO DO CPF ' WS-CPF-ALVO
                        ' COMO ATENDIDO, STATUS: ' FS-LGPD
             END-IF
             DISPLAY 'PEDIDO DO CPF ' WS-CPF-ALVO ' ATENDIDO: '
                     WS-QTDE-REGISTROS ' REGISTRO(S)'
       .
       P410-LISTAR-CLIENTE.
             MOVE '--- CADASTRO DE CLIENTE' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-CLIENTE THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-ALVO TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             ADD 1 TO WS-QTDE-REGISTROS
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'NOME: ' DELIMITED SIZE
                    CLI-NOME DELIMITED SIZE
                    ' TELEFONE: ' DELIMITED SIZE
                    CLI-TELEFONE DELIMITED SIZE
                    ' EMAIL: ' DELIMITED SIZE
                    CLI-EMAIL DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'ENDERECO: ' DELIMITED SIZE
                    CLI-ENDERECO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    CLI-CIDADE DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    CLI-UF DELIMITED SIZE
                    ' CEP: ' DELIMITED SIZE
                    CLI-CEP DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE CLI-RENDA-MENSAL TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RENDA MENSAL: ' DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
                    ' CADASTRADO EM: ' DELIMITED SIZE
                    CLI-DATA-CADASTRO DELIMITED SIZE
                    ' ATUALIZADO EM: ' DELIMITED SIZE
                    CLI-DATA-ATUALIZACAO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'NASCIMENTO: ' DELIMITED SIZE
                    CLI-DATA-NASCIMENTO DELIMITED SIZE
                    ' RESPONSAVEL LEGAL: ' DELIMITED SIZE
                    CLI-NOME-RESPONSAVEL DELIMITED SIZE
                    ' CPF: ' DELIMITED SIZE
                    CLI-CPF-RESPONSAVEL DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS CONTAS EM QUE O CPF E O TITULAR
      *      PRINCIPAL E GUARDA OS NUMEROS PARA AS DEMAIS SECOES
      ******************************************************************
       P420-LISTAR-CONTAS.
             MOVE '--- CONTAS (TITULAR)' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-CPF-ALVO TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P425-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                OR CPF NOT EQUAL TO WS-CPF-ALVO
                ADD 1 TO WS-QTDE-REGISTROS
                PERFORM P429-GUARDAR-CONTA
                MOVE SALDO TO WS-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'CONTA: ' DELIMITED SIZE
                       CONTA-NUM DELIMITED SIZE
                       ' AGENCIA: ' DELIMITED SIZE
                       AGENCIA DELIMITED SIZE
                       ' NOME: ' DELIMITED SIZE
                       NOME DELIMITED SIZE
                       ' TIPO: ' DELIMITED SIZE
                       TIPO-CONTA DELIMITED SIZE
                       ' STATUS: ' DELIMITED SIZE
                       STATUS-CONTA DELIMITED SIZE
                       ' SALDO: ' DELIMITED SIZE
                       WS-VALOR-EDITADO DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING '       ABERTA EM: ' DELIMITED SIZE
                       DATA-ABERTURA DELIMITED SIZE
                       ' ULTIMO MOVIMENTO: ' DELIMITED SIZE
                       DATA-ULT-MOVIMENTO DELIMITED SIZE
                       ' ENCERRADA EM: ' DELIMITED SIZE
                       DATA-ENCERRAMENTO DELIMITED SIZE
                       ' MOEDA: ' DELIMITED SIZE
                       MOEDA DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
                PERFORM P425-LER-PROX-CONTA
             END-PERFORM
       .
       P425-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE GUARDA CONTA-NUM NA TABELA DE CONTAS
      *      DO CPF, SEM REPETIR
      ******************************************************************
       P429-GUARDAR-CONTA.
             MOVE 'N' TO WS-JA-LISTADA
             PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                UNTIL WS-IDX-BUSCA > WS-QTDE-CONTAS-ALVO
                IF WS-CONTA-ALVO (WS-IDX-BUSCA) EQUAL TO CONTA-NUM
                   MOVE 'S' TO WS-JA-LISTADA
                END-IF
             END-PERFORM
             IF JA-LISTADA THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-QTDE-CONTAS-ALVO NOT LESS THAN WS-MAX-CONTAS-ALVO
                DISPLAY 'CPF ' WS-CPF-ALVO ' COM MAIS DE '
                        WS-MAX-CONTAS-ALVO ' CONTAS, DETALHE PARCIAL'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-CONTAS-ALVO
             MOVE CONTA-NUM TO WS-CONTA-ALVO (WS-QTDE-CONTAS-ALVO)
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS CONTAS CONJUNTAS EM QUE O CPF E
      *      COTITULAR
      ******************************************************************
       P430-LISTAR-COTITULARIDADE.
             MOVE '--- CONTAS (COTITULAR)' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-TITULAR THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-ALVO TO TIT-CPF
             START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P435-LER-PROX-TITULAR
             PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                OR TIT-CPF NOT EQUAL TO WS-CPF-ALVO
                ADD 1 TO WS-QTDE-REGISTROS
                MOVE TIT-CONTA-NUM TO CONTA-NUM
                PERFORM P429-GUARDAR-CONTA
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'CONTA: ' DELIMITED SIZE
                       TIT-CONTA-NUM DELIMITED SIZE
                       ' NOME DO COTITULAR: ' DELIMITED SIZE
                       TIT-NOME DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
                PERFORM P435-LER-PROX-TITULAR
             END-PERFORM
       .
       P435-LER-PROX-TITULAR.
             READ ARQ-TITULAR NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITULAR
             END-READ
       .
       P440-LISTAR-CARTOES.
             MOVE '--- CARTOES' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-CARTAO THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTDE-CONTAS-ALVO
                MOVE WS-CONTA-ALVO (WS-IDX) TO WS-CONTA-ATUAL
                MOVE WS-CONTA-ATUAL TO CARD-CONTA-NUM
                START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-CARTAO
                END-START
                IF FS-CARTAO EQUAL TO "00" THEN
                   PERFORM P445-LER-PROX-CARTAO
                END-IF
                PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                   OR CARD-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                   ADD 1 TO WS-QTDE-REGISTROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'CARTAO: ' DELIMITED SIZE
                          CARD-NUMERO DELIMITED SIZE
                          ' CONTA: ' DELIMITED SIZE
                          CARD-CONTA-NUM DELIMITED SIZE
                          ' MODALIDADE: ' DELIMITED SIZE
                          CARD-MODALIDADE DELIMITED SIZE
                          ' STATUS: ' DELIMITED SIZE
                          CARD-STATUS DELIMITED SIZE
                          ' EMITIDO EM: ' DELIMITED SIZE
                          CARD-DATA-EMISSAO DELIMITED SIZE
                          ' VALIDADE: ' DELIMITED SIZE
                          CARD-VALIDADE-MES DELIMITED SIZE
                          '/' DELIMITED SIZE
                          CARD-VALIDADE-ANO DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                   PERFORM P445-LER-PROX-CARTAO
                END-PERFORM
             END-PERFORM
       .
       P445-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA A AGENDA DE FAVORECIDOS DAS CONTAS DO
      *      CPF E, SEM IDENTIFICAR A CONTA DE TERCEIROS, AS VEZES EM
      *      QUE O CPF FOI CADASTRADO COMO FAVORECIDO POR OUTRO CLIENTE
      ******************************************************************
       P450-LISTAR-FAVORECIDOS.
             MOVE '--- AGENDA DE FAVORECIDOS DAS CONTAS'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-FAVORECIDO THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTDE-CONTAS-ALVO
                MOVE WS-CONTA-ALVO (WS-IDX) TO WS-CONTA-ATUAL
                MOVE WS-CONTA-ATUAL TO FAV-CONTA-ORIGEM
                MOVE ZEROS TO FAV-SEQ
                START ARQ-FAVORECIDO KEY IS NOT LESS THAN FAV-CHAVE
                   INVALID KEY
                      MOVE "23" TO FS-FAVORECIDO
                END-START
                IF FS-FAVORECIDO EQUAL TO "00" THEN
                   PERFORM P455-LER-PROX-FAVORECIDO
                END-IF
                PERFORM UNTIL FS-FAVORECIDO NOT EQUAL TO "00"
                   OR FAV-CONTA-ORIGEM NOT EQUAL TO WS-CONTA-ATUAL
                   ADD 1 TO WS-QTDE-REGISTROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'CONTA: ' DELIMITED SIZE
                          FAV-CONTA-ORIGEM DELIMITED SIZE
                          ' FAVORECIDO: ' DELIMITED SIZE
                          FAV-NOME DELIMITED SIZE
                          ' TIPO: ' DELIMITED SIZE
                          FAV-TIPO DELIMITED SIZE
                          ' CPF: ' DELIMITED SIZE
                          FAV-CPF DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                   PERFORM P455-LER-PROX-FAVORECIDO
                END-PERFORM
             END-PERFORM

             MOVE '--- CPF CADASTRADO COMO FAVORECIDO POR TERCEIROS'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE ZEROS TO FAV-CONTA-ORIGEM
             MOVE ZEROS TO FAV-SEQ
             START ARQ-FAVORECIDO KEY IS NOT LESS THAN FAV-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P455-LER-PROX-FAVORECIDO
             PERFORM UNTIL FS-FAVORECIDO NOT EQUAL TO "00"
                IF FAV-CPF EQUAL TO WS-CPF-ALVO THEN
                   ADD 1 TO WS-QTDE-REGISTROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'NOME REGISTRADO: ' DELIMITED SIZE
                          FAV-NOME DELIMITED SIZE
                          ' TIPO: ' DELIMITED SIZE
                          FAV-TIPO DELIMITED SIZE
                          ' BANCO: ' DELIMITED SIZE
                          FAV-BANCO DELIMITED SIZE
                          ' AGENCIA: ' DELIMITED SIZE
                          FAV-AGENCIA DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
                PERFORM P455-LER-PROX-FAVORECIDO
             END-PERFORM
       .
       P455-LER-PROX-FAVORECIDO.
             READ ARQ-FAVORECIDO NEXT RECORD
                AT END
                   MOVE "10" TO FS-FAVORECIDO
             END-READ
       .
       P460-LISTAR-AUDITORIA.
             MOVE '--- TRILHA DE AUDITORIA DAS CONTAS'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-AUDITORIA THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTDE-CONTAS-ALVO
                MOVE WS-CONTA-ALVO (WS-IDX) TO WS-CONTA-ATUAL
                MOVE WS-CONTA-ATUAL TO AUD-CONTA-NUM
                START ARQ-AUDITORIA KEY IS EQUAL TO AUD-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-AUDITORIA
                END-START
                IF FS-AUDITORIA EQUAL TO "00" THEN
                   PERFORM P465-LER-PROX-AUDITORIA
                END-IF
                PERFORM UNTIL FS-AUDITORIA NOT EQUAL TO "00"
                   OR AUD-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                   ADD 1 TO WS-QTDE-REGISTROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'CONTA: ' DELIMITED SIZE
                          AUD-CONTA-NUM DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          AUD-DATA DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          AUD-HORA DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          AUD-ACAO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          AUD-DETALHE DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                   PERFORM P465-LER-PROX-AUDITORIA
                END-PERFORM
             END-PERFORM
       .
       P465-LER-PROX-AUDITORIA.
             READ ARQ-AUDITORIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-AUDITORIA
             END-READ
       .
       P470-LISTAR-DOCUMENTOS.
             MOVE '--- CHECKLIST DE DOCUMENTOS DA ABERTURA'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-DOCONB THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTDE-CONTAS-ALVO
                MOVE WS-CONTA-ALVO (WS-IDX) TO DOC-CONTA-NUM
                READ ARQ-DOCONB RECORD KEY IS DOC-CONTA-NUM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD 1 TO WS-QTDE-REGISTROS
                      MOVE SPACES TO WS-LINHA-RELATORIO
                      STRING 'CONTA: ' DELIMITED SIZE
                             DOC-CONTA-NUM DELIMITED SIZE
                             ' IDENTIDADE: ' DELIMITED SIZE
                             DOC-IDENTIDADE DELIMITED SIZE
                             ' ENDERECO: ' DELIMITED SIZE
                             DOC-ENDERECO DELIMITED SIZE
                             ' RENDA: ' DELIMITED SIZE
                             DOC-RENDA DELIMITED SIZE
                             ' ABERTURA: ' DELIMITED SIZE
                             DOC-DATA-ABERTURA DELIMITED SIZE
                             ' ATIVACAO: ' DELIMITED SIZE
                             DOC-DATA-ATIVACAO DELIMITED SIZE
                        INTO WS-LINHA-RELATORIO
                      END-STRING
                      PERFORM P890-GRAVAR-LINHA
                END-READ
             END-PERFORM
       .
       P480-LISTAR-RISCO.
             MOVE '--- CLASSIFICACAO DE RISCO (KYC)'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-RISCOCLI THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-ALVO TO RSC-CPF
             MOVE ZEROS TO RSC-DATA
             START ARQ-RISCOCLI KEY IS NOT LESS THAN RSC-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P485-LER-PROX-RISCO
             PERFORM UNTIL FS-RISCOCLI NOT EQUAL TO "00"
                OR RSC-CPF NOT EQUAL TO WS-CPF-ALVO
                ADD 1 TO WS-QTDE-REGISTROS
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'CALCULADO EM: ' DELIMITED SIZE
                       RSC-DATA DELIMITED SIZE
                       ' PONTOS: ' DELIMITED SIZE
                       RSC-PONTOS DELIMITED SIZE
                       ' RATING: ' DELIMITED SIZE
                       RSC-RATING DELIMITED SIZE
                       ' PROXIMA REVISAO: ' DELIMITED SIZE
                       RSC-DATA-PROX-EDD DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
                PERFORM P485-LER-PROX-RISCO
             END-PERFORM
       .
       P485-LER-PROX-RISCO.
             READ ARQ-RISCOCLI NEXT RECORD
                AT END
                   MOVE "10" TO FS-RISCOCLI
             END-READ
       .
       P490-LISTAR-WATCHLIST.
             MOVE '--- TRIAGEM DE WATCHLIST' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-PENDWATCH THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO PEW-SEQ
             START ARQ-PENDWATCH KEY IS NOT LESS THAN PEW-SEQ
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P495-LER-PROX-PENDWATCH
             PERFORM UNTIL FS-PENDWATCH NOT EQUAL TO "00"
                IF PEW-CPF EQUAL TO WS-CPF-ALVO THEN
                   ADD 1 TO WS-QTDE-REGISTROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'DATA: ' DELIMITED SIZE
                          PEW-DATA DELIMITED SIZE
                          ' NOME: ' DELIMITED SIZE
                          PEW-NOME DELIMITED SIZE
                          ' ORIGEM: ' DELIMITED SIZE
                          PEW-ORIGEM DELIMITED SIZE
                          ' STATUS: ' DELIMITED SIZE
                          PEW-STATUS DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
                PERFORM P495-LER-PROX-PENDWATCH
             END-PERFORM
       .
       P495-LER-PROX-PENDWATCH.
             READ ARQ-PENDWATCH NEXT RECORD
                AT END
                   MOVE "10" TO FS-PENDWATCH
             END-READ
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-LGPD
             CLOSE ARQ-CONTA
             IF TEM-CLIENTE THEN
                CLOSE ARQ-CLIENTE
             END-IF
             IF TEM-TITULAR THEN
                CLOSE ARQ-TITULAR
             END-IF
             IF TEM-CARTAO THEN
                CLOSE ARQ-CARTAO
             END-IF
             IF TEM-FAVORECIDO THEN
                CLOSE ARQ-FAVORECIDO
             END-IF
             IF TEM-AUDITORIA THEN
                CLOSE ARQ-AUDITORIA
             END-IF
             IF TEM-DOCONB THEN
                CLOSE ARQ-DOCONB
             END-IF
             IF TEM-RISCOCLI THEN
                CLOSE ARQ-RISCOCLI
             END-IF
             IF TEM-PENDWATCH THEN
                CLOSE ARQ-PENDWATCH
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'PEDIDOS LGPD ATENDIDOS: ' WS-QTDE-PEDIDOS
             DISPLAY 'RELATORIO GRAVADO EM LGPD-TITULAR.REL'
             STOP RUN.
       END PROGRAM LGPD-RELATORIO.
