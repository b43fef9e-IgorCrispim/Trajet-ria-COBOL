      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH PERIODICO DE ANONIMIZACAO DE EX-CLIENTES
      *            (LGPD): PERCORRE AS CONTAS ENCERRADAS AINDA NAO
      *            ANONIMIZADAS E, QUANDO O PRAZO LEGAL DE GUARDA
      *            (LGPD-RETENCAO-ANOS DA TABELA DE PARAMETROS, PADRAO
      *            5 ANOS) JA CORREU DESDE O ENCERRAMENTO DE TODAS AS
      *            CONTAS EM QUE O CPF APARECE (COMO TITULAR OU
      *            COTITULAR), TROCA O CPF POR UM PSEUDONIMO (NUMERO
      *            SEQUENCIAL DE ARQ-LGPDCTL COM DIGITO VERIFICADOR
      *            PROPOSITALMENTE INVALIDO, QUE NUNCA COINCIDE COM UM
      *            CPF REAL) E SOBRESCREVE NOME, ENDERECO E CONTATO NO
      *            CADASTRO DE CLIENTE, NAS CONTAS, NOS COTITULARES,
      *            NA AGENDA DE FAVORECIDOS, NA CLASSIFICACAO DE RISCO,
      *            NA TRIAGEM DE WATCHLIST E NOS PEDIDOS LGPD; SALDOS,
      *            EXTRATOS, RAZAO, INFORMES FISCAIS E DEMAIS TOTAIS
      *            CONTABEIS E REGULATORIOS NAO SAO ALTERADOS E O
      *            NUMERO DA CONTA E MANTIDO; O RELATORIO
      *            LGPD-ANONIMIZACAO.REL TRAZ APENAS OS PSEUDONIMOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-ANONIMIZACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-TITULAR ASSIGN TO "titular.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TIT-CHAVE
                ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
                FILE STATUS  IS FS-TITULAR.
           SELECT ARQ-FAVORECIDO ASSIGN TO "favorecido.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAV-CHAVE
                FILE STATUS  IS FS-FAVORECIDO.
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
           SELECT ARQ-LGPD ASSIGN TO "lgpd.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS LGP-CHAVE
                FILE STATUS  IS FS-LGPD.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-LGPDCTL ASSIGN TO "lgpdctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-LGPDCTL.
           SELECT ARQ-RELATORIO ASSIGN TO "lgpd-anonimizacao.rel"
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
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-TITULAR.
           COPY TITULAR.
       FD ARQ-FAVORECIDO.
           COPY FAVORCAD.
       FD ARQ-RISCOCLI.
           COPY RISCCAD.
       FD ARQ-PENDWATCH.
           COPY PENDWCAD.
       FD ARQ-LGPD.
           COPY LGPDCAD.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-LGPDCTL.
           COPY LGPDCTL.
       FD ARQ-RELATORIO.
           COPY RELAT.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'LGPD-ANONIMIZACAO'.
       77 FS-CONTA                     PIC XX.
       77 FS-CLIENTE                   PIC XX.
       77 FS-TITULAR                   PIC XX.
       77 FS-FAVORECIDO                PIC XX.
       77 FS-RISCOCLI                  PIC XX.
       77 FS-PENDWATCH                 PIC XX.
       77 FS-LGPD                      PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-LGPDCTL                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-RETENCAO-ANOS             PIC 9(02) VALUE 5.
       77 WS-DATA-BASE                 PIC 9(08).
       77 WS-DATA-LIBERACAO            PIC 9(09).
       77 WS-CPF-ALVO                  PIC 9(11).
       77 WS-CONTA-RETOMADA            PIC 9(06).
       77 WS-NOME-PSEUDO               PIC X(30).
       77 WS-CPF-SOMA                  PIC 9(05).
       77 WS-CPF-QUOC                  PIC 9(05).
       77 WS-CPF-RESTO                 PIC 9(02).
       77 WS-CPF-DV1                   PIC 9(02).
       77 WS-I                         PIC 9(02).
       77 WS-QTDE-CONTAS-LIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CPF-AVALIADOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CPF-ANONIMIZADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CPF-MANTIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REG-CPF              PIC 9(06).
       77 WS-QTDE-REG-TOTAL            PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-CONTINUA                  PIC X(01).
           88 CONTINUA                 VALUE 'S'.
       77 WS-CPF-ELEGIVEL              PIC X(01).
           88 CPF-ELEGIVEL             VALUE 'S'.
       77 WS-TEM-CLIENTE               PIC X(01) VALUE 'N'.
           88 TEM-CLIENTE              VALUE 'S'.
       77 WS-TEM-TITULAR               PIC X(01) VALUE 'N'.
           88 TEM-TITULAR              VALUE 'S'.
       77 WS-TEM-FAVORECIDO            PIC X(01) VALUE 'N'.
           88 TEM-FAVORECIDO           VALUE 'S'.
       77 WS-TEM-RISCOCLI              PIC X(01) VALUE 'N'.
           88 TEM-RISCOCLI             VALUE 'S'.
       77 WS-TEM-PENDWATCH             PIC X(01) VALUE 'N'.
           88 TEM-PENDWATCH            VALUE 'S'.
       77 WS-TEM-LGPD                  PIC X(01) VALUE 'N'.
           88 TEM-LGPD                 VALUE 'S'.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       01 WS-CPF-PSEUDO-GRUPO.
           05 WS-CPF-PSEUDO            PIC 9(11).
       01 WS-CPF-PSEUDO-TAB REDEFINES WS-CPF-PSEUDO-GRUPO.
           05 WS-PSEUDO-DIG            PIC 9 OCCURS 11 TIMES.
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
             PERFORM P250-LER-CONTROLE
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P260-CARREGAR-PARAMETROS
             PERFORM P300-PERCORRER-CONTAS
             PERFORM P800-ATUALIZAR-CONTROLE
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN I-O ARQ-CLIENTE
             IF FS-CLIENTE EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-CLIENTE
             ELSE
                IF FS-CLIENTE NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                           ' STATUS: ' FS-CLIENTE
                   STOP RUN
                END-IF
             END-IF
             OPEN I-O ARQ-TITULAR
             IF FS-TITULAR EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-TITULAR
             ELSE
                IF FS-TITULAR NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR OS COTITULARES, STATUS: '
                           FS-TITULAR
                   STOP RUN
                END-IF
             END-IF
             OPEN I-O ARQ-FAVORECIDO
             IF FS-FAVORECIDO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-FAVORECIDO
             ELSE
                IF FS-FAVORECIDO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR OS FAVORECIDOS, STATUS: '
                           FS-FAVORECIDO
                   STOP RUN
                END-IF
             END-IF
             OPEN I-O ARQ-RISCOCLI
             IF FS-RISCOCLI EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-RISCOCLI
             ELSE
                IF FS-RISCOCLI NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR A CLASSIFICACAO DE RISCO,'
                           ' STATUS: ' FS-RISCOCLI
                   STOP RUN
                END-IF
             END-IF
             OPEN I-O ARQ-PENDWATCH
             IF FS-PENDWATCH EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-PENDWATCH
             ELSE
                IF FS-PENDWATCH NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR AS PENDENCIAS DE WATCHLIST,'
                           ' STATUS: ' FS-PENDWATCH
                   STOP RUN
                END-IF
             END-IF
             OPEN I-O ARQ-LGPD
             IF FS-LGPD EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-LGPD
             ELSE
                IF FS-LGPD NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR OS PEDIDOS LGPD, STATUS: '
                           FS-LGPD
                   STOP RUN
                END-IF
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
             END-IF
             OPEN I-O ARQ-LGPDCTL
             IF FS-LGPDCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-LGPDCTL
                MOVE ZEROS TO LGC-ULT-PSEUDONIMO
                MOVE ZEROS TO LGC-ULT-EXECUCAO
                WRITE REG-LGPDCTL
                CLOSE ARQ-LGPDCTL
                OPEN I-O ARQ-LGPDCTL
             END-IF
             IF FS-LGPDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE ANONIMIZACAO,'
                        ' STATUS: ' FS-LGPDCTL
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
       .
       P250-LER-CONTROLE.
             READ ARQ-LGPDCTL
             IF FS-LGPDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE ANONIMIZACAO,'
                        ' STATUS: ' FS-LGPDCTL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA O PRAZO DE GUARDA DA TABELA DE
      *      PARAMETROS, MANTENDO O PADRAO DO FONTE QUANDO NAO HOUVER
      *      VIGENCIA
      ******************************************************************
       P260-CARREGAR-PARAMETROS.
             MOVE 'LGPD-RETENCAO-ANOS' TO WS-PARAM-CODIGO
             PERFORM P270-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-RETENCAO-ANOS
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'ANONIMIZACAO LGPD - EXECUCAO DE ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - PRAZO DE GUARDA: ' DELIMITED SIZE
                    WS-RETENCAO-ANOS DELIMITED SIZE
                    ' ANO(S) APOS O ENCERRAMENTO' DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P270-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
             MOVE WS-PARAM-CODIGO TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P275-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-PARAM-CODIGO
                   IF PARAM-DATA-INICIO NOT GREATER THAN WS-DATA-ATUAL
                      AND PARAM-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P275-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
       .
       P275-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS CONTAS PELA CHAVE PRIMARIA E AVALIA
      *      O CPF DE CADA CONTA ENCERRADA CUJO PRAZO DE GUARDA JA
      *      CORREU; COMO A AVALIACAO LE O CADASTRO PELO CPF, A
      *      LEITURA E REPOSICIONADA NA CONTA SEGUINTE
      ******************************************************************
       P300-PERCORRER-CONTAS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTAS-LIDAS
                IF DATA-ANONIMIZACAO NOT NUMERIC THEN
                   MOVE ZEROS TO DATA-ANONIMIZACAO
                END-IF
                IF CONTA-ENCERRADA
                   AND DATA-ANONIMIZACAO EQUAL TO ZEROS
                   AND CPF NOT EQUAL TO ZEROS THEN
                   PERFORM P320-VERIFICAR-PRAZO
                   IF CPF-ELEGIVEL THEN
                      MOVE CONTA-NUM TO WS-CONTA-RETOMADA
                      MOVE CPF TO WS-CPF-ALVO
                      PERFORM P400-AVALIAR-CPF
                      MOVE WS-CONTA-RETOMADA TO CONTA-NUM
                      START ARQ-CONTA KEY IS GREATER THAN CONTA-NUM
                         INVALID KEY
                            MOVE "10" TO FS-CONTA
                      END-START
                   END-IF
                END-IF
                IF FS-CONTA EQUAL TO "00" THEN
                   PERFORM P310-LER-PROX-CONTA
                END-IF
             END-PERFORM
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE VERIFICA SE A CONTA EM REG-CONTA JA CUMPRIU O
      *      PRAZO DE GUARDA: CONTA ENCERRADA, CONTADO DA DATA DE
      *      ENCERRAMENTO (NO ACERVO SEM ESSA DATA, DO ULTIMO
      *      MOVIMENTO OU DA ABERTURA); SEM NENHUMA DATA A CONTA NAO E
      *      LIBERADA
      ******************************************************************
       P320-VERIFICAR-PRAZO.
             MOVE 'N' TO WS-CPF-ELEGIVEL
             IF NOT CONTA-ENCERRADA THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-DATA-BASE
             IF DATA-ENCERRAMENTO NUMERIC
                AND DATA-ENCERRAMENTO GREATER THAN ZEROS THEN
                MOVE DATA-ENCERRAMENTO TO WS-DATA-BASE
             ELSE
                IF DATA-ULT-MOVIMENTO NUMERIC
                   AND DATA-ULT-MOVIMENTO GREATER THAN ZEROS THEN
                   MOVE DATA-ULT-MOVIMENTO TO WS-DATA-BASE
                ELSE
                   IF DATA-ABERTURA NUMERIC THEN
                      MOVE DATA-ABERTURA TO WS-DATA-BASE
                   END-IF
                END-IF
             END-IF
             IF WS-DATA-BASE EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-DATA-LIBERACAO =
                     WS-DATA-BASE + (WS-RETENCAO-ANOS * 10000)
             IF WS-DATA-LIBERACAO NOT GREATER THAN WS-DATA-ATUAL THEN
                MOVE 'S' TO WS-CPF-ELEGIVEL
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SO LIBERA O CPF SE TODAS AS CONTAS EM QUE ELE
      *      E TITULAR OU COTITULAR JA CUMPRIRAM O PRAZO DE GUARDA
      ******************************************************************
       P400-AVALIAR-CPF.
             ADD 1 TO WS-QTDE-CPF-AVALIADOS
             MOVE 'S' TO WS-CPF-ELEGIVEL
             MOVE WS-CPF-ALVO TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   MOVE "23" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-CONTA
             END-IF
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                OR CPF NOT EQUAL TO WS-CPF-ALVO
                OR NOT CPF-ELEGIVEL
                PERFORM P320-VERIFICAR-PRAZO
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM

             IF CPF-ELEGIVEL AND TEM-TITULAR THEN
                MOVE WS-CPF-ALVO TO TIT-CPF
                START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                   INVALID KEY
                      MOVE "23" TO FS-TITULAR
                END-START
                IF FS-TITULAR EQUAL TO "00" THEN
                   PERFORM P410-LER-PROX-TITULAR
                END-IF
                PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                   OR TIT-CPF NOT EQUAL TO WS-CPF-ALVO
                   OR NOT CPF-ELEGIVEL
                   MOVE TIT-CONTA-NUM TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM P320-VERIFICAR-PRAZO
                   END-READ
                   PERFORM P410-LER-PROX-TITULAR
                END-PERFORM
             END-IF

             IF CPF-ELEGIVEL THEN
                PERFORM P500-ANONIMIZAR-CPF
             ELSE
                ADD 1 TO WS-QTDE-CPF-MANTIDOS
             END-IF
       .
       P410-LER-PROX-TITULAR.
             READ ARQ-TITULAR NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITULAR
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GERA O PSEUDONIMO E O APLICA EM TODOS OS
      *      ARQUIVOS DA FAMILIA DE CADASTRO QUE CITAM O CPF
      ******************************************************************
       P500-ANONIMIZAR-CPF.
             MOVE ZEROS TO WS-QTDE-REG-CPF
             PERFORM P510-GERAR-PSEUDONIMO
             PERFORM P520-ANONIMIZAR-CONTAS
             PERFORM P530-ANONIMIZAR-CLIENTE
             PERFORM P540-ANONIMIZAR-TITULAR
             PERFORM P550-ANONIMIZAR-FAVORECIDOS
             PERFORM P560-ANONIMIZAR-RISCO
             PERFORM P570-ANONIMIZAR-WATCHLIST
             PERFORM P580-ANONIMIZAR-PEDIDOS
             ADD 1 TO WS-QTDE-CPF-ANONIMIZADOS
             ADD WS-QTDE-REG-CPF TO WS-QTDE-REG-TOTAL
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PSEUDONIMO ' DELIMITED SIZE
                    WS-CPF-PSEUDO DELIMITED SIZE
                    ' (' DELIMITED SIZE
                    WS-NOME-PSEUDO DELIMITED SIZE
                    ') - REGISTROS ANONIMIZADOS: ' DELIMITED SIZE
                    WS-QTDE-REG-CPF DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE GERA O PROXIMO PSEUDONIMO: NOVE DIGITOS DA
      *      SEQUENCIA DE ARQ-LGPDCTL SEGUIDOS DE UM PRIMEIRO DIGITO
      *      VERIFICADOR DESLOCADO DE UMA UNIDADE, O QUE TORNA O
      *      NUMERO UM CPF INVALIDO E IMPEDE COLISAO COM CLIENTE REAL
      ******************************************************************
       P510-GERAR-PSEUDONIMO.
             ADD 1 TO LGC-ULT-PSEUDONIMO
             COMPUTE WS-CPF-PSEUDO = LGC-ULT-PSEUDONIMO * 100
             MOVE ZEROS TO WS-CPF-SOMA
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                      + WS-PSEUDO-DIG (WS-I) * (11 - WS-I)
             END-PERFORM
             DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
                   REMAINDER WS-CPF-RESTO
             IF WS-CPF-RESTO < 2 THEN
                MOVE 0 TO WS-CPF-DV1
             ELSE
                COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
             END-IF
             ADD 1 TO WS-CPF-DV1
             IF WS-CPF-DV1 GREATER THAN 9 THEN
                MOVE 0 TO WS-CPF-DV1
             END-IF
             MOVE WS-CPF-DV1 TO WS-PSEUDO-DIG (10)
             MOVE 0 TO WS-PSEUDO-DIG (11)
             MOVE SPACES TO WS-NOME-PSEUDO
             STRING 'TITULAR ANONIMIZADO ' DELIMITED SIZE
                    LGC-ULT-PSEUDONIMO DELIMITED SIZE
               INTO WS-NOME-PSEUDO
             END-STRING
       .
      ******************************************************************
      *      FUNÇÃO QUE TROCA NOME E CPF NAS CONTAS DO TITULAR; A
      *      LEITURA E REFEITA A CADA REGRAVACAO PORQUE O CPF E A
      *      CHAVE ALTERNADA USADA NA BUSCA
      ******************************************************************
       P520-ANONIMIZAR-CONTAS.
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                MOVE WS-CPF-ALVO TO CPF
                START ARQ-CONTA KEY IS EQUAL TO CPF
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-CONTA NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA AND CPF NOT EQUAL TO WS-CPF-ALVO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CPF-PSEUDO  TO CPF
                   MOVE WS-NOME-PSEUDO TO NOME
                   MOVE WS-DATA-ATUAL  TO DATA-ANONIMIZACAO
                   REWRITE REG-CONTA
                   IF FS-CONTA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ANONIMIZAR A CONTA '
                              CONTA-NUM ', STATUS: ' FS-CONTA
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      ADD 1 TO WS-QTDE-REG-CPF
                      MOVE SPACES TO WS-LINHA-RELATORIO
                      STRING '  CONTA ' DELIMITED SIZE
                             CONTA-NUM DELIMITED SIZE
                             ' ANONIMIZADA' DELIMITED SIZE
                        INTO WS-LINHA-RELATORIO
                      END-STRING
                      PERFORM P890-GRAVAR-LINHA
                   END-IF
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE REGRAVA O CADASTRO DE CLIENTE SOB O PSEUDONIMO,
      *      SEM ENDERECO E CONTATO, E EXCLUI O REGISTRO DO CPF REAL;
      *      RENDA E DATAS FICAM PARA AS ESTATISTICAS
      ******************************************************************
       P530-ANONIMIZAR-CLIENTE.
             IF NOT TEM-CLIENTE THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-ALVO TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-CPF-PSEUDO  TO CLI-CPF
             MOVE WS-NOME-PSEUDO TO CLI-NOME
             MOVE SPACES         TO CLI-ENDERECO
             MOVE SPACES         TO CLI-CIDADE
             MOVE SPACES         TO CLI-UF
             MOVE ZEROS          TO CLI-CEP
             MOVE SPACES         TO CLI-TELEFONE
             MOVE SPACES         TO CLI-EMAIL
      *      DO NASCIMENTO FICA SO O ANO, PARA A ESTATISTICA POR FAIXA
      *      ETARIA
             MOVE 0101           TO CLI-NASC-MES-DIA
             MOVE ZEROS          TO CLI-CPF-RESPONSAVEL
             MOVE SPACES         TO CLI-NOME-RESPONSAVEL
             MOVE SPACES         TO CLI-VINCULO-RESPONSAVEL
             WRITE REG-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ANONIMIZAR O CLIENTE ' WS-CPF-PSEUDO
                        ', STATUS: ' FS-CLIENTE
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-ALVO TO CLI-CPF
             DELETE ARQ-CLIENTE RECORD
                INVALID KEY
                   DISPLAY 'FALHA AO EXCLUIR O CADASTRO ORIGINAL DO'
                           ' CLIENTE ' WS-CPF-PSEUDO
             END-DELETE
             ADD 1 TO WS-QTDE-REG-CPF
       .
       P540-ANONIMIZAR-TITULAR.
             IF NOT TEM-TITULAR THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                MOVE WS-CPF-ALVO TO TIT-CPF
                START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-TITULAR NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA AND TIT-CPF NOT EQUAL TO WS-CPF-ALVO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CPF-PSEUDO  TO TIT-CPF
                   MOVE WS-NOME-PSEUDO TO TIT-NOME
                   WRITE REG-TITULAR
                   IF FS-TITULAR NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ANONIMIZAR O COTITULAR DA'
                              ' CONTA ' TIT-CONTA-NUM ', STATUS: '
                              FS-TITULAR
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CPF-ALVO TO TIT-CPF
                      DELETE ARQ-TITULAR RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-REG-CPF
                   END-IF
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE ANONIMIZA O CPF CADASTRADO COMO FAVORECIDO
      *      INTERNO NA AGENDA DE OUTRAS CONTAS (O DESTINO E UMA CONTA
      *      JA ENCERRADA DO PROPRIO TITULAR)
      ******************************************************************
       P550-ANONIMIZAR-FAVORECIDOS.
             IF NOT TEM-FAVORECIDO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO FAV-CONTA-ORIGEM
             MOVE ZEROS TO FAV-SEQ
             START ARQ-FAVORECIDO KEY IS NOT LESS THAN FAV-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P555-LER-PROX-FAVORECIDO
             PERFORM UNTIL FS-FAVORECIDO NOT EQUAL TO "00"
                IF FAV-CPF EQUAL TO WS-CPF-ALVO AND FAV-INTERNO THEN
                   MOVE WS-CPF-PSEUDO  TO FAV-CPF
                   MOVE WS-NOME-PSEUDO TO FAV-NOME
                   REWRITE REG-FAVORECIDO
                   IF FS-FAVORECIDO EQUAL TO "00" THEN
                      ADD 1 TO WS-QTDE-REG-CPF
                   ELSE
                      DISPLAY 'FALHA AO ANONIMIZAR O FAVORECIDO '
                              FAV-CONTA-ORIGEM '/' FAV-SEQ
                              ', STATUS: ' FS-FAVORECIDO
                   END-IF
                END-IF
                PERFORM P555-LER-PROX-FAVORECIDO
             END-PERFORM
       .
       P555-LER-PROX-FAVORECIDO.
             READ ARQ-FAVORECIDO NEXT RECORD
                AT END
                   MOVE "10" TO FS-FAVORECIDO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE O HISTORICO DE CLASSIFICACAO DE RISCO
      *      PARA O PSEUDONIMO (CHAVE CPF + DATA)
      ******************************************************************
       P560-ANONIMIZAR-RISCO.
             IF NOT TEM-RISCOCLI THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                MOVE WS-CPF-ALVO TO RSC-CPF
                MOVE ZEROS TO RSC-DATA
                START ARQ-RISCOCLI KEY IS NOT LESS THAN RSC-CHAVE
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-RISCOCLI NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA AND RSC-CPF NOT EQUAL TO WS-CPF-ALVO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CPF-PSEUDO TO RSC-CPF
                   WRITE REG-RISCOCLI
                   IF FS-RISCOCLI NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ANONIMIZAR A CLASSIFICACAO DE'
                              ' RISCO DE ' RSC-DATA ', STATUS: '
                              FS-RISCOCLI
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CPF-ALVO TO RSC-CPF
                      DELETE ARQ-RISCOCLI RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-REG-CPF
                   END-IF
                END-IF
             END-PERFORM
       .
       P570-ANONIMIZAR-WATCHLIST.
             IF NOT TEM-PENDWATCH THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO PEW-SEQ
             START ARQ-PENDWATCH KEY IS NOT LESS THAN PEW-SEQ
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P575-LER-PROX-PENDWATCH
             PERFORM UNTIL FS-PENDWATCH NOT EQUAL TO "00"
                IF PEW-CPF EQUAL TO WS-CPF-ALVO THEN
                   MOVE WS-CPF-PSEUDO  TO PEW-CPF
                   MOVE WS-NOME-PSEUDO TO PEW-NOME
                   REWRITE REG-PENDWATCH
                   IF FS-PENDWATCH EQUAL TO "00" THEN
                      ADD 1 TO WS-QTDE-REG-CPF
                   ELSE
                      DISPLAY 'FALHA AO ANONIMIZAR A PENDENCIA '
                              PEW-SEQ ', STATUS: ' FS-PENDWATCH
                   END-IF
                END-IF
                PERFORM P575-LER-PROX-PENDWATCH
             END-PERFORM
       .
       P575-LER-PROX-PENDWATCH.
             READ ARQ-PENDWATCH NEXT RECORD
                AT END
                   MOVE "10" TO FS-PENDWATCH
             END-READ
       .
       P580-ANONIMIZAR-PEDIDOS.
             IF NOT TEM-LGPD THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-CONTINUA
             PERFORM UNTIL NOT CONTINUA
                MOVE WS-CPF-ALVO TO LGP-CPF
                MOVE ZEROS TO LGP-DATA-SOLICITACAO
                START ARQ-LGPD KEY IS NOT LESS THAN LGP-CHAVE
                   INVALID KEY
                      MOVE 'N' TO WS-CONTINUA
                END-START
                IF CONTINUA THEN
                   READ ARQ-LGPD NEXT RECORD
                      AT END
                         MOVE 'N' TO WS-CONTINUA
                   END-READ
                END-IF
                IF CONTINUA AND LGP-CPF NOT EQUAL TO WS-CPF-ALVO THEN
                   MOVE 'N' TO WS-CONTINUA
                END-IF
                IF CONTINUA THEN
                   MOVE WS-CPF-PSEUDO TO LGP-CPF
                   WRITE REG-LGPD
                   IF FS-LGPD NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ANONIMIZAR O PEDIDO LGPD DE '
                              LGP-DATA-SOLICITACAO ', STATUS: '
                              FS-LGPD
                      MOVE 'N' TO WS-CONTINUA
                   ELSE
                      MOVE WS-CPF-ALVO TO LGP-CPF
                      DELETE ARQ-LGPD RECORD
                         INVALID KEY
                            MOVE 'N' TO WS-CONTINUA
                      END-DELETE
                      ADD 1 TO WS-QTDE-REG-CPF
                   END-IF
                END-IF
             END-PERFORM
       .
       P800-ATUALIZAR-CONTROLE.
             MOVE WS-DATA-ATUAL TO LGC-ULT-EXECUCAO
             REWRITE REG-LGPDCTL
             IF FS-LGPDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE'
                        ' ANONIMIZACAO, STATUS: ' FS-LGPDCTL
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONTAS LIDAS: ' DELIMITED SIZE
                    WS-QTDE-CONTAS-LIDAS DELIMITED SIZE
                    ' CPFS AVALIADOS: ' DELIMITED SIZE
                    WS-QTDE-CPF-AVALIADOS DELIMITED SIZE
                    ' ANONIMIZADOS: ' DELIMITED SIZE
                    WS-QTDE-CPF-ANONIMIZADOS DELIMITED SIZE
                    ' MANTIDOS (VINCULO AINDA NO PRAZO): '
                                   DELIMITED SIZE
                    WS-QTDE-CPF-MANTIDOS DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH
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
             IF TEM-CLIENTE THEN
                CLOSE ARQ-CLIENTE
             END-IF
             IF TEM-TITULAR THEN
                CLOSE ARQ-TITULAR
             END-IF
             IF TEM-FAVORECIDO THEN
                CLOSE ARQ-FAVORECIDO
             END-IF
             IF TEM-RISCOCLI THEN
                CLOSE ARQ-RISCOCLI
             END-IF
             IF TEM-PENDWATCH THEN
                CLOSE ARQ-PENDWATCH
             END-IF
             IF TEM-LGPD THEN
                CLOSE ARQ-LGPD
             END-IF
             CLOSE ARQ-PARAMETRO
             CLOSE ARQ-LGPDCTL
             CLOSE ARQ-RELATORIO
             DISPLAY 'CONTAS LIDAS: ' WS-QTDE-CONTAS-LIDAS
             DISPLAY 'CPFS AVALIADOS: ' WS-QTDE-CPF-AVALIADOS
             DISPLAY 'CPFS ANONIMIZADOS: ' WS-QTDE-CPF-ANONIMIZADOS
                     ' REGISTROS: ' WS-QTDE-REG-TOTAL
             DISPLAY 'CPFS MANTIDOS: ' WS-QTDE-CPF-MANTIDOS
             DISPLAY 'RELATORIO GRAVADO EM LGPD-ANONIMIZACAO.REL'
             STOP RUN.
       END PROGRAM LGPD-ANONIMIZACAO.
