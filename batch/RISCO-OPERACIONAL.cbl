      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH TRIMESTRAL DO RELATORIO DE RISCO OPERACIONAL:
      *            PARA OS EVENTOS DE PERDA REGISTRADOS NO TRIMESTRE
      *            (SEMPRE O TRIMESTRE CIVIL FECHADO ANTERIOR A
      *            EXECUCAO) TOTALIZA FREQUENCIA E SEVERIDADE (PERDA
      *            BRUTA, MEDIA E MAIOR PERDA) POR TIPO DE EVENTO DE
      *            BASILEIA, POR LINHA DE NEGOCIO E POR CAUSA, COM A
      *            TAXA DE RECUPERACAO; LISTA OS LOCAIS REINCIDENTES
      *            (AGENCIA E OPERADOR OU TERMINAL COM MAIS DE UM
      *            EVENTO) E CASA OS EVENTOS COM AS CONTAS DE PERDA DO
      *            RAZAO (31008 E 41008): POR AGENCIA, A PERDA
      *            CONTABILIZADA DOS EVENTOS CONTRA O RAZAO, OS
      *            LANCAMENTOS NAS CONTAS DE PERDA SEM EVENTO
      *            CORRESPONDENTE E OS EVENTOS AINDA NAO
      *            CONTABILIZADOS, TUDO EM RISCO-OPERACIONAL.REL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCO-OPERACIONAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERDA-OP ASSIGN TO "perdaop.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRD-EVENTO
                ALTERNATE RECORD KEY IS PRD-LOCAL WITH DUPLICATES
                FILE STATUS  IS FS-PERDA-OP.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-RISCO-REL ASSIGN TO "risco-operacional.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RISCO-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PERDA-OP.
           COPY PERDAOP.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-RISCO-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-PERDA-OP                  PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-RISCO-REL                 PIC XX.
       77 WS-ANO-TRIMESTRE             PIC 9(04).
       77 WS-TRIMESTRE                 PIC 9(01).
       77 WS-DATA-INICIO-TRI           PIC 9(08).
       77 WS-DATA-FIM-TRI              PIC 9(08).
       77 WS-MIN-REINCIDENCIA          PIC 9(02) VALUE 2.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-TRIMESTRE            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-NAO-CONTAB           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SEM-EVENTO           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REINCIDENTES         PIC 9(04) VALUE ZEROS.
       77 WS-IND                       PIC 9(03).
       77 WS-IND-TIPO                  PIC 9(02).
       77 WS-IND-LINHA                 PIC 9(02).
       77 WS-IND-CAUSA                 PIC 9(02).
       77 WS-DATA-RAZ                  PIC 9(08).
       77 WS-LIQUIDO                   PIC S9(13)V99.
       77 WS-MEDIA                     PIC S9(13)V99.
       77 WS-TAXA-RECUP                PIC 9(03)V99.
       77 WS-DIFERENCA                 PIC S9(13)V99.
       77 WS-RAZ-41008                 PIC S9(13)V99 VALUE ZEROS.
       77 WS-EDT-QTDE                  PIC ZZZ,ZZ9.
       77 WS-EDT-VALOR                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WS-EDT-VALOR-2               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WS-EDT-VALOR-3               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WS-EDT-VALOR-4               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WS-EDT-TAXA                  PIC ZZ9.99.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-EVENTO-ACHADO             PIC X(01).
           88 EVENTO-ACHADO            VALUE 'S'.
      *      TIPOS DE EVENTO DE BASILEIA NA ORDEM DO RELATORIO; A
      *      ULTIMA LINHA DA TABELA DE TOTAIS (8) E O TOTAL GERAL
       01 WS-TAB-TIPOS-VALORES.
           05 FILLER                   PIC X(32)
                         VALUE 'FIFRAUDE INTERNA                '.
           05 FILLER                   PIC X(32)
                         VALUE 'FEFRAUDE EXTERNA                '.
           05 FILLER                   PIC X(32)
                         VALUE 'TRPRATICAS TRABALHISTAS         '.
           05 FILLER                   PIC X(32)
                         VALUE 'CPCLIENTES, PRODUTOS E PRATICAS '.
           05 FILLER                   PIC X(32)
                         VALUE 'DADANOS A ATIVOS FISICOS        '.
           05 FILLER                   PIC X(32)
                         VALUE 'FSFALHAS DE SISTEMAS            '.
           05 FILLER                   PIC X(32)
                         VALUE 'EPEXECUCAO E GESTAO DE PROCESSOS'.
       01 WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-VALORES.
           05 WS-TIPO-ITEM OCCURS 7 TIMES.
               10 WS-TIPO-CODIGO       PIC X(02).
               10 WS-TIPO-DESCRICAO    PIC X(30).
       01 WS-TAB-LINHAS-VALORES.
           05 FILLER                   PIC X(32)
                         VALUE 'FCFINANCAS CORPORATIVAS         '.
           05 FILLER                   PIC X(32)
                         VALUE 'NVNEGOCIACAO E VENDAS           '.
           05 FILLER                   PIC X(32)
                         VALUE 'VAVAREJO                        '.
           05 FILLER                   PIC X(32)
                         VALUE 'CMCOMERCIAL                     '.
           05 FILLER                   PIC X(32)
                         VALUE 'PLPAGAMENTOS E LIQUIDACOES      '.
           05 FILLER                   PIC X(32)
                         VALUE 'SASERVICOS DE AGENTE            '.
           05 FILLER                   PIC X(32)
                         VALUE 'AAADMINISTRACAO DE ATIVOS       '.
           05 FILLER                   PIC X(32)
                         VALUE 'CVCORRETAGEM DE VAREJO          '.
       01 WS-TAB-LINHAS REDEFINES WS-TAB-LINHAS-VALORES.
           05 WS-LINHA-ITEM OCCURS 8 TIMES.
               10 WS-LINHA-CODIGO      PIC X(02).
               10 WS-LINHA-DESCRICAO   PIC X(30).
       01 WS-TAB-CAUSAS-VALORES.
           05 FILLER                   PIC X(32)
                         VALUE 'DCDIFERENCA DE GAVETA           '.
           05 FILLER                   PIC X(32)
                         VALUE 'ATFALTA DE NUMERARIO EM ATM     '.
           05 FILLER                   PIC X(32)
                         VALUE 'NFNOTA FALSA                    '.
           05 FILLER                   PIC X(32)
                         VALUE 'FRFRAUDE CONFIRMADA             '.
           05 FILLER                   PIC X(32)
                         VALUE 'IJINDENIZACAO JUDICIAL          '.
           05 FILLER                   PIC X(32)
                         VALUE 'EPERRO DE PROCESSAMENTO         '.
           05 FILLER                   PIC X(32)
                         VALUE 'OUOUTRAS                        '.
       01 WS-TAB-CAUSAS REDEFINES WS-TAB-CAUSAS-VALORES.
           05 WS-CAUSA-ITEM OCCURS 7 TIMES.
               10 WS-CAUSA-CODIGO      PIC X(02).
               10 WS-CAUSA-DESCRICAO   PIC X(30).
       01 WS-TAB-TOTAIS-TIPO.
           05 WS-TOT-TIPO OCCURS 8 TIMES.
               10 WS-TT-QTDE           PIC 9(06).
               10 WS-TT-BRUTO          PIC S9(13)V99.
               10 WS-TT-RECUP          PIC S9(13)V99.
               10 WS-TT-MAIOR          PIC S9(11)V99.
       01 WS-TAB-TOTAIS-LINHA.
           05 WS-TOT-LINHA OCCURS 8 TIMES.
               10 WS-TL-QTDE           PIC 9(06).
               10 WS-TL-BRUTO          PIC S9(13)V99.
               10 WS-TL-RECUP          PIC S9(13)V99.
       01 WS-TAB-TOTAIS-CAUSA.
           05 WS-TOT-CAUSA OCCURS 7 TIMES.
               10 WS-TC-QTDE           PIC 9(06).
               10 WS-TC-BRUTO          PIC S9(13)V99.
               10 WS-TC-RECUP          PIC S9(13)V99.
      *      LOCAIS (AGENCIA + OPERADOR OU TERMINAL) COM EVENTO NO
      *      TRIMESTRE, PARA A LISTA DE REINCIDENCIA
       77 WS-LOC-QTDE                  PIC 9(03) VALUE ZEROS.
       77 WS-LOC-MAX                   PIC 9(03) VALUE 200.
       77 WS-LOC-I                     PIC 9(03).
       77 WS-LOC-ACHOU                 PIC X(01).
           88 LOC-ACHOU                VALUE 'S'.
       01 WS-LOC-TAB.
           05 WS-LOC-ITEM OCCURS 200 TIMES.
               10 WS-LOC-AGENCIA       PIC 9(04).
               10 WS-LOC-LOCAL         PIC X(08).
               10 WS-LOC-EVENTOS       PIC 9(04).
               10 WS-LOC-BRUTO         PIC S9(13)V99.
      *      CASAMENTO POR AGENCIA: PERDA CONTABILIZADA NO TRIMESTRE
      *      PELOS EVENTOS CONTRA OS DEBITOS DA 31008 NO RAZAO
       77 WS-AGT-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGT-MAX                   PIC 9(02) VALUE 50.
       77 WS-AGT-I                     PIC 9(02).
       77 WS-AGT-ACHOU                 PIC X(01).
           88 AGT-ACHOU                VALUE 'S'.
       77 WS-AGT-AGENCIA-BUSCA         PIC 9(04).
       01 WS-AGT-TAB.
           05 WS-AGT-ITEM OCCURS 50 TIMES.
               10 WS-AGT-AGENCIA       PIC 9(04).
               10 WS-AGT-EVENTOS       PIC S9(13)V99.
               10 WS-AGT-RAZAO         PIC S9(13)V99.
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
      *      APURA SEMPRE O TRIMESTRE CIVIL FECHADO ANTERIOR AO MES
      *      DA EXECUCAO; RODANDO NO 1O TRIMESTRE APURA O 4O DO ANO
      *      ANTERIOR
             COMPUTE WS-TRIMESTRE = ((WS-DHC-MES - 1) / 3) + 1
             MOVE WS-DHC-ANO TO WS-ANO-TRIMESTRE
             IF WS-TRIMESTRE EQUAL TO 1 THEN
                MOVE 4 TO WS-TRIMESTRE
                SUBTRACT 1 FROM WS-ANO-TRIMESTRE
             ELSE
                SUBTRACT 1 FROM WS-TRIMESTRE
             END-IF
             COMPUTE WS-DATA-INICIO-TRI =
                     (WS-ANO-TRIMESTRE * 10000)
                   + (((WS-TRIMESTRE - 1) * 3 + 1) * 100) + 1
             EVALUATE WS-TRIMESTRE
                WHEN 1
                   COMPUTE WS-DATA-FIM-TRI =
                           (WS-ANO-TRIMESTRE * 10000) + 0331
                WHEN 2
                   COMPUTE WS-DATA-FIM-TRI =
                           (WS-ANO-TRIMESTRE * 10000) + 0630
                WHEN 3
                   COMPUTE WS-DATA-FIM-TRI =
                           (WS-ANO-TRIMESTRE * 10000) + 0930
                WHEN OTHER
                   COMPUTE WS-DATA-FIM-TRI =
                           (WS-ANO-TRIMESTRE * 10000) + 1231
             END-EVALUATE
             INITIALIZE WS-TAB-TOTAIS-TIPO
             INITIALIZE WS-TAB-TOTAIS-LINHA
             INITIALIZE WS-TAB-TOTAIS-CAUSA
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P800-GRAVAR-CABECALHO
             PERFORM P300-APURAR-EVENTOS
             PERFORM P500-CASAR-RAZAO
             PERFORM P810-GRAVAR-TOTAIS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-PERDA-OP
             IF FS-PERDA-OP EQUAL TO "35" THEN
                DISPLAY 'NENHUM EVENTO DE PERDA REGISTRADO'
                STOP RUN
             END-IF
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS EVENTOS DE PERDA, STATUS: '
                        FS-PERDA-OP
                STOP RUN
             END-IF
             OPEN INPUT ARQ-RAZAO
             IF FS-RAZAO NOT EQUAL TO "00"
                AND FS-RAZAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O RAZAO, STATUS: ' FS-RAZAO
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RISCO-REL
             IF FS-RISCO-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DE RISCO'
                        ' OPERACIONAL, STATUS: ' FS-RISCO-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS EVENTOS: OS REGISTRADOS NO
      *      TRIMESTRE ENTRAM NA FREQUENCIA E SEVERIDADE; OS
      *      CONTABILIZADOS NO TRIMESTRE ENTRAM NO CASAMENTO COM O
      *      RAZAO; OS AINDA NAO CONTABILIZADOS SAO LISTADOS
      ******************************************************************
       P300-APURAR-EVENTOS.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'EVENTOS REGISTRADOS E AINDA NAO CONTABILIZADOS'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE ZEROS TO PRD-EVENTO
             START ARQ-PERDA-OP KEY IS NOT LESS THAN PRD-EVENTO
                INVALID KEY
                   DISPLAY 'NENHUM EVENTO DE PERDA REGISTRADO'
             END-START
             PERFORM P310-LER-PROX-EVENTO
             PERFORM UNTIL FS-PERDA-OP NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                IF PRD-DATA-REGISTRO NOT LESS THAN WS-DATA-INICIO-TRI
                   AND PRD-DATA-REGISTRO NOT GREATER THAN
                       WS-DATA-FIM-TRI
                   ADD 1 TO WS-QTDE-TRIMESTRE
                   PERFORM P400-ACUMULAR-EVENTO
                END-IF
                IF PRD-DATA-CONTABIL NOT LESS THAN WS-DATA-INICIO-TRI
                   AND PRD-DATA-CONTABIL NOT GREATER THAN
                       WS-DATA-FIM-TRI
                   MOVE PRD-AGENCIA TO WS-AGT-AGENCIA-BUSCA
                   PERFORM P450-LOCALIZAR-AGENCIA
                   IF AGT-ACHOU THEN
                      ADD PRD-BRUTO-CONTABILIZADO
                        TO WS-AGT-EVENTOS(WS-AGT-I)
                   END-IF
                END-IF
                IF PRD-BRUTO-CONTABILIZADO NOT EQUAL TO
                   PRD-VALOR-BRUTO
                   AND PRD-DATA-REGISTRO NOT GREATER THAN
                       WS-DATA-FIM-TRI
                   ADD 1 TO WS-QTDE-NAO-CONTAB
                   MOVE PRD-VALOR-BRUTO TO WS-EDT-VALOR
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING '  EVENTO '        DELIMITED SIZE
                          PRD-EVENTO         DELIMITED SIZE
                          ' AGENCIA '        DELIMITED SIZE
                          PRD-AGENCIA        DELIMITED SIZE
                          ' REGISTRADO EM '  DELIMITED SIZE
                          PRD-DATA-REGISTRO  DELIMITED SIZE
                          ' PERDA BRUTA '    DELIMITED SIZE
                          WS-EDT-VALOR       DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
                PERFORM P310-LER-PROX-EVENTO
             END-PERFORM
       .
       P310-LER-PROX-EVENTO.
             READ ARQ-PERDA-OP NEXT RECORD
                AT END
                   MOVE "10" TO FS-PERDA-OP
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA O EVENTO NO SEU TIPO DE BASILEIA E NO
      *      TOTAL GERAL, NA LINHA DE NEGOCIO, NA CAUSA E NO LOCAL
      ******************************************************************
       P400-ACUMULAR-EVENTO.
             MOVE 7 TO WS-IND-TIPO
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 7
                IF WS-TIPO-CODIGO(WS-IND) EQUAL TO PRD-TIPO-BASILEIA
                   MOVE WS-IND TO WS-IND-TIPO
                END-IF
             END-PERFORM
             PERFORM P410-SOMAR-TIPO
             MOVE 8 TO WS-IND-TIPO
             PERFORM P410-SOMAR-TIPO

             MOVE 3 TO WS-IND-LINHA
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
                IF WS-LINHA-CODIGO(WS-IND) EQUAL TO PRD-LINHA-NEGOCIO
                   MOVE WS-IND TO WS-IND-LINHA
                END-IF
             END-PERFORM
             ADD 1 TO WS-TL-QTDE(WS-IND-LINHA)
             ADD PRD-VALOR-BRUTO TO WS-TL-BRUTO(WS-IND-LINHA)
             ADD PRD-VALOR-RECUPERADO TO WS-TL-RECUP(WS-IND-LINHA)

             MOVE 7 TO WS-IND-CAUSA
             PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 7
                IF WS-CAUSA-CODIGO(WS-IND) EQUAL TO PRD-CAUSA
                   MOVE WS-IND TO WS-IND-CAUSA
                END-IF
             END-PERFORM
             ADD 1 TO WS-TC-QTDE(WS-IND-CAUSA)
             ADD PRD-VALOR-BRUTO TO WS-TC-BRUTO(WS-IND-CAUSA)
             ADD PRD-VALOR-RECUPERADO TO WS-TC-RECUP(WS-IND-CAUSA)

             PERFORM P420-ACUMULAR-LOCAL
       .
       P410-SOMAR-TIPO.
             ADD 1 TO WS-TT-QTDE(WS-IND-TIPO)
             ADD PRD-VALOR-BRUTO TO WS-TT-BRUTO(WS-IND-TIPO)
             ADD PRD-VALOR-RECUPERADO TO WS-TT-RECUP(WS-IND-TIPO)
             IF PRD-VALOR-BRUTO GREATER THAN WS-TT-MAIOR(WS-IND-TIPO)
                MOVE PRD-VALOR-BRUTO TO WS-TT-MAIOR(WS-IND-TIPO)
             END-IF
       .
       P420-ACUMULAR-LOCAL.
             MOVE 'N' TO WS-LOC-ACHOU
             PERFORM VARYING WS-LOC-I FROM 1 BY 1
                UNTIL WS-LOC-I > WS-LOC-QTDE OR LOC-ACHOU
                IF WS-LOC-AGENCIA(WS-LOC-I) EQUAL TO PRD-AGENCIA
                   AND WS-LOC-LOCAL(WS-LOC-I) EQUAL TO PRD-LOCAL
                   MOVE 'S' TO WS-LOC-ACHOU
                   ADD 1 TO WS-LOC-EVENTOS(WS-LOC-I)
                   ADD PRD-VALOR-BRUTO TO WS-LOC-BRUTO(WS-LOC-I)
                END-IF
             END-PERFORM
             IF LOC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-LOC-QTDE NOT LESS THAN WS-LOC-MAX THEN
                DISPLAY 'TABELA DE LOCAIS CHEIA, AGENCIA '
                        PRD-AGENCIA ' LOCAL ' PRD-LOCAL
                        ' FORA DA REINCIDENCIA'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-LOC-QTDE
             MOVE PRD-AGENCIA TO WS-LOC-AGENCIA(WS-LOC-QTDE)
             MOVE PRD-LOCAL TO WS-LOC-LOCAL(WS-LOC-QTDE)
             MOVE 1 TO WS-LOC-EVENTOS(WS-LOC-QTDE)
             MOVE PRD-VALOR-BRUTO TO WS-LOC-BRUTO(WS-LOC-QTDE)
       .
      ******************************************************************
      *      FUNÇÃO QUE DEVOLVE EM WS-AGT-I A POSICAO DA AGENCIA
      *      WS-AGT-AGENCIA-BUSCA NA TABELA DO CASAMENTO, INCLUINDO-A
      *      SE AINDA NAO ESTIVER
      ******************************************************************
       P450-LOCALIZAR-AGENCIA.
             MOVE 'N' TO WS-AGT-ACHOU
             PERFORM VARYING WS-AGT-I FROM 1 BY 1
                UNTIL WS-AGT-I > WS-AGT-QTDE OR AGT-ACHOU
                IF WS-AGT-AGENCIA(WS-AGT-I) EQUAL TO
                   WS-AGT-AGENCIA-BUSCA
                   MOVE 'S' TO WS-AGT-ACHOU
                END-IF
             END-PERFORM
             IF AGT-ACHOU THEN
                SUBTRACT 1 FROM WS-AGT-I
                EXIT PARAGRAPH
             END-IF
             IF WS-AGT-QTDE NOT LESS THAN WS-AGT-MAX THEN
                DISPLAY 'TABELA DE AGENCIAS CHEIA, AGENCIA '
                        WS-AGT-AGENCIA-BUSCA ' FORA DO CASAMENTO'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-AGT-QTDE
             MOVE WS-AGT-QTDE TO WS-AGT-I
             MOVE WS-AGT-AGENCIA-BUSCA TO WS-AGT-AGENCIA(WS-AGT-I)
             MOVE ZEROS TO WS-AGT-EVENTOS(WS-AGT-I)
             MOVE ZEROS TO WS-AGT-RAZAO(WS-AGT-I)
             MOVE 'S' TO WS-AGT-ACHOU
       .
      ******************************************************************
      *      FUNÇÃO QUE LE O RAZAO DO TRIMESTRE NAS CONTAS DE PERDA:
      *      OS DEBITOS (E ESTORNOS) DA 31008 SOMAM NA AGENCIA DO
      *      LANCAMENTO; O LANCAMENTO QUE NAO VEIO DE UM EVENTO (TIPO
      *      DIFERENTE DE PO, OU EVENTO INEXISTENTE) E LISTADO COMO
      *      PERDA BAIXADA SEM REGISTRO; A 41008 E SOMADA PARA O
      *      CONFRONTO COM AS RECUPERACOES
      ******************************************************************
       P500-CASAR-RAZAO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'LANCAMENTOS NAS CONTAS DE PERDA SEM EVENTO'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             IF FS-RAZAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P510-LER-PROX-RAZAO
             PERFORM UNTIL FS-RAZAO NOT EQUAL TO "00"
                IF RAZ-DATA-CONTABIL NOT EQUAL TO ZEROS
                   MOVE RAZ-DATA-CONTABIL TO WS-DATA-RAZ
                ELSE
                   MOVE RAZ-DATA TO WS-DATA-RAZ
                END-IF
                IF WS-DATA-RAZ NOT LESS THAN WS-DATA-INICIO-TRI
                   AND WS-DATA-RAZ NOT GREATER THAN WS-DATA-FIM-TRI
                   IF RAZ-CONTA-CONTABIL EQUAL TO 31008
                      PERFORM P520-CASAR-LANCAMENTO
                   END-IF
                   IF RAZ-CONTA-CONTABIL EQUAL TO 41008
                      IF RAZ-CREDITO THEN
                         ADD RAZ-VALOR TO WS-RAZ-41008
                      ELSE
                         SUBTRACT RAZ-VALOR FROM WS-RAZ-41008
                      END-IF
                   END-IF
                END-IF
                PERFORM P510-LER-PROX-RAZAO
             END-PERFORM
       .
       P510-LER-PROX-RAZAO.
             READ ARQ-RAZAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RAZAO
             END-READ
       .
       P520-CASAR-LANCAMENTO.
             MOVE RAZ-AGENCIA TO WS-AGT-AGENCIA-BUSCA
             PERFORM P450-LOCALIZAR-AGENCIA
             IF AGT-ACHOU THEN
                IF RAZ-DEBITO THEN
                   ADD RAZ-VALOR TO WS-AGT-RAZAO(WS-AGT-I)
                ELSE
                   SUBTRACT RAZ-VALOR FROM WS-AGT-RAZAO(WS-AGT-I)
                END-IF
             END-IF
             MOVE 'N' TO WS-EVENTO-ACHADO
             IF RAZ-TIPO-MOV EQUAL TO 'PO' THEN
                MOVE RAZ-ORIGEM-SEQ TO PRD-EVENTO
                READ ARQ-PERDA-OP RECORD KEY IS PRD-EVENTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'S' TO WS-EVENTO-ACHADO
                END-READ
             END-IF
             IF NOT EVENTO-ACHADO THEN
                ADD 1 TO WS-QTDE-SEM-EVENTO
                MOVE RAZ-VALOR TO WS-EDT-VALOR
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING '  '               DELIMITED SIZE
                       WS-DATA-RAZ        DELIMITED SIZE
                       ' AGENCIA '        DELIMITED SIZE
                       RAZ-AGENCIA        DELIMITED SIZE
                       ' 31008 '          DELIMITED SIZE
                       RAZ-DC             DELIMITED SIZE
                       ' TIPO '           DELIMITED SIZE
                       RAZ-TIPO-MOV       DELIMITED SIZE
                       ' '                DELIMITED SIZE
                       WS-EDT-VALOR       DELIMITED SIZE
                       ' '                DELIMITED SIZE
                       RAZ-HISTORICO      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-IF
       .
       P800-GRAVAR-CABECALHO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RELATORIO DE RISCO OPERACIONAL - TRIMESTRE '
                                         DELIMITED SIZE
                    WS-TRIMESTRE         DELIMITED SIZE
                    '/'                  DELIMITED SIZE
                    WS-ANO-TRIMESTRE     DELIMITED SIZE
                    ' ('                 DELIMITED SIZE
                    WS-DATA-INICIO-TRI   DELIMITED SIZE
                    ' A '                DELIMITED SIZE
                    WS-DATA-FIM-TRI      DELIMITED SIZE
                    ')'                  DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA OS QUADROS DE FREQUENCIA E SEVERIDADE,
      *      A REINCIDENCIA DE LOCAIS E O CASAMENTO POR AGENCIA
      ******************************************************************
       P810-GRAVAR-TOTAIS.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'TIPO DE EVENTO (BASILEIA)' TO WS-LINHA-RELATORIO
             MOVE '   QTDE       PERDA BRUTA        RECUPERADO'
               TO WS-LINHA-RELATORIO(33:)
             MOVE '  %REC       PERDA MEDIA       MAIOR PERDA'
               TO WS-LINHA-RELATORIO(76:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > 8
                IF WS-IND-TIPO EQUAL TO 8 THEN
                   MOVE 'TOTAL GERAL' TO WS-LINHA-RELATORIO(1:32)
                ELSE
                   MOVE WS-TIPO-DESCRICAO(WS-IND-TIPO)
                     TO WS-LINHA-RELATORIO(1:32)
                END-IF
                MOVE ZEROS TO WS-MEDIA
                IF WS-TT-QTDE(WS-IND-TIPO) GREATER THAN ZEROS
                   COMPUTE WS-MEDIA ROUNDED =
                      WS-TT-BRUTO(WS-IND-TIPO) / WS-TT-QTDE(WS-IND-TIPO)
                END-IF
                MOVE WS-TT-BRUTO(WS-IND-TIPO) TO WS-LIQUIDO
                MOVE WS-TT-RECUP(WS-IND-TIPO) TO WS-DIFERENCA
                PERFORM P820-CALCULAR-TAXA
                MOVE WS-TT-QTDE(WS-IND-TIPO)  TO WS-EDT-QTDE
                MOVE WS-TT-BRUTO(WS-IND-TIPO) TO WS-EDT-VALOR
                MOVE WS-TT-RECUP(WS-IND-TIPO) TO WS-EDT-VALOR-2
                MOVE WS-MEDIA                 TO WS-EDT-VALOR-3
                MOVE WS-TT-MAIOR(WS-IND-TIPO) TO WS-EDT-VALOR-4
                STRING WS-EDT-QTDE      DELIMITED SIZE
                       WS-EDT-VALOR     DELIMITED SIZE
                       WS-EDT-VALOR-2   DELIMITED SIZE
                       ' '              DELIMITED SIZE
                       WS-EDT-TAXA      DELIMITED SIZE
                       WS-EDT-VALOR-3   DELIMITED SIZE
                       WS-EDT-VALOR-4   DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(33:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             PERFORM P890-GRAVAR-LINHA
             MOVE 'LINHA DE NEGOCIO' TO WS-LINHA-RELATORIO
             MOVE '   QTDE       PERDA BRUTA        RECUPERADO'
               TO WS-LINHA-RELATORIO(33:)
             MOVE '  %REC'
               TO WS-LINHA-RELATORIO(76:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                     UNTIL WS-IND-LINHA > 8
                MOVE WS-LINHA-DESCRICAO(WS-IND-LINHA)
                  TO WS-LINHA-RELATORIO(1:32)
                MOVE WS-TL-BRUTO(WS-IND-LINHA) TO WS-LIQUIDO
                MOVE WS-TL-RECUP(WS-IND-LINHA) TO WS-DIFERENCA
                PERFORM P820-CALCULAR-TAXA
                MOVE WS-TL-QTDE(WS-IND-LINHA)  TO WS-EDT-QTDE
                MOVE WS-TL-BRUTO(WS-IND-LINHA) TO WS-EDT-VALOR
                MOVE WS-TL-RECUP(WS-IND-LINHA) TO WS-EDT-VALOR-2
                STRING WS-EDT-QTDE      DELIMITED SIZE
                       WS-EDT-VALOR     DELIMITED SIZE
                       WS-EDT-VALOR-2   DELIMITED SIZE
                       ' '              DELIMITED SIZE
                       WS-EDT-TAXA      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(33:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             PERFORM P890-GRAVAR-LINHA
             MOVE 'CAUSA' TO WS-LINHA-RELATORIO
             MOVE '   QTDE       PERDA BRUTA        RECUPERADO'
               TO WS-LINHA-RELATORIO(33:)
             MOVE '  %REC'
               TO WS-LINHA-RELATORIO(76:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-IND-CAUSA FROM 1 BY 1
                     UNTIL WS-IND-CAUSA > 7
                MOVE WS-CAUSA-DESCRICAO(WS-IND-CAUSA)
                  TO WS-LINHA-RELATORIO(1:32)
                MOVE WS-TC-BRUTO(WS-IND-CAUSA) TO WS-LIQUIDO
                MOVE WS-TC-RECUP(WS-IND-CAUSA) TO WS-DIFERENCA
                PERFORM P820-CALCULAR-TAXA
                MOVE WS-TC-QTDE(WS-IND-CAUSA)  TO WS-EDT-QTDE
                MOVE WS-TC-BRUTO(WS-IND-CAUSA) TO WS-EDT-VALOR
                MOVE WS-TC-RECUP(WS-IND-CAUSA) TO WS-EDT-VALOR-2
                STRING WS-EDT-QTDE      DELIMITED SIZE
                       WS-EDT-VALOR     DELIMITED SIZE
                       WS-EDT-VALOR-2   DELIMITED SIZE
                       ' '              DELIMITED SIZE
                       WS-EDT-TAXA      DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(33:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             PERFORM P890-GRAVAR-LINHA
             MOVE 'LOCAIS REINCIDENTES (AGENCIA / OPERADOR/TERMINAL)'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-LOC-I FROM 1 BY 1
                     UNTIL WS-LOC-I > WS-LOC-QTDE
                IF WS-LOC-EVENTOS(WS-LOC-I) NOT LESS THAN
                   WS-MIN-REINCIDENCIA
                   ADD 1 TO WS-QTDE-REINCIDENTES
                   MOVE WS-LOC-EVENTOS(WS-LOC-I) TO WS-EDT-QTDE
                   MOVE WS-LOC-BRUTO(WS-LOC-I) TO WS-EDT-VALOR
                   STRING '  AGENCIA '            DELIMITED SIZE
                          WS-LOC-AGENCIA(WS-LOC-I) DELIMITED SIZE
                          ' LOCAL '               DELIMITED SIZE
                          WS-LOC-LOCAL(WS-LOC-I)  DELIMITED SIZE
                          ' EVENTOS '             DELIMITED SIZE
                          WS-EDT-QTDE             DELIMITED SIZE
                          ' PERDA BRUTA '         DELIMITED SIZE
                          WS-EDT-VALOR            DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
             END-PERFORM

             PERFORM P890-GRAVAR-LINHA
             MOVE 'CASAMENTO COM O RAZAO POR AGENCIA (31008)'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'AGENCIA         EVENTOS             RAZAO'
               TO WS-LINHA-RELATORIO
             MOVE '         DIFERENCA'
               TO WS-LINHA-RELATORIO(42:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-AGT-I FROM 1 BY 1
                     UNTIL WS-AGT-I > WS-AGT-QTDE
                COMPUTE WS-DIFERENCA =
                        WS-AGT-EVENTOS(WS-AGT-I)
                      - WS-AGT-RAZAO(WS-AGT-I)
                MOVE WS-AGT-EVENTOS(WS-AGT-I) TO WS-EDT-VALOR
                MOVE WS-AGT-RAZAO(WS-AGT-I)   TO WS-EDT-VALOR-2
                MOVE WS-DIFERENCA             TO WS-EDT-VALOR-3
                STRING WS-AGT-AGENCIA(WS-AGT-I) DELIMITED SIZE
                       ' '                      DELIMITED SIZE
                       WS-EDT-VALOR             DELIMITED SIZE
                       WS-EDT-VALOR-2           DELIMITED SIZE
                       WS-EDT-VALOR-3           DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                IF WS-DIFERENCA NOT EQUAL TO ZEROS THEN
                   MOVE ' *** DIVERGENTE' TO WS-LINHA-RELATORIO(70:)
                END-IF
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM
             MOVE WS-RAZ-41008 TO WS-EDT-VALOR
             STRING 'RECUPERACOES LANCADAS NA 41008 NO TRIMESTRE: '
                                    DELIMITED SIZE
                    WS-EDT-VALOR    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      *      TAXA DE RECUPERACAO = RECUPERADO (WS-DIFERENCA) SOBRE A
      *      PERDA BRUTA (WS-LIQUIDO), EM PERCENTUAL
       P820-CALCULAR-TAXA.
             MOVE ZEROS TO WS-TAXA-RECUP
             IF WS-LIQUIDO GREATER THAN ZEROS THEN
                COMPUTE WS-TAXA-RECUP ROUNDED =
                        WS-DIFERENCA * 100 / WS-LIQUIDO
             END-IF
             MOVE WS-TAXA-RECUP TO WS-EDT-TAXA
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RISCO-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RISCO-REL
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-PERDA-OP
             IF FS-RAZAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-RAZAO
             END-IF
             CLOSE ARQ-RISCO-REL
             DISPLAY 'TRIMESTRE APURADO: ' WS-DATA-INICIO-TRI ' A '
                     WS-DATA-FIM-TRI
             DISPLAY 'TOTAL DE EVENTOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'EVENTOS DO TRIMESTRE: ' WS-QTDE-TRIMESTRE
             DISPLAY 'PERDA BRUTA DO TRIMESTRE: ' WS-TT-BRUTO(8)
             DISPLAY 'RECUPERADO: ' WS-TT-RECUP(8)
             DISPLAY 'LOCAIS REINCIDENTES: ' WS-QTDE-REINCIDENTES
             DISPLAY 'EVENTOS AINDA NAO CONTABILIZADOS: '
                     WS-QTDE-NAO-CONTAB
             DISPLAY 'LANCAMENTOS DE PERDA SEM EVENTO: '
                     WS-QTDE-SEM-EVENTO
             DISPLAY 'RELATORIO GRAVADO EM RISCO-OPERACIONAL.REL'
             STOP RUN.
       END PROGRAM RISCO-OPERACIONAL.
