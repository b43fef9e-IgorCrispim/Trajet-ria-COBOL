      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   EXTRACAO DE CONTAS POR CRITERIO PARA A OPERACAO:
      *            LE OS FILTROS DE CONTA-EXTRACAO-CRIT.DAT (LAYOUT E
      *            CONDICOES ACEITAS EM CRITEXT) E PERCORRE O CADASTRO
      *            DE CONTAS SELECIONANDO AS QUE ATENDEM A TODOS
      *            ELES: STATUS, TIPO, AGENCIA, MOEDA, PACOTE, FAIXA
      *            DE SALDO, DATA DE ABERTURA E DO ULTIMO MOVIMENTO,
      *            E TER OU NAO TER CARTAO, EMPRESTIMO, APLICACAO OU
      *            DEBITO AUTOMATICO ATIVO. AS CONTAS SELECIONADAS
      *            SAEM DELIMITADAS POR PONTO E VIRGULA EM
      *            CONTA-EXTRACAO.CSV E NO RELATORIO DE LARGURA FIXA
      *            CONTA-EXTRACAO.REL, QUE REPETE OS CRITERIOS E
      *            FECHA COM AS QUANTIDADES E O TOTAL DE SALDO POR
      *            MOEDA E EM REAIS. CRITERIO INVALIDO CANCELA A
      *            EXTRACAO COM RETURN-CODE 8, SEM GERAR ARQUIVOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-EXTRACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CRITERIO ASSIGN TO "conta-extracao-crit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CRITERIO.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-APLICACAO ASSIGN TO "aplicacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-DEBAUTO ASSIGN TO "debauto.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DEB-CHAVE
                FILE STATUS  IS FS-DEBAUTO.
           SELECT ARQ-EXTRACAO-CSV ASSIGN TO "conta-extracao.csv"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-EXTRACAO-CSV.
           SELECT ARQ-RELATORIO ASSIGN TO "conta-extracao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CRITERIO.
           COPY CRITEXT.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-DEBAUTO.
           COPY DEBAUTCAD.
       FD ARQ-EXTRACAO-CSV.
       01 REG-EXTRACAO-CSV             PIC X(132).
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CRITERIO                  PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-DEBAUTO                   PIC XX.
       77 FS-EXTRACAO-CSV              PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-QTDE-CRITERIOS            PIC 9(02) VALUE ZEROS.
       77 WS-MAX-CRITERIOS             PIC 9(02) VALUE 20.
       77 WS-QTDE-LINHAS-CRIT          PIC 9(04) VALUE ZEROS.
       77 WS-I                         PIC 9(02).
       77 WS-TITULO                    PIC X(30) VALUE SPACES.
       77 WS-CRITERIOS-OK              PIC X(01) VALUE 'S'.
           88 CRITERIOS-OK             VALUE 'S'.
       77 WS-CONTA-ATENDE              PIC X(01).
           88 CONTA-ATENDE             VALUE 'S'.
       77 WS-TEM-PRODUTO               PIC X(01).
           88 TEM-PRODUTO              VALUE 'S'.
       77 WS-CONTA-ALVO                PIC 9(06).
       77 WS-COMPARA-TEXTO             PIC X(30).
       77 WS-COMPARA-VALOR             PIC S9(11)V99.
       77 WS-COMPARA-DATA              PIC 9(08).
       77 WS-DATA-CALCULADA            PIC 9(08).
       77 WS-MOEDA-CONTA               PIC X(03).
       77 WS-DOCUMENTO                 PIC 9(14).
       77 WS-QTDE-CONTAS-LIDAS         PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SELECIONADAS         PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-BRL                  PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-USD                  PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-EUR                  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-BRL                 PIC S9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-USD                 PIC S9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-EUR                 PIC S9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-EM-REAIS            PIC S9(15)V99 VALUE ZEROS.
       77 WS-SALDO-EXPORT              PIC -9(09).99.
       77 WS-SALDO-EDITADO             PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-MINIMO-EDITADO            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-MAXIMO-EDITADO            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDITADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-LINHA-EXPORT              PIC X(132).
       77 WS-LINHA-RELATORIO           PIC X(132) VALUE SPACES.
       77 WS-REL-NUM-PAGINA            PIC 9(04) VALUE ZEROS.
       77 WS-REL-QTDE-LINHAS-PAG       PIC 9(02) VALUE ZEROS.
       77 WS-REL-MAX-LINHAS-PAG        PIC 9(02) VALUE 55.
      *      FILTROS CARREGADOS, JA COM AS DATAS RELATIVAS (UD/HM)
      *      CONVERTIDAS EM FAIXA E AS PONTAS EM BRANCO ABERTAS
       01 WS-TAB-CRITERIOS.
           05 WS-CRI-ITEM OCCURS 20 TIMES.
               10 WS-CRI-CAMPO         PIC X(10).
               10 WS-CRI-CONDICAO      PIC X(02).
               10 WS-CRI-VALOR         PIC X(30).
               10 WS-CRI-MINIMO        PIC S9(11)V99.
               10 WS-CRI-MAXIMO        PIC S9(11)V99.
               10 WS-CRI-DATA-INI      PIC 9(08).
               10 WS-CRI-DATA-FIM      PIC 9(08).
               10 WS-CRI-DIAS          PIC 9(04).
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
             PERFORM P250-CARREGAR-CRITERIOS
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P280-CABECALHO-EXTRACAO
             PERFORM P300-SELECIONAR-CONTAS
             PERFORM P700-TOTAIS-EXTRACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS,'
                        ' STATUS: ' FS-CONTA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00"
                AND FS-CARTAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS CARTOES, STATUS: '
                        FS-CARTAO
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
             END-IF
             OPEN INPUT ARQ-APLICACAO
             IF FS-APLICACAO NOT EQUAL TO "00"
                AND FS-APLICACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS APLICACOES, STATUS: '
                        FS-APLICACAO
             END-IF
             OPEN INPUT ARQ-DEBAUTO
             IF FS-DEBAUTO NOT EQUAL TO "00"
                AND FS-DEBAUTO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS ADESOES DE DEBITO'
                        ' AUTOMATICO, STATUS: ' FS-DEBAUTO
             END-IF
             OPEN OUTPUT ARQ-EXTRACAO-CSV
             IF FS-EXTRACAO-CSV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A EXTRACAO CSV, STATUS: '
                        FS-EXTRACAO-CSV
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE SPACES TO WS-LINHA-EXPORT
             STRING 'CONTA;DV;AGENCIA;NOME;CPF-CNPJ;TIPO;STATUS;'
                                        DELIMITED SIZE
                    'MOEDA;SALDO;DATA-ABERTURA;DATA-ULT-MOVIMENTO;'
                                        DELIMITED SIZE
                    'PACOTE'            DELIMITED SIZE
               INTO WS-LINHA-EXPORT
             END-STRING
             MOVE WS-LINHA-EXPORT TO REG-EXTRACAO-CSV
             WRITE REG-EXTRACAO-CSV
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA E VALIDA OS CRITERIOS DA EXTRACAO;
      *      QUALQUER CRITERIO INVALIDO CANCELA A EXECUCAO ANTES DE
      *      ABRIR OS ARQUIVOS DE SAIDA
      ******************************************************************
       P250-CARREGAR-CRITERIOS.
             OPEN INPUT ARQ-CRITERIO
             IF FS-CRITERIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS CRITERIOS'
                        ' CONTA-EXTRACAO-CRIT.DAT, STATUS: '
                        FS-CRITERIO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             PERFORM P251-LER-PROX-CRITERIO
             PERFORM UNTIL FS-CRITERIO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LINHAS-CRIT
                IF CRI-CAMPO EQUAL TO 'TITULO' THEN
                   MOVE CRI-VALOR TO WS-TITULO
                ELSE
                   IF CRI-CAMPO NOT EQUAL TO SPACES THEN
                      PERFORM P260-VALIDAR-CRITERIO
                   END-IF
                END-IF
                PERFORM P251-LER-PROX-CRITERIO
             END-PERFORM
             CLOSE ARQ-CRITERIO
             IF NOT CRITERIOS-OK THEN
                DISPLAY 'EXTRACAO CANCELADA POR CRITERIO INVALIDO'
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             IF WS-QTDE-CRITERIOS EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM FILTRO INFORMADO, TODAS AS CONTAS'
                        ' SERAO EXTRAIDAS'
             END-IF
             IF WS-TITULO EQUAL TO SPACES THEN
                MOVE 'SEM TITULO' TO WS-TITULO
             END-IF
       .
       P251-LER-PROX-CRITERIO.
             READ ARQ-CRITERIO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CRITERIO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE SE A CONDICAO SERVE PARA O CAMPO E SE
      *      OS VALORES NECESSARIOS VIERAM PREENCHIDOS, E GUARDA O
      *      CRITERIO NA TABELA
      ******************************************************************
       P260-VALIDAR-CRITERIO.
             IF WS-QTDE-CRITERIOS NOT LESS THAN WS-MAX-CRITERIOS THEN
                DISPLAY 'LINHA ' WS-QTDE-LINHAS-CRIT ': MAIS DE '
                        WS-MAX-CRITERIOS ' CRITERIOS'
                MOVE 'N' TO WS-CRITERIOS-OK
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-CRITERIOS
             MOVE WS-QTDE-CRITERIOS TO WS-I
             MOVE CRI-CAMPO    TO WS-CRI-CAMPO(WS-I)
             MOVE CRI-CONDICAO TO WS-CRI-CONDICAO(WS-I)
             MOVE CRI-VALOR    TO WS-CRI-VALOR(WS-I)
             MOVE -99999999999.99 TO WS-CRI-MINIMO(WS-I)
             MOVE 99999999999.99  TO WS-CRI-MAXIMO(WS-I)
             MOVE ZEROS           TO WS-CRI-DATA-INI(WS-I)
             MOVE 99999999        TO WS-CRI-DATA-FIM(WS-I)
             MOVE ZEROS           TO WS-CRI-DIAS(WS-I)
             EVALUATE CRI-CAMPO
                WHEN 'STATUS'
                WHEN 'TIPO'
                WHEN 'AGENCIA'
                WHEN 'MOEDA'
                WHEN 'PACOTE'
                   IF NOT CRI-IGUAL AND NOT CRI-DIFERENTE THEN
                      PERFORM P265-CRITERIO-INVALIDO
                   END-IF
                WHEN 'SALDO'
                   IF NOT CRI-FAIXA THEN
                      PERFORM P265-CRITERIO-INVALIDO
                   ELSE
                      IF CRI-MINIMO IS NUMERIC THEN
                         MOVE CRI-MINIMO TO WS-CRI-MINIMO(WS-I)
                      END-IF
                      IF CRI-MAXIMO IS NUMERIC THEN
                         MOVE CRI-MAXIMO TO WS-CRI-MAXIMO(WS-I)
                      END-IF
                   END-IF
                WHEN 'ABERTURA'
                WHEN 'ULT-MOVTO'
                   PERFORM P270-PREPARAR-FAIXA-DATAS
                WHEN 'CARTAO'
                WHEN 'EMPRESTIMO'
                WHEN 'APLICACAO'
                WHEN 'DEB-AUTO'
                   IF NOT CRI-TEM AND NOT CRI-NAO-TEM THEN
                      PERFORM P265-CRITERIO-INVALIDO
                   END-IF
                WHEN OTHER
                   PERFORM P265-CRITERIO-INVALIDO
             END-EVALUATE
       .
       P265-CRITERIO-INVALIDO.
             DISPLAY 'LINHA ' WS-QTDE-LINHAS-CRIT ': CRITERIO INVALIDO '
                     CRI-CAMPO ' ' CRI-CONDICAO
             MOVE 'N' TO WS-CRITERIOS-OK
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFORMA O CRITERIO DE DATA EM FAIXA: FX USA
      *      AS DATAS INFORMADAS, UD VAI DE HOJE MENOS CRI-DIAS ATE
      *      HOJE E HM PEGA AS DATAS ANTERIORES A HOJE MENOS CRI-DIAS
      ******************************************************************
       P270-PREPARAR-FAIXA-DATAS.
             EVALUATE TRUE
                WHEN CRI-FAIXA
                   IF CRI-DATA-INI IS NUMERIC THEN
                      MOVE CRI-DATA-INI TO WS-CRI-DATA-INI(WS-I)
                   END-IF
                   IF CRI-DATA-FIM IS NUMERIC THEN
                      MOVE CRI-DATA-FIM TO WS-CRI-DATA-FIM(WS-I)
                   END-IF
                WHEN CRI-ULTIMOS-DIAS
                WHEN CRI-HA-MAIS-DIAS
                   IF CRI-DIAS IS NOT NUMERIC THEN
                      PERFORM P265-CRITERIO-INVALIDO
                      EXIT PARAGRAPH
                   END-IF
                   MOVE CRI-DIAS TO WS-CRI-DIAS(WS-I)
                   COMPUTE WS-DATA-CALCULADA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                       - CRI-DIAS)
                   IF CRI-ULTIMOS-DIAS THEN
                      MOVE WS-DATA-CALCULADA TO WS-CRI-DATA-INI(WS-I)
                      MOVE WS-DATA-ATUAL TO WS-CRI-DATA-FIM(WS-I)
                   ELSE
                      COMPUTE WS-CRI-DATA-FIM(WS-I) =
                         FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULADA)
                          - 1)
                   END-IF
                WHEN OTHER
                   PERFORM P265-CRITERIO-INVALIDO
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE O RELATORIO COM O TITULO E A RELACAO DOS
      *      CRITERIOS APLICADOS
      ******************************************************************
       P280-CABECALHO-EXTRACAO.
             STRING 'CRITERIOS DA EXTRACAO: ' DELIMITED SIZE
                    WS-TITULO                 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             IF WS-QTDE-CRITERIOS EQUAL TO ZEROS THEN
                MOVE '  NENHUM FILTRO - TODAS AS CONTAS'
                  TO WS-LINHA-RELATORIO
                PERFORM P690-GRAVAR-LINHA
             END-IF
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-QTDE-CRITERIOS
                PERFORM P285-LINHA-CRITERIO
             END-PERFORM
             PERFORM P600-CABECALHO-PAGINA
       .
       P285-LINHA-CRITERIO.
             EVALUATE WS-CRI-CAMPO(WS-I)
                WHEN 'SALDO'
                   MOVE WS-CRI-MINIMO(WS-I) TO WS-MINIMO-EDITADO
                   MOVE WS-CRI-MAXIMO(WS-I) TO WS-MAXIMO-EDITADO
                   STRING '  ' WS-CRI-CAMPO(WS-I) ' '
                          WS-CRI-CONDICAO(WS-I) ' DE '
                          WS-MINIMO-EDITADO ' ATE '
                          WS-MAXIMO-EDITADO
                                        DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                WHEN 'ABERTURA'
                WHEN 'ULT-MOVTO'
                   STRING '  ' WS-CRI-CAMPO(WS-I) ' '
                          WS-CRI-CONDICAO(WS-I) ' '
                          WS-CRI-DIAS(WS-I) ' DIAS - DE '
                          WS-CRI-DATA-INI(WS-I) ' ATE '
                          WS-CRI-DATA-FIM(WS-I)
                                        DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                WHEN OTHER
                   STRING '  ' WS-CRI-CAMPO(WS-I) ' '
                          WS-CRI-CONDICAO(WS-I) ' '
                          WS-CRI-VALOR(WS-I)
                                        DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
             END-EVALUATE
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE O CADASTRO DE CONTAS NA ORDEM DO
      *      NUMERO E GRAVA AS QUE ATENDEM A TODOS OS CRITERIOS
      ******************************************************************
       P300-SELECIONAR-CONTAS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             IF FS-CONTA NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P305-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTAS-LIDAS
                PERFORM P310-AVALIAR-CONTA
                IF CONTA-ATENDE THEN
                   PERFORM P400-GRAVAR-SELECIONADA
                END-IF
                PERFORM P305-LER-PROX-CONTA
             END-PERFORM
       .
       P305-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P310-AVALIAR-CONTA.
             MOVE 'S' TO WS-CONTA-ATENDE
             MOVE MOEDA TO WS-MOEDA-CONTA
             IF WS-MOEDA-CONTA EQUAL TO SPACES THEN
                MOVE 'BRL' TO WS-MOEDA-CONTA
             END-IF
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-QTDE-CRITERIOS
                   OR NOT CONTA-ATENDE
                PERFORM P320-AVALIAR-CRITERIO
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE APLICA O CRITERIO WS-I A CONTA CORRENTE,
      *      DESMARCANDO WS-CONTA-ATENDE QUANDO ELE NAO E ATENDIDO
      ******************************************************************
       P320-AVALIAR-CRITERIO.
             MOVE SPACES TO WS-COMPARA-TEXTO
             MOVE ZEROS  TO WS-COMPARA-VALOR
             MOVE ZEROS  TO WS-COMPARA-DATA
             MOVE 'N'    TO WS-TEM-PRODUTO
             MOVE CONTA-NUM TO WS-CONTA-ALVO
             EVALUATE WS-CRI-CAMPO(WS-I)
                WHEN 'STATUS'
                   MOVE STATUS-CONTA TO WS-COMPARA-TEXTO
                WHEN 'TIPO'
                   MOVE TIPO-CONTA TO WS-COMPARA-TEXTO
                WHEN 'AGENCIA'
                   MOVE AGENCIA TO WS-COMPARA-TEXTO
                WHEN 'MOEDA'
                   MOVE WS-MOEDA-CONTA TO WS-COMPARA-TEXTO
                WHEN 'PACOTE'
                   MOVE PACOTE-CODIGO TO WS-COMPARA-TEXTO
                WHEN 'SALDO'
                   MOVE SALDO TO WS-COMPARA-VALOR
                WHEN 'ABERTURA'
                   MOVE DATA-ABERTURA TO WS-COMPARA-DATA
                WHEN 'ULT-MOVTO'
                   MOVE DATA-ULT-MOVIMENTO TO WS-COMPARA-DATA
                WHEN 'CARTAO'
                   PERFORM P340-VERIFICAR-CARTAO
                WHEN 'EMPRESTIMO'
                   PERFORM P345-VERIFICAR-EMPRESTIMO
                WHEN 'APLICACAO'
                   PERFORM P350-VERIFICAR-APLICACAO
                WHEN 'DEB-AUTO'
                   PERFORM P355-VERIFICAR-DEBITO-AUTO
             END-EVALUATE
             EVALUATE WS-CRI-CONDICAO(WS-I)
                WHEN 'EQ'
                   IF WS-COMPARA-TEXTO NOT EQUAL TO WS-CRI-VALOR(WS-I)
                      MOVE 'N' TO WS-CONTA-ATENDE
                   END-IF
                WHEN 'NE'
                   IF WS-COMPARA-TEXTO EQUAL TO WS-CRI-VALOR(WS-I)
                      MOVE 'N' TO WS-CONTA-ATENDE
                   END-IF
                WHEN 'TE'
                   IF NOT TEM-PRODUTO THEN
                      MOVE 'N' TO WS-CONTA-ATENDE
                   END-IF
                WHEN 'NT'
                   IF TEM-PRODUTO THEN
                      MOVE 'N' TO WS-CONTA-ATENDE
                   END-IF
                WHEN OTHER
                   IF WS-CRI-CAMPO(WS-I) EQUAL TO 'SALDO' THEN
                      IF WS-COMPARA-VALOR LESS THAN WS-CRI-MINIMO(WS-I)
                         OR WS-COMPARA-VALOR GREATER THAN
                            WS-CRI-MAXIMO(WS-I) THEN
                         MOVE 'N' TO WS-CONTA-ATENDE
                      END-IF
                   ELSE
                      IF WS-COMPARA-DATA LESS THAN
                         WS-CRI-DATA-INI(WS-I)
                         OR WS-COMPARA-DATA GREATER THAN
                            WS-CRI-DATA-FIM(WS-I) THEN
                         MOVE 'N' TO WS-CONTA-ATENDE
                      END-IF
                   END-IF
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÕES QUE VERIFICAM SE A CONTA TEM CARTAO, EMPRESTIMO,
      *      APLICACAO OU DEBITO AUTOMATICO ATIVO; ARQUIVO AINDA NAO
      *      CRIADO CONTA COMO NAO TER O PRODUTO
      ******************************************************************
       P340-VERIFICAR-CARTAO.
             IF FS-CARTAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO CARD-CONTA-NUM
             START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CARTAO EQUAL TO "00" THEN
                PERFORM P341-LER-PROX-CARTAO
                PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                   OR CARD-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   OR TEM-PRODUTO
                   IF CARD-ATIVO THEN
                      MOVE 'S' TO WS-TEM-PRODUTO
                   END-IF
                   PERFORM P341-LER-PROX-CARTAO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CARTAO
       .
       P341-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
       P345-VERIFICAR-EMPRESTIMO.
             IF FS-EMPRESTIMO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO EMP-CONTA-NUM
             START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EMPRESTIMO EQUAL TO "00" THEN
                PERFORM P346-LER-PROX-EMPRESTIMO
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   OR EMP-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   OR TEM-PRODUTO
                   IF EMP-ATIVO OR EMP-RENEGOCIADO THEN
                      MOVE 'S' TO WS-TEM-PRODUTO
                   END-IF
                   PERFORM P346-LER-PROX-EMPRESTIMO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-EMPRESTIMO
       .
       P346-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
       P350-VERIFICAR-APLICACAO.
             IF FS-APLICACAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO APL-CONTA-NUM
             START ARQ-APLICACAO KEY IS EQUAL TO APL-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APLICACAO EQUAL TO "00" THEN
                PERFORM P351-LER-PROX-APLICACAO
                PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                   OR APL-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   OR TEM-PRODUTO
                   IF APL-ATIVA THEN
                      MOVE 'S' TO WS-TEM-PRODUTO
                   END-IF
                   PERFORM P351-LER-PROX-APLICACAO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-APLICACAO
       .
       P351-LER-PROX-APLICACAO.
             READ ARQ-APLICACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-APLICACAO
             END-READ
       .
       P355-VERIFICAR-DEBITO-AUTO.
             IF FS-DEBAUTO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO DEB-CONTA-NUM
             MOVE ZEROS TO DEB-CONV-CODIGO
             START ARQ-DEBAUTO KEY IS NOT LESS THAN DEB-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-DEBAUTO EQUAL TO "00" THEN
                PERFORM P356-LER-PROX-DEBAUTO
                PERFORM UNTIL FS-DEBAUTO NOT EQUAL TO "00"
                   OR DEB-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   OR TEM-PRODUTO
                   IF DEB-ATIVO THEN
                      MOVE 'S' TO WS-TEM-PRODUTO
                   END-IF
                   PERFORM P356-LER-PROX-DEBAUTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-DEBAUTO
       .
       P356-LER-PROX-DEBAUTO.
             READ ARQ-DEBAUTO NEXT RECORD
                AT END
                   MOVE "10" TO FS-DEBAUTO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA A CONTA SELECIONADA NA EXTRACAO CSV E NO
      *      RELATORIO E ACUMULA OS TOTAIS POR MOEDA
      ******************************************************************
       P400-GRAVAR-SELECIONADA.
             ADD 1 TO WS-QTDE-SELECIONADAS
             IF CONTA-PJ THEN
                MOVE CNPJ TO WS-DOCUMENTO
             ELSE
                MOVE CPF TO WS-DOCUMENTO
             END-IF
             EVALUATE WS-MOEDA-CONTA
                WHEN 'USD'
                   ADD 1 TO WS-QTDE-USD
                   ADD SALDO TO WS-TOTAL-USD
                   ADD VALOR-CONTABIL-BRL TO WS-TOTAL-EM-REAIS
                WHEN 'EUR'
                   ADD 1 TO WS-QTDE-EUR
                   ADD SALDO TO WS-TOTAL-EUR
                   ADD VALOR-CONTABIL-BRL TO WS-TOTAL-EM-REAIS
                WHEN OTHER
                   ADD 1 TO WS-QTDE-BRL
                   ADD SALDO TO WS-TOTAL-BRL
                   ADD SALDO TO WS-TOTAL-EM-REAIS
             END-EVALUATE
             MOVE SALDO TO WS-SALDO-EXPORT
             MOVE SPACES TO WS-LINHA-EXPORT
             STRING CONTA-NUM          DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    CONTA-DV           DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    AGENCIA            DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    NOME               DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    WS-DOCUMENTO       DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    TIPO-CONTA         DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    STATUS-CONTA       DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    WS-MOEDA-CONTA     DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    WS-SALDO-EXPORT    DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    DATA-ABERTURA      DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    DATA-ULT-MOVIMENTO DELIMITED SIZE
                    ';'                DELIMITED SIZE
                    PACOTE-CODIGO      DELIMITED SIZE
               INTO WS-LINHA-EXPORT
             END-STRING
             MOVE WS-LINHA-EXPORT TO REG-EXTRACAO-CSV
             WRITE REG-EXTRACAO-CSV
             IF WS-REL-QTDE-LINHAS-PAG NOT LESS THAN
                WS-REL-MAX-LINHAS-PAG THEN
                PERFORM P600-CABECALHO-PAGINA
             END-IF
             MOVE SALDO TO WS-SALDO-EDITADO
             STRING CONTA-NUM          DELIMITED SIZE
                    '-'                DELIMITED SIZE
                    CONTA-DV           DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    AGENCIA            DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    NOME               DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    WS-DOCUMENTO       DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    TIPO-CONTA         DELIMITED SIZE
                    '  '               DELIMITED SIZE
                    STATUS-CONTA       DELIMITED SIZE
                    '  '               DELIMITED SIZE
                    WS-MOEDA-CONTA     DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    WS-SALDO-EDITADO   DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    DATA-ABERTURA      DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    DATA-ULT-MOVIMENTO DELIMITED SIZE
                    ' '                DELIMITED SIZE
                    PACOTE-CODIGO      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             ADD 1 TO WS-REL-QTDE-LINHAS-PAG
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE UMA NOVA PAGINA DA LISTAGEM DE CONTAS
      ******************************************************************
       P600-CABECALHO-PAGINA.
             ADD 1 TO WS-REL-NUM-PAGINA
             MOVE ZEROS TO WS-REL-QTDE-LINHAS-PAG
             PERFORM P690-GRAVAR-LINHA
             STRING 'EXTRACAO DE CONTAS - ' DELIMITED SIZE
                    WS-TITULO               DELIMITED SIZE
                    ' DATA: '               DELIMITED SIZE
                    WS-DATA-ATUAL           DELIMITED SIZE
                    ' PAGINA: '             DELIMITED SIZE
                    WS-REL-NUM-PAGINA       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             STRING 'CONTA    AGEN NOME                           '
                                        DELIMITED SIZE
                    'CPF/CNPJ      TP ST  MOE           SALDO '
                                        DELIMITED SIZE
                    'ABERTURA ULT-MOVT PAC'
                                        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O RELATORIO COM AS QUANTIDADES E OS
      *      TOTAIS DE SALDO DAS CONTAS SELECIONADAS
      ******************************************************************
       P700-TOTAIS-EXTRACAO.
             PERFORM P690-GRAVAR-LINHA
             STRING 'CONTAS LIDAS: '        DELIMITED SIZE
                    WS-QTDE-CONTAS-LIDAS    DELIMITED SIZE
                    ' SELECIONADAS: '       DELIMITED SIZE
                    WS-QTDE-SELECIONADAS    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-TOTAL-BRL TO WS-TOTAL-EDITADO
             STRING 'CONTAS EM BRL: '       DELIMITED SIZE
                    WS-QTDE-BRL             DELIMITED SIZE
                    ' SALDO: '              DELIMITED SIZE
                    WS-TOTAL-EDITADO        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-TOTAL-USD TO WS-TOTAL-EDITADO
             STRING 'CONTAS EM USD: '       DELIMITED SIZE
                    WS-QTDE-USD             DELIMITED SIZE
                    ' SALDO: '              DELIMITED SIZE
                    WS-TOTAL-EDITADO        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-TOTAL-EUR TO WS-TOTAL-EDITADO
             STRING 'CONTAS EM EUR: '       DELIMITED SIZE
                    WS-QTDE-EUR             DELIMITED SIZE
                    ' SALDO: '              DELIMITED SIZE
                    WS-TOTAL-EDITADO        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
             MOVE WS-TOTAL-EM-REAIS TO WS-TOTAL-EDITADO
             STRING 'SALDO TOTAL EM REAIS (MOEDA ESTRANGEIRA PELO'
                                            DELIMITED SIZE
                    ' VALOR CONTABIL): '    DELIMITED SIZE
                    WS-TOTAL-EDITADO        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P690-GRAVAR-LINHA
       .
       P690-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             IF FS-CARTAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-CARTAO
             END-IF
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-APLICACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-APLICACAO
             END-IF
             IF FS-DEBAUTO NOT EQUAL TO "35" THEN
                CLOSE ARQ-DEBAUTO
             END-IF
             CLOSE ARQ-EXTRACAO-CSV
             CLOSE ARQ-RELATORIO
             DISPLAY 'EXTRACAO ' WS-TITULO
             DISPLAY 'CONTAS LIDAS: ' WS-QTDE-CONTAS-LIDAS
                     ' SELECIONADAS: ' WS-QTDE-SELECIONADAS
             STOP RUN.
       END PROGRAM CONTA-EXTRACAO.
