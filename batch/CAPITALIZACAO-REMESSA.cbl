      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DOS TITULOS DE CAPITALIZACAO: GERA
      *            PARA A SOCIEDADE DE CAPITALIZACAO PARCEIRA A
      *            REMESSA DO MES FECHADO (REMESSA-CAPITALIZACAO.DAT)
      *            COM OS TITULOS CONTRATADOS NO MES E OS MOVIMENTOS
      *            DO MES NO LIVRO ARQ-CAPMOV - CONTRIBUICOES COM A
      *            COMISSAO DO BANCO E O LIQUIDO, PREMIOS E RESGATES
      *            COM O BRUTO, O IR RETIDO E O LIQUIDO PAGO - MAIS O
      *            TRAILER DE TOTAIS COM O REPASSE LIQUIDO DO MES
      *            (CONTRIBUICOES - COMISSAO - PREMIOS BRUTOS -
      *            RESGATES BRUTOS); LANCA NO RAZAO, POR AGENCIA DA
      *            CONTA DEBITADA, A RECEITA DE COMISSAO DO MES (D
      *            21089 TITULOS DE CAPITALIZACAO A REPASSAR / C 41009
      *            RECEITA DE COMISSAO DE CAPITALIZACAO) E REGISTRA O
      *            ARQUIVO NO LIVRO DE TRANSMISSAO; O CONTROLE
      *            ARQ-CAPCTL RECUSA A REEXECUCAO NA MESMA COMPETENCIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITALIZACAO-REMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITCAP ASSIGN TO "titcap.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TCP-NUMERO
                ALTERNATE RECORD KEY IS TCP-CPF WITH DUPLICATES
                FILE STATUS  IS FS-TITCAP.
           SELECT ARQ-CAPMOV ASSIGN TO "capmov.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CAPMOV.
           SELECT ARQ-CAPCTL ASSIGN TO "capctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CAPCTL.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
           SELECT ARQ-REMESSA ASSIGN TO "remessa-capitalizacao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REMESSA.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TITCAP.
           COPY TITCAP.
       FD ARQ-CAPMOV.
           COPY CAPMOV.
       FD ARQ-CAPCTL.
           COPY CAPCTL.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-REMESSA.
       01 REG-REMESSA                  PIC X(132).
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'CAPITALIZ-REMESSA'.
       77 FS-TITCAP                    PIC XX.
       77 FS-CAPMOV                    PIC XX.
       77 FS-CAPCTL                    PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 FS-REMESSA                   PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 WS-LINHA-REMESSA             PIC X(132).
       77 WS-QTDE-ADESOES              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTRIBUICOES        PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PREMIOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RESGATES             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CONTRIBUICOES         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-COMISSOES             PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-PREMIOS               PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-RESGATES              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-IR                    PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-REPASSE               PIC S9(11)V99 VALUE ZEROS.
       77 WS-AGC-I                     PIC 9(02).
       77 WS-AGC-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGC-MAX                   PIC 9(02) VALUE 50.
       77 WS-AGC-ACHOU                 PIC X(01).
           88 AGC-ACHOU                VALUE 'S'.
       01 WS-AGC-TAB.
           05 WS-AGC-ITEM OCCURS 50 TIMES.
               10 WS-AGC-AGENCIA       PIC 9(04).
               10 WS-AGC-COMISSAO      PIC S9(11)V99.
       01 WS-MES-FECHADO.
           05 WS-MF-ANO                PIC 9(04).
           05 WS-MF-MES                PIC 9(02).
       01 WS-MES-FECHADO-N REDEFINES WS-MES-FECHADO
             PIC 9(06).
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
             MOVE WS-DHC-ANO TO WS-MF-ANO
             MOVE WS-DHC-MES TO WS-MF-MES
             IF WS-MF-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-MF-MES
                SUBTRACT 1 FROM WS-MF-ANO
             ELSE
                SUBTRACT 1 FROM WS-MF-MES
             END-IF
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-VERIFICAR-COMPETENCIA
             MOVE 'REMESSA-CAPITALIZ' TO WS-TRS-ARQUIVO
             MOVE WS-MES-FECHADO-N TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P280-GRAVAR-HEADER
             PERFORM P300-EXPORTAR-ADESOES
             PERFORM P400-EXPORTAR-MOVIMENTOS
             PERFORM P600-GRAVAR-TRAILER
             PERFORM P700-LANCAR-COMISSAO
             COMPUTE WS-TRS-QTDE = WS-QTDE-ADESOES
                   + WS-QTDE-CONTRIBUICOES + WS-QTDE-PREMIOS
                   + WS-QTDE-RESGATES
             MOVE WS-TOT-REPASSE TO WS-TRS-VALOR
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-TITCAP
             IF FS-TITCAP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS TITULOS DE CAPITALIZACAO,'
                        ' STATUS: ' FS-TITCAP
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CAPMOV
             IF FS-CAPMOV NOT EQUAL TO "00"
                AND FS-CAPMOV NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE MOVIMENTOS DOS'
                        ' TITULOS, STATUS: ' FS-CAPMOV
                STOP RUN
             END-IF
             OPEN I-O ARQ-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE CAPITALIZACAO,'
                        ' STATUS: ' FS-CAPCTL
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
             OPEN OUTPUT ARQ-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A REMESSA DE CAPITALIZACAO,'
                        ' STATUS: ' FS-REMESSA
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RECUSA A REEXECUCAO NA MESMA COMPETENCIA, QUE
      *      DUPLICARIA A RECEITA DE COMISSAO NO RAZAO
      ******************************************************************
       P250-VERIFICAR-COMPETENCIA.
             READ ARQ-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CAPITALIZACAO,'
                        ' STATUS: ' FS-CAPCTL
                STOP RUN
             END-IF
             IF CPC-ULT-COMPET-REMESSA NOT LESS THAN WS-MES-FECHADO-N
                DISPLAY 'A COMPETENCIA ' WS-MES-FECHADO ' JA FOI'
                        ' REMETIDA A SOCIEDADE DE CAPITALIZACAO,'
                        ' EXECUCAO RECUSADA'
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: A REMESSA DA
      *      COMPETENCIA JA TRANSMITIDA (OU CONFIRMADA) NAO PODE SER
      *      REGERADA
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
       P280-GRAVAR-HEADER.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'HEADER - REMESSA DE TITULOS DE CAPITALIZACAO'
                                        DELIMITED SIZE
                    ' - COMPETENCIA: '  DELIMITED SIZE
                    WS-MES-FECHADO      DELIMITED SIZE
                    ' GERADA EM: '      DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA OS TITULOS CONTRATADOS NO MES FECHADO
      *      COM AS CONDICOES E OS NUMEROS DA SORTE ATRIBUIDOS
      ******************************************************************
       P300-EXPORTAR-ADESOES.
             MOVE ZEROS TO TCP-NUMERO
             START ARQ-TITCAP KEY IS NOT LESS THAN TCP-NUMERO
                INVALID KEY
                   DISPLAY 'NENHUM TITULO DE CAPITALIZACAO CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-TITULO
             PERFORM UNTIL FS-TITCAP NOT EQUAL TO "00"
                IF TCP-DATA-ADESAO(1:6) EQUAL TO WS-MES-FECHADO
                   PERFORM P320-EXPORTAR-ADESAO
                END-IF
                PERFORM P310-LER-PROX-TITULO
             END-PERFORM
       .
       P310-LER-PROX-TITULO.
             READ ARQ-TITCAP NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITCAP
             END-READ
       .
       P320-EXPORTAR-ADESAO.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'ADESAO TITULO: '     DELIMITED SIZE
                    TCP-NUMERO            DELIMITED SIZE
                    ' PLANO: '            DELIMITED SIZE
                    TCP-PLANO             DELIMITED SIZE
                    ' CPF: '              DELIMITED SIZE
                    TCP-CPF               DELIMITED SIZE
                    ' CONTR: '            DELIMITED SIZE
                    TCP-VALOR-CONTRIB     DELIMITED SIZE
                    ' INI: '              DELIMITED SIZE
                    TCP-DATA-ADESAO       DELIMITED SIZE
                    ' VENC: '             DELIMITED SIZE
                    TCP-DATA-VENCIMENTO   DELIMITED SIZE
                    ' NUM: '              DELIMITED SIZE
                    TCP-NUMERO-SORTE(1)   DELIMITED SIZE
                    ' '                   DELIMITED SIZE
                    TCP-NUMERO-SORTE(2)   DELIMITED SIZE
                    ' '                   DELIMITED SIZE
                    TCP-NUMERO-SORTE(3)   DELIMITED SIZE
                    ' '                   DELIMITED SIZE
                    TCP-NUMERO-SORTE(4)   DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             ADD 1 TO WS-QTDE-ADESOES
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA OS MOVIMENTOS DO MES FECHADO NO LIVRO
      *      DE MOVIMENTOS DOS TITULOS, SOMANDO A COMISSAO DAS
      *      CONTRIBUICOES NA AGENCIA DA CONTA DEBITADA
      ******************************************************************
       P400-EXPORTAR-MOVIMENTOS.
             IF FS-CAPMOV EQUAL TO "35" THEN
                DISPLAY 'NENHUM MOVIMENTO DE CAPITALIZACAO REGISTRADO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P410-LER-PROX-MOVIMENTO
             PERFORM UNTIL FS-CAPMOV NOT EQUAL TO "00"
                IF CMV-DATA(1:6) EQUAL TO WS-MES-FECHADO
                   EVALUATE TRUE
                      WHEN CMV-CONTRIBUICAO
                         PERFORM P420-EXPORTAR-CONTRIBUICAO
                      WHEN CMV-PREMIO
                      WHEN CMV-RESGATE
                         PERFORM P430-EXPORTAR-PAGAMENTO
                   END-EVALUATE
                END-IF
                PERFORM P410-LER-PROX-MOVIMENTO
             END-PERFORM
       .
       P410-LER-PROX-MOVIMENTO.
             READ ARQ-CAPMOV NEXT RECORD
                AT END
                   MOVE "10" TO FS-CAPMOV
             END-READ
       .
       P420-EXPORTAR-CONTRIBUICAO.
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'CONTRIBUICAO TITULO: ' DELIMITED SIZE
                    CMV-TITULO            DELIMITED SIZE
                    ' CPF: '              DELIMITED SIZE
                    CMV-CPF               DELIMITED SIZE
                    ' COMP: '             DELIMITED SIZE
                    CMV-COMPETENCIA       DELIMITED SIZE
                    ' PAGO: '             DELIMITED SIZE
                    CMV-DATA              DELIMITED SIZE
                    ' VALOR: '            DELIMITED SIZE
                    CMV-VALOR-BRUTO       DELIMITED SIZE
                    ' COMIS: '            DELIMITED SIZE
                    CMV-VALOR-COMISSAO    DELIMITED SIZE
                    ' REPASSE: '          DELIMITED SIZE
                    CMV-VALOR-LIQUIDO     DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A REMESSA, STATUS: '
                        FS-REMESSA
             END-IF
             ADD 1 TO WS-QTDE-CONTRIBUICOES
             ADD CMV-VALOR-BRUTO TO WS-TOT-CONTRIBUICOES
             ADD CMV-VALOR-COMISSAO TO WS-TOT-COMISSOES
             PERFORM P450-ACUMULAR-AGENCIA
       .
       P430-EXPORTAR-PAGAMENTO.
             MOVE SPACES TO WS-LINHA-REMESSA
             IF CMV-PREMIO THEN
                STRING 'PREMIO TITULO: '  DELIMITED SIZE
                       CMV-TITULO         DELIMITED SIZE
                       ' NUM: '           DELIMITED SIZE
                       CMV-NUMERO-SORTE   DELIMITED SIZE
                  INTO WS-LINHA-REMESSA
                END-STRING
                ADD 1 TO WS-QTDE-PREMIOS
                ADD CMV-VALOR-BRUTO TO WS-TOT-PREMIOS
             ELSE
                STRING 'RESGATE TITULO: ' DELIMITED SIZE
                       CMV-TITULO         DELIMITED SIZE
                  INTO WS-LINHA-REMESSA
                END-STRING
                ADD 1 TO WS-QTDE-RESGATES
                ADD CMV-VALOR-BRUTO TO WS-TOT-RESGATES
             END-IF
             ADD CMV-VALOR-IR TO WS-TOT-IR
             MOVE SPACES TO REG-REMESSA
             STRING WS-LINHA-REMESSA      DELIMITED '  '
                    ' CPF: '              DELIMITED SIZE
                    CMV-CPF               DELIMITED SIZE
                    ' DATA: '             DELIMITED SIZE
                    CMV-DATA              DELIMITED SIZE
                    ' BRUTO: '            DELIMITED SIZE
                    CMV-VALOR-BRUTO       DELIMITED SIZE
                    ' IR: '               DELIMITED SIZE
                    CMV-VALOR-IR          DELIMITED SIZE
                    ' LIQ: '              DELIMITED SIZE
                    CMV-VALOR-LIQUIDO     DELIMITED SIZE
               INTO REG-REMESSA
             END-STRING
             WRITE REG-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A REMESSA, STATUS: '
                        FS-REMESSA
             END-IF
       .
       P450-ACUMULAR-AGENCIA.
             MOVE 'N' TO WS-AGC-ACHOU
             PERFORM VARYING WS-AGC-I FROM 1 BY 1
                UNTIL WS-AGC-I > WS-AGC-QTDE OR AGC-ACHOU
                IF WS-AGC-AGENCIA(WS-AGC-I) EQUAL TO CMV-AGENCIA
                   ADD CMV-VALOR-COMISSAO
                       TO WS-AGC-COMISSAO(WS-AGC-I)
                   MOVE 'S' TO WS-AGC-ACHOU
                END-IF
             END-PERFORM
             IF AGC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-AGC-QTDE NOT LESS THAN WS-AGC-MAX THEN
                DISPLAY 'TABELA DE AGENCIAS CHEIA, COMISSAO DA'
                        ' AGENCIA ' CMV-AGENCIA ' SOMADA NA ULTIMA'
                ADD CMV-VALOR-COMISSAO
                    TO WS-AGC-COMISSAO(WS-AGC-MAX)
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-AGC-QTDE
             MOVE CMV-AGENCIA TO WS-AGC-AGENCIA(WS-AGC-QTDE)
             MOVE CMV-VALOR-COMISSAO TO WS-AGC-COMISSAO(WS-AGC-QTDE)
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O TRAILER COM OS TOTAIS DO MES E O
      *      REPASSE LIQUIDO: AS CONTRIBUICOES MENOS A COMISSAO DO
      *      BANCO, DESCONTADOS OS PREMIOS E RESGATES BRUTOS JA
      *      PAGOS PELO BANCO (O IR RETIDO E RECOLHIDO PELO BANCO)
      ******************************************************************
       P600-GRAVAR-TRAILER.
             COMPUTE WS-TOT-REPASSE = WS-TOT-CONTRIBUICOES
                   - WS-TOT-COMISSOES - WS-TOT-PREMIOS
                   - WS-TOT-RESGATES
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'TRAILER COMP: '     DELIMITED SIZE
                    WS-MES-FECHADO       DELIMITED SIZE
                    ' ADES: '            DELIMITED SIZE
                    WS-QTDE-ADESOES      DELIMITED SIZE
                    ' CONTR: '           DELIMITED SIZE
                    WS-QTDE-CONTRIBUICOES DELIMITED SIZE
                    ' '                  DELIMITED SIZE
                    WS-TOT-CONTRIBUICOES DELIMITED SIZE
                    ' COM: '             DELIMITED SIZE
                    WS-TOT-COMISSOES     DELIMITED SIZE
                    ' PRM: '             DELIMITED SIZE
                    WS-QTDE-PREMIOS      DELIMITED SIZE
                    ' '                  DELIMITED SIZE
                    WS-TOT-PREMIOS       DELIMITED SIZE
                    ' RSG: '             DELIMITED SIZE
                    WS-QTDE-RESGATES     DELIMITED SIZE
                    ' '                  DELIMITED SIZE
                    WS-TOT-RESGATES      DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
             MOVE SPACES TO WS-LINHA-REMESSA
             STRING 'TRAILER - COMP: '   DELIMITED SIZE
                    WS-MES-FECHADO       DELIMITED SIZE
                    ' IR RETIDO: '       DELIMITED SIZE
                    WS-TOT-IR            DELIMITED SIZE
                    ' REPASSE LIQUIDO: ' DELIMITED SIZE
                    WS-TOT-REPASSE       DELIMITED SIZE
               INTO WS-LINHA-REMESSA
             END-STRING
             MOVE WS-LINHA-REMESSA TO REG-REMESSA
             WRITE REG-REMESSA
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA NO RAZAO A RECEITA DE COMISSAO DO MES
      *      DE CADA AGENCIA, RETIRANDO-A DOS TITULOS A REPASSAR, E
      *      MARCA A COMPETENCIA COMO REMETIDA
      ******************************************************************
       P700-LANCAR-COMISSAO.
             PERFORM VARYING WS-AGC-I FROM 1 BY 1
                UNTIL WS-AGC-I > WS-AGC-QTDE
                IF WS-AGC-COMISSAO(WS-AGC-I) GREATER THAN ZEROS
                   MOVE WS-DATA-ATUAL TO RAZ-DATA
                   MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
                   MOVE ZEROS TO RAZ-ORIGEM-CONTA
                   MOVE ZEROS TO RAZ-ORIGEM-SEQ
                   MOVE 'TK' TO RAZ-TIPO-MOV
                   MOVE WS-AGC-AGENCIA(WS-AGC-I) TO RAZ-AGENCIA
                   MOVE SPACES TO RAZ-HISTORICO
                   STRING 'COMISSAO CAPITALIZACAO COMP '
                                               DELIMITED SIZE
                          WS-MES-FECHADO       DELIMITED SIZE
                     INTO RAZ-HISTORICO
                   END-STRING
                   MOVE WS-AGC-COMISSAO(WS-AGC-I) TO RAZ-VALOR
                   MOVE 21089 TO RAZ-CONTA-CONTABIL
                   MOVE 'D' TO RAZ-DC
                   WRITE REG-RAZAO
                   MOVE 41009 TO RAZ-CONTA-CONTABIL
                   MOVE 'C' TO RAZ-DC
                   WRITE REG-RAZAO
                   IF FS-RAZAO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O RAZAO, STATUS: '
                              FS-RAZAO
                   END-IF
                   DISPLAY 'AGENCIA ' WS-AGC-AGENCIA(WS-AGC-I)
                           ': COMISSAO DE CAPITALIZACAO LANCADA '
                           WS-AGC-COMISSAO(WS-AGC-I)
                END-IF
             END-PERFORM
             MOVE WS-MES-FECHADO-N TO CPC-ULT-COMPET-REMESSA
             REWRITE REG-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE'
                        ' CAPITALIZACAO, STATUS: ' FS-CAPCTL
             END-IF
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
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ATENDIMENTO DURANTE O
      *      BATCH, JA QUE O BALCAO TAMBEM ATUALIZA O CONTROLE DE
      *      CAPITALIZACAO AO CONTRATAR UM TITULO
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
             CLOSE ARQ-TITCAP
             IF FS-CAPMOV NOT EQUAL TO "35" THEN
                CLOSE ARQ-CAPMOV
             END-IF
             CLOSE ARQ-CAPCTL
             CLOSE ARQ-RAZAO
             CLOSE ARQ-REMESSA
             DISPLAY 'COMPETENCIA REMETIDA: ' WS-MES-FECHADO
             DISPLAY 'TITULOS CONTRATADOS: ' WS-QTDE-ADESOES
             DISPLAY 'CONTRIBUICOES: ' WS-QTDE-CONTRIBUICOES
                     ' VALOR: ' WS-TOT-CONTRIBUICOES
                     ' COMISSAO: ' WS-TOT-COMISSOES
             DISPLAY 'PREMIOS: ' WS-QTDE-PREMIOS
                     ' BRUTO: ' WS-TOT-PREMIOS
             DISPLAY 'RESGATES: ' WS-QTDE-RESGATES
                     ' BRUTO: ' WS-TOT-RESGATES
             DISPLAY 'IR RETIDO: ' WS-TOT-IR
                     ' REPASSE LIQUIDO: ' WS-TOT-REPASSE
             STOP RUN.
       END PROGRAM CAPITALIZACAO-REMESSA.
