      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DA POSICAO DO ESPOLIO: PARA CADA OBITO
      *            REGISTRADO NO CAIXA (ARQ-OBITO) AINDA SEM POSICAO
      *            EMITIDA, LEVANTA AS CONTAS EM QUE O FALECIDO ERA
      *            TITULAR OU COTITULAR E GRAVA EM ESPOLIO-POSICAO.REL
      *            O SALDO DE CADA CONTA NA DATA DO OBITO (ULTIMO
      *            SALDO APOS MOVIMENTO ATE A DATA, NO EXTRATO E NO
      *            HISTORICO ARQUIVADO), AS APLICACOES EM CDB/LCI/LCA,
      *            AS POSICOES EM FUNDOS, OS EMPRESTIMOS EM ABERTO
      *            COM O SALDO DEVEDOR E A INDICACAO DE COBERTURA PELO
      *            SEGURO PRESTAMISTA, E OS TOTAIS DO ESPOLIO; O
      *            REGISTRO DE OBITO E MARCADO COMO POSICAO GERADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPOLIO-POSICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OBITO ASSIGN TO "obito.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS OBI-CPF
                FILE STATUS  IS FS-OBITO.
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
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-EXTRATO-HIST ASSIGN TO "extrato-hist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXH-CHAVE
                FILE STATUS  IS FS-EXTRATO-HIST.
           SELECT ARQ-APLICACAO ASSIGN TO "aplicacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-POSFUNDO ASSIGN TO "posfundo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFU-CHAVE
                FILE STATUS  IS FS-POSFUNDO.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-RELATORIO ASSIGN TO "espolio-posicao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OBITO.
           COPY OBITOCAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-TITULAR.
           COPY TITULAR.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-EXTRATO-HIST.
           COPY EXTRATOH.
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-POSFUNDO.
           COPY POSFUNDO.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-OBITO                     PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-TITULAR                   PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-EXTRATO-HIST              PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-POSFUNDO                  PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-CPF-ALVO                  PIC 9(11).
       77 WS-DATA-OBITO                PIC 9(08).
       77 WS-QTDE-OBITOS               PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-ALVO          PIC 9(02).
       77 WS-MAX-CONTAS-ALVO           PIC 9(02) VALUE 50.
       77 WS-IDX                       PIC 9(02).
       77 WS-IDX-BUSCA                 PIC 9(02).
       77 WS-CONTA-ATUAL               PIC 9(06).
       77 WS-PAPEL                     PIC X(09).
       77 WS-SALDO-OBITO               PIC S9(09)V99.
       77 WS-VALOR-ATUALIZADO          PIC S9(11)V99.
       77 WS-SALDO-DEVEDOR             PIC S9(11)V99.
       77 WS-TOT-SALDOS                PIC S9(11)V99.
       77 WS-TOT-APLICACOES            PIC S9(11)V99.
       77 WS-TOT-FUNDOS                PIC S9(11)V99.
       77 WS-TOT-DIVIDAS               PIC S9(11)V99.
       77 WS-TOT-DIVIDAS-SEGURO        PIC S9(11)V99.
       77 WS-TOT-LIQUIDO               PIC S9(11)V99.
       77 WS-VALOR-EDITADO             PIC -9(09).99.
       77 WS-VALOR-EDITADO-2           PIC -9(09).99.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-JA-LISTADA                PIC X(01).
           88 JA-LISTADA               VALUE 'S'.
       01 WS-CONTAS-ALVO.
           05 WS-CONTA-ALVO            PIC 9(06) OCCURS 50 TIMES.
       01 WS-ARQUIVOS-PRESENTES.
           05 WS-TEM-TITULAR           PIC X(01) VALUE 'N'.
               88 TEM-TITULAR          VALUE 'S'.
           05 WS-TEM-EXTRATO           PIC X(01) VALUE 'N'.
               88 TEM-EXTRATO          VALUE 'S'.
           05 WS-TEM-EXTRATO-HIST      PIC X(01) VALUE 'N'.
               88 TEM-EXTRATO-HIST     VALUE 'S'.
           05 WS-TEM-APLICACAO         PIC X(01) VALUE 'N'.
               88 TEM-APLICACAO        VALUE 'S'.
           05 WS-TEM-POSFUNDO          PIC X(01) VALUE 'N'.
               88 TEM-POSFUNDO         VALUE 'S'.
           05 WS-TEM-EMPRESTIMO        PIC X(01) VALUE 'N'.
               88 TEM-EMPRESTIMO       VALUE 'S'.
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
             PERFORM P300-PERCORRER-OBITOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-OBITO
             IF FS-OBITO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-OBITO
                CLOSE ARQ-OBITO
                OPEN I-O ARQ-OBITO
             END-IF
             IF FS-OBITO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS REGISTROS DE OBITO, STATUS: '
                        FS-OBITO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
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
             OPEN INPUT ARQ-EXTRATO
             IF FS-EXTRATO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-EXTRATO
             ELSE
                IF FS-EXTRATO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: '
                           FS-EXTRATO
                END-IF
             END-IF
             OPEN INPUT ARQ-EXTRATO-HIST
             IF FS-EXTRATO-HIST EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-EXTRATO-HIST
             ELSE
                IF FS-EXTRATO-HIST NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR O HISTORICO DE EXTRATO,'
                           ' STATUS: ' FS-EXTRATO-HIST
                END-IF
             END-IF
             OPEN INPUT ARQ-APLICACAO
             IF FS-APLICACAO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-APLICACAO
             ELSE
                IF FS-APLICACAO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR AS APLICACOES, STATUS: '
                           FS-APLICACAO
                END-IF
             END-IF
             OPEN INPUT ARQ-POSFUNDO
             IF FS-POSFUNDO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-POSFUNDO
             ELSE
                IF FS-POSFUNDO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR AS POSICOES EM FUNDOS,'
                           ' STATUS: ' FS-POSFUNDO
                END-IF
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO EQUAL TO "00" THEN
                MOVE 'S' TO WS-TEM-EMPRESTIMO
             ELSE
                IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                   DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                           FS-EMPRESTIMO
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
      *      FUNÇÃO QUE PERCORRE OS OBITOS E GERA A POSICAO DOS QUE
      *      AINDA NAO TEM POSICAO EMITIDA
      ******************************************************************
       P300-PERCORRER-OBITOS.
             MOVE ZEROS TO OBI-CPF
             START ARQ-OBITO KEY IS NOT LESS THAN OBI-CPF
                INVALID KEY
                   DISPLAY 'NENHUM OBITO REGISTRADO'
             END-START
             PERFORM P310-LER-PROX-OBITO
             PERFORM UNTIL FS-OBITO NOT EQUAL TO "00"
                IF OBI-POSICAO-PENDENTE THEN
                   PERFORM P400-GERAR-POSICAO
                END-IF
                PERFORM P310-LER-PROX-OBITO
             END-PERFORM
       .
       P310-LER-PROX-OBITO.
             READ ARQ-OBITO NEXT RECORD
                AT END
                   MOVE "10" TO FS-OBITO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GERA A POSICAO DE UM ESPOLIO: LEVANTA AS
      *      CONTAS, LISTA CADA PRODUTO E FECHA COM OS TOTAIS
      ******************************************************************
       P400-GERAR-POSICAO.
             MOVE OBI-CPF TO WS-CPF-ALVO
             MOVE OBI-DATA-OBITO TO WS-DATA-OBITO
             MOVE ZEROS TO WS-QTDE-CONTAS-ALVO
             MOVE ZEROS TO WS-TOT-SALDOS
             MOVE ZEROS TO WS-TOT-APLICACOES
             MOVE ZEROS TO WS-TOT-FUNDOS
             MOVE ZEROS TO WS-TOT-DIVIDAS
             MOVE ZEROS TO WS-TOT-DIVIDAS-SEGURO
             ADD 1 TO WS-QTDE-OBITOS

             MOVE ALL '=' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'POSICAO DO ESPOLIO DE ' DELIMITED SIZE
                    OBI-NOME               DELIMITED SIZE
                    ' - CPF '              DELIMITED SIZE
                    WS-CPF-ALVO            DELIMITED SIZE
                    ' - OBITO EM '         DELIMITED SIZE
                    WS-DATA-OBITO          DELIMITED SIZE
                    ' - GERADO EM '        DELIMITED SIZE
                    WS-DATA-ATUAL          DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CERTIDAO ' DELIMITED SIZE
                    OBI-CERTIDAO DELIMITED SIZE
                    ' - REGISTRADO EM ' DELIMITED SIZE
                    OBI-DATA-REGISTRO DELIMITED SIZE
                    ' POR ' DELIMITED SIZE
                    OBI-OPER-ID DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             PERFORM P410-LEVANTAR-CONTAS
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTDE-CONTAS-ALVO
                MOVE WS-CONTA-ALVO (WS-IDX) TO WS-CONTA-ATUAL
                PERFORM P420-LISTAR-CONTA
                PERFORM P440-LISTAR-APLICACOES
                PERFORM P450-LISTAR-FUNDOS
                PERFORM P460-LISTAR-EMPRESTIMOS
             END-PERFORM
             PERFORM P480-TOTALIZAR

             SET OBI-POSICAO-GERADA TO TRUE
             REWRITE REG-OBITO
             IF FS-OBITO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O OBITO ' WS-CPF-ALVO
                        ', STATUS: ' FS-OBITO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVANTA AS CONTAS DO FALECIDO COMO TITULAR
      *      (CHAVE ALTERNADA CPF) E COMO COTITULAR (ARQ-TITULAR)
      ******************************************************************
       P410-LEVANTAR-CONTAS.
             MOVE WS-CPF-ALVO TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   MOVE "23" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P415-LER-PROX-CONTA
             END-IF
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                OR CPF NOT EQUAL TO WS-CPF-ALVO
                MOVE CONTA-NUM TO WS-CONTA-ATUAL
                PERFORM P419-GUARDAR-CONTA
                PERFORM P415-LER-PROX-CONTA
             END-PERFORM
             IF NOT TEM-TITULAR THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-ALVO TO TIT-CPF
             START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                INVALID KEY
                   MOVE "23" TO FS-TITULAR
             END-START
             IF FS-TITULAR EQUAL TO "00" THEN
                PERFORM P416-LER-PROX-TITULAR
             END-IF
             PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                OR TIT-CPF NOT EQUAL TO WS-CPF-ALVO
                MOVE TIT-CONTA-NUM TO WS-CONTA-ATUAL
                PERFORM P419-GUARDAR-CONTA
                PERFORM P416-LER-PROX-TITULAR
             END-PERFORM
       .
       P415-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P416-LER-PROX-TITULAR.
             READ ARQ-TITULAR NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITULAR
             END-READ
       .
       P419-GUARDAR-CONTA.
             MOVE 'N' TO WS-JA-LISTADA
             PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                UNTIL WS-IDX-BUSCA > WS-QTDE-CONTAS-ALVO
                IF WS-CONTA-ALVO (WS-IDX-BUSCA) EQUAL TO WS-CONTA-ATUAL
                   MOVE 'S' TO WS-JA-LISTADA
                END-IF
             END-PERFORM
             IF NOT JA-LISTADA
                AND WS-QTDE-CONTAS-ALVO LESS THAN WS-MAX-CONTAS-ALVO
                ADD 1 TO WS-QTDE-CONTAS-ALVO
                MOVE WS-CONTA-ATUAL
                  TO WS-CONTA-ALVO (WS-QTDE-CONTAS-ALVO)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA A CONTA COM O SALDO NA DATA DO OBITO E O
      *      SALDO ATUAL; SO AS CONTAS EM REAIS ENTRAM NO TOTAL
      ******************************************************************
       P420-LISTAR-CONTA.
             MOVE WS-CONTA-ATUAL TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF CPF EQUAL TO WS-CPF-ALVO THEN
                MOVE 'TITULAR' TO WS-PAPEL
             ELSE
                MOVE 'COTITULAR' TO WS-PAPEL
             END-IF
             PERFORM P430-APURAR-SALDO-OBITO
             IF MOEDA-REAL THEN
                ADD WS-SALDO-OBITO TO WS-TOT-SALDOS
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-SALDO-OBITO TO WS-VALOR-EDITADO
             MOVE SALDO TO WS-VALOR-EDITADO-2
             STRING 'CONTA ' DELIMITED SIZE
                    CONTA-NUM DELIMITED SIZE
                    ' (' DELIMITED SIZE
                    WS-PAPEL DELIMITED SPACE
                    ') ' DELIMITED SIZE
                    MOEDA DELIMITED SIZE
                    ' STATUS ' DELIMITED SIZE
                    STATUS-CONTA DELIMITED SIZE
                    ' SALDO NO OBITO: ' DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
                    ' SALDO ATUAL: ' DELIMITED SIZE
                    WS-VALOR-EDITADO-2 DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             IF VALOR-RETIDO GREATER THAN ZEROS THEN
                MOVE VALOR-RETIDO TO WS-VALOR-EDITADO
                STRING '  VALOR RETIDO POR ORDEM JUDICIAL: '
                                           DELIMITED SIZE
                       WS-VALOR-EDITADO DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-IF
             IF MOEDA NOT EQUAL TO 'BRL' THEN
                MOVE '  CONTA EM MOEDA ESTRANGEIRA, FORA DO TOTAL EM'
                     & ' REAIS' TO WS-LINHA-RELATORIO
                PERFORM P890-GRAVAR-LINHA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA EM WS-SALDO-OBITO O SALDO APOS O ULTIMO
      *      MOVIMENTO ATE A DATA DO OBITO, LENDO PRIMEIRO O HISTORICO
      *      ARQUIVADO E DEPOIS O EXTRATO CORRENTE (AMBOS EM ORDEM DE
      *      SEQUENCIA); SEM MOVIMENTO ATE A DATA O SALDO E ZERO
      ******************************************************************
       P430-APURAR-SALDO-OBITO.
             MOVE ZEROS TO WS-SALDO-OBITO
             IF TEM-EXTRATO-HIST THEN
                MOVE WS-CONTA-ATUAL TO EXH-CONTA-NUM
                MOVE ZEROS TO EXH-SEQUENCIA
                START ARQ-EXTRATO-HIST KEY IS NOT LESS THAN EXH-CHAVE
                   INVALID KEY
                      MOVE "23" TO FS-EXTRATO-HIST
                END-START
                IF FS-EXTRATO-HIST EQUAL TO "00" THEN
                   PERFORM P436-LER-PROX-EXTRATO-HIST
                END-IF
                PERFORM UNTIL FS-EXTRATO-HIST NOT EQUAL TO "00"
                   OR EXH-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                   OR EXH-DATA-MOV GREATER THAN WS-DATA-OBITO
                   MOVE EXH-SALDO-APOS TO WS-SALDO-OBITO
                   PERFORM P436-LER-PROX-EXTRATO-HIST
                END-PERFORM
             END-IF
             IF TEM-EXTRATO THEN
                MOVE WS-CONTA-ATUAL TO EXT-CONTA-NUM
                MOVE ZEROS TO EXT-SEQUENCIA
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                   INVALID KEY
                      MOVE "23" TO FS-EXTRATO
                END-START
                IF FS-EXTRATO EQUAL TO "00" THEN
                   PERFORM P435-LER-PROX-EXTRATO
                END-IF
                PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                   OR EXT-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                   OR EXT-DATA-MOV GREATER THAN WS-DATA-OBITO
                   MOVE EXT-SALDO-APOS TO WS-SALDO-OBITO
                   PERFORM P435-LER-PROX-EXTRATO
                END-PERFORM
             END-IF
       .
       P435-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
       P436-LER-PROX-EXTRATO-HIST.
             READ ARQ-EXTRATO-HIST NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO-HIST
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS APLICACOES FEITAS ATE A DATA DO OBITO
      *      E AINDA ATIVAS, PELO VALOR APLICADO CORRIGIDO PELO FATOR
      *      ACUMULADO DAS POS-FIXADAS
      ******************************************************************
       P440-LISTAR-APLICACOES.
             IF NOT TEM-APLICACAO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ATUAL TO APL-CONTA-NUM
             START ARQ-APLICACAO KEY IS EQUAL TO APL-CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P445-LER-PROX-APLICACAO
             PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                OR APL-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                IF APL-ATIVA
                   AND APL-DATA-APLICACAO NOT GREATER THAN WS-DATA-OBITO
                   IF APL-FATOR-ACUM GREATER THAN ZEROS THEN
                      COMPUTE WS-VALOR-ATUALIZADO ROUNDED =
                              APL-VALOR-APLICADO * APL-FATOR-ACUM
                   ELSE
                      MOVE APL-VALOR-APLICADO TO WS-VALOR-ATUALIZADO
                   END-IF
                   ADD WS-VALOR-ATUALIZADO TO WS-TOT-APLICACOES
                   MOVE APL-VALOR-APLICADO TO WS-VALOR-EDITADO
                   MOVE WS-VALOR-ATUALIZADO TO WS-VALOR-EDITADO-2
                   STRING '  APLICACAO ' DELIMITED SIZE
                          APL-SEQ DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          APL-PRODUTO DELIMITED SIZE
                          ' DE ' DELIMITED SIZE
                          APL-DATA-APLICACAO DELIMITED SIZE
                          ' VENC ' DELIMITED SIZE
                          APL-DATA-VENCIMENTO DELIMITED SIZE
                          ' APLICADO: ' DELIMITED SIZE
                          WS-VALOR-EDITADO DELIMITED SIZE
                          ' ATUALIZADO: ' DELIMITED SIZE
                          WS-VALOR-EDITADO-2 DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
                PERFORM P445-LER-PROX-APLICACAO
             END-PERFORM
       .
       P445-LER-PROX-APLICACAO.
             READ ARQ-APLICACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-APLICACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS POSICOES EM FUNDOS DA CONTA PELA
      *      QUANTIDADE DE COTAS E PELO CUSTO DE AQUISICAO
      ******************************************************************
       P450-LISTAR-FUNDOS.
             IF NOT TEM-POSFUNDO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ATUAL TO PFU-CONTA-NUM
             MOVE LOW-VALUES TO PFU-FUNDO
             START ARQ-POSFUNDO KEY IS NOT LESS THAN PFU-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P455-LER-PROX-POSFUNDO
             PERFORM UNTIL FS-POSFUNDO NOT EQUAL TO "00"
                OR PFU-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                IF PFU-QTDE-COTAS GREATER THAN ZEROS THEN
                   ADD PFU-VALOR-CUSTO TO WS-TOT-FUNDOS
                   MOVE PFU-VALOR-CUSTO TO WS-VALOR-EDITADO
                   STRING '  FUNDO ' DELIMITED SIZE
                          PFU-FUNDO DELIMITED SIZE
                          ' COTAS: ' DELIMITED SIZE
                          PFU-QTDE-COTAS DELIMITED SIZE
                          ' CUSTO: ' DELIMITED SIZE
                          WS-VALOR-EDITADO DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
                PERFORM P455-LER-PROX-POSFUNDO
             END-PERFORM
       .
       P455-LER-PROX-POSFUNDO.
             READ ARQ-POSFUNDO NEXT RECORD
                AT END
                   MOVE "10" TO FS-POSFUNDO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS EMPRESTIMOS EM ABERTO DA CONTA COM O
      *      SALDO DEVEDOR (PARCELAS A PAGAR); CONTRATO COM SEGURO
      *      PRESTAMISTA E INDICADO PARA ACIONAR O SINISTRO E NAO
      *      ENTRA NAS DIVIDAS DO ESPOLIO
      ******************************************************************
       P460-LISTAR-EMPRESTIMOS.
             IF NOT TEM-EMPRESTIMO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ATUAL TO EMP-CONTA-NUM
             START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P465-LER-PROX-EMPRESTIMO
             PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                OR EMP-CONTA-NUM NOT EQUAL TO WS-CONTA-ATUAL
                IF EMP-ATIVO THEN
                   COMPUTE WS-SALDO-DEVEDOR =
                           (EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS)
                           * EMP-VALOR-PARCELA
                   MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDITADO
                   IF EMP-COM-SEGURO THEN
                      ADD WS-SALDO-DEVEDOR TO WS-TOT-DIVIDAS-SEGURO
                      STRING '  EMPRESTIMO ' DELIMITED SIZE
                             EMP-SEQ DELIMITED SIZE
                             ' SALDO DEVEDOR: ' DELIMITED SIZE
                             WS-VALOR-EDITADO DELIMITED SIZE
                             ' COBERTO PELO SEGURO PRESTAMISTA'
                                              DELIMITED SIZE
                             ' (ACIONAR O SINISTRO)' DELIMITED SIZE
                        INTO WS-LINHA-RELATORIO
                      END-STRING
                   ELSE
                      ADD WS-SALDO-DEVEDOR TO WS-TOT-DIVIDAS
                      STRING '  EMPRESTIMO ' DELIMITED SIZE
                             EMP-SEQ DELIMITED SIZE
                             ' SALDO DEVEDOR: ' DELIMITED SIZE
                             WS-VALOR-EDITADO DELIMITED SIZE
                             ' SEM SEGURO PRESTAMISTA' DELIMITED SIZE
                        INTO WS-LINHA-RELATORIO
                      END-STRING
                   END-IF
                   PERFORM P890-GRAVAR-LINHA
                END-IF
                PERFORM P465-LER-PROX-EMPRESTIMO
             END-PERFORM
       .
       P465-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
       P480-TOTALIZAR.
             COMPUTE WS-TOT-LIQUIDO = WS-TOT-SALDOS + WS-TOT-APLICACOES
                     + WS-TOT-FUNDOS - WS-TOT-DIVIDAS
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-TOT-SALDOS TO WS-VALOR-EDITADO
             STRING 'TOTAL DE SALDOS EM REAIS NA DATA DO OBITO: '
                                        DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-TOT-APLICACOES TO WS-VALOR-EDITADO
             STRING 'TOTAL DE APLICACOES: ' DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-TOT-FUNDOS TO WS-VALOR-EDITADO
             STRING 'TOTAL EM FUNDOS (CUSTO): ' DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-TOT-DIVIDAS TO WS-VALOR-EDITADO
             STRING 'EMPRESTIMOS A CARGO DO ESPOLIO: ' DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-TOT-DIVIDAS-SEGURO TO WS-VALOR-EDITADO
             STRING 'EMPRESTIMOS COBERTOS PELO SEGURO PRESTAMISTA: '
                                        DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-TOT-LIQUIDO TO WS-VALOR-EDITADO
             STRING 'POSICAO LIQUIDA DO ESPOLIO: ' DELIMITED SIZE
                    WS-VALOR-EDITADO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-OBITO
             CLOSE ARQ-CONTA
             IF TEM-TITULAR THEN
                CLOSE ARQ-TITULAR
             END-IF
             IF TEM-EXTRATO THEN
                CLOSE ARQ-EXTRATO
             END-IF
             IF TEM-EXTRATO-HIST THEN
                CLOSE ARQ-EXTRATO-HIST
             END-IF
             IF TEM-APLICACAO THEN
                CLOSE ARQ-APLICACAO
             END-IF
             IF TEM-POSFUNDO THEN
                CLOSE ARQ-POSFUNDO
             END-IF
             IF TEM-EMPRESTIMO THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'POSICOES DE ESPOLIO GERADAS: ' WS-QTDE-OBITOS
             DISPLAY 'RELATORIO GRAVADO EM ESPOLIO-POSICAO.REL'
             STOP RUN.
       END PROGRAM ESPOLIO-POSICAO.
