      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DA REMESSA DE RELACIONAMENTOS AO CCS
      *            (CADASTRO DE CLIENTES DO SFN) DO BANCO CENTRAL:
      *            LEVANTA OS VINCULOS VIGENTES DE CADA CONTA NAO
      *            ENCERRADA - TITULAR (CPF OU CNPJ DA CONTA PJ),
      *            COTITULARES DE ARQ-TITULAR, PROCURADORES COM
      *            PROCURACAO ATIVA E VIGENTE E REPRESENTANTES ATIVOS
      *            DA EMPRESA - E OS CONFRONTA COM A BASE DO QUE JA
      *            FOI INFORMADO (CCS-BASE.DAT): VINCULO NOVO VAI
      *            COMO INICIO, TROCA DE AGENCIA COMO ALTERACAO E O
      *            VINCULO QUE SUMIU (CONTA ENCERRADA, COTITULAR
      *            EXCLUIDO, PROCURACAO REVOGADA OU VENCIDA,
      *            REPRESENTANTE REVOGADO) COMO FIM. OS MOVIMENTOS
      *            FICAM NUMERADOS EM CCS-MOVIMENTO.DAT SOB A
      *            SEQUENCIA DA REMESSA (ARQ-CCSCTL), JUNTO COM OS
      *            REJEITADOS QUE O OPERADOR JA LIBEROU PARA REENVIO,
      *            E O ARQUIVO CCS-REMESSA.DAT SAI COM HEADER E
      *            TRAILER E REGISTRADO NO LIVRO DE TRANSMISSAO; O
      *            RETORNO E TRATADO PELO CCS-RETORNO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCS-REMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQ-PROCURACAO ASSIGN TO "procuracao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRC-CHAVE
                FILE STATUS  IS FS-PROCURACAO.
           SELECT ARQ-REPRESENTANTE ASSIGN TO "representante.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RPJ-CHAVE
                ALTERNATE RECORD KEY IS RPJ-CPF WITH DUPLICATES
                FILE STATUS  IS FS-REPRESENTANTE.
           SELECT ARQ-CCSBASE ASSIGN TO "ccs-base.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCB-CHAVE
                FILE STATUS  IS FS-CCSBASE.
           SELECT ARQ-CCSMOV ASSIGN TO "ccs-movimento.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCM-CHAVE
                FILE STATUS  IS FS-CCSMOV.
           SELECT ARQ-CCSCTL ASSIGN TO "ccsctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CCSCTL.
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
           SELECT ARQ-REMESSA ASSIGN TO "ccs-remessa.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REMESSA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-TITULAR.
           COPY TITULAR.
       FD ARQ-PROCURACAO.
           COPY PROCURCAD.
       FD ARQ-REPRESENTANTE.
           COPY REPRESCAD.
       FD ARQ-CCSBASE.
           COPY CCSBASE.
       FD ARQ-CCSMOV.
           COPY CCSMOV.
       FD ARQ-CCSCTL.
           COPY CCSCTL.
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-REMESSA.
           COPY CCSREM.
       WORKING-STORAGE SECTION.
       77 FS-TRANSCTL                  PIC XX.
       77 WS-TRS-ARQUIVO               PIC X(20).
       77 WS-TRS-COMPETENCIA           PIC 9(08).
       77 WS-TRS-QTDE                  PIC 9(08).
       77 WS-TRS-VALOR                 PIC S9(13)V99.
       77 FS-CONTA                     PIC XX.
       77 FS-TITULAR                   PIC XX.
       77 FS-PROCURACAO                PIC XX.
       77 FS-REPRESENTANTE             PIC XX.
       77 FS-CCSBASE                   PIC XX.
       77 FS-CCSMOV                    PIC XX.
       77 FS-CCSCTL                    PIC XX.
       77 FS-REMESSA                   PIC XX.
       77 WS-SEQ-REMESSA               PIC 9(06).
       77 WS-ULT-REG                   PIC 9(08).
       77 WS-MARCA-RODADA              PIC 9(14).
       77 WS-CONTA-ALVO                PIC 9(06).
       77 WS-CNPJ-ALVO                 PIC 9(14).
       77 WS-CHAVE-REENVIO             PIC X(14).
      *    VINCULO LEVANTADO NA RODADA, CONFERIDO CONTRA A BASE
       77 WS-VIN-CONTA                 PIC 9(06).
       77 WS-VIN-TIPO                  PIC X(01).
       77 WS-VIN-DOCUMENTO             PIC 9(14).
       77 WS-VIN-PESSOA                PIC X(01).
       77 WS-VIN-AGENCIA               PIC 9(04).
       77 WS-VIN-DATA-INICIO           PIC 9(08).
       77 WS-MOV-TIPO                  PIC X(01).
       77 WS-QTDE-CONTAS               PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-VINCULOS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-INICIOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-FINS                 PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ALTERACOES           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REENVIOS             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DETALHES             PIC 9(08) VALUE ZEROS.
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
             COMPUTE WS-MARCA-RODADA =
                     (WS-DATA-ATUAL * 1000000) + WS-HORA-ATUAL
             PERFORM P200-ABRIR-ARQUIVOS
             MOVE 'CCS-REMESSA.DAT' TO WS-TRS-ARQUIVO
             MOVE WS-DATA-ATUAL TO WS-TRS-COMPETENCIA
             PERFORM P215-VERIFICAR-TRANSMISSAO
             PERFORM P230-OBTER-SEQUENCIA
             PERFORM P300-LEVANTAR-VINCULOS
             PERFORM P500-APURAR-FINS
             PERFORM P600-REENVIAR-CORRIGIDOS
             PERFORM P700-GRAVAR-REMESSA
             PERFORM P240-GRAVAR-SEQUENCIA
             MOVE WS-QTDE-DETALHES TO WS-TRS-QTDE
             MOVE ZEROS TO WS-TRS-VALOR
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
             OPEN INPUT ARQ-TITULAR
             IF FS-TITULAR NOT EQUAL TO "00"
                AND FS-TITULAR NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS COTITULARES, STATUS: '
                        FS-TITULAR
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PROCURACAO
             IF FS-PROCURACAO NOT EQUAL TO "00"
                AND FS-PROCURACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS PROCURACOES, STATUS: '
                        FS-PROCURACAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-REPRESENTANTE
             IF FS-REPRESENTANTE NOT EQUAL TO "00"
                AND FS-REPRESENTANTE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS REPRESENTANTES, STATUS: '
                        FS-REPRESENTANTE
                STOP RUN
             END-IF
             OPEN I-O ARQ-CCSBASE
             IF FS-CCSBASE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CCSBASE
                CLOSE ARQ-CCSBASE
                OPEN I-O ARQ-CCSBASE
             END-IF
             IF FS-CCSBASE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A BASE DO CCS, STATUS: '
                        FS-CCSBASE
                STOP RUN
             END-IF
             OPEN I-O ARQ-CCSMOV
             IF FS-CCSMOV EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CCSMOV
                CLOSE ARQ-CCSMOV
                OPEN I-O ARQ-CCSMOV
             END-IF
             IF FS-CCSMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS MOVIMENTOS DO CCS,'
                        ' STATUS: ' FS-CCSMOV
                STOP RUN
             END-IF
             OPEN I-O ARQ-CCSCTL
             IF FS-CCSCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CCSCTL
                MOVE ZEROS TO CCS-ULT-REMESSA
                MOVE ZEROS TO CCS-DATA-ULT-REMESSA
                MOVE ZEROS TO CCS-ULT-REG
                WRITE REG-CCSCTL
                CLOSE ARQ-CCSCTL
                OPEN I-O ARQ-CCSCTL
             END-IF
             IF FS-CCSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DE REMESSAS DO'
                        ' CCS, STATUS: ' FS-CCSCTL
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-REMESSA
             IF FS-REMESSA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A REMESSA CCS, STATUS: '
                        FS-REMESSA
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DEFINE A SEQUENCIA DA REMESSA DO DIA: A
      *      PRIMEIRA RODADA DO DIA ABRE A SEQUENCIA SEGUINTE; A
      *      REGERACAO NO MESMO DIA (AINDA NAO TRANSMITIDA) CONTINUA
      *      NA MESMA SEQUENCIA, SEM PERDER OS MOVIMENTOS JA APURADOS
      ******************************************************************
       P230-OBTER-SEQUENCIA.
             READ ARQ-CCSCTL
             IF FS-CCSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE REMESSAS DO CCS,'
                        ' STATUS: ' FS-CCSCTL
                STOP RUN
             END-IF
             IF CCS-DATA-ULT-REMESSA EQUAL TO WS-DATA-ATUAL THEN
                MOVE CCS-ULT-REMESSA TO WS-SEQ-REMESSA
                MOVE CCS-ULT-REG TO WS-ULT-REG
                DISPLAY 'REGERACAO DA REMESSA CCS ' WS-SEQ-REMESSA
                        ' DO DIA'
             ELSE
                COMPUTE WS-SEQ-REMESSA = CCS-ULT-REMESSA + 1
                MOVE ZEROS TO WS-ULT-REG
             END-IF
       .
       P240-GRAVAR-SEQUENCIA.
             MOVE WS-SEQ-REMESSA TO CCS-ULT-REMESSA
             MOVE WS-DATA-ATUAL TO CCS-DATA-ULT-REMESSA
             MOVE WS-ULT-REG TO CCS-ULT-REG
             REWRITE REG-CCSCTL
             IF FS-CCSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE REMESSAS'
                        ' DO CCS, STATUS: ' FS-CCSCTL
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS CONTAS NAO ENCERRADAS E LEVANTA
      *      OS VINCULOS DE CADA UMA
      ******************************************************************
       P300-LEVANTAR-VINCULOS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTAS
                IF NOT CONTA-ENCERRADA
                   AND (CPF NOT EQUAL TO ZEROS OR CONTA-PJ)
                   PERFORM P320-VINCULOS-DA-CONTA
                END-IF
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P320-VINCULOS-DA-CONTA.
             MOVE CONTA-NUM TO WS-CONTA-ALVO
             MOVE CONTA-NUM TO WS-VIN-CONTA
             MOVE AGENCIA TO WS-VIN-AGENCIA
             MOVE 'T' TO WS-VIN-TIPO
             MOVE DATA-ABERTURA TO WS-VIN-DATA-INICIO
             IF CONTA-PJ THEN
                MOVE CNPJ TO WS-VIN-DOCUMENTO
                MOVE 'J' TO WS-VIN-PESSOA
                MOVE CNPJ TO WS-CNPJ-ALVO
             ELSE
                MOVE CPF TO WS-VIN-DOCUMENTO
                MOVE 'F' TO WS-VIN-PESSOA
                MOVE ZEROS TO WS-CNPJ-ALVO
             END-IF
             PERFORM P400-CONFERIR-VINCULO
             PERFORM P330-COTITULARES
             PERFORM P340-PROCURADORES
             IF WS-CNPJ-ALVO NOT EQUAL TO ZEROS THEN
                PERFORM P350-REPRESENTANTES
             END-IF
       .
       P330-COTITULARES.
             IF FS-TITULAR EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO TIT-CONTA-NUM
             MOVE ZEROS TO TIT-CPF
             START ARQ-TITULAR KEY IS NOT LESS THAN TIT-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-TITULAR
             END-START
             IF FS-TITULAR EQUAL TO "00" THEN
                PERFORM P335-LER-PROX-TITULAR
                PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                   OR TIT-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   MOVE 'C' TO WS-VIN-TIPO
                   MOVE TIT-CPF TO WS-VIN-DOCUMENTO
                   MOVE 'F' TO WS-VIN-PESSOA
                   MOVE WS-DATA-ATUAL TO WS-VIN-DATA-INICIO
                   PERFORM P400-CONFERIR-VINCULO
                   PERFORM P335-LER-PROX-TITULAR
                END-PERFORM
             END-IF
             MOVE "00" TO FS-TITULAR
       .
       P335-LER-PROX-TITULAR.
             READ ARQ-TITULAR NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITULAR
             END-READ
       .
       P340-PROCURADORES.
             IF FS-PROCURACAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-ALVO TO PRC-CONTA-NUM
             MOVE ZEROS TO PRC-CPF-PROCURADOR
             START ARQ-PROCURACAO KEY IS NOT LESS THAN PRC-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-PROCURACAO
             END-START
             IF FS-PROCURACAO EQUAL TO "00" THEN
                PERFORM P345-LER-PROX-PROCURACAO
                PERFORM UNTIL FS-PROCURACAO NOT EQUAL TO "00"
                   OR PRC-CONTA-NUM NOT EQUAL TO WS-CONTA-ALVO
                   IF PRC-ATIVA
                      AND PRC-DATA-INICIO NOT GREATER THAN
                          WS-DATA-ATUAL
                      AND PRC-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'P' TO WS-VIN-TIPO
                      MOVE PRC-CPF-PROCURADOR TO WS-VIN-DOCUMENTO
                      MOVE 'F' TO WS-VIN-PESSOA
                      MOVE PRC-DATA-INICIO TO WS-VIN-DATA-INICIO
                      PERFORM P400-CONFERIR-VINCULO
                   END-IF
                   PERFORM P345-LER-PROX-PROCURACAO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PROCURACAO
       .
       P345-LER-PROX-PROCURACAO.
             READ ARQ-PROCURACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PROCURACAO
             END-READ
       .
       P350-REPRESENTANTES.
             IF FS-REPRESENTANTE EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CNPJ-ALVO TO RPJ-CNPJ
             MOVE ZEROS TO RPJ-CPF
             START ARQ-REPRESENTANTE KEY IS NOT LESS THAN RPJ-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-REPRESENTANTE
             END-START
             IF FS-REPRESENTANTE EQUAL TO "00" THEN
                PERFORM P355-LER-PROX-REPRESENTANTE
                PERFORM UNTIL FS-REPRESENTANTE NOT EQUAL TO "00"
                   OR RPJ-CNPJ NOT EQUAL TO WS-CNPJ-ALVO
                   IF RPJ-ATIVO
                      MOVE 'R' TO WS-VIN-TIPO
                      MOVE RPJ-CPF TO WS-VIN-DOCUMENTO
                      MOVE 'F' TO WS-VIN-PESSOA
                      MOVE RPJ-DATA-INCLUSAO TO WS-VIN-DATA-INICIO
                      PERFORM P400-CONFERIR-VINCULO
                   END-IF
                   PERFORM P355-LER-PROX-REPRESENTANTE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-REPRESENTANTE
       .
       P355-LER-PROX-REPRESENTANTE.
             READ ARQ-REPRESENTANTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-REPRESENTANTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFRONTA UM VINCULO VIGENTE COM A BASE DO
      *      CCS: NOVO (OU REABERTO) GERA INICIO, AGENCIA DIFERENTE
      *      GERA ALTERACAO; EM TODO CASO O VINCULO FICA MARCADO
      *      COMO VISTO NESTA RODADA
      ******************************************************************
       P400-CONFERIR-VINCULO.
             ADD 1 TO WS-QTDE-VINCULOS
             MOVE WS-VIN-CONTA TO CCB-CONTA-NUM
             MOVE WS-VIN-TIPO TO CCB-VINCULO
             MOVE WS-VIN-DOCUMENTO TO CCB-DOCUMENTO
             READ ARQ-CCSBASE RECORD KEY IS CCB-CHAVE
                INVALID KEY
                   MOVE WS-VIN-PESSOA TO CCB-TIPO-PESSOA
                   MOVE WS-VIN-AGENCIA TO CCB-AGENCIA
                   MOVE WS-VIN-DATA-INICIO TO CCB-DATA-INICIO
                   MOVE ZEROS TO CCB-DATA-FIM
                   SET CCB-ATIVO TO TRUE
                   MOVE WS-MARCA-RODADA TO CCB-MARCA-VISTO
                   WRITE REG-CCSBASE
                   IF FS-CCSBASE NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O VINCULO DA CONTA '
                              WS-VIN-CONTA ' NA BASE DO CCS, STATUS: '
                              FS-CCSBASE
                      EXIT PARAGRAPH
                   END-IF
                   MOVE 'I' TO WS-MOV-TIPO
                   PERFORM P450-GRAVAR-MOVIMENTO
                   ADD 1 TO WS-QTDE-INICIOS
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-MARCA-RODADA TO CCB-MARCA-VISTO
             IF CCB-ENCERRADO THEN
                SET CCB-ATIVO TO TRUE
                MOVE WS-VIN-AGENCIA TO CCB-AGENCIA
                MOVE WS-DATA-ATUAL TO CCB-DATA-INICIO
                MOVE ZEROS TO CCB-DATA-FIM
                REWRITE REG-CCSBASE
                MOVE 'I' TO WS-MOV-TIPO
                PERFORM P450-GRAVAR-MOVIMENTO
                ADD 1 TO WS-QTDE-INICIOS
                EXIT PARAGRAPH
             END-IF
             IF CCB-AGENCIA NOT EQUAL TO WS-VIN-AGENCIA THEN
                MOVE WS-VIN-AGENCIA TO CCB-AGENCIA
                REWRITE REG-CCSBASE
                MOVE 'A' TO WS-MOV-TIPO
                PERFORM P450-GRAVAR-MOVIMENTO
                ADD 1 TO WS-QTDE-ALTERACOES
                EXIT PARAGRAPH
             END-IF
             REWRITE REG-CCSBASE
       .
      ******************************************************************
      *      FUNÇÃO QUE NUMERA O MOVIMENTO DO VINCULO EM REG-CCSBASE
      *      NA REMESSA DO DIA
      ******************************************************************
       P450-GRAVAR-MOVIMENTO.
             ADD 1 TO WS-ULT-REG
             MOVE WS-SEQ-REMESSA TO CCM-SEQ-REMESSA
             MOVE WS-ULT-REG TO CCM-SEQ-REG
             MOVE WS-DATA-ATUAL TO CCM-DATA-REMESSA
             MOVE WS-MOV-TIPO TO CCM-MOVIMENTO
             MOVE CCB-TIPO-PESSOA TO CCM-TIPO-PESSOA
             MOVE CCB-DOCUMENTO TO CCM-DOCUMENTO
             MOVE CCB-VINCULO TO CCM-VINCULO
             MOVE CCB-AGENCIA TO CCM-AGENCIA
             MOVE CCB-CONTA-NUM TO CCM-CONTA-NUM
             MOVE CCB-DATA-INICIO TO CCM-DATA-INICIO
             MOVE CCB-DATA-FIM TO CCM-DATA-FIM
             SET CCM-ENVIADO TO TRUE
             MOVE SPACES TO CCM-CODIGO-ERRO
             MOVE SPACES TO CCM-MOTIVO
             MOVE ZEROS TO CCM-DATA-RETORNO
             MOVE SPACES TO CCM-OPER-CORRECAO
             MOVE ZEROS TO CCM-DATA-CORRECAO
             MOVE ZEROS TO CCM-REENVIO-REMESSA
             WRITE REG-CCSMOV
             IF FS-CCSMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O MOVIMENTO CCS DA CONTA '
                        CCB-CONTA-NUM ', STATUS: ' FS-CCSMOV
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ENCERRA NA BASE OS VINCULOS ATIVOS QUE NAO
      *      FORAM VISTOS NESTA RODADA, GERANDO O FIM DE
      *      RELACIONAMENTO COM A DATA DO DIA
      ******************************************************************
       P500-APURAR-FINS.
             MOVE LOW-VALUES TO CCB-CHAVE
             START ARQ-CCSBASE KEY IS NOT LESS THAN CCB-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P510-LER-PROX-BASE
             PERFORM UNTIL FS-CCSBASE NOT EQUAL TO "00"
                IF CCB-ATIVO
                   AND CCB-MARCA-VISTO LESS THAN WS-MARCA-RODADA
                   SET CCB-ENCERRADO TO TRUE
                   MOVE WS-DATA-ATUAL TO CCB-DATA-FIM
                   REWRITE REG-CCSBASE
                   MOVE 'F' TO WS-MOV-TIPO
                   PERFORM P450-GRAVAR-MOVIMENTO
                   ADD 1 TO WS-QTDE-FINS
                END-IF
                PERFORM P510-LER-PROX-BASE
             END-PERFORM
       .
       P510-LER-PROX-BASE.
             READ ARQ-CCSBASE NEXT RECORD
                AT END
                   MOVE "10" TO FS-CCSBASE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REENVIA OS MOVIMENTOS REJEITADOS QUE O
      *      OPERADOR JA LIBEROU DEPOIS DE CORRIGIR O CADASTRO: CADA
      *      UM GANHA NOVO REGISTRO NA REMESSA DO DIA, COM A AGENCIA
      *      ATUAL DA BASE, E O ORIGINAL FICA MARCADO COMO REENVIADO
      ******************************************************************
       P600-REENVIAR-CORRIGIDOS.
             MOVE LOW-VALUES TO CCM-CHAVE
             START ARQ-CCSMOV KEY IS NOT LESS THAN CCM-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P610-LER-PROX-MOVIMENTO
             PERFORM UNTIL FS-CCSMOV NOT EQUAL TO "00"
                IF CCM-CORRIGIDO THEN
                   PERFORM P620-REENVIAR-UM
                END-IF
                PERFORM P610-LER-PROX-MOVIMENTO
             END-PERFORM
       .
       P610-LER-PROX-MOVIMENTO.
             READ ARQ-CCSMOV NEXT RECORD
                AT END
                   MOVE "10" TO FS-CCSMOV
             END-READ
       .
       P620-REENVIAR-UM.
             MOVE CCM-CHAVE TO WS-CHAVE-REENVIO
             SET CCM-REENVIADO TO TRUE
             MOVE WS-SEQ-REMESSA TO CCM-REENVIO-REMESSA
             REWRITE REG-CCSMOV
             MOVE CCM-CONTA-NUM TO CCB-CONTA-NUM
             MOVE CCM-VINCULO TO CCB-VINCULO
             MOVE CCM-DOCUMENTO TO CCB-DOCUMENTO
             MOVE CCM-MOVIMENTO TO WS-MOV-TIPO
             READ ARQ-CCSBASE RECORD KEY IS CCB-CHAVE
                INVALID KEY
                   MOVE CCM-TIPO-PESSOA TO CCB-TIPO-PESSOA
                   MOVE CCM-AGENCIA TO CCB-AGENCIA
                   MOVE CCM-DATA-INICIO TO CCB-DATA-INICIO
                   MOVE CCM-DATA-FIM TO CCB-DATA-FIM
             END-READ
             PERFORM P450-GRAVAR-MOVIMENTO
             ADD 1 TO WS-QTDE-REENVIOS
             DISPLAY 'MOVIMENTO CCS ' WS-CHAVE-REENVIO
                     ' REENVIADO NA REMESSA ' WS-SEQ-REMESSA
      *      O WRITE DO REENVIO MUDA A POSICAO DA LEITURA, QUE
      *      RECOMECA LOGO DEPOIS DO MOVIMENTO ORIGINAL
             MOVE WS-CHAVE-REENVIO TO CCM-CHAVE
             START ARQ-CCSMOV KEY IS GREATER THAN CCM-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-CCSMOV
             END-START
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O ARQUIVO DA REMESSA: HEADER, OS
      *      MOVIMENTOS DA SEQUENCIA DO DIA EM ORDEM E O TRAILER
      ******************************************************************
       P700-GRAVAR-REMESSA.
             MOVE SPACES TO REG-CCS-REMESSA
             SET CRM-HEADER TO TRUE
             MOVE WS-DATA-ATUAL TO CRM-HDR-DATA
             MOVE WS-SEQ-REMESSA TO CRM-HDR-SEQ
             MOVE 'CCS' TO CRM-HDR-SISTEMA
             MOVE 'PROJETO BANCO' TO CRM-HDR-INSTITUICAO
             WRITE REG-CCS-REMESSA

             MOVE WS-SEQ-REMESSA TO CCM-SEQ-REMESSA
             MOVE ZEROS TO CCM-SEQ-REG
             START ARQ-CCSMOV KEY IS NOT LESS THAN CCM-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-CCSMOV
             END-START
             IF FS-CCSMOV EQUAL TO "00" THEN
                PERFORM P610-LER-PROX-MOVIMENTO
                PERFORM UNTIL FS-CCSMOV NOT EQUAL TO "00"
                   OR CCM-SEQ-REMESSA NOT EQUAL TO WS-SEQ-REMESSA
                   PERFORM P710-GRAVAR-DETALHE
                   PERFORM P610-LER-PROX-MOVIMENTO
                END-PERFORM
             END-IF

             MOVE SPACES TO REG-CCS-REMESSA
             SET CRM-TRAILER TO TRUE
             MOVE WS-QTDE-DETALHES TO CRM-TRL-QTDE
             MOVE ZEROS TO CRM-TRL-VALOR
             WRITE REG-CCS-REMESSA
       .
       P710-GRAVAR-DETALHE.
             MOVE SPACES TO REG-CCS-REMESSA
             SET CRM-DETALHE TO TRUE
             MOVE CCM-SEQ-REG TO CRM-SEQ-REG
             MOVE CCM-MOVIMENTO TO CRM-MOVIMENTO
             MOVE CCM-TIPO-PESSOA TO CRM-TIPO-PESSOA
             MOVE CCM-DOCUMENTO TO CRM-DOCUMENTO
             EVALUATE CCM-VINCULO
                WHEN 'T'
                   MOVE 01 TO CRM-VINCULO
                WHEN 'C'
                   MOVE 02 TO CRM-VINCULO
                WHEN 'P'
                   MOVE 03 TO CRM-VINCULO
                WHEN OTHER
                   MOVE 04 TO CRM-VINCULO
             END-EVALUATE
             MOVE CCM-AGENCIA TO CRM-AGENCIA
             MOVE CCM-CONTA-NUM TO CRM-CONTA-NUM
             MOVE CCM-DATA-INICIO TO CRM-DATA-INICIO
             MOVE CCM-DATA-FIM TO CRM-DATA-FIM
             WRITE REG-CCS-REMESSA
             ADD 1 TO WS-QTDE-DETALHES
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O LIVRO DE TRANSMISSAO: A REMESSA
      *      DO DIA JA TRANSMITIDA (OU CONFIRMADA) NAO PODE SER
      *      REGERADA, PARA NAO REENVIAR ARQUIVO DEFASADO
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
             IF FS-TITULAR NOT EQUAL TO "35" THEN
                CLOSE ARQ-TITULAR
             END-IF
             IF FS-PROCURACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PROCURACAO
             END-IF
             IF FS-REPRESENTANTE NOT EQUAL TO "35" THEN
                CLOSE ARQ-REPRESENTANTE
             END-IF
             CLOSE ARQ-CCSBASE
             CLOSE ARQ-CCSMOV
             CLOSE ARQ-CCSCTL
             CLOSE ARQ-REMESSA
             DISPLAY 'REMESSA CCS: ' WS-SEQ-REMESSA
             DISPLAY 'CONTAS LIDAS: ' WS-QTDE-CONTAS
             DISPLAY 'VINCULOS VIGENTES CONFERIDOS: ' WS-QTDE-VINCULOS
             DISPLAY 'INICIOS DE RELACIONAMENTO: ' WS-QTDE-INICIOS
             DISPLAY 'FINS DE RELACIONAMENTO: ' WS-QTDE-FINS
             DISPLAY 'ALTERACOES DE AGENCIA: ' WS-QTDE-ALTERACOES
             DISPLAY 'REJEITADOS REENVIADOS: ' WS-QTDE-REENVIOS
             DISPLAY 'DETALHES NO ARQUIVO: ' WS-QTDE-DETALHES
             DISPLAY 'REMESSA GRAVADA EM CCS-REMESSA.DAT'
             STOP RUN.
       END PROGRAM CCS-REMESSA.
