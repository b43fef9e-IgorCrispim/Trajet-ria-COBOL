      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DA PORTABILIDADE DE CREDITO DE SAIDA: INGERE
      *            OS PEDIDOS DE OUTROS BANCOS (PORTCRED-RECEBIDO.DAT,
      *            COM O HEADER/TRAILER OBRIGATORIO DOS ARQUIVOS DE
      *            ENTRADA) PARA LEVAR CONTRATOS NOSSOS. NA
      *            SOLICITACAO CALCULA O SALDO DEVEDOR DO CONTRATO NA
      *            DATA DE LIQUIDACAO (MESMA BASE DA QUITACAO
      *            ANTECIPADA, SEM OS JUROS FUTUROS) E RESPONDE COM
      *            ACEITE OU, QUANDO A TAXA PROPOSTA E MENOR QUE A DO
      *            CONTRATO E NAO FICA ABAIXO DO PISO
      *            PORTCRED-TAXA-MINIMA, COM A CONTRAPROPOSTA DE
      *            RETENCAO NA MESMA TAXA; NA LIQUIDACAO CONFERE O
      *            VALOR RECEBIDO, FECHA O CONTRATO COMO PORTADO E
      *            LIBERA AS GARANTIAS; NO CANCELAMENTO DE UM PEDIDO
      *            COM CONTRAPROPOSTA O CLIENTE FICOU, E O SALDO E
      *            REPACTUADO NO MESMO CONTRATO PELA TAXA OFERECIDA.
      *            AS RESPOSTAS SAEM EM PORTCRED-RESPOSTA.DAT,
      *            REGISTRADO NO LIVRO DE TRANSMISSAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCRED-SAIDA.
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
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-GARANTIA ASSIGN TO "garantia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GAR-CHAVE
                FILE STATUS  IS FS-GARANTIA.
           SELECT ARQ-PORTCRED ASSIGN TO "portcred.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PTC-NUMERO
                ALTERNATE RECORD KEY IS PTC-CPF WITH DUPLICATES
                FILE STATUS  IS FS-PORTCRED.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
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
           SELECT ARQ-PEDIDO ASSIGN TO "portcred-recebido.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PEDIDO.
           SELECT ARQ-RESPOSTA ASSIGN TO "portcred-resposta.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RESPOSTA.
           SELECT ARQ-TRANSCTL ASSIGN TO "transctl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRS-CHAVE
                FILE STATUS  IS FS-TRANSCTL.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-TITULAR.
           COPY TITULAR.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-GARANTIA.
           COPY GARANTCAD.
       FD ARQ-PORTCRED.
           COPY PORTCRED.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-PEDIDO.
           COPY PORTCMSG.
       FD ARQ-RESPOSTA.
       01 REG-RESPOSTA                 PIC X(139).
       FD ARQ-TRANSCTL.
           COPY TRANSCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'PORTCRED-SAIDA'.
       77 FS-CONTA                     PIC XX.
       77 FS-TITULAR                   PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-GARANTIA                  PIC XX.
       77 FS-PORTCRED                  PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-PEDIDO                    PIC XX.
       77 FS-RESPOSTA                  PIC XX.
       77 FS-TRANSCTL                  PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
      *      PISO DE TAXA PARA A CONTRAPROPOSTA DE RETENCAO, COM O
      *      PADRAO DO FONTE QUANDO NAO HA VIGENCIA NA TABELA
       77 WS-TAXA-MINIMA               PIC 9(03)V99 VALUE 1.50.
       77 WS-BANCO-PROPRIO             PIC 9(03) VALUE 001.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ACEITES              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTRAPROPOSTAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-LIQUIDADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RETIDOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CANCELADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADOS            PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-LIQUIDADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-RESPOSTAS            PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-RESPOSTAS           PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOTIVO-RECUSA             PIC X(30).
       77 WS-CPF-CONFERE               PIC X(01) VALUE 'N'.
           88 CPF-CONFERE              VALUE 'S'.
       77 WS-DATA-ALVO                 PIC 9(08).
       77 WS-PARC-REST                 PIC S9(04).
       77 WS-PARC-ANTES                PIC S9(04).
       77 WS-PARC-FUTURAS              PIC S9(04).
       77 WS-SALDO-DEVEDOR             PIC S9(09)V99.
       77 WS-TRS-ARQUIVO               PIC X(20)
             VALUE 'PORTCRED-RESPOSTA'.
       01 WS-VENC-DATA.
           05 WS-VC-ANO                PIC 9(04).
           05 WS-VC-MES                PIC 9(02).
           05 WS-VC-DIA                PIC 9(02).
       01 WS-VENC-DATA-N REDEFINES WS-VENC-DATA PIC 9(08).
       01 WS-REG-CONTROLE.
           05 WS-CTL-TIPO              PIC X(01).
           05 WS-CTL-CAMPO-1           PIC 9(08).
           05 WS-CTL-CAMPO-2           PIC X(15).
           05 WS-CTL-VALOR REDEFINES WS-CTL-CAMPO-2
                                       PIC 9(13)V99.
           05 FILLER                   PIC X(115).
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
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P280-GRAVAR-HEADER-RESPOSTA
             PERFORM P300-PROCESSAR-PEDIDOS
             PERFORM P880-GRAVAR-TRAILER-RESPOSTA
             PERFORM P890-REGISTRAR-GERACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-TITULAR
             IF FS-TITULAR NOT EQUAL TO "00"
                AND FS-TITULAR NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS COTITULARES, STATUS: '
                        FS-TITULAR
                STOP RUN
             END-IF
             OPEN I-O ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN I-O ARQ-GARANTIA
             IF FS-GARANTIA NOT EQUAL TO "00"
                AND FS-GARANTIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS GARANTIAS, STATUS: '
                        FS-GARANTIA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PORTCRED
             IF FS-PORTCRED EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PORTCRED
                CLOSE ARQ-PORTCRED
                OPEN I-O ARQ-PORTCRED
             END-IF
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS PORTABILIDADES DE CREDITO,'
                        ' STATUS: ' FS-PORTCRED
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PEDIDO
             IF FS-PEDIDO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE PEDIDOS DE'
                        ' PORTABILIDADE, STATUS: ' FS-PEDIDO
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RESPOSTA
             IF FS-RESPOSTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE RESPOSTAS,'
                        ' STATUS: ' FS-RESPOSTA
                STOP RUN
             END-IF
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
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA O PISO DA CONTRAPROPOSTA DE RETENCAO
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'PORTCRED-TAXA-MINIMA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-MINIMA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA NA TABELA DE PARAMETROS O VALOR
      *      VIGENTE NA DATA ATUAL PARA O CODIGO INFORMADO EM
      *      WS-PARAM-CODIGO, DEVOLVENDO-O EM WS-PARAM-VALOR-RESULT
      ******************************************************************
       P260-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
             MOVE WS-PARAM-CODIGO TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P261-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-PARAM-CODIGO
                   IF PARAM-DATA-INICIO NOT GREATER THAN WS-DATA-ATUAL
                      AND PARAM-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                      MOVE 'S' TO WS-PARAM-ENCONTRADO
                      MOVE PARAM-VALOR TO WS-PARAM-VALOR-RESULT
                   END-IF
                   PERFORM P261-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PARAMETRO
       .
       P261-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O HEADER DO ARQUIVO DE RESPOSTAS NA
      *      MESMA CONVENCAO DOS ARQUIVOS DE ENTRADA, DEVOLVENDO A
      *      SEQUENCIA DO ARQUIVO DE PEDIDOS RESPONDIDO
      ******************************************************************
       P280-GRAVAR-HEADER-RESPOSTA.
             MOVE SPACES TO WS-REG-CONTROLE
             MOVE 'H' TO WS-CTL-TIPO
             MOVE WS-DATA-ATUAL TO WS-CTL-CAMPO-1
             MOVE WS-INT-SEQ-HDR TO WS-CTL-CAMPO-2(1:6)
             MOVE WS-REG-CONTROLE TO REG-RESPOSTA
             WRITE REG-RESPOSTA
             IF FS-RESPOSTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O HEADER DAS RESPOSTAS,'
                        ' STATUS: ' FS-RESPOSTA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS PEDIDOS RECEBIDOS E TRATA CADA UM
      *      PELO TIPO DA MENSAGEM
      ******************************************************************
       P300-PROCESSAR-PEDIDOS.
             PERFORM P310-LER-PROX-PEDIDO
             PERFORM UNTIL FS-PEDIDO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                MOVE SPACES TO WS-MOTIVO-RECUSA
                EVALUATE TRUE
                   WHEN PCM-SOLICITACAO
                      PERFORM P400-TRATAR-SOLICITACAO
                   WHEN PCM-LIQUIDACAO
                      PERFORM P500-TRATAR-LIQUIDACAO
                   WHEN PCM-CANCELAMENTO
                      PERFORM P600-TRATAR-CANCELAMENTO
                   WHEN OTHER
                      MOVE 'TIPO DE MENSAGEM INVALIDO'
                        TO WS-MOTIVO-RECUSA
                END-EVALUATE
                IF WS-MOTIVO-RECUSA NOT EQUAL TO SPACES THEN
                   PERFORM P700-RECUSAR-PEDIDO
                END-IF
                PERFORM P310-LER-PROX-PEDIDO
             END-PERFORM
       .
       P310-LER-PROX-PEDIDO.
             READ ARQ-PEDIDO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PEDIDO
             END-READ
             PERFORM UNTIL FS-PEDIDO NOT EQUAL TO "00"
                IF REG-PORTCMSG(1:1) NOT EQUAL TO 'H'
                   AND REG-PORTCMSG(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-PEDIDO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-PEDIDO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE TRATA A SOLICITACAO DE PORTABILIDADE: CONFERE
      *      O CONTRATO E O CPF, CALCULA O SALDO DEVEDOR NA DATA DE
      *      LIQUIDACAO E RESPONDE COM ACEITE OU CONTRAPROPOSTA
      ******************************************************************
       P400-TRATAR-SOLICITACAO.
             IF PCM-BANCO-CREDOR NOT EQUAL TO WS-BANCO-PROPRIO THEN
                MOVE 'BANCO CREDOR NAO E ESTE BANCO' TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             MOVE PCM-NUMERO TO PTC-NUMERO
             READ ARQ-PORTCRED RECORD KEY IS PTC-NUMERO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'NUMERO DE PORTABILIDADE REPETIDO'
                     TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
             END-READ
             MOVE PCM-CONTRATO-NOSSO TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   MOVE 'CONTRATO NAO ENCONTRADO' TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
             END-READ
             IF NOT EMP-ATIVO THEN
                MOVE 'CONTRATO NAO ESTA ATIVO' TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             PERFORM P420-CONFERIR-CPF
             IF NOT CPF-CONFERE THEN
                MOVE 'CPF NAO E TITULAR DO CONTRATO'
                  TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             IF PCM-DATA-LIQUIDACAO LESS THAN WS-DATA-ATUAL THEN
                MOVE WS-DATA-ATUAL TO PCM-DATA-LIQUIDACAO
             END-IF
             MOVE PCM-DATA-LIQUIDACAO TO WS-DATA-ALVO
             PERFORM P450-CALCULAR-SALDO-DEVEDOR

             MOVE SPACES TO REG-PORTCRED
             MOVE PCM-NUMERO TO PTC-NUMERO
             SET PTC-SAIDA TO TRUE
             MOVE PCM-BANCO-PROPONENTE TO PTC-BANCO
             MOVE PCM-CONTRATO TO PTC-CONTRATO-EXTERNO
             MOVE EMP-SEQ TO PTC-EMP-SEQ
             MOVE EMP-CONTA-NUM TO PTC-CONTA-NUM
             MOVE PCM-CPF TO PTC-CPF
             MOVE WS-DATA-ATUAL TO PTC-DATA-PEDIDO
             MOVE PCM-DATA-LIQUIDACAO TO PTC-DATA-LIQUIDACAO
             MOVE WS-SALDO-DEVEDOR TO PTC-SALDO-DEVEDOR
             MOVE PCM-TAXA TO PTC-TAXA-PROPOSTA
             MOVE PCM-PRAZO TO PTC-PRAZO-PROPOSTO
             MOVE ZEROS TO PTC-TAXA-CONTRAPROPOSTA
             MOVE ZEROS TO PTC-VALOR-LIQUIDADO
             MOVE 'BATCH' TO PTC-OPER-ID
      *      RETENCAO SO PARA CONTRATO EM DIA, COM GANHO REAL PARA O
      *      CLIENTE E SEM FURAR O PISO DE TAXA; O HABITACIONAL (SAC)
      *      NAO E REPACTUADO EM PARCELA FIXA, SO RESPONDE O SALDO
             IF EMP-QTDE-PARC-ATRASO EQUAL TO ZEROS
                AND NOT EMP-HABITACIONAL
                AND PCM-TAXA LESS THAN EMP-TAXA-JUROS
                AND PCM-TAXA NOT LESS THAN WS-TAXA-MINIMA
                SET PTC-CONTRAPROPOSTA TO TRUE
                MOVE PCM-TAXA TO PTC-TAXA-CONTRAPROPOSTA
             ELSE
                SET PTC-AGUARDANDO TO TRUE
             END-IF
             WRITE REG-PORTCRED
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PORTABILIDADE ' PTC-NUMERO
                        ', STATUS: ' FS-PORTCRED
                MOVE 'FALHA INTERNA NO REGISTRO' TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF

             MOVE WS-SALDO-DEVEDOR TO PCM-VALOR
             MOVE SPACES TO PCM-TED-NUMERO
             IF PTC-CONTRAPROPOSTA THEN
                SET PCM-CONTRAPROPOSTA TO TRUE
                MOVE PTC-TAXA-CONTRAPROPOSTA TO PCM-TAXA
                MOVE 'CONTRAPROPOSTA DE RETENCAO' TO PCM-MOTIVO
                ADD 1 TO WS-QTDE-CONTRAPROPOSTAS
             ELSE
                SET PCM-ACEITE TO TRUE
                MOVE EMP-TAXA-JUROS TO PCM-TAXA
                MOVE 'SALDO DEVEDOR PARA LIQUIDACAO' TO PCM-MOTIVO
                ADD 1 TO WS-QTDE-ACEITES
             END-IF
             COMPUTE PCM-PRAZO =
                     EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS
             PERFORM P800-GRAVAR-RESPOSTA
             DISPLAY 'PORTABILIDADE ' PTC-NUMERO ' CONTRATO ' EMP-SEQ
                     ' SALDO ' WS-SALDO-DEVEDOR ' EM '
                     PTC-DATA-LIQUIDACAO ' - ' PCM-MOTIVO
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE SE O CPF DO PEDIDO E O TITULAR OU UM
      *      COTITULAR DA CONTA DO CONTRATO
      ******************************************************************
       P420-CONFERIR-CPF.
             MOVE 'N' TO WS-CPF-CONFERE
             MOVE EMP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF CPF EQUAL TO PCM-CPF THEN
                MOVE 'S' TO WS-CPF-CONFERE
                EXIT PARAGRAPH
             END-IF
             IF FS-TITULAR EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE EMP-CONTA-NUM TO TIT-CONTA-NUM
             MOVE PCM-CPF TO TIT-CPF
             READ ARQ-TITULAR RECORD KEY IS TIT-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S' TO WS-CPF-CONFERE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O SALDO DEVEDOR DO CONTRATO EM
      *      REG-EMPRESTIMO NA DATA WS-DATA-ALVO: AS PARCELAS EM
      *      ATRASO PELO VALOR CHEIO, AS QUE AINDA VENCEM ATE A DATA
      *      FICAM PARA A COBRANCA NORMAL E AS DEMAIS PELO PRINCIPAL
      *      PROPORCIONAL, SEM OS JUROS FUTUROS (MESMA BASE DA
      *      QUITACAO ANTECIPADA NO CAIXA)
      ******************************************************************
       P450-CALCULAR-SALDO-DEVEDOR.
             COMPUTE WS-PARC-REST =
                     EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS
             MOVE ZEROS TO WS-PARC-ANTES
             MOVE WS-DHC-ANO TO WS-VC-ANO
             MOVE WS-DHC-MES TO WS-VC-MES
             MOVE EMP-DIA-VENCIMENTO TO WS-VC-DIA
             PERFORM UNTIL WS-VENC-DATA-N GREATER THAN WS-DATA-ALVO
                IF WS-VENC-DATA-N GREATER THAN WS-DATA-ATUAL THEN
                   ADD 1 TO WS-PARC-ANTES
                END-IF
                ADD 1 TO WS-VC-MES
                IF WS-VC-MES GREATER THAN 12 THEN
                   MOVE 1 TO WS-VC-MES
                   ADD 1 TO WS-VC-ANO
                END-IF
             END-PERFORM
             COMPUTE WS-PARC-FUTURAS = WS-PARC-REST
                     - EMP-QTDE-PARC-ATRASO - WS-PARC-ANTES
             IF WS-PARC-FUTURAS LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-PARC-FUTURAS
             END-IF
             COMPUTE WS-SALDO-DEVEDOR ROUNDED =
                     EMP-QTDE-PARC-ATRASO * EMP-VALOR-PARCELA
                     + EMP-VALOR-PRINCIPAL * WS-PARC-FUTURAS
                     / EMP-QTDE-PARCELAS
      *      NO HABITACIONAL O PRINCIPAL E O SALDO CORRIGIDO PELA TR,
      *      MENOS AS AMORTIZACOES SAC DAS PARCELAS EM ATRASO E DAS
      *      QUE A COBRANCA NORMAL AINDA RECEBE ATE A DATA
             IF EMP-HABITACIONAL THEN
                COMPUTE WS-SALDO-DEVEDOR ROUNDED =
                        EMP-QTDE-PARC-ATRASO * EMP-VALOR-PARCELA
                        + EMP-HAB-SALDO-DEVEDOR
                        - (EMP-QTDE-PARC-ATRASO + WS-PARC-ANTES)
                          * EMP-HAB-AMORTIZACAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE TRATA A LIQUIDACAO: O BANCO PROPONENTE PAGOU
      *      O SALDO DEVEDOR POR TED; CONFERE O VALOR CONTRA O SALDO
      *      DO DIA, FECHA O CONTRATO COMO PORTADO E LIBERA AS
      *      GARANTIAS
      ******************************************************************
       P500-TRATAR-LIQUIDACAO.
             MOVE PCM-NUMERO TO PTC-NUMERO
             READ ARQ-PORTCRED RECORD KEY IS PTC-NUMERO
                INVALID KEY
                   MOVE 'PORTABILIDADE NAO ENCONTRADA'
                     TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
             END-READ
             IF NOT PTC-SAIDA OR NOT PTC-EM-ABERTO THEN
                MOVE 'PORTABILIDADE NAO ESTA EM ABERTO'
                  TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             MOVE PTC-EMP-SEQ TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   MOVE 'CONTRATO NAO ENCONTRADO' TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
             END-READ
             IF NOT EMP-ATIVO THEN
                MOVE 'CONTRATO NAO ESTA ATIVO' TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO WS-DATA-ALVO
             PERFORM P450-CALCULAR-SALDO-DEVEDOR
             IF PCM-VALOR LESS THAN WS-SALDO-DEVEDOR THEN
                MOVE 'VALOR ABAIXO DO SALDO DEVEDOR'
                  TO WS-MOTIVO-RECUSA
                MOVE WS-SALDO-DEVEDOR TO PCM-VALOR
                EXIT PARAGRAPH
             END-IF

             MOVE EMP-QTDE-PARCELAS TO EMP-PARCELAS-PAGAS
             MOVE ZEROS TO EMP-QTDE-PARC-ATRASO
             MOVE ZEROS TO EMP-HAB-SALDO-DEVEDOR
             MOVE WS-DATA-ATUAL TO EMP-ULT-COBRANCA
             SET EMP-PORTADO TO TRUE
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO FECHAR O CONTRATO ' EMP-SEQ
                        ', STATUS: ' FS-EMPRESTIMO
                MOVE 'FALHA INTERNA NA LIQUIDACAO' TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             PERFORM P550-LIBERAR-GARANTIAS

             SET PTC-LIQUIDADA TO TRUE
             MOVE WS-DATA-ATUAL TO PTC-DATA-LIQUIDACAO
             MOVE WS-SALDO-DEVEDOR TO PTC-SALDO-DEVEDOR
             MOVE PCM-TED-NUMERO TO PTC-TED-NUMERO
             MOVE PCM-VALOR TO PTC-VALOR-LIQUIDADO
             REWRITE REG-PORTCRED
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A PORTABILIDADE '
                        PTC-NUMERO ', STATUS: ' FS-PORTCRED
             END-IF

             ADD 1 TO WS-QTDE-LIQUIDADOS
             ADD PCM-VALOR TO WS-VALOR-LIQUIDADO
             SET PCM-QUITACAO TO TRUE
             MOVE 'CONTRATO QUITADO POR PORTABILIDADE' TO PCM-MOTIVO
             PERFORM P800-GRAVAR-RESPOSTA
             DISPLAY 'CONTRATO ' EMP-SEQ ' LIQUIDADO POR PORTABILIDADE'
                     ' PARA O BANCO ' PTC-BANCO ' - TED '
                     PTC-TED-NUMERO ' VALOR ' PCM-VALOR
       .
       P550-LIBERAR-GARANTIAS.
             IF FS-GARANTIA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE EMP-SEQ TO GAR-EMP-SEQ
             MOVE ZEROS TO GAR-SEQ
             START ARQ-GARANTIA KEY IS NOT LESS THAN GAR-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-GARANTIA
             END-START
             IF FS-GARANTIA EQUAL TO "00" THEN
                PERFORM P555-LER-PROX-GARANTIA
                PERFORM UNTIL FS-GARANTIA NOT EQUAL TO "00"
                   OR GAR-EMP-SEQ NOT EQUAL TO EMP-SEQ
                   IF GAR-ATIVA THEN
                      SET GAR-LIBERADA TO TRUE
                      REWRITE REG-GARANTIA
                      DISPLAY 'GARANTIA ' GAR-SEQ ' DO CONTRATO '
                              GAR-EMP-SEQ ' LIBERADA'
                   END-IF
                   PERFORM P555-LER-PROX-GARANTIA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-GARANTIA
       .
       P555-LER-PROX-GARANTIA.
             READ ARQ-GARANTIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-GARANTIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE TRATA O CANCELAMENTO DO PEDIDO PELO BANCO
      *      PROPONENTE: SEM CONTRAPROPOSTA O PEDIDO SO E ENCERRADO;
      *      COM CONTRAPROPOSTA O CLIENTE FICOU, E O SALDO DEVEDOR DE
      *      HOJE E REPACTUADO NO MESMO CONTRATO PELAS PARCELAS QUE
      *      FALTAM, NA TAXA OFERECIDA
      ******************************************************************
       P600-TRATAR-CANCELAMENTO.
             MOVE PCM-NUMERO TO PTC-NUMERO
             READ ARQ-PORTCRED RECORD KEY IS PTC-NUMERO
                INVALID KEY
                   MOVE 'PORTABILIDADE NAO ENCONTRADA'
                     TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
             END-READ
             IF NOT PTC-SAIDA OR NOT PTC-EM-ABERTO THEN
                MOVE 'PORTABILIDADE NAO ESTA EM ABERTO'
                  TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             IF PTC-AGUARDANDO THEN
                SET PTC-CANCELADA TO TRUE
                REWRITE REG-PORTCRED
                ADD 1 TO WS-QTDE-CANCELADOS
                DISPLAY 'PORTABILIDADE ' PTC-NUMERO ' CANCELADA PELO'
                        ' BANCO ' PTC-BANCO
                EXIT PARAGRAPH
             END-IF

             MOVE PTC-EMP-SEQ TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   MOVE 'CONTRATO NAO ENCONTRADO' TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
             END-READ
             IF NOT EMP-ATIVO OR EMP-HABITACIONAL
                OR EMP-QTDE-PARC-ATRASO GREATER THAN ZEROS THEN
      *         O CONTRATO SAIU DO DIA DESDE A OFERTA: A RETENCAO
      *         NAO SE APLICA E O PEDIDO SO E ENCERRADO
                SET PTC-CANCELADA TO TRUE
                REWRITE REG-PORTCRED
                ADD 1 TO WS-QTDE-CANCELADOS
                DISPLAY 'PORTABILIDADE ' PTC-NUMERO ' CANCELADA, O'
                        ' CONTRATO ' EMP-SEQ ' NAO ADMITE MAIS A'
                        ' RETENCAO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO WS-DATA-ALVO
             PERFORM P450-CALCULAR-SALDO-DEVEDOR
             IF WS-PARC-REST LESS THAN 1 THEN
                SET PTC-CANCELADA TO TRUE
                REWRITE REG-PORTCRED
                ADD 1 TO WS-QTDE-CANCELADOS
                EXIT PARAGRAPH
             END-IF
             MOVE WS-SALDO-DEVEDOR TO EMP-VALOR-PRINCIPAL
             MOVE WS-PARC-REST TO EMP-QTDE-PARCELAS
             MOVE ZEROS TO EMP-PARCELAS-PAGAS
             MOVE PTC-TAXA-CONTRAPROPOSTA TO EMP-TAXA-JUROS
             COMPUTE EMP-VALOR-PARCELA ROUNDED =
                (EMP-VALOR-PRINCIPAL +
                (EMP-VALOR-PRINCIPAL * EMP-TAXA-JUROS / 100
                 * EMP-QTDE-PARCELAS)) / EMP-QTDE-PARCELAS
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REPACTUAR O CONTRATO ' EMP-SEQ
                        ', STATUS: ' FS-EMPRESTIMO
                MOVE 'FALHA INTERNA NA RETENCAO' TO WS-MOTIVO-RECUSA
                EXIT PARAGRAPH
             END-IF
             SET PTC-RETIDA TO TRUE
             MOVE WS-SALDO-DEVEDOR TO PTC-SALDO-DEVEDOR
             REWRITE REG-PORTCRED
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A PORTABILIDADE '
                        PTC-NUMERO ', STATUS: ' FS-PORTCRED
             END-IF
             ADD 1 TO WS-QTDE-RETIDOS
             DISPLAY 'CLIENTE RETIDO: CONTRATO ' EMP-SEQ
                     ' REPACTUADO A ' EMP-TAXA-JUROS '% EM '
                     EMP-QTDE-PARCELAS ' PARCELAS DE '
                     EMP-VALOR-PARCELA
       .
      ******************************************************************
      *      FUNÇÃO QUE RESPONDE O PEDIDO RECUSADO COM O MOTIVO
      ******************************************************************
       P700-RECUSAR-PEDIDO.
             ADD 1 TO WS-QTDE-RECUSADOS
             DISPLAY 'PEDIDO ' PCM-NUMERO ' TIPO ' PCM-TIPO
                     ' RECUSADO: ' WS-MOTIVO-RECUSA
             SET PCM-RECUSA TO TRUE
             MOVE WS-MOTIVO-RECUSA TO PCM-MOTIVO
             PERFORM P800-GRAVAR-RESPOSTA
       .
       P800-GRAVAR-RESPOSTA.
             MOVE REG-PORTCMSG TO REG-RESPOSTA
             WRITE REG-RESPOSTA
             IF FS-RESPOSTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RESPOSTA, STATUS: '
                        FS-RESPOSTA
             ELSE
                ADD 1 TO WS-QTDE-RESPOSTAS
                ADD PCM-VALOR TO WS-VALOR-RESPOSTAS
             END-IF
       .
       P880-GRAVAR-TRAILER-RESPOSTA.
             MOVE SPACES TO WS-REG-CONTROLE
             MOVE 'T' TO WS-CTL-TIPO
             MOVE WS-QTDE-RESPOSTAS TO WS-CTL-CAMPO-1
             MOVE WS-VALOR-RESPOSTAS TO WS-CTL-VALOR
             MOVE WS-REG-CONTROLE TO REG-RESPOSTA
             WRITE REG-RESPOSTA
             IF FS-RESPOSTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O TRAILER DAS RESPOSTAS,'
                        ' STATUS: ' FS-RESPOSTA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A GERACAO DAS RESPOSTAS NO LIVRO DE
      *      TRANSMISSAO COM OS TOTAIS DE CONTROLE DO ARQUIVO
      ******************************************************************
       P890-REGISTRAR-GERACAO.
             MOVE WS-TRS-ARQUIVO TO TRS-ARQUIVO
             MOVE WS-DATA-ATUAL TO TRS-COMPETENCIA
             MOVE WS-QTDE-RESPOSTAS TO TRS-QTDE-REG
             MOVE WS-VALOR-RESPOSTAS TO TRS-VALOR-TOTAL
             COMPUTE TRS-HASH = FUNCTION MOD
                (WS-QTDE-RESPOSTAS * 1009
                 + (WS-VALOR-RESPOSTAS * 100), 1000000000)
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

             READ ARQ-PEDIDO NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-PORTCMSG(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-PORTCMSG(2:8) TO WS-INT-DATA-HDR
             MOVE REG-PORTCMSG(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'PORTCRED-RECEBIDO' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'PORTCRED-RECEBIDO' TO ISQ-ARQUIVO
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
                READ ARQ-PEDIDO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-PORTCMSG(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-PORTCMSG(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-PORTCMSG(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
                ADD PCM-VALOR TO WS-INT-SOMA-DET
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
             CLOSE ARQ-PEDIDO
             OPEN INPUT ARQ-PEDIDO
             DISPLAY 'ARQUIVO ' 'PORTCRED-RECEBIDO.DAT' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'PORTCRED-RECEBIDO.DAT' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'PORTCRED-RECEBIDO.DAT' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-PEDIDO
             OPEN INPUT ARQ-PEDIDO
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-PEDIDO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-PORTCMSG TO WS-INT-LINHA-QUAR
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
                    'PORTCRED-RECEBIDO.DAT' DELIMITED SIZE
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
             IF FS-TITULAR NOT EQUAL TO "35" THEN
                CLOSE ARQ-TITULAR
             END-IF
             CLOSE ARQ-EMPRESTIMO
             IF FS-GARANTIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-GARANTIA
             END-IF
             CLOSE ARQ-PORTCRED
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-PEDIDO
             CLOSE ARQ-RESPOSTA
             CLOSE ARQ-TRANSCTL
             DISPLAY 'TOTAL DE PEDIDOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'SOLICITACOES ACEITAS: ' WS-QTDE-ACEITES
             DISPLAY 'CONTRAPROPOSTAS DE RETENCAO: '
                     WS-QTDE-CONTRAPROPOSTAS
             DISPLAY 'CONTRATOS LIQUIDADOS POR PORTABILIDADE: '
                     WS-QTDE-LIQUIDADOS ' VALOR: ' WS-VALOR-LIQUIDADO
             DISPLAY 'CLIENTES RETIDOS: ' WS-QTDE-RETIDOS
             DISPLAY 'PEDIDOS CANCELADOS: ' WS-QTDE-CANCELADOS
             DISPLAY 'PEDIDOS RECUSADOS: ' WS-QTDE-RECUSADOS
             DISPLAY 'RESPOSTAS GRAVADAS EM PORTCRED-RESPOSTA.DAT'
             STOP RUN.
       END PROGRAM PORTCRED-SAIDA.
