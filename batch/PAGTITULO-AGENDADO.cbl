      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO QUE LIQUIDA OS PAGAMENTOS DE TITULO
      *            AGENDADOS NO CAIXA (ARQ-PAGAGENDA) CUJA DATA
      *            CHEGOU: SO RODA EM DIA UTIL (FIM DE SEMANA E
      *            FERIADO DE FERIADO.DAT EMPURRAM O DEBITO PARA O
      *            PRIMEIRO DIA UTIL SEGUINTE), DEBITA A CONTA COM O
      *            MOVIMENTO PG, GRAVA A LINHA DE PAGAMENTO-CONVENIO
      *            E O REGISTRO PENDENTE EM ARQ-PAGTITULO DA MESMA
      *            FORMA QUE P2500-PAGAR-TITULO FAZ NO PROJETO-BANCO,
      *            PARA ENTRAR NA REMESSA DO PAGTITULO-LIQUIDACAO DO
      *            DIA (DEVE RODAR ANTES DELE). SEM SALDO O PAGAMENTO
      *            FICA PARA O DIA UTIL SEGUINTE ATE O LIMITE DE
      *            TENTATIVAS (PAGAGENDA-TENTATIVAS DA TABELA DE
      *            PARAMETROS) OU O VENCIMENTO DO TITULO, QUANDO E
      *            CANCELADO; CADA FALTA DE SALDO E CADA CANCELAMENTO
      *            DEIXAM UM AVISO (ARQ-ALERTA) PARA O CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTITULO-AGENDADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-PAGAGENDA ASSIGN TO "pagagenda.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PGA-SEQ
                ALTERNATE RECORD KEY IS PGA-CONTA-NUM WITH DUPLICATES
                ALTERNATE RECORD KEY IS PGA-LINHA-DIG WITH DUPLICATES
                FILE STATUS  IS FS-PAGAGENDA.
           SELECT ARQ-PAGTITULO ASSIGN TO "pagtitulo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PGT-SEQ
                ALTERNATE RECORD KEY IS PGT-LINHA-DIG
                     WITH DUPLICATES
                FILE STATUS  IS FS-PAGTITULO.
           SELECT ARQ-PAGTITCTL ASSIGN TO "pagtitctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PAGTITCTL.
           SELECT ARQ-PAG-CONVENIO ASSIGN TO "pagamento-convenio.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PAG-CONVENIO.
           SELECT ARQ-DDA ASSIGN TO "dda.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DDA-SEQ
                ALTERNATE RECORD KEY IS DDA-CPF WITH DUPLICATES
                FILE STATUS  IS FS-DDA.
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
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-FERIADO ASSIGN TO "feriado.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FER-DATA
                FILE STATUS  IS FS-FERIADO.
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
       FD ARQ-PAGAGENDA.
           COPY PAGAGCAD.
       FD ARQ-PAGTITULO.
           COPY PAGTITCAD.
       FD ARQ-PAGTITCTL.
           COPY PAGTITCTL.
       FD ARQ-PAG-CONVENIO.
       01 REG-PAG-CONVENIO             PIC X(132).
       FD ARQ-DDA.
           COPY DDACAD.
       FD ARQ-ALERTA.
           COPY ALERTACAD.
       FD ARQ-ALERTACTL.
           COPY ALERTACTL.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-FERIADO.
           COPY FERIADOCAD.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-PAGAGENDA                 PIC XX.
       77 FS-PAGTITULO                 PIC XX.
       77 FS-PAGTITCTL                 PIC XX.
       77 FS-PAG-CONVENIO              PIC XX.
       77 FS-DDA                       PIC XX.
       77 FS-ALERTA                    PIC XX.
       77 FS-ALERTACTL                 PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-FERIADO                   PIC XX.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'PAGTITULO-AGENDADO'.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-MAX-TENTATIVAS            PIC 9(02) VALUE 3.
       77 WS-DEVIDO-INTEIRO            PIC 9(07).
       77 WS-DIA-SEMANA                PIC 9(01).
       77 WS-DOW-QUOC                  PIC 9(07).
       77 WS-DIA-NAO-UTIL              PIC X(01).
       01 WS-DATA-DEVIDA               PIC 9(08).
       77 WS-VENC-UTIL                 PIC 9(08).
       77 WS-VALOR                     PIC S9(09)V99.
       77 WS-AUX                       PIC S9(09)V99.
       77 WS-MOTIVO                    PIC X(30).
       77 WS-ALE-MENSAGEM              PIC X(60).
       77 WS-LINHA-PAG-CONVENIO        PIC X(132).
       77 WS-PGT-NUMERO                PIC 9(08).
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DEVIDOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-LIQUIDADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SEM-SALDO            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CANCELADOS           PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-LIQUIDADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-EDT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P250-CARREGAR-PARAMETROS
             MOVE WS-DATA-ATUAL TO WS-DATA-DEVIDA
             PERFORM P275-ROLAR-PARA-DIA-UTIL
             IF WS-DATA-DEVIDA NOT EQUAL TO WS-DATA-ATUAL THEN
                DISPLAY 'HOJE NAO E DIA UTIL, OS PAGAMENTOS AGENDADOS'
                        ' FICAM PARA ' WS-DATA-DEVIDA
             ELSE
                PERFORM P300-LIQUIDAR-AGENDADOS
             END-IF
             PERFORM P900-TERMINAL
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE OS ARQUIVOS NECESSARIOS PARA O BATCH; O
      *      CALENDARIO DE FERIADOS, A TABELA DE PARAMETROS E O DDA
      *      SAO OPCIONAIS
      ******************************************************************
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

             OPEN I-O ARQ-PAGAGENDA
             IF FS-PAGAGENDA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PAGAGENDA
                CLOSE ARQ-PAGAGENDA
                OPEN I-O ARQ-PAGAGENDA
             END-IF
             IF FS-PAGAGENDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS PAGAMENTOS AGENDADOS,'
                        ' STATUS: ' FS-PAGAGENDA
                STOP RUN
             END-IF

             OPEN I-O ARQ-PAGTITULO
             IF FS-PAGTITULO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PAGTITULO
                CLOSE ARQ-PAGTITULO
                OPEN I-O ARQ-PAGTITULO
             END-IF
             IF FS-PAGTITULO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS TITULOS PAGOS, STATUS: '
                        FS-PAGTITULO
                STOP RUN
             END-IF

             OPEN INPUT ARQ-PAGTITCTL
             IF FS-PAGTITCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PAGTITCTL
                MOVE 0 TO ULT-PAGTITULO
                WRITE REG-PAGTITCTL
             END-IF
             CLOSE ARQ-PAGTITCTL

             OPEN EXTEND ARQ-PAG-CONVENIO
             IF FS-PAG-CONVENIO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PAG-CONVENIO
                CLOSE ARQ-PAG-CONVENIO
                OPEN EXTEND ARQ-PAG-CONVENIO
             END-IF
             IF FS-PAG-CONVENIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A LIQUIDACAO POR CONVENIO,'
                        ' STATUS: ' FS-PAG-CONVENIO
                STOP RUN
             END-IF

             OPEN I-O ARQ-DDA
             IF FS-DDA NOT EQUAL TO "00"
                AND FS-DDA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O DDA, STATUS: ' FS-DDA
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

             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF

             OPEN INPUT ARQ-FERIADO
             IF FS-FERIADO NOT EQUAL TO "00"
                AND FS-FERIADO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CALENDARIO DE FERIADOS,'
                        ' STATUS: ' FS-FERIADO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA DA TABELA DE PARAMETROS O NUMERO DE
      *      TENTATIVAS SEM SALDO ANTES DO CANCELAMENTO (SEM A
      *      TABELA OU O CODIGO FICA O PADRAO DO PROGRAMA)
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'PAGAGENDA-TENTATIVAS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO
                AND WS-PARAM-VALOR-RESULT GREATER THAN ZEROS THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-MAX-TENTATIVAS
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
      *      FUNÇÃO QUE ROLA A DATA EM WS-DATA-DEVIDA PARA FRENTE ATE
      *      O PRIMEIRO DIA UTIL (PULANDO FINS DE SEMANA E FERIADOS)
      ******************************************************************
       P275-ROLAR-PARA-DIA-UTIL.
             COMPUTE WS-DEVIDO-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-DEVIDA)
             MOVE 'S' TO WS-DIA-NAO-UTIL
             PERFORM UNTIL WS-DIA-NAO-UTIL EQUAL TO 'N'
                MOVE 'N' TO WS-DIA-NAO-UTIL
                COMPUTE WS-DATA-DEVIDA =
                   FUNCTION DATE-OF-INTEGER(WS-DEVIDO-INTEIRO)
                DIVIDE WS-DEVIDO-INTEIRO BY 7
                      GIVING WS-DOW-QUOC REMAINDER WS-DIA-SEMANA
                IF WS-DIA-SEMANA EQUAL TO ZEROS
                   OR WS-DIA-SEMANA EQUAL TO 6
                   MOVE 'S' TO WS-DIA-NAO-UTIL
                ELSE
                   IF FS-FERIADO NOT EQUAL TO "35" THEN
                      MOVE WS-DATA-DEVIDA TO FER-DATA
                      READ ARQ-FERIADO RECORD KEY IS FER-DATA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'S' TO WS-DIA-NAO-UTIL
                      END-READ
                   END-IF
                END-IF
                IF WS-DIA-NAO-UTIL EQUAL TO 'S' THEN
                   ADD 1 TO WS-DEVIDO-INTEIRO
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS AGENDAMENTOS ATIVOS E LIQUIDA OS
      *      QUE TEM DATA AGENDADA ATE HOJE (DATA EM FIM DE SEMANA OU
      *      FERIADO CAI NO PRIMEIRO DIA UTIL SEGUINTE, QUE E HOJE OU
      *      JA PASSOU) E QUE AINDA NAO FORAM TENTADOS HOJE
      ******************************************************************
       P300-LIQUIDAR-AGENDADOS.
             MOVE ZEROS TO PGA-SEQ
             START ARQ-PAGAGENDA KEY IS NOT LESS THAN PGA-SEQ
                INVALID KEY
                   DISPLAY 'NENHUM PAGAMENTO AGENDADO'
             END-START

             IF FS-PAGAGENDA EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-AGENDADO
                PERFORM UNTIL FS-PAGAGENDA NOT EQUAL TO "00"
                   ADD 1 TO WS-QTDE-LIDOS
                   IF PGA-AGENDADO
                      AND PGA-DATA-AGENDADA NOT GREATER THAN
                          WS-DATA-ATUAL
                      AND PGA-DATA-ULT-TENTATIVA NOT EQUAL TO
                          WS-DATA-ATUAL
                      ADD 1 TO WS-QTDE-DEVIDOS
                      PERFORM P400-LIQUIDAR-PAGAMENTO
                   END-IF
                   PERFORM P310-LER-PROX-AGENDADO
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO PAGAMENTO AGENDADO
      ******************************************************************
       P310-LER-PROX-AGENDADO.
             READ ARQ-PAGAGENDA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PAGAGENDA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE TENTA LIQUIDAR UM PAGAMENTO AGENDADO: TITULO
      *      JA VENCIDO (VENCIMENTO ROLADO PARA O DIA UTIL) OU CONTA
      *      FORA DE MOVIMENTO CANCELAM O AGENDAMENTO; SALDO
      *      INSUFICIENTE CONTA UMA TENTATIVA; COM SALDO A CONTA E
      *      DEBITADA
      ******************************************************************
       P400-LIQUIDAR-PAGAMENTO.
             MOVE ZEROS TO WS-VENC-UTIL
             IF PGA-DATA-VENC GREATER THAN ZEROS THEN
                MOVE PGA-DATA-VENC TO WS-DATA-DEVIDA
                PERFORM P275-ROLAR-PARA-DIA-UTIL
                MOVE WS-DATA-DEVIDA TO WS-VENC-UTIL
                IF WS-VENC-UTIL LESS THAN WS-DATA-ATUAL THEN
                   MOVE 'TITULO VENCIDO' TO WS-MOTIVO
                   PERFORM P600-CANCELAR-AGENDAMENTO
                   EXIT PARAGRAPH
                END-IF
             END-IF

             MOVE PGA-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO
                   PERFORM P600-CANCELAR-AGENDAMENTO
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                MOVE 'CONTA ENCERRADA/BLOQUEADA' TO WS-MOTIVO
                PERFORM P600-CANCELAR-AGENDAMENTO
                EXIT PARAGRAPH
             END-IF

             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - PGA-VALOR
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                PERFORM P500-REGISTRAR-FALTA-SALDO
                EXIT PARAGRAPH
             END-IF

             PERFORM P450-DEBITAR-PAGAMENTO
       .
      ******************************************************************
      *      FUNÇÃO QUE DEBITA O PAGAMENTO NA CONTA (MOVIMENTO PG NO
      *      EXTRATO), ACUMULA A LINHA NA LIQUIDACAO POR CONVENIO E
      *      REGISTRA O TITULO PENDENTE EM ARQ-PAGTITULO COM A DATA DE
      *      HOJE, COMO O CAIXA FAZ NO PAGAMENTO NA HORA. O NUMERO DO
      *      TITULO E OBTIDO ANTES DO DEBITO: SEM NUMERO NADA E
      *      DEBITADO E O AGENDAMENTO FICA PENDENTE PARA A PROXIMA
      *      EXECUCAO
      ******************************************************************
       P450-DEBITAR-PAGAMENTO.
             PERFORM P455-OBTER-NUMERO-PAGTITULO
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                DISPLAY 'AGENDAMENTO ' PGA-SEQ ': SEM NUMERO DE TITULO'
                        ', MANTIDO PENDENTE'
                EXIT PARAGRAPH
             END-IF
             MOVE PGA-VALOR TO WS-VALOR
             COMPUTE WS-AUX = SALDO - WS-VALOR
             MOVE WS-AUX TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'AGENDAMENTO ' PGA-SEQ ': FALHA AO ATUALIZAR'
                        ' A CONTA ' CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-PAGAMENTO-TITULO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL    TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-VALOR         TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'TITULO CONV '  DELIMITED SIZE
                    PGA-BANCO       DELIMITED SIZE
                    ' VENC '        DELIMITED SIZE
                    PGA-DATA-VENC   DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH'          TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'AGENDAMENTO ' PGA-SEQ ': FALHA AO GRAVAR O'
                        ' EXTRATO, STATUS: ' FS-EXTRATO
             END-IF

             MOVE SPACES TO WS-LINHA-PAG-CONVENIO
             STRING 'DATA: '          DELIMITED SIZE
                    WS-DATA-ATUAL     DELIMITED SIZE
                    ' CONVENIO: '     DELIMITED SIZE
                    PGA-BANCO         DELIMITED SIZE
                    ' LINHA: '        DELIMITED SIZE
                    PGA-LINHA-DIG     DELIMITED SIZE
                    ' VALOR: '        DELIMITED SIZE
                    WS-VALOR          DELIMITED SIZE
               INTO WS-LINHA-PAG-CONVENIO
             END-STRING
             MOVE WS-LINHA-PAG-CONVENIO TO REG-PAG-CONVENIO
             WRITE REG-PAG-CONVENIO
             IF FS-PAG-CONVENIO NOT EQUAL TO "00" THEN
                DISPLAY 'AGENDAMENTO ' PGA-SEQ ': FALHA AO GRAVAR A'
                        ' LIQUIDACAO DO CONVENIO, STATUS: '
                        FS-PAG-CONVENIO
             END-IF

             PERFORM P460-REGISTRAR-PAGTITULO
             IF PGA-DDA-SEQ GREATER THAN ZEROS
                AND FS-DDA NOT EQUAL TO "35" THEN
                MOVE PGA-DDA-SEQ TO DDA-SEQ
                READ ARQ-DDA RECORD KEY IS DDA-SEQ
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET DDA-PAGO TO TRUE
                      REWRITE REG-DDA
                END-READ
             END-IF

             SET PGA-LIQUIDADO TO TRUE
             MOVE WS-DATA-ATUAL TO PGA-DATA-ULT-TENTATIVA
             MOVE WS-DATA-ATUAL TO PGA-DATA-BAIXA
             MOVE 'BATCH' TO PGA-OPER-BAIXA
             MOVE SPACES TO PGA-MOTIVO
             REWRITE REG-PAGAGENDA
             IF FS-PAGAGENDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O AGENDAMENTO ' PGA-SEQ
                        ', STATUS: ' FS-PAGAGENDA
             END-IF
             ADD 1 TO WS-QTDE-LIQUIDADOS
             ADD WS-VALOR TO WS-TOTAL-LIQUIDADO
             DISPLAY 'AGENDAMENTO ' PGA-SEQ ' LIQUIDADO: CONTA '
                     CONTA-NUM ' VALOR: ' WS-VALOR
       .
      ******************************************************************
      *      FUNÇÃO QUE TOMA O PROXIMO NUMERO DE TITULO PAGO EM
      *      WS-PGT-NUMERO, ABRINDO E FECHANDO O CONTROLE A CADA NUMERO
      ******************************************************************
       P455-OBTER-NUMERO-PAGTITULO.
             OPEN I-O ARQ-PAGTITCTL
             READ ARQ-PAGTITCTL
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE TITULOS PAGOS,'
                        ' STATUS: ' FS-PAGTITCTL
                CLOSE ARQ-PAGTITCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PAGTITULO
             REWRITE REG-PAGTITCTL
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE TITULOS'
                        ' PAGOS, STATUS: ' FS-PAGTITCTL
                CLOSE ARQ-PAGTITCTL
                EXIT PARAGRAPH
             END-IF
             MOVE ULT-PAGTITULO TO WS-PGT-NUMERO
             CLOSE ARQ-PAGTITCTL
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA O TITULO PAGO EM ARQ-PAGTITULO
      *      (PENDENTE DE LIQUIDACAO NA CAMARA), LEVANDO A MARCA DE
      *      DUPLICIDADE LIBERADA NO AGENDAMENTO
      ******************************************************************
       P460-REGISTRAR-PAGTITULO.
             MOVE WS-PGT-NUMERO    TO PGT-SEQ
             MOVE PGA-LINHA-DIG    TO PGT-LINHA-DIG
             MOVE PGA-CONTA-NUM    TO PGT-CONTA-NUM
             MOVE PGA-BANCO        TO PGT-BANCO
             MOVE PGA-VALOR        TO PGT-VALOR
             MOVE WS-DATA-ATUAL    TO PGT-DATA-PGTO
             MOVE ZEROS            TO PGT-DATA-CONFIRMACAO
             SET PGT-PENDENTE      TO TRUE
             IF PGA-DUPLIC-LIBERADO THEN
                SET PGT-DUPLIC-LIBERADO TO TRUE
                MOVE PGA-SUPERVISOR TO PGT-SUPERVISOR
             ELSE
                MOVE 'N' TO PGT-OVERRIDE
                MOVE SPACES TO PGT-SUPERVISOR
             END-IF
             WRITE REG-PAGTITULO
             IF FS-PAGTITULO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR O TITULO PAGO, STATUS: '
                        FS-PAGTITULO
             END-IF
             MOVE PGT-SEQ TO PGA-PGT-SEQ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTA UMA TENTATIVA SEM SALDO: ESGOTADAS AS
      *      TENTATIVAS, OU NO ULTIMO DIA UTIL ANTES DO VENCIMENTO, O
      *      AGENDAMENTO E CANCELADO; SENAO FICA PARA O PROXIMO DIA
      *      UTIL E O CLIENTE E AVISADO
      ******************************************************************
       P500-REGISTRAR-FALTA-SALDO.
             ADD 1 TO PGA-QTDE-TENTATIVAS
             MOVE WS-DATA-ATUAL TO PGA-DATA-ULT-TENTATIVA
             IF PGA-QTDE-TENTATIVAS NOT LESS THAN WS-MAX-TENTATIVAS
                OR WS-VENC-UTIL EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
                PERFORM P600-CANCELAR-AGENDAMENTO
                EXIT PARAGRAPH
             END-IF
             REWRITE REG-PAGAGENDA
             IF FS-PAGAGENDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O AGENDAMENTO ' PGA-SEQ
                        ', STATUS: ' FS-PAGAGENDA
             END-IF
             ADD 1 TO WS-QTDE-SEM-SALDO
             MOVE SPACES TO WS-ALE-MENSAGEM
             STRING 'PAGTO AGEND. ' DELIMITED SIZE
                    PGA-SEQ DELIMITED SIZE
                    ' SEM SALDO, NOVA TENTATIVA NO'
                                   DELIMITED SIZE
                    ' PROXIMO DIA UTIL' DELIMITED SIZE
               INTO WS-ALE-MENSAGEM
             END-STRING
             PERFORM P700-GRAVAR-AVISO
             DISPLAY 'AGENDAMENTO ' PGA-SEQ ': SALDO INSUFICIENTE NA'
                     ' CONTA ' PGA-CONTA-NUM ', TENTATIVA '
                     PGA-QTDE-TENTATIVAS ' DE ' WS-MAX-TENTATIVAS
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA O AGENDAMENTO PELO MOTIVO EM
      *      WS-MOTIVO E AVISA O CLIENTE
      ******************************************************************
       P600-CANCELAR-AGENDAMENTO.
             SET PGA-CANCELADO-BATCH TO TRUE
             MOVE WS-DATA-ATUAL TO PGA-DATA-ULT-TENTATIVA
             MOVE WS-DATA-ATUAL TO PGA-DATA-BAIXA
             MOVE 'BATCH' TO PGA-OPER-BAIXA
             MOVE WS-MOTIVO TO PGA-MOTIVO
             REWRITE REG-PAGAGENDA
             IF FS-PAGAGENDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR O AGENDAMENTO ' PGA-SEQ
                        ', STATUS: ' FS-PAGAGENDA
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-CANCELADOS
             MOVE SPACES TO WS-ALE-MENSAGEM
             STRING 'PAGTO AGEND. ' DELIMITED SIZE
                    PGA-SEQ DELIMITED SIZE
                    ' CANCELADO: ' DELIMITED SIZE
                    WS-MOTIVO DELIMITED '  '
               INTO WS-ALE-MENSAGEM
             END-STRING
             PERFORM P700-GRAVAR-AVISO
             DISPLAY 'AGENDAMENTO ' PGA-SEQ ' CANCELADO: ' WS-MOTIVO
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O AVISO PA DA MENSAGEM EM
      *      WS-ALE-MENSAGEM PARA A CONTA DO AGENDAMENTO
      ******************************************************************
       P700-GRAVAR-AVISO.
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
             MOVE ULT-ALERTA TO ALE-SEQ
             MOVE PGA-CONTA-NUM TO ALE-CONTA-NUM
             SET ALE-PAGTO-AGENDADO TO TRUE
             MOVE WS-DATA-ATUAL TO ALE-DATA
             MOVE WS-ALE-MENSAGEM TO ALE-MENSAGEM
             SET ALE-PENDENTE TO TRUE
             WRITE REG-ALERTA
             IF FS-ALERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O AVISO AO CLIENTE, STATUS: '
                        FS-ALERTA
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
      *      FUNÇÃO PARA FINALIZAR O PROGRAMA
      ******************************************************************
       P900-TERMINAL.
             PERFORM P910-REABRIR-SISTEMA
             IF FS-FERIADO NOT EQUAL TO "35" THEN
                CLOSE ARQ-FERIADO
             END-IF
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             IF FS-DDA NOT EQUAL TO "35" THEN
                CLOSE ARQ-DDA
             END-IF
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-PAGAGENDA
             CLOSE ARQ-PAGTITULO
             CLOSE ARQ-PAG-CONVENIO
             CLOSE ARQ-ALERTA
             CLOSE ARQ-ALERTACTL
             MOVE WS-TOTAL-LIQUIDADO TO WS-TOTAL-EDT
             DISPLAY 'TOTAL DE AGENDAMENTOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'TOTAL DE PAGAMENTOS DEVIDOS HOJE: '
                     WS-QTDE-DEVIDOS
             DISPLAY 'TOTAL DE PAGAMENTOS LIQUIDADOS: '
                     WS-QTDE-LIQUIDADOS ' VALOR: ' WS-TOTAL-EDT
             DISPLAY 'TOTAL SEM SALDO (NOVA TENTATIVA): '
                     WS-QTDE-SEM-SALDO
             DISPLAY 'TOTAL DE AGENDAMENTOS CANCELADOS: '
                     WS-QTDE-CANCELADOS
             STOP RUN.
       END PROGRAM PAGTITULO-AGENDADO.
