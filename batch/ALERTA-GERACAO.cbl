      * Purpose:   BATCH DIARIO QUE GERA OS AVISOS AO CLIENTE NA
      *            CAIXA DE AVISOS (ARQ-ALERTA): GRANDE DEBITO
      *            LANCADO NO DIA, SALDO ABAIXO DO PISO, PARCELA DE
      *            EMPRESTIMO VENCENDO NOS PROXIMOS SETE DIAS, CDB
      *            COM VENCIMENTO PROXIMO E PROCURACAO COM FIM DA
      *            VIGENCIA NOS PROXIMOS TRINTA DIAS (PARA O TITULAR
      *            PROVIDENCIAR A RENOVACAO); OS AVISOS FICAM PENDENTES
      *            ATE O CAIXA EXIBI-LOS NA PROXIMA CONSULTA DA CONTA
      *            (UM AVISO PENDENTE POR CONTA E TIPO, SEM
      *            DUPLICAR)
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-PROCURACAO ASSIGN TO "procuracao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRC-CHAVE
                FILE STATUS  IS FS-PROCURACAO.
           SELECT ARQ-ALERTA ASSIGN TO "alerta.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
           COPY EMPRESTCAD.
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-PROCURACAO.
           COPY PROCURCAD.
       FD ARQ-ALERTA.
           COPY ALERTACAD.
       FD ARQ-ALERTACTL.
       77 FS-EXTRATO                   PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-PROCURACAO                PIC XX.
       77 FS-ALERTA                    PIC XX.
       77 FS-ALERTACTL                 PIC XX.
       77 WS-QTDE-GERADOS              PIC 9(06) VALUE ZEROS.
       77 WS-LIMITE-GRANDE-DEBITO      PIC S9(07)V99 VALUE 5000.00.
       77 WS-PISO-SALDO                PIC S9(07)V99 VALUE 100.00.
       77 WS-DIAS-AVISO-PROCURACAO     PIC 9(03) VALUE 30.
       77 WS-ALERTA-CONTA              PIC 9(06).
       77 WS-ALERTA-TIPO               PIC X(02).
       77 WS-ALERTA-MENSAGEM           PIC X(60).
             PERFORM P400-ALERTAS-DE-SALDO
             PERFORM P500-ALERTAS-DE-PARCELA
             PERFORM P600-ALERTAS-DE-CDB
             PERFORM P650-ALERTAS-DE-PROCURACAO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
                        FS-APLICACAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PROCURACAO
             IF FS-PROCURACAO NOT EQUAL TO "00"
                AND FS-PROCURACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS PROCURACOES, STATUS: '
                        FS-PROCURACAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-ALERTA
             IF FS-ALERTA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ALERTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE AVISA O TITULAR DAS PROCURACOES ATIVAS DA
      *      CONTA CUJA VIGENCIA TERMINA NOS PROXIMOS TRINTA DIAS
      ******************************************************************
       P650-ALERTAS-DE-PROCURACAO.
             IF FS-PROCURACAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO PRC-CHAVE
             START ARQ-PROCURACAO KEY IS NOT LESS THAN PRC-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PROCURACAO NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P660-LER-PROX-PROCURACAO
             PERFORM UNTIL FS-PROCURACAO NOT EQUAL TO "00"
                IF PRC-ATIVA
                   AND PRC-DATA-FIM NOT LESS THAN WS-DATA-ATUAL
                   COMPUTE WS-DIAS-ATE-VENC =
                      FUNCTION INTEGER-OF-DATE(PRC-DATA-FIM)
                      - FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   IF WS-DIAS-ATE-VENC NOT GREATER THAN
                      WS-DIAS-AVISO-PROCURACAO THEN
                      MOVE PRC-CONTA-NUM TO WS-ALERTA-CONTA
                      MOVE 'PV' TO WS-ALERTA-TIPO
                      MOVE SPACES TO WS-ALERTA-MENSAGEM
                      STRING 'PROCURACAO DE ' DELIMITED SIZE
                             PRC-NOME DELIMITED SIZE
                             ' VENCE ' DELIMITED SIZE
                             PRC-DATA-FIM DELIMITED SIZE
                        INTO WS-ALERTA-MENSAGEM
                      END-STRING
                      PERFORM P700-GRAVAR-ALERTA
                   END-IF
                END-IF
                PERFORM P660-LER-PROX-PROCURACAO
             END-PERFORM
       .
       P660-LER-PROX-PROCURACAO.
             READ ARQ-PROCURACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PROCURACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O AVISO, SEM DUPLICAR UM AVISO
      *      PENDENTE DO MESMO TIPO PARA A MESMA CONTA
      ******************************************************************
             IF FS-APLICACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-APLICACAO
             END-IF
             IF FS-PROCURACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PROCURACAO
             END-IF
             CLOSE ARQ-ALERTA
             CLOSE ARQ-ALERTACTL
             DISPLAY 'TOTAL DE AVISOS GERADOS: ' WS-QTDE-GERADOS
