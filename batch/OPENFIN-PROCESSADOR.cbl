      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   PROCESSADOR DOS PEDIDOS DE DADOS DO OPEN FINANCE:
      *            CONSOME OS PEDIDOS DAS INSTITUICOES RECEPTORAS
      *            (OPENFIN-ENTRADA.DAT) E SO RESPONDE QUANDO O
      *            CONSENTIMENTO INVOCADO EXISTE, E DA MESMA
      *            INSTITUICAO E DO MESMO CPF, ESTA ATIVO, NAO
      *            EXPIROU, LIBERA O ESCOPO PEDIDO E A CONTA E DO CPF
      *            (PESSOA FISICA). OS ESCOPOS SAO DADOS DA CONTA
      *            (CT), MOVIMENTACOES DOS ULTIMOS OPENFIN-DIAS-MOV
      *            DIAS (MV), EMPRESTIMOS (EM) E CARTOES, SEM PIN E
      *            COM O NUMERO MASCARADO (CR). TODO PEDIDO QUE CITA
      *            UM CONSENTIMENTO EXISTENTE, ATENDIDO OU RECUSADO,
      *            VAI PARA O LOG DE ACESSOS (OPENFIN-ACESSO.DAT). AS
      *            RESPOSTAS SAEM EM OPENFIN-SAIDA.DAT (STATUS: 00
      *            OK, 20 CONSENTIMENTO INEXISTENTE, 21 CONSENTIMENTO
      *            DE OUTRA INSTITUICAO OU DE OUTRO CPF, 22
      *            CONSENTIMENTO REVOGADO, 23 CONSENTIMENTO EXPIRADO,
      *            24 ESCOPO NAO AUTORIZADO, 25 CONTA INEXISTENTE OU
      *            DE OUTRO TITULAR, 99 ESCOPO DESCONHECIDO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENFIN-PROCESSADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-CONSENTIMENTO ASSIGN TO "consentimento.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CSN-ID
                ALTERNATE RECORD KEY IS CSN-CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONSENTIMENTO.
           SELECT ARQ-OFACESSO ASSIGN TO "openfin-acesso.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS OFA-CHAVE
                FILE STATUS  IS FS-OFACESSO.
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PARAM-CHAVE
                FILE STATUS  IS FS-PARAMETRO.
           SELECT ARQ-OF-REQ ASSIGN TO "openfin-entrada.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-OF-REQ.
           SELECT ARQ-OF-RESP ASSIGN TO "openfin-saida.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-OF-RESP.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-CONSENTIMENTO.
           COPY CONSENTCAD.
       FD ARQ-OFACESSO.
           COPY OFACESSO.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-OF-REQ.
           COPY OFREQ.
       FD ARQ-OF-RESP.
       01 REG-OF-RESP                  PIC X(132).
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-CONSENTIMENTO             PIC XX.
       77 FS-OFACESSO                  PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-OF-REQ                    PIC XX.
       77 FS-OF-RESP                   PIC XX.
       77 WS-QTDE-PEDIDOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ATENDIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ACESSOS-LOG          PIC 9(06) VALUE ZEROS.
       77 WS-STATUS-RESP               PIC X(02).
       77 WS-LINHA-RESP                PIC X(132).
       77 WS-QTDE-ITENS                PIC 9(04).
       77 WS-OF-DIAS-MOV               PIC 9(03) VALUE 90.
       77 WS-OF-DATA-CORTE             PIC 9(08).
       77 WS-CSN-ACHOU                 PIC X(01).
           88 CSN-ACHOU                VALUE 'S'.
       77 WS-VALOR-EDITADO             PIC -9(09).99.
       77 WS-VALOR-EDITADO-2           PIC -9(09).99.
       77 WS-CARTAO-NUM                PIC 9(16).
       77 WS-CARTAO-ALFA REDEFINES WS-CARTAO-NUM PIC X(16).
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
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
             PERFORM P250-CARREGAR-PARAMETROS
             PERFORM P300-PROCESSAR-PEDIDOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: ' FS-EXTRATO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00"
                AND FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS EMPRESTIMOS, STATUS: '
                        FS-EMPRESTIMO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00"
                AND FS-CARTAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CARTOES,'
                        ' STATUS: ' FS-CARTAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-CONSENTIMENTO
             IF FS-CONSENTIMENTO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CONSENTIMENTO
                CLOSE ARQ-CONSENTIMENTO
                OPEN I-O ARQ-CONSENTIMENTO
             END-IF
             IF FS-CONSENTIMENTO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS CONSENTIMENTOS, STATUS: '
                        FS-CONSENTIMENTO
                STOP RUN
             END-IF
             OPEN I-O ARQ-OFACESSO
             IF FS-OFACESSO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-OFACESSO
                CLOSE ARQ-OFACESSO
                OPEN I-O ARQ-OFACESSO
             END-IF
             IF FS-OFACESSO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LOG DE ACESSOS, STATUS: '
                        FS-OFACESSO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
                        ' STATUS: ' FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-OF-REQ
             IF FS-OF-REQ NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A ENTRADA DO OPEN FINANCE,'
                        ' STATUS: ' FS-OF-REQ
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-OF-RESP
             IF FS-OF-RESP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A SAIDA DO OPEN FINANCE,'
                        ' STATUS: ' FS-OF-RESP
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA A JANELA DE MOVIMENTACOES DA TABELA
      *      DE PARAMETROS E CALCULA A DATA DE CORTE DO ESCOPO MV
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                MOVE 'OPENFIN-DIAS-MOV' TO WS-PARAM-CODIGO
                PERFORM P260-OBTER-PARAMETRO
                IF PARAM-ENCONTRADO THEN
                   MOVE WS-PARAM-VALOR-RESULT TO WS-OF-DIAS-MOV
                END-IF
             END-IF
             COMPUTE WS-OF-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                     - WS-OF-DIAS-MOV)
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
       .
       P261-LER-PROX-PARAMETRO.
             READ ARQ-PARAMETRO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARAMETRO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS PEDIDOS DA ENTRADA: VALIDA O
      *      CONSENTIMENTO, RESPONDE O ESCOPO E REGISTRA O ACESSO
      ******************************************************************
       P300-PROCESSAR-PEDIDOS.
             PERFORM P310-LER-PROX-PEDIDO
             PERFORM UNTIL FS-OF-REQ NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-PEDIDOS
                MOVE ZEROS TO WS-QTDE-ITENS
                PERFORM P350-VALIDAR-CONSENTIMENTO
                IF WS-STATUS-RESP EQUAL TO '00' THEN
                   EVALUATE TRUE
                      WHEN OFR-CONTAS
                         PERFORM P400-PEDIDO-CONTA
                      WHEN OFR-MOVIMENTOS
                         PERFORM P500-PEDIDO-MOVIMENTOS
                      WHEN OFR-EMPRESTIMOS
                         PERFORM P600-PEDIDO-EMPRESTIMOS
                      WHEN OFR-CARTOES
                         PERFORM P700-PEDIDO-CARTOES
                   END-EVALUATE
                   ADD 1 TO WS-QTDE-ATENDIDOS
                ELSE
                   PERFORM P800-GRAVAR-RESPOSTA
                   ADD 1 TO WS-QTDE-RECUSADOS
                END-IF
                IF CSN-ACHOU THEN
                   PERFORM P850-REGISTRAR-ACESSO
                END-IF
                PERFORM P310-LER-PROX-PEDIDO
             END-PERFORM
       .
       P310-LER-PROX-PEDIDO.
             READ ARQ-OF-REQ NEXT RECORD
                AT END
                   MOVE "10" TO FS-OF-REQ
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE SE O CONSENTIMENTO COBRE O PEDIDO,
      *      DEVOLVENDO O STATUS EM WS-STATUS-RESP E O MOTIVO DA
      *      RECUSA EM WS-LINHA-RESP; NO STATUS 00 A CONTA PEDIDA
      *      FICA EM REG-CONTA
      ******************************************************************
       P350-VALIDAR-CONSENTIMENTO.
             MOVE 'N' TO WS-CSN-ACHOU
             MOVE OFR-CONSENTIMENTO TO CSN-ID
             READ ARQ-CONSENTIMENTO RECORD KEY IS CSN-ID
                INVALID KEY
                   MOVE '20' TO WS-STATUS-RESP
                   MOVE 'CONSENTIMENTO INEXISTENTE' TO WS-LINHA-RESP
                   EXIT PARAGRAPH
             END-READ
             MOVE 'S' TO WS-CSN-ACHOU
             EVALUATE TRUE
                WHEN OFR-INSTITUICAO NOT EQUAL TO CSN-INSTITUICAO
                  OR OFR-CPF NOT EQUAL TO CSN-CPF
                   MOVE '21' TO WS-STATUS-RESP
                   MOVE 'CONSENTIMENTO DE OUTRA INSTITUICAO OU CPF'
                     TO WS-LINHA-RESP
                WHEN CSN-REVOGADO
                   MOVE '22' TO WS-STATUS-RESP
                   MOVE 'CONSENTIMENTO REVOGADO PELO CLIENTE'
                     TO WS-LINHA-RESP
                WHEN CSN-DATA-EXPIRACAO LESS THAN WS-DATA-ATUAL
                   MOVE '23' TO WS-STATUS-RESP
                   MOVE 'CONSENTIMENTO EXPIRADO' TO WS-LINHA-RESP
                WHEN NOT OFR-CONTAS AND NOT OFR-MOVIMENTOS
                 AND NOT OFR-EMPRESTIMOS AND NOT OFR-CARTOES
                   MOVE '99' TO WS-STATUS-RESP
                   MOVE 'ESCOPO DESCONHECIDO' TO WS-LINHA-RESP
                WHEN (OFR-CONTAS AND NOT CSN-LIBERA-CONTAS)
                  OR (OFR-MOVIMENTOS AND NOT CSN-LIBERA-MOVIMENTOS)
                  OR (OFR-EMPRESTIMOS AND NOT CSN-LIBERA-EMPRESTIMOS)
                  OR (OFR-CARTOES AND NOT CSN-LIBERA-CARTOES)
                   MOVE '24' TO WS-STATUS-RESP
                   MOVE 'ESCOPO NAO AUTORIZADO PELO CONSENTIMENTO'
                     TO WS-LINHA-RESP
                WHEN OTHER
                   MOVE '00' TO WS-STATUS-RESP
             END-EVALUATE
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                EXIT PARAGRAPH
             END-IF

             MOVE OFR-CONTA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE '25' TO WS-STATUS-RESP
                   MOVE 'CONTA INEXISTENTE' TO WS-LINHA-RESP
                   EXIT PARAGRAPH
             END-READ
             IF CPF NOT EQUAL TO CSN-CPF OR CONTA-PJ THEN
                MOVE '25' TO WS-STATUS-RESP
                MOVE 'CONTA NAO PERTENCE AO CPF DO CONSENTIMENTO'
                  TO WS-LINHA-RESP
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RESPONDE O ESCOPO CT: DADOS E SALDO DA CONTA
      ******************************************************************
       P400-PEDIDO-CONTA.
             MOVE SALDO TO WS-VALOR-EDITADO
             MOVE VALOR-RETIDO TO WS-VALOR-EDITADO-2
             MOVE SPACES TO WS-LINHA-RESP
             STRING 'CONTA: '           DELIMITED SIZE
                    CONTA-NUM           DELIMITED SIZE
                    ' AGENCIA: '        DELIMITED SIZE
                    AGENCIA             DELIMITED SIZE
                    ' TIPO: '           DELIMITED SIZE
                    TIPO-CONTA          DELIMITED SIZE
                    ' STATUS: '         DELIMITED SIZE
                    STATUS-CONTA        DELIMITED SIZE
                    ' MOEDA: '          DELIMITED SIZE
                    MOEDA               DELIMITED SIZE
                    ' SALDO: '          DELIMITED SIZE
                    WS-VALOR-EDITADO    DELIMITED SIZE
                    ' RETIDO: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-2  DELIMITED SIZE
               INTO WS-LINHA-RESP
             END-STRING
             PERFORM P800-GRAVAR-RESPOSTA
             MOVE 1 TO WS-QTDE-ITENS
       .
      ******************************************************************
      *      FUNÇÃO QUE RESPONDE O ESCOPO MV: AS MOVIMENTACOES DA
      *      CONTA DESDE A DATA DE CORTE, UMA LINHA POR MOVIMENTO
      ******************************************************************
       P500-PEDIDO-MOVIMENTOS.
             MOVE SPACES TO WS-LINHA-RESP
             STRING 'INICIO DAS MOVIMENTACOES DESDE ' DELIMITED SIZE
                    WS-OF-DATA-CORTE                  DELIMITED SIZE
               INTO WS-LINHA-RESP
             END-STRING
             PERFORM P800-GRAVAR-RESPOSTA
             MOVE OFR-CONTA TO EXT-CONTA-NUM
             MOVE ZEROS TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-EXTRATO
             END-START
             IF FS-EXTRATO EQUAL TO "00" THEN
                PERFORM P510-LER-PROX-EXTRATO
             END-IF
             PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                OR EXT-CONTA-NUM NOT EQUAL TO OFR-CONTA
                IF EXT-DATA-MOV NOT LESS THAN WS-OF-DATA-CORTE THEN
                   ADD 1 TO WS-QTDE-ITENS
                   MOVE EXT-VALOR TO WS-VALOR-EDITADO
                   MOVE EXT-SALDO-APOS TO WS-VALOR-EDITADO-2
                   MOVE SPACES TO WS-LINHA-RESP
                   STRING 'SEQ: '            DELIMITED SIZE
                          EXT-SEQUENCIA      DELIMITED SIZE
                          ' TIPO: '          DELIMITED SIZE
                          EXT-TIPO-MOV       DELIMITED SIZE
                          ' DATA: '          DELIMITED SIZE
                          EXT-DATA-MOV       DELIMITED SIZE
                          ' VALOR: '         DELIMITED SIZE
                          WS-VALOR-EDITADO   DELIMITED SIZE
                          ' SALDO APOS: '    DELIMITED SIZE
                          WS-VALOR-EDITADO-2 DELIMITED SIZE
                          ' SITUACAO: '      DELIMITED SIZE
                          EXT-STATUS-MOV     DELIMITED SIZE
                     INTO WS-LINHA-RESP
                   END-STRING
                   PERFORM P800-GRAVAR-RESPOSTA
                END-IF
                PERFORM P510-LER-PROX-EXTRATO
             END-PERFORM
             MOVE "00" TO FS-EXTRATO
             MOVE 'FIM DAS MOVIMENTACOES' TO WS-LINHA-RESP
             PERFORM P800-GRAVAR-RESPOSTA
       .
       P510-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE RESPONDE O ESCOPO EM: OS CONTRATOS DE
      *      EMPRESTIMO DA CONTA PELA CHAVE ALTERNADA
      ******************************************************************
       P600-PEDIDO-EMPRESTIMOS.
             MOVE 'INICIO DOS EMPRESTIMOS' TO WS-LINHA-RESP
             PERFORM P800-GRAVAR-RESPOSTA
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                MOVE OFR-CONTA TO EMP-CONTA-NUM
                START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-EMPRESTIMO
                END-START
                IF FS-EMPRESTIMO EQUAL TO "00" THEN
                   PERFORM P610-LER-PROX-EMPRESTIMO
                END-IF
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   OR EMP-CONTA-NUM NOT EQUAL TO OFR-CONTA
                   ADD 1 TO WS-QTDE-ITENS
                   MOVE EMP-VALOR-PRINCIPAL TO WS-VALOR-EDITADO
                   MOVE EMP-VALOR-PARCELA TO WS-VALOR-EDITADO-2
                   MOVE SPACES TO WS-LINHA-RESP
                   STRING 'CONTRATO: '         DELIMITED SIZE
                          EMP-SEQ              DELIMITED SIZE
                          ' PRINCIPAL: '       DELIMITED SIZE
                          WS-VALOR-EDITADO     DELIMITED SIZE
                          ' TAXA: '            DELIMITED SIZE
                          EMP-TAXA-JUROS       DELIMITED SIZE
                          ' PARCELA: '         DELIMITED SIZE
                          WS-VALOR-EDITADO-2   DELIMITED SIZE
                          ' PAGAS: '           DELIMITED SIZE
                          EMP-PARCELAS-PAGAS   DELIMITED SIZE
                          '/'                  DELIMITED SIZE
                          EMP-QTDE-PARCELAS    DELIMITED SIZE
                          ' ATRASO: '          DELIMITED SIZE
                          EMP-QTDE-PARC-ATRASO DELIMITED SIZE
                          ' STATUS: '          DELIMITED SIZE
                          EMP-STATUS           DELIMITED SIZE
                     INTO WS-LINHA-RESP
                   END-STRING
                   PERFORM P800-GRAVAR-RESPOSTA
                   PERFORM P610-LER-PROX-EMPRESTIMO
                END-PERFORM
                MOVE "00" TO FS-EMPRESTIMO
             END-IF
             MOVE 'FIM DOS EMPRESTIMOS' TO WS-LINHA-RESP
             PERFORM P800-GRAVAR-RESPOSTA
       .
       P610-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE RESPONDE O ESCOPO CR: OS CARTOES DA CONTA COM
      *      O NUMERO MASCARADO (SEIS PRIMEIROS E QUATRO ULTIMOS
      *      DIGITOS) E SEM O PIN
      ******************************************************************
       P700-PEDIDO-CARTOES.
             MOVE 'INICIO DOS CARTOES' TO WS-LINHA-RESP
             PERFORM P800-GRAVAR-RESPOSTA
             IF FS-CARTAO NOT EQUAL TO "35" THEN
                MOVE OFR-CONTA TO CARD-CONTA-NUM
                START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                   INVALID KEY
                      MOVE "23" TO FS-CARTAO
                END-START
                IF FS-CARTAO EQUAL TO "00" THEN
                   PERFORM P710-LER-PROX-CARTAO
                END-IF
                PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                   OR CARD-CONTA-NUM NOT EQUAL TO OFR-CONTA
                   ADD 1 TO WS-QTDE-ITENS
                   MOVE CARD-NUMERO TO WS-CARTAO-NUM
                   MOVE CARD-LIMITE-CREDITO TO WS-VALOR-EDITADO
                   MOVE SPACES TO WS-LINHA-RESP
                   STRING 'CARTAO: '             DELIMITED SIZE
                          WS-CARTAO-ALFA(1:6)    DELIMITED SIZE
                          '******'               DELIMITED SIZE
                          WS-CARTAO-ALFA(13:4)   DELIMITED SIZE
                          ' MODALIDADE: '        DELIMITED SIZE
                          CARD-MODALIDADE        DELIMITED SIZE
                          ' PRODUTO: '           DELIMITED SIZE
                          CARD-PRODUTO           DELIMITED SIZE
                          ' STATUS: '            DELIMITED SIZE
                          CARD-STATUS            DELIMITED SIZE
                          ' VALIDADE: '          DELIMITED SIZE
                          CARD-VALIDADE-AAAAMM   DELIMITED SIZE
                          ' LIMITE: '            DELIMITED SIZE
                          WS-VALOR-EDITADO       DELIMITED SIZE
                     INTO WS-LINHA-RESP
                   END-STRING
                   PERFORM P800-GRAVAR-RESPOSTA
                   PERFORM P710-LER-PROX-CARTAO
                END-PERFORM
                MOVE "00" TO FS-CARTAO
             END-IF
             MOVE 'FIM DOS CARTOES' TO WS-LINHA-RESP
             PERFORM P800-GRAVAR-RESPOSTA
       .
       P710-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
       P800-GRAVAR-RESPOSTA.
             MOVE SPACES TO REG-OF-RESP
             STRING OFR-ID           DELIMITED SIZE
                    ' '              DELIMITED SIZE
                    WS-STATUS-RESP   DELIMITED SIZE
                    ' '              DELIMITED SIZE
                    WS-LINHA-RESP    DELIMITED SIZE
               INTO REG-OF-RESP
             END-STRING
             WRITE REG-OF-RESP
             IF FS-OF-RESP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RESPOSTA, STATUS: '
                        FS-OF-RESP
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O PEDIDO NO LOG DE ACESSOS DO
      *      CONSENTIMENTO (AINDA EM REG-CONSENTIMENTO), NUMERADO
      *      PELO CONTADOR DE ACESSOS; O PEDIDO ATENDIDO TAMBEM
      *      ATUALIZA A DATA DO ULTIMO ACESSO
      ******************************************************************
       P850-REGISTRAR-ACESSO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             ADD 1 TO CSN-QTDE-ACESSOS
             IF WS-STATUS-RESP EQUAL TO '00' THEN
                MOVE WS-DATA-ATUAL TO CSN-DATA-ULT-ACESSO
             END-IF
             REWRITE REG-CONSENTIMENTO
             IF FS-CONSENTIMENTO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONSENTIMENTO '
                        CSN-ID ', STATUS: ' FS-CONSENTIMENTO
             END-IF
             MOVE CSN-ID            TO OFA-CSN-ID
             MOVE CSN-QTDE-ACESSOS  TO OFA-SEQ
             MOVE WS-DATA-ATUAL     TO OFA-DATA
             MOVE WS-HORA-ATUAL     TO OFA-HORA
             MOVE OFR-ID            TO OFA-REQ-ID
             MOVE OFR-INSTITUICAO   TO OFA-INSTITUICAO
             MOVE OFR-CPF           TO OFA-CPF
             MOVE OFR-CONTA         TO OFA-CONTA-NUM
             MOVE OFR-ESCOPO        TO OFA-ESCOPO
             MOVE WS-STATUS-RESP    TO OFA-STATUS-RESP
             MOVE WS-QTDE-ITENS     TO OFA-QTDE-ITENS
             WRITE REG-OFACESSO
             IF FS-OFACESSO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O ACESSO DO CONSENTIMENTO '
                        CSN-ID ', STATUS: ' FS-OFACESSO
             ELSE
                ADD 1 TO WS-QTDE-ACESSOS-LOG
             END-IF
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             IF FS-EMPRESTIMO NOT EQUAL TO "35" THEN
                CLOSE ARQ-EMPRESTIMO
             END-IF
             IF FS-CARTAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-CARTAO
             END-IF
             CLOSE ARQ-CONSENTIMENTO
             CLOSE ARQ-OFACESSO
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-OF-REQ
             CLOSE ARQ-OF-RESP
             DISPLAY 'PEDIDOS PROCESSADOS: ' WS-QTDE-PEDIDOS
             DISPLAY 'PEDIDOS ATENDIDOS: ' WS-QTDE-ATENDIDOS
             DISPLAY 'PEDIDOS RECUSADOS: ' WS-QTDE-RECUSADOS
             DISPLAY 'ACESSOS GRAVADOS NO LOG: ' WS-QTDE-ACESSOS-LOG
             DISPLAY 'RESPOSTAS GRAVADAS EM OPENFIN-SAIDA.DAT'
             STOP RUN.
       END PROGRAM OPENFIN-PROCESSADOR.
