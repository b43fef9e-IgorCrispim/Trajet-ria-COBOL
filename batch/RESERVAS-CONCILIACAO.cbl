      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DE CONCILIACAO DA CONTA RESERVAS
      *            BANCARIAS: CARREGA O EXTRATO DO DIA DA CONTA NO
      *            BANCO CENTRAL (RESERVAS-EXTRATO.DAT, DEPOIS DA
      *            VALIDACAO DE HEADER/TRAILER E SEQUENCIA DOS
      *            ARQUIVOS DE ENTRADA) E CASA CADA LANCAMENTO LIQUIDADO
      *            NO STR COM AS NOSSAS LIQUIDACOES ESPERADAS: TEDS
      *            ENVIADAS (ARQ-TEDENVIO, INCLUSIVE AS DA FOLHA E DOS
      *            FORNECEDORES), TEDS RECEBIDAS CREDITADAS PELO
      *            TED-RECEBIDO (TE) E OS TOTAIS DO DIA DA COBRANCA
      *            (BL), DA CAMARA DE TITULOS (PG), DA LIQUIDACAO DO
      *            CARTAO DE DEBITO (CC), DO CAMBIO DAS REMESSAS AO
      *            CORRESPONDENTE NO EXTERIOR (RX/DX) E DOS BENEFICIOS
      *            DO INSS CREDITADOS E DEVOLVIDOS (IN/IV); O
      *            CASAMENTO E POR REFERENCIA, DEPOIS POR VALOR E
      *            DATA, DEPOIS POR
      *            VALOR COM OS ITENS EM ABERTO DE DIAS ANTERIORES.
      *            ITENS SEM PAR DOS DOIS LADOS E A DIFERENCA LIQUIDA
      *            SAEM EM RESERVAS-CONCILIACAO.REL E FICAM EM
      *            ARQ-RSVPEND ATE CASAREM; O MOVIMENTO COMPROVADO
      *            (LIQUIDO DOS LANCAMENTOS DO EXTRATO CASADOS NO DIA)
      *            E LANCADO NO RAZAO NA CONTA 11002 RESERVAS
      *            BANCARIAS CONTRA A 28001 TRANSFERENCIAS EM TRANSITO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAS-CONCILIACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-TEDENVIO ASSIGN TO "tedenvio.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TEV-CHAVE
                FILE STATUS  IS FS-TEDENVIO.
           SELECT ARQ-RSVPEND ASSIGN TO "reservas-pendencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RPD-CHAVE
                FILE STATUS  IS FS-RSVPEND.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
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
           SELECT ARQ-ENTRADA ASSIGN TO "reservas-extrato.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ENTRADA.
           SELECT ARQ-RELATORIO ASSIGN TO "reservas-conciliacao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-TEDENVIO.
           COPY TEDENVIO.
       FD ARQ-RSVPEND.
           COPY RSVPEND.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-ENTRADA.
           COPY RSVEXT.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-EXTRATO                   PIC XX.
       77 FS-TEDENVIO                  PIC XX.
       77 FS-RSVPEND                   PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-ENTRADA                   PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-VALOR-EDITADO-1           PIC -Z(12)9.99.
       77 WS-VALOR-EDITADO-2           PIC -Z(12)9.99.
       77 WS-VALOR-EDITADO-3           PIC -Z(12)9.99.
      *      SALDOS E TOTAIS DO EXTRATO DO BANCO CENTRAL
       77 WS-SALDO-INICIAL             PIC S9(13)V99 VALUE ZEROS.
       77 WS-SALDO-FINAL               PIC S9(13)V99 VALUE ZEROS.
       77 WS-SALDO-CALCULADO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-TEM-SALDO-FINAL           PIC X(01) VALUE 'N'.
           88 TEM-SALDO-FINAL          VALUE 'S'.
       77 WS-MOV-CASADO                PIC S9(13)V99 VALUE ZEROS.
       77 WS-ABERTO-EXTRATO            PIC S9(13)V99 VALUE ZEROS.
       77 WS-ABERTO-INTERNO            PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIFERENCA-LIQUIDA         PIC S9(13)V99 VALUE ZEROS.
       77 WS-SALDO-COMPROVADO          PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-SINAL               PIC S9(13)V99.
       77 WS-QTDE-LANC-EXTRATO         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ITENS-INTERNOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CASADOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CASADOS-ANTERIORES   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CANCELADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ABERTOS-EXTRATO      PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ABERTOS-INTERNO      PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ABERTO               PIC 9(05).
       77 WS-SEQ-EXTRATO               PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-INTERNO               PIC 9(06) VALUE ZEROS.
      *      TABELA DOS ITENS DA CONCILIACAO: OS ABERTOS DE DIAS
      *      ANTERIORES (ARQ-RSVPEND) MAIS OS DO DIA, DOS DOIS LADOS
       77 WS-ITM-E                     PIC 9(04).
       77 WS-ITM-I                     PIC 9(04).
       77 WS-ITM-QTDE                  PIC 9(04) VALUE ZEROS.
       77 WS-ITM-MAX                   PIC 9(04) VALUE 2000.
       77 WS-PASSO                     PIC 9(01).
       77 WS-ITM-ACHOU                 PIC X(01).
           88 ITM-ACHOU                VALUE 'S'.
       01 WS-ITM-TAB.
           05 WS-ITM OCCURS 2000 TIMES.
               10 WS-ITM-LADO          PIC X(01).
               10 WS-ITM-DATA          PIC 9(08).
               10 WS-ITM-SEQ           PIC 9(06).
               10 WS-ITM-DC            PIC X(01).
               10 WS-ITM-VALOR         PIC 9(13)V99.
               10 WS-ITM-REFERENCIA    PIC X(20).
               10 WS-ITM-ORIGEM        PIC X(30).
               10 WS-ITM-STATUS        PIC X(01).
               10 WS-ITM-NOVO          PIC X(01).
               10 WS-ITM-ALTERADO      PIC X(01).
               10 WS-ITM-DATA-BAIXA    PIC 9(08).
               10 WS-ITM-PAR-DATA      PIC 9(08).
               10 WS-ITM-PAR-SEQ       PIC 9(06).
      *      ITEM A INCLUIR NA TABELA
       77 WS-NOVO-LADO                 PIC X(01).
       77 WS-NOVO-DC                   PIC X(01).
       77 WS-NOVO-VALOR                PIC 9(13)V99.
       77 WS-NOVO-REFERENCIA           PIC X(20).
       77 WS-NOVO-ORIGEM               PIC X(30).
      *      TOTAIS DO DIA DAS LIQUIDACOES LIQUIDADAS EM LOTE
       77 WS-AGR-I                     PIC 9(01).
       77 WS-AGR-QTDE                  PIC 9(01) VALUE 7.
       01 WS-AGR-TAB.
           05 WS-AGR-ITEM OCCURS 7 TIMES.
               10 WS-AGR-REFERENCIA    PIC X(20).
               10 WS-AGR-DC            PIC X(01).
               10 WS-AGR-VALOR         PIC 9(13)V99.
      *      REFERENCIA DA TED ENVIADA: TX + CONTA + SEQUENCIA DO
      *      MOVIMENTO, O NUMERO DE CONTROLE DA MENSAGEM NO STR
       01 WS-REF-TED.
           05 WS-REF-TIPO              PIC X(02).
           05 WS-REF-CONTA             PIC 9(06).
           05 WS-REF-SEQ               PIC 9(06).
           05 FILLER                   PIC X(06).
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
             PERFORM P300-CARREGAR-PENDENCIAS
             PERFORM P400-CARREGAR-EXTRATO-BACEN
             PERFORM P450-APURAR-LIQUIDACOES
             PERFORM VARYING WS-PASSO FROM 1 BY 1 UNTIL WS-PASSO > 3
                PERFORM P600-CASAR-ITENS
             END-PERFORM
             PERFORM P700-GRAVAR-PENDENCIAS
             PERFORM P750-LANCAR-RAZAO
             PERFORM P800-RELATORIO
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-ENTRADA
             IF FS-ENTRADA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO DA CONTA RESERVAS'
                        ' RESERVAS-EXTRATO.DAT, STATUS: ' FS-ENTRADA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: '
                        FS-EXTRATO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-TEDENVIO
             IF FS-TEDENVIO NOT EQUAL TO "00"
                AND FS-TEDENVIO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS TEDS ENVIADAS, STATUS: '
                        FS-TEDENVIO
                STOP RUN
             END-IF
             OPEN I-O ARQ-RSVPEND
             IF FS-RSVPEND EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-RSVPEND
                CLOSE ARQ-RSVPEND
                OPEN I-O ARQ-RSVPEND
             END-IF
             IF FS-RSVPEND NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS PENDENCIAS DA CONTA'
                        ' RESERVAS, STATUS: ' FS-RSVPEND
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
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                STOP RUN
             END-IF
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

             READ ARQ-ENTRADA NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-RESERVAS-EXT(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-RESERVAS-EXT(2:8) TO WS-INT-DATA-HDR
             MOVE REG-RESERVAS-EXT(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'RESERVAS-CONCILIACAO' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'RESERVAS-CONCILIACAO' TO ISQ-ARQUIVO
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
                READ ARQ-ENTRADA NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-RESERVAS-EXT(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-RESERVAS-EXT(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-RESERVAS-EXT(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
                ADD RSX-VALOR TO WS-INT-SOMA-DET
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
             CLOSE ARQ-ENTRADA
             OPEN INPUT ARQ-ENTRADA
             DISPLAY 'ARQUIVO ' 'RESERVAS-CONCILIACAO' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'RESERVAS-CONCILIACAO' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'RESERVAS-CONCILIACAO' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-ENTRADA
             OPEN INPUT ARQ-ENTRADA
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-ENTRADA NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-RESERVAS-EXT TO WS-INT-LINHA-QUAR
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
                    'RESERVAS-CONCILIACAO' DELIMITED SIZE
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
      ******************************************************************
      *      FUNÇÃO QUE CARREGA OS ITENS AINDA ABERTOS DOS DIAS
      *      ANTERIORES; A TED ENVIADA QUE O RETORNO CNAB REJEITOU OU
      *      QUE FOI ESTORNADA NAO VAI MAIS LIQUIDAR NO STR E E
      *      CANCELADA AQUI
      ******************************************************************
       P300-CARREGAR-PENDENCIAS.
             MOVE LOW-VALUES TO RPD-CHAVE
             START ARQ-RSVPEND KEY IS NOT LESS THAN RPD-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-RSVPEND EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-PENDENCIA
                PERFORM UNTIL FS-RSVPEND NOT EQUAL TO "00"
                   IF RPD-ABERTO THEN
                      PERFORM P320-GUARDAR-PENDENCIA
                   END-IF
                   PERFORM P310-LER-PROX-PENDENCIA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-RSVPEND
       .
       P310-LER-PROX-PENDENCIA.
             READ ARQ-RSVPEND NEXT RECORD
                AT END
                   MOVE "10" TO FS-RSVPEND
             END-READ
       .
       P320-GUARDAR-PENDENCIA.
             IF WS-ITM-QTDE NOT LESS THAN WS-ITM-MAX THEN
                DISPLAY 'TABELA DE ITENS CHEIA, PENDENCIA '
                        RPD-CHAVE ' FICA PARA O PROXIMO DIA'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-ITM-QTDE
             MOVE WS-ITM-QTDE TO WS-ITM-I
             MOVE RPD-LADO       TO WS-ITM-LADO(WS-ITM-I)
             MOVE RPD-DATA       TO WS-ITM-DATA(WS-ITM-I)
             MOVE RPD-SEQ        TO WS-ITM-SEQ(WS-ITM-I)
             MOVE RPD-DC         TO WS-ITM-DC(WS-ITM-I)
             MOVE RPD-VALOR      TO WS-ITM-VALOR(WS-ITM-I)
             MOVE RPD-REFERENCIA TO WS-ITM-REFERENCIA(WS-ITM-I)
             MOVE RPD-ORIGEM     TO WS-ITM-ORIGEM(WS-ITM-I)
             MOVE RPD-STATUS     TO WS-ITM-STATUS(WS-ITM-I)
             MOVE 'N'            TO WS-ITM-NOVO(WS-ITM-I)
             MOVE 'N'            TO WS-ITM-ALTERADO(WS-ITM-I)
             MOVE ZEROS          TO WS-ITM-DATA-BAIXA(WS-ITM-I)
             MOVE ZEROS          TO WS-ITM-PAR-DATA(WS-ITM-I)
             MOVE ZEROS          TO WS-ITM-PAR-SEQ(WS-ITM-I)
             IF RPD-LADO-INTERNO
                AND RPD-REFERENCIA(1:2) EQUAL TO 'TX' THEN
                MOVE RPD-REFERENCIA TO WS-REF-TED
                MOVE WS-REF-CONTA TO EXT-CONTA-NUM
                MOVE WS-REF-SEQ   TO EXT-SEQUENCIA
                READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF EXT-MOV-REJEITADA OR EXT-MOV-ESTORNADA THEN
                         MOVE 'C' TO WS-ITM-STATUS(WS-ITM-I)
                         MOVE 'S' TO WS-ITM-ALTERADO(WS-ITM-I)
                         MOVE WS-DATA-ATUAL
                           TO WS-ITM-DATA-BAIXA(WS-ITM-I)
                         ADD 1 TO WS-QTDE-CANCELADOS
                      END-IF
                END-READ
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA O EXTRATO DO BANCO CENTRAL: SALDOS DE
      *      ABERTURA E FECHAMENTO E UM ITEM POR LANCAMENTO
      ******************************************************************
       P400-CARREGAR-EXTRATO-BACEN.
             PERFORM P410-LER-PROX-ENTRADA
             PERFORM UNTIL FS-ENTRADA NOT EQUAL TO "00"
                EVALUATE TRUE
                   WHEN RSX-SALDO-INICIAL
                      MOVE RSX-VALOR TO WS-SALDO-INICIAL
                      IF RSX-DEBITO THEN
                         COMPUTE WS-SALDO-INICIAL =
                                 ZEROS - WS-SALDO-INICIAL
                      END-IF
                   WHEN RSX-SALDO-FINAL
                      MOVE RSX-VALOR TO WS-SALDO-FINAL
                      IF RSX-DEBITO THEN
                         COMPUTE WS-SALDO-FINAL =
                                 ZEROS - WS-SALDO-FINAL
                      END-IF
                      MOVE 'S' TO WS-TEM-SALDO-FINAL
                   WHEN RSX-LANCAMENTO
                      ADD 1 TO WS-QTDE-LANC-EXTRATO
                      IF RSX-CREDITO THEN
                         ADD RSX-VALOR TO WS-SALDO-CALCULADO
                      ELSE
                         SUBTRACT RSX-VALOR FROM WS-SALDO-CALCULADO
                      END-IF
                      MOVE 'E'            TO WS-NOVO-LADO
                      MOVE RSX-DC         TO WS-NOVO-DC
                      MOVE RSX-VALOR      TO WS-NOVO-VALOR
                      MOVE RSX-REFERENCIA TO WS-NOVO-REFERENCIA
                      MOVE RSX-HISTORICO  TO WS-NOVO-ORIGEM
                      PERFORM P500-INCLUIR-ITEM
                   WHEN OTHER
                      DISPLAY 'DETALHE DO EXTRATO COM TIPO INVALIDO: '
                              RSX-TIPO-REG ' ' RSX-REFERENCIA
                END-EVALUATE
                PERFORM P410-LER-PROX-ENTRADA
             END-PERFORM
             ADD WS-SALDO-INICIAL TO WS-SALDO-CALCULADO
       .
       P410-LER-PROX-ENTRADA.
             READ ARQ-ENTRADA NEXT RECORD
                AT END
                   MOVE "10" TO FS-ENTRADA
             END-READ
             PERFORM UNTIL FS-ENTRADA NOT EQUAL TO "00"
                IF REG-RESERVAS-EXT(1:1) NOT EQUAL TO 'H'
                   AND REG-RESERVAS-EXT(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-ENTRADA NEXT RECORD
                   AT END
                      MOVE "10" TO FS-ENTRADA
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA AS NOSSAS LIQUIDACOES ESPERADAS DO DIA:
      *      CADA TED ENVIADA E CADA TED RECEBIDA E UM ITEM (A
      *      MENSAGEM NO STR E INDIVIDUAL); COBRANCA, CAMARA DE
      *      TITULOS, CARTAO DE DEBITO, CAMBIO E INSS LIQUIDAM PELO
      *      LIQUIDO DO DIA E VIRAM UM ITEM POR TOTAL
      ******************************************************************
       P450-APURAR-LIQUIDACOES.
             MOVE 'COBRANCA'             TO WS-AGR-REFERENCIA(1)
             MOVE 'C'                    TO WS-AGR-DC(1)
             MOVE 'CAMARA TITULOS'       TO WS-AGR-REFERENCIA(2)
             MOVE 'D'                    TO WS-AGR-DC(2)
             MOVE 'LIQUIDACAO CARTAO'    TO WS-AGR-REFERENCIA(3)
             MOVE 'D'                    TO WS-AGR-DC(3)
             MOVE 'CAMBIO REMESSAS'      TO WS-AGR-REFERENCIA(4)
             MOVE 'D'                    TO WS-AGR-DC(4)
             MOVE 'CAMBIO DEVOLUCOES'    TO WS-AGR-REFERENCIA(5)
             MOVE 'C'                    TO WS-AGR-DC(5)
             MOVE 'BENEFICIOS INSS'      TO WS-AGR-REFERENCIA(6)
             MOVE 'C'                    TO WS-AGR-DC(6)
             MOVE 'DEVOLUCOES INSS'      TO WS-AGR-REFERENCIA(7)
             MOVE 'D'                    TO WS-AGR-DC(7)
             PERFORM VARYING WS-AGR-I FROM 1 BY 1
                UNTIL WS-AGR-I > WS-AGR-QTDE
                MOVE ZEROS TO WS-AGR-VALOR(WS-AGR-I)
             END-PERFORM

             IF FS-TEDENVIO NOT EQUAL TO "35" THEN
                MOVE ZEROS TO TEV-CONTA-NUM
                MOVE ZEROS TO TEV-SEQUENCIA
                START ARQ-TEDENVIO KEY IS NOT LESS THAN TEV-CHAVE
                   INVALID KEY
                      MOVE "10" TO FS-TEDENVIO
                END-START
                PERFORM UNTIL FS-TEDENVIO NOT EQUAL TO "00"
                   READ ARQ-TEDENVIO NEXT RECORD
                      AT END
                         MOVE "10" TO FS-TEDENVIO
                      NOT AT END
                         IF TEV-DATA EQUAL TO WS-DATA-ATUAL THEN
                            PERFORM P460-INCLUIR-TED-ENVIADA
                         END-IF
                   END-READ
                END-PERFORM
             END-IF

             MOVE ZEROS TO EXT-CONTA-NUM
             MOVE ZEROS TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   MOVE "10" TO FS-EXTRATO
             END-START
             PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                READ ARQ-EXTRATO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-EXTRATO
                   NOT AT END
                      IF EXT-DATA-MOV EQUAL TO WS-DATA-ATUAL
                         AND NOT EXT-MOV-ESTORNADA
                         AND NOT EXT-MOV-REJEITADA THEN
                         PERFORM P470-CLASSIFICAR-MOVIMENTO
                      END-IF
                END-READ
             END-PERFORM
             MOVE "00" TO FS-EXTRATO

             PERFORM VARYING WS-AGR-I FROM 1 BY 1
                UNTIL WS-AGR-I > WS-AGR-QTDE
                IF WS-AGR-VALOR(WS-AGR-I) GREATER THAN ZEROS THEN
                   MOVE 'I' TO WS-NOVO-LADO
                   MOVE WS-AGR-DC(WS-AGR-I) TO WS-NOVO-DC
                   MOVE WS-AGR-VALOR(WS-AGR-I) TO WS-NOVO-VALOR
                   MOVE WS-AGR-REFERENCIA(WS-AGR-I)
                     TO WS-NOVO-REFERENCIA
                   MOVE 'LIQUIDO DO DIA' TO WS-NOVO-ORIGEM
                   PERFORM P500-INCLUIR-ITEM
                END-IF
             END-PERFORM
       .
       P460-INCLUIR-TED-ENVIADA.
             MOVE TEV-CONTA-NUM TO EXT-CONTA-NUM
             MOVE TEV-SEQUENCIA TO EXT-SEQUENCIA
             READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF EXT-MOV-REJEITADA OR EXT-MOV-ESTORNADA THEN
                      EXIT PARAGRAPH
                   END-IF
             END-READ
             MOVE SPACES TO WS-REF-TED
             MOVE 'TX' TO WS-REF-TIPO
             MOVE TEV-CONTA-NUM TO WS-REF-CONTA
             MOVE TEV-SEQUENCIA TO WS-REF-SEQ
             MOVE 'I' TO WS-NOVO-LADO
             MOVE 'D' TO WS-NOVO-DC
             MOVE TEV-VALOR TO WS-NOVO-VALOR
             MOVE WS-REF-TED TO WS-NOVO-REFERENCIA
             MOVE SPACES TO WS-NOVO-ORIGEM
             STRING 'TED ENVIADA BANCO ' DELIMITED SIZE
                    TEV-BANCO            DELIMITED SIZE
                    ' AG '               DELIMITED SIZE
                    TEV-AGENCIA          DELIMITED SIZE
               INTO WS-NOVO-ORIGEM
             END-STRING
             PERFORM P500-INCLUIR-ITEM
       .
       P470-CLASSIFICAR-MOVIMENTO.
             EVALUATE TRUE
                WHEN EXT-TED-RECEBIDA
                   MOVE SPACES TO WS-REF-TED
                   MOVE 'TE' TO WS-REF-TIPO
                   MOVE EXT-CONTA-NUM TO WS-REF-CONTA
                   MOVE EXT-SEQUENCIA TO WS-REF-SEQ
                   MOVE 'I' TO WS-NOVO-LADO
                   MOVE 'C' TO WS-NOVO-DC
                   MOVE EXT-VALOR TO WS-NOVO-VALOR
                   MOVE WS-REF-TED TO WS-NOVO-REFERENCIA
                   MOVE EXT-DETALHE TO WS-NOVO-ORIGEM
                   PERFORM P500-INCLUIR-ITEM
                WHEN EXT-BOLETO-CREDITO
                   ADD EXT-VALOR TO WS-AGR-VALOR(1)
                WHEN EXT-PAGAMENTO-TITULO
                   ADD EXT-VALOR TO WS-AGR-VALOR(2)
                WHEN EXT-COMPRA-CARTAO
                   ADD EXT-VALOR TO WS-AGR-VALOR(3)
                WHEN EXT-REMESSA-EXTERIOR
                   ADD EXT-VALOR TO WS-AGR-VALOR(4)
                WHEN EXT-REMESSA-DEVOLVIDA
                   ADD EXT-VALOR TO WS-AGR-VALOR(5)
                WHEN EXT-BENEFICIO-INSS
                   ADD EXT-VALOR TO WS-AGR-VALOR(6)
                WHEN EXT-BENEFICIO-DEVOLVE
                   ADD EXT-VALOR TO WS-AGR-VALOR(7)
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UM ITEM NOVO DO DIA NA TABELA, COM A
      *      SEQUENCIA DO SEU LADO
      ******************************************************************
       P500-INCLUIR-ITEM.
             IF WS-ITM-QTDE NOT LESS THAN WS-ITM-MAX THEN
                DISPLAY 'TABELA DE ITENS CHEIA, ITEM '
                        WS-NOVO-REFERENCIA ' ' WS-NOVO-VALOR
                        ' FORA DA CONCILIACAO'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-ITM-QTDE
             MOVE WS-ITM-QTDE TO WS-ITM-I
             MOVE WS-NOVO-LADO TO WS-ITM-LADO(WS-ITM-I)
             MOVE WS-DATA-ATUAL TO WS-ITM-DATA(WS-ITM-I)
             IF WS-NOVO-LADO EQUAL TO 'E' THEN
                ADD 1 TO WS-SEQ-EXTRATO
                MOVE WS-SEQ-EXTRATO TO WS-ITM-SEQ(WS-ITM-I)
             ELSE
                ADD 1 TO WS-SEQ-INTERNO
                MOVE WS-SEQ-INTERNO TO WS-ITM-SEQ(WS-ITM-I)
                ADD 1 TO WS-QTDE-ITENS-INTERNOS
             END-IF
             MOVE WS-NOVO-DC         TO WS-ITM-DC(WS-ITM-I)
             MOVE WS-NOVO-VALOR      TO WS-ITM-VALOR(WS-ITM-I)
             MOVE WS-NOVO-REFERENCIA TO WS-ITM-REFERENCIA(WS-ITM-I)
             MOVE WS-NOVO-ORIGEM     TO WS-ITM-ORIGEM(WS-ITM-I)
             MOVE 'A'                TO WS-ITM-STATUS(WS-ITM-I)
             MOVE 'S'                TO WS-ITM-NOVO(WS-ITM-I)
             MOVE 'S'                TO WS-ITM-ALTERADO(WS-ITM-I)
             MOVE ZEROS              TO WS-ITM-DATA-BAIXA(WS-ITM-I)
             MOVE ZEROS              TO WS-ITM-PAR-DATA(WS-ITM-I)
             MOVE ZEROS              TO WS-ITM-PAR-SEQ(WS-ITM-I)
       .
      ******************************************************************
      *      FUNÇÃO QUE CASA OS LANCAMENTOS DO EXTRATO EM ABERTO COM
      *      OS NOSSOS ITENS EM ABERTO DE MESMO SENTIDO E VALOR:
      *      PASSO 1 PELA REFERENCIA (NUMERO DE CONTROLE DO STR),
      *      PASSO 2 PELA MESMA DATA, PASSO 3 COM QUALQUER ITEM EM
      *      ABERTO (LIQUIDACAO EM DIA DIFERENTE DO ESPERADO)
      ******************************************************************
       P600-CASAR-ITENS.
             PERFORM VARYING WS-ITM-E FROM 1 BY 1
                UNTIL WS-ITM-E > WS-ITM-QTDE
                IF WS-ITM-LADO(WS-ITM-E) EQUAL TO 'E'
                   AND WS-ITM-STATUS(WS-ITM-E) EQUAL TO 'A' THEN
                   PERFORM P610-PROCURAR-PAR
                   IF ITM-ACHOU THEN
                      PERFORM P620-BAIXAR-PAR
                   END-IF
                END-IF
             END-PERFORM
       .
       P610-PROCURAR-PAR.
             MOVE 'N' TO WS-ITM-ACHOU
             PERFORM VARYING WS-ITM-I FROM 1 BY 1
                UNTIL WS-ITM-I > WS-ITM-QTDE OR ITM-ACHOU
                IF WS-ITM-LADO(WS-ITM-I) EQUAL TO 'I'
                   AND WS-ITM-STATUS(WS-ITM-I) EQUAL TO 'A'
                   AND WS-ITM-DC(WS-ITM-I) EQUAL TO
                       WS-ITM-DC(WS-ITM-E)
                   AND WS-ITM-VALOR(WS-ITM-I) EQUAL TO
                       WS-ITM-VALOR(WS-ITM-E) THEN
                   EVALUATE WS-PASSO
                      WHEN 1
                         IF WS-ITM-REFERENCIA(WS-ITM-I) EQUAL TO
                            WS-ITM-REFERENCIA(WS-ITM-E)
                            AND WS-ITM-REFERENCIA(WS-ITM-E)
                                NOT EQUAL TO SPACES THEN
                            MOVE 'S' TO WS-ITM-ACHOU
                         END-IF
                      WHEN 2
                         IF WS-ITM-DATA(WS-ITM-I) EQUAL TO
                            WS-ITM-DATA(WS-ITM-E) THEN
                            MOVE 'S' TO WS-ITM-ACHOU
                         END-IF
                      WHEN OTHER
                         MOVE 'S' TO WS-ITM-ACHOU
                   END-EVALUATE
                   IF ITM-ACHOU THEN
                      SUBTRACT 1 FROM WS-ITM-I
                   END-IF
                END-IF
             END-PERFORM
       .
       P620-BAIXAR-PAR.
             MOVE 'B' TO WS-ITM-STATUS(WS-ITM-E)
             MOVE 'B' TO WS-ITM-STATUS(WS-ITM-I)
             MOVE 'S' TO WS-ITM-ALTERADO(WS-ITM-E)
             MOVE 'S' TO WS-ITM-ALTERADO(WS-ITM-I)
             MOVE WS-DATA-ATUAL TO WS-ITM-DATA-BAIXA(WS-ITM-E)
             MOVE WS-DATA-ATUAL TO WS-ITM-DATA-BAIXA(WS-ITM-I)
             MOVE WS-ITM-DATA(WS-ITM-I) TO WS-ITM-PAR-DATA(WS-ITM-E)
             MOVE WS-ITM-SEQ(WS-ITM-I)  TO WS-ITM-PAR-SEQ(WS-ITM-E)
             MOVE WS-ITM-DATA(WS-ITM-E) TO WS-ITM-PAR-DATA(WS-ITM-I)
             MOVE WS-ITM-SEQ(WS-ITM-E)  TO WS-ITM-PAR-SEQ(WS-ITM-I)
             ADD 1 TO WS-QTDE-CASADOS
             IF WS-ITM-NOVO(WS-ITM-E) NOT EQUAL TO 'S'
                OR WS-ITM-NOVO(WS-ITM-I) NOT EQUAL TO 'S' THEN
                ADD 1 TO WS-QTDE-CASADOS-ANTERIORES
             END-IF
             IF WS-ITM-DC(WS-ITM-E) EQUAL TO 'C' THEN
                ADD WS-ITM-VALOR(WS-ITM-E) TO WS-MOV-CASADO
             ELSE
                SUBTRACT WS-ITM-VALOR(WS-ITM-E) FROM WS-MOV-CASADO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA OS ITENS DO DIA E ATUALIZA OS ITENS DE
      *      DIAS ANTERIORES CASADOS OU CANCELADOS
      ******************************************************************
       P700-GRAVAR-PENDENCIAS.
             PERFORM VARYING WS-ITM-I FROM 1 BY 1
                UNTIL WS-ITM-I > WS-ITM-QTDE
                IF WS-ITM-ALTERADO(WS-ITM-I) EQUAL TO 'S' THEN
                   PERFORM P710-GRAVAR-UM-ITEM
                END-IF
             END-PERFORM
       .
       P710-GRAVAR-UM-ITEM.
             MOVE WS-ITM-LADO(WS-ITM-I)       TO RPD-LADO
             MOVE WS-ITM-DATA(WS-ITM-I)       TO RPD-DATA
             MOVE WS-ITM-SEQ(WS-ITM-I)        TO RPD-SEQ
             MOVE WS-ITM-DC(WS-ITM-I)         TO RPD-DC
             MOVE WS-ITM-VALOR(WS-ITM-I)      TO RPD-VALOR
             MOVE WS-ITM-REFERENCIA(WS-ITM-I) TO RPD-REFERENCIA
             MOVE WS-ITM-ORIGEM(WS-ITM-I)     TO RPD-ORIGEM
             MOVE WS-ITM-STATUS(WS-ITM-I)     TO RPD-STATUS
             MOVE WS-ITM-DATA-BAIXA(WS-ITM-I) TO RPD-DATA-BAIXA
             MOVE WS-ITM-PAR-DATA(WS-ITM-I)   TO RPD-PAR-DATA
             MOVE WS-ITM-PAR-SEQ(WS-ITM-I)    TO RPD-PAR-SEQ
             IF WS-ITM-NOVO(WS-ITM-I) EQUAL TO 'S' THEN
                WRITE REG-RSVPEND
                   INVALID KEY
                      REWRITE REG-RSVPEND
                END-WRITE
             ELSE
                REWRITE REG-RSVPEND
             END-IF
             IF FS-RSVPEND NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PENDENCIA ' RPD-CHAVE
                        ', STATUS: ' FS-RSVPEND
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA NO RAZAO O MOVIMENTO COMPROVADO DO DIA
      *      (LIQUIDO DOS LANCAMENTOS DO EXTRATO CASADOS HOJE): ENTRADA
      *      LIQUIDA DEBITA 11002 RESERVAS BANCARIAS E CREDITA 28001
      *      TRANSFERENCIAS EM TRANSITO; SAIDA LIQUIDA, O INVERSO
      ******************************************************************
       P750-LANCAR-RAZAO.
             IF WS-MOV-CASADO EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO RAZ-DATA
             MOVE WS-DATA-ATUAL TO RAZ-DATA-CONTABIL
             MOVE ZEROS TO RAZ-ORIGEM-CONTA
             MOVE ZEROS TO RAZ-ORIGEM-SEQ
             MOVE 'RS' TO RAZ-TIPO-MOV
             MOVE ZEROS TO RAZ-AGENCIA
             MOVE 'CONCILIACAO CONTA RESERVAS' TO RAZ-HISTORICO
             IF WS-MOV-CASADO GREATER THAN ZEROS THEN
                MOVE WS-MOV-CASADO TO RAZ-VALOR
                MOVE 11002 TO RAZ-CONTA-CONTABIL
                MOVE 'D' TO RAZ-DC
                WRITE REG-RAZAO
                MOVE 28001 TO RAZ-CONTA-CONTABIL
                MOVE 'C' TO RAZ-DC
                WRITE REG-RAZAO
             ELSE
                COMPUTE RAZ-VALOR = ZEROS - WS-MOV-CASADO
                MOVE 28001 TO RAZ-CONTA-CONTABIL
                MOVE 'D' TO RAZ-DC
                WRITE REG-RAZAO
                MOVE 11002 TO RAZ-CONTA-CONTABIL
                MOVE 'C' TO RAZ-DC
                WRITE REG-RAZAO
             END-IF
             IF FS-RAZAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RAZAO, STATUS: ' FS-RAZAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO: SALDOS DO EXTRATO, ITENS
      *      SEM PAR DOS DOIS LADOS COM A IDADE E A DIFERENCA LIQUIDA
      *      ENTRE ELES
      ******************************************************************
       P800-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONCILIACAO DA CONTA RESERVAS BANCARIAS - DATA: '
                                        DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
                    ' SEQUENCIA: '      DELIMITED SIZE
                    WS-INT-SEQ-HDR      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE WS-SALDO-INICIAL TO WS-VALOR-EDITADO-1
             MOVE WS-SALDO-FINAL TO WS-VALOR-EDITADO-2
             MOVE WS-SALDO-CALCULADO TO WS-VALOR-EDITADO-3
             STRING 'SALDO DE ABERTURA: '   DELIMITED SIZE
                    WS-VALOR-EDITADO-1      DELIMITED SIZE
                    ' FECHAMENTO: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-2      DELIMITED SIZE
                    ' CALCULADO: '          DELIMITED SIZE
                    WS-VALOR-EDITADO-3      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             IF NOT TEM-SALDO-FINAL
                OR WS-SALDO-CALCULADO NOT EQUAL TO WS-SALDO-FINAL THEN
                STRING 'ATENCAO: ABERTURA MAIS LANCAMENTOS NAO FECHA'
                                           DELIMITED SIZE
                       ' COM O SALDO FINAL DO EXTRATO'
                                           DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-IF

             MOVE 'LANCAMENTOS DO EXTRATO SEM PAR NOS NOSSOS REGISTROS'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'E' TO WS-NOVO-LADO
             PERFORM P810-LISTAR-ABERTOS
             MOVE 'NOSSAS LIQUIDACOES SEM PAR NO EXTRATO'
               TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'I' TO WS-NOVO-LADO
             PERFORM P810-LISTAR-ABERTOS

             COMPUTE WS-DIFERENCA-LIQUIDA =
                     WS-ABERTO-EXTRATO - WS-ABERTO-INTERNO
             COMPUTE WS-SALDO-COMPROVADO =
                     WS-SALDO-FINAL - WS-ABERTO-EXTRATO
             MOVE WS-ABERTO-EXTRATO TO WS-VALOR-EDITADO-1
             MOVE WS-ABERTO-INTERNO TO WS-VALOR-EDITADO-2
             MOVE WS-DIFERENCA-LIQUIDA TO WS-VALOR-EDITADO-3
             STRING 'EM ABERTO NO EXTRATO: '  DELIMITED SIZE
                    WS-VALOR-EDITADO-1        DELIMITED SIZE
                    ' NOSSO: '                DELIMITED SIZE
                    WS-VALOR-EDITADO-2        DELIMITED SIZE
                    ' DIFERENCA LIQUIDA: '    DELIMITED SIZE
                    WS-VALOR-EDITADO-3        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE WS-MOV-CASADO TO WS-VALOR-EDITADO-1
             MOVE WS-SALDO-COMPROVADO TO WS-VALOR-EDITADO-2
             STRING 'MOVIMENTO COMPROVADO LANCADO NO RAZAO (11002): '
                                              DELIMITED SIZE
                    WS-VALOR-EDITADO-1        DELIMITED SIZE
                    ' SALDO COMPROVADO: '     DELIMITED SIZE
                    WS-VALOR-EDITADO-2        DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             STRING 'LANCAMENTOS NO EXTRATO: '   DELIMITED SIZE
                    WS-QTDE-LANC-EXTRATO         DELIMITED SIZE
                    ' NOSSOS ITENS DO DIA: '     DELIMITED SIZE
                    WS-QTDE-ITENS-INTERNOS       DELIMITED SIZE
                    ' CASADOS: '                 DELIMITED SIZE
                    WS-QTDE-CASADOS              DELIMITED SIZE
                    ' (DE DIAS ANTERIORES: '     DELIMITED SIZE
                    WS-QTDE-CASADOS-ANTERIORES   DELIMITED SIZE
                    ') TEDS CANCELADAS: '        DELIMITED SIZE
                    WS-QTDE-CANCELADOS           DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P810-LISTAR-ABERTOS.
             PERFORM VARYING WS-ITM-I FROM 1 BY 1
                UNTIL WS-ITM-I > WS-ITM-QTDE
                IF WS-ITM-LADO(WS-ITM-I) EQUAL TO WS-NOVO-LADO
                   AND WS-ITM-STATUS(WS-ITM-I) EQUAL TO 'A' THEN
                   IF WS-ITM-DC(WS-ITM-I) EQUAL TO 'C' THEN
                      MOVE WS-ITM-VALOR(WS-ITM-I) TO WS-VALOR-SINAL
                   ELSE
                      COMPUTE WS-VALOR-SINAL =
                              ZEROS - WS-ITM-VALOR(WS-ITM-I)
                   END-IF
                   IF WS-NOVO-LADO EQUAL TO 'E' THEN
                      ADD WS-VALOR-SINAL TO WS-ABERTO-EXTRATO
                      ADD 1 TO WS-QTDE-ABERTOS-EXTRATO
                   ELSE
                      ADD WS-VALOR-SINAL TO WS-ABERTO-INTERNO
                      ADD 1 TO WS-QTDE-ABERTOS-INTERNO
                   END-IF
                   COMPUTE WS-DIAS-ABERTO =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                    - FUNCTION INTEGER-OF-DATE(WS-ITM-DATA(WS-ITM-I))
                   MOVE WS-VALOR-SINAL TO WS-VALOR-EDITADO-1
                   STRING WS-ITM-DATA(WS-ITM-I)       DELIMITED SIZE
                          ' '                         DELIMITED SIZE
                          WS-ITM-SEQ(WS-ITM-I)        DELIMITED SIZE
                          ' '                         DELIMITED SIZE
                          WS-ITM-REFERENCIA(WS-ITM-I) DELIMITED SIZE
                          ' '                         DELIMITED SIZE
                          WS-ITM-ORIGEM(WS-ITM-I)     DELIMITED SIZE
                          ' '                         DELIMITED SIZE
                          WS-VALOR-EDITADO-1          DELIMITED SIZE
                          ' DIAS EM ABERTO: '         DELIMITED SIZE
                          WS-DIAS-ABERTO              DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM P890-GRAVAR-LINHA
                END-IF
             END-PERFORM
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RELATORIO
             END-IF
             MOVE SPACES TO WS-LINHA-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-ENTRADA
             CLOSE ARQ-EXTRATO
             IF FS-TEDENVIO NOT EQUAL TO "35" THEN
                CLOSE ARQ-TEDENVIO
             END-IF
             CLOSE ARQ-RSVPEND
             CLOSE ARQ-RAZAO
             CLOSE ARQ-RELATORIO
             DISPLAY 'LANCAMENTOS NO EXTRATO DA CONTA RESERVAS: '
                     WS-QTDE-LANC-EXTRATO
             DISPLAY 'ITENS CASADOS: ' WS-QTDE-CASADOS
             DISPLAY 'EM ABERTO NO EXTRATO: ' WS-QTDE-ABERTOS-EXTRATO
                     ' NOSSOS: ' WS-QTDE-ABERTOS-INTERNO
             DISPLAY 'DIFERENCA LIQUIDA: ' WS-DIFERENCA-LIQUIDA
             DISPLAY 'RELATORIO GRAVADO EM RESERVAS-CONCILIACAO.REL'
             STOP RUN.
       END PROGRAM RESERVAS-CONCILIACAO.
