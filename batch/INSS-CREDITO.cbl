      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE PAGAMENTO DOS BENEFICIOS DO INSS:
      *            INGERE O ARQUIVO DE CREDITOS DO INSS
      *            (INSS-CREDITO.DAT, DEPOIS DA VALIDACAO DE
      *            HEADER/TRAILER E SEQUENCIA DOS ARQUIVOS DE
      *            ENTRADA), CREDITA CADA BENEFICIO NA CONTA COM O
      *            MOVIMENTO IN E MANTEM O CADASTRO DOS BENEFICIOS
      *            (ARQ-BENEFICIO: NB, CPF, CONTA E A DATA DA ULTIMA
      *            PROVA DE VIDA). CONTA INEXISTENTE, ENCERRADA, DE
      *            OUTRO CPF OU DE TITULAR FALECIDO E CREDITO REPETIDO
      *            DA COMPETENCIA VOLTAM AO INSS NO ARQUIVO DE RETORNO
      *            (INSS-RETORNO.DAT). EM SEGUIDA BLOQUEIA O BENEFICIO
      *            E A CONTA (MOTIVO V) COM A PROVA DE VIDA VENCIDA
      *            (PARAMETRO INSS-PRAZO-PROVA, PADRAO 365 DIAS) E
      *            DEVOLVE AO INSS, COM O MOVIMENTO IV, O CREDITO NAO
      *            SACADO NO PRAZO LEGAL (PARAMETRO INSS-PRAZO-SAQUE,
      *            PADRAO 60 DIAS): O CREDITO E DADO COMO SACADO
      *            QUANDO O SALDO DA CONTA CAIU, EM ALGUM MOMENTO
      *            DEPOIS DELE, ABAIXO DO SALDO LOGO APOS O CREDITO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSS-CREDITO.
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
           SELECT ARQ-BENEFICIO ASSIGN TO "beneficio-inss.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS BNF-NB
                ALTERNATE RECORD KEY IS BNF-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-BENEFICIO.
           SELECT ARQ-BNFCRED ASSIGN TO "beneficio-credito.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS BCR-CHAVE
                FILE STATUS  IS FS-BNFCRED.
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
           SELECT ARQ-INSS-CREDITO ASSIGN TO "inss-credito.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-INSS-CREDITO.
           SELECT ARQ-INSS-RETORNO ASSIGN TO "inss-retorno.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-INSS-RETORNO.
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
       FD ARQ-BENEFICIO.
           COPY BENEFCAD.
       FD ARQ-BNFCRED.
           COPY BNFCRED.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-INSS-CREDITO.
           COPY INSSCRED.
       FD ARQ-INSS-RETORNO.
           COPY INSSDEV.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'INSS-CREDITO'.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-BENEFICIO                 PIC XX.
       77 FS-BNFCRED                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-INSS-CREDITO              PIC XX.
       77 FS-INSS-RETORNO              PIC XX.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-PRAZO-PROVA-VIDA          PIC 9(05) VALUE 365.
       77 WS-PRAZO-SAQUE               PIC 9(05) VALUE 60.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CREDITADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-BENEF-NOVOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-BLOQUEADOS           PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SACADOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-DEVOLVIDOS           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CREDITADO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-DEVOLVIDO           PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-RETORNO              PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-RETORNO             PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOTIVO-RETORNO            PIC 9(02) VALUE ZEROS.
       77 WS-BNF-EXISTE                PIC X(01) VALUE 'N'.
           88 BNF-EXISTE               VALUE 'S'.
       77 WS-DIAS-DECORRIDOS           PIC S9(07) VALUE ZEROS.
       77 WS-SALDO-MINIMO              PIC S9(11)V99 VALUE ZEROS.
       77 WS-DETALHE-INSS              PIC X(30).
       01 WS-RET-DADOS.
           05 WS-RET-NB                PIC 9(10).
           05 WS-RET-CPF               PIC 9(11).
           05 WS-RET-CONTA             PIC 9(06).
           05 WS-RET-COMPETENCIA       PIC 9(06).
           05 WS-RET-VALOR             PIC 9(11)V99.
       01 WS-REG-CONTROLE.
           05 WS-CTL-TIPO              PIC X(01).
           05 WS-CTL-CAMPO-1           PIC 9(08).
           05 WS-CTL-CAMPO-2           PIC X(15).
           05 WS-CTL-VALOR REDEFINES WS-CTL-CAMPO-2
                                       PIC 9(13)V99.
           05 FILLER                   PIC X(56).
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
             PERFORM P280-GRAVAR-HEADER-RETORNO
             PERFORM P300-PROCESSAR-CREDITOS
             PERFORM P600-VERIFICAR-PROVA-VIDA
             PERFORM P700-VERIFICAR-SAQUES
             PERFORM P880-GRAVAR-TRAILER-RETORNO
             PERFORM P900-TERMINAL
       .
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
             OPEN I-O ARQ-BENEFICIO
             IF FS-BENEFICIO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-BENEFICIO
                CLOSE ARQ-BENEFICIO
                OPEN I-O ARQ-BENEFICIO
             END-IF
             IF FS-BENEFICIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE BENEFICIOS,'
                        ' STATUS: ' FS-BENEFICIO
                STOP RUN
             END-IF
             OPEN I-O ARQ-BNFCRED
             IF FS-BNFCRED EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-BNFCRED
                CLOSE ARQ-BNFCRED
                OPEN I-O ARQ-BNFCRED
             END-IF
             IF FS-BNFCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS CREDITOS DE BENEFICIOS,'
                        ' STATUS: ' FS-BNFCRED
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00"
                AND FS-PARAMETRO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARAMETROS, STATUS: '
                        FS-PARAMETRO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-INSS-CREDITO
             IF FS-INSS-CREDITO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE CREDITOS DO INSS,'
                        ' STATUS: ' FS-INSS-CREDITO
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-INSS-RETORNO
             IF FS-INSS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE RETORNO AO INSS,'
                        ' STATUS: ' FS-INSS-RETORNO
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA OS PRAZOS DA PROVA DE VIDA E DO SAQUE
      *      DO BENEFICIO, MANTENDO OS PADROES LEGAIS NA FALTA DELES
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'INSS-PRAZO-PROVA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PRAZO-PROVA-VIDA
             END-IF
             MOVE 'INSS-PRAZO-SAQUE' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PRAZO-SAQUE
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
      *      FUNÇÃO QUE GRAVA O HEADER DO ARQUIVO DE RETORNO NA MESMA
      *      CONVENCAO DOS ARQUIVOS DE ENTRADA, DEVOLVENDO A SEQUENCIA
      *      DO ARQUIVO DE CREDITOS RESPONDIDO
      ******************************************************************
       P280-GRAVAR-HEADER-RETORNO.
             MOVE SPACES TO WS-REG-CONTROLE
             MOVE 'H' TO WS-CTL-TIPO
             MOVE WS-DATA-ATUAL TO WS-CTL-CAMPO-1
             MOVE WS-INT-SEQ-HDR TO WS-CTL-CAMPO-2(1:6)
             MOVE WS-REG-CONTROLE TO REG-INSS-RETORNO
             WRITE REG-INSS-RETORNO
             IF FS-INSS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O HEADER DO RETORNO,'
                        ' STATUS: ' FS-INSS-RETORNO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CREDITOS DO INSS E PROCESSA UM A
      *      UM: LOCALIZA O BENEFICIO, CONFERE A CONTA E CREDITA OU
      *      DEVOLVE NO RETORNO
      ******************************************************************
       P300-PROCESSAR-CREDITOS.
             PERFORM P310-LER-PROX-CREDITO
             PERFORM UNTIL FS-INSS-CREDITO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                MOVE ZEROS TO WS-MOTIVO-RETORNO
                PERFORM P400-LOCALIZAR-BENEFICIO
                IF WS-MOTIVO-RETORNO EQUAL TO ZEROS THEN
                   PERFORM P410-CONFERIR-CONTA
                END-IF
                IF WS-MOTIVO-RETORNO EQUAL TO ZEROS THEN
                   PERFORM P500-CREDITAR-BENEFICIO
                ELSE
                   MOVE ICR-NB          TO WS-RET-NB
                   MOVE ICR-CPF         TO WS-RET-CPF
                   MOVE ICR-CONTA-NUM   TO WS-RET-CONTA
                   MOVE ICR-COMPETENCIA TO WS-RET-COMPETENCIA
                   MOVE ICR-VALOR       TO WS-RET-VALOR
                   PERFORM P650-GRAVAR-RETORNO
                   ADD 1 TO WS-QTDE-RECUSADOS
                   DISPLAY 'CREDITO DO NB ' ICR-NB ' COMPETENCIA '
                           ICR-COMPETENCIA ' DEVOLVIDO AO INSS, MOTIVO '
                           WS-MOTIVO-RETORNO
                END-IF
                PERFORM P310-LER-PROX-CREDITO
             END-PERFORM
       .
       P310-LER-PROX-CREDITO.
             READ ARQ-INSS-CREDITO NEXT RECORD
                AT END
                   MOVE "10" TO FS-INSS-CREDITO
             END-READ
             PERFORM UNTIL FS-INSS-CREDITO NOT EQUAL TO "00"
                IF REG-INSS-CREDITO(1:1) NOT EQUAL TO 'H'
                   AND REG-INSS-CREDITO(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-INSS-CREDITO NEXT RECORD
                   AT END
                      MOVE "10" TO FS-INSS-CREDITO
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA O BENEFICIO PELO NB; O BENEFICIO QUE
      *      AINDA NAO EXISTE NASCE ATIVO COM A PROVA DE VIDA DO DIA,
      *      O CESSADO DEVOLVE O CREDITO E A TROCA DA CONTA PAGADORA
      *      PELO INSS E ACOMPANHADA PELO CADASTRO
      ******************************************************************
       P400-LOCALIZAR-BENEFICIO.
             MOVE 'N' TO WS-BNF-EXISTE
             MOVE ICR-NB TO BNF-NB
             READ ARQ-BENEFICIO RECORD KEY IS BNF-NB
                INVALID KEY
                   INITIALIZE REG-BENEFICIO
                   MOVE ICR-NB          TO BNF-NB
                   MOVE ICR-CPF         TO BNF-CPF
                   MOVE ICR-CONTA-NUM   TO BNF-CONTA-NUM
                   MOVE ICR-ESPECIE     TO BNF-ESPECIE
                   SET BNF-ATIVO        TO TRUE
                   MOVE WS-DATA-ATUAL   TO BNF-DATA-INCLUSAO
                   MOVE WS-DATA-ATUAL   TO BNF-DATA-PROVA-VIDA
                   MOVE 'BATCH'         TO BNF-OPER-PROVA-VIDA
                NOT INVALID KEY
                   MOVE 'S' TO WS-BNF-EXISTE
             END-READ
             IF BNF-CESSADO THEN
                SET IDV-BENEF-CESSADO TO TRUE
                MOVE IDV-MOTIVO TO WS-MOTIVO-RETORNO
                EXIT PARAGRAPH
             END-IF
             IF BNF-CONTA-NUM NOT EQUAL TO ICR-CONTA-NUM THEN
                DISPLAY 'NB ' ICR-NB ' PASSA DA CONTA ' BNF-CONTA-NUM
                        ' PARA A CONTA ' ICR-CONTA-NUM
                MOVE ICR-CONTA-NUM TO BNF-CONTA-NUM
             END-IF
             MOVE ICR-CPF TO BNF-CPF
             MOVE ICR-ESPECIE TO BNF-ESPECIE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE A CONTA DE CREDITO: PRECISA EXISTIR,
      *      ESTAR ABERTA, SER DO CPF DO BENEFICIARIO E NAO ESTAR
      *      BLOQUEADA POR OBITO (O BENEFICIO CESSA). CONTA BLOQUEADA
      *      POR PROVA DE VIDA RECEBE O CREDITO NORMALMENTE; SE A
      *      PROVA NAO FOR FEITA NO PRAZO DE SAQUE O CREDITO VOLTA
      ******************************************************************
       P410-CONFERIR-CONTA.
             MOVE ICR-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   SET IDV-CONTA-INEXISTENTE TO TRUE
                   MOVE IDV-MOTIVO TO WS-MOTIVO-RETORNO
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                SET IDV-CONTA-ENCERRADA TO TRUE
                MOVE IDV-MOTIVO TO WS-MOTIVO-RETORNO
                EXIT PARAGRAPH
             END-IF
             IF CPF NOT EQUAL TO ICR-CPF THEN
                SET IDV-CPF-DIVERGENTE TO TRUE
                MOVE IDV-MOTIVO TO WS-MOTIVO-RETORNO
                EXIT PARAGRAPH
             END-IF
             IF CONTA-BLOQUEADA AND BLOQUEIO-OBITO THEN
                SET IDV-BENEF-CESSADO TO TRUE
                MOVE IDV-MOTIVO TO WS-MOTIVO-RETORNO
                IF BNF-EXISTE THEN
                   SET BNF-CESSADO TO TRUE
                   REWRITE REG-BENEFICIO
                   DISPLAY 'NB ' BNF-NB ' CESSADO: TITULAR DA CONTA '
                           CONTA-NUM ' FALECIDO'
                END-IF
                EXIT PARAGRAPH
             END-IF
             MOVE ICR-NB TO BCR-NB
             MOVE ICR-COMPETENCIA TO BCR-COMPETENCIA
             READ ARQ-BNFCRED RECORD KEY IS BCR-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET IDV-CREDITO-DUPLICADO TO TRUE
                   MOVE IDV-MOTIVO TO WS-MOTIVO-RETORNO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CREDITA O BENEFICIO NA CONTA COM O MOVIMENTO
      *      IN (NB E COMPETENCIA NO DETALHE DO EXTRATO), REGISTRA O
      *      CREDITO PARA O CONTROLE DO PRAZO DE SAQUE E ATUALIZA O
      *      CADASTRO DO BENEFICIO
      ******************************************************************
       P500-CREDITAR-BENEFICIO.
             ADD ICR-VALOR TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE SPACES TO WS-DETALHE-INSS
             STRING 'INSS NB '        DELIMITED SIZE
                    ICR-NB            DELIMITED SIZE
                    ' CMP '           DELIMITED SIZE
                    ICR-COMPETENCIA   DELIMITED SIZE
               INTO WS-DETALHE-INSS
             END-STRING
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-BENEFICIO-INSS TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL    TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE ICR-VALOR        TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE WS-DETALHE-INSS  TO EXT-DETALHE
             MOVE 'BATCH'          TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE ICR-NB           TO BCR-NB
             MOVE ICR-COMPETENCIA  TO BCR-COMPETENCIA
             MOVE CONTA-NUM        TO BCR-CONTA-NUM
             MOVE ICR-CPF          TO BCR-CPF
             MOVE ICR-VALOR        TO BCR-VALOR
             MOVE WS-DATA-ATUAL    TO BCR-DATA-CREDITO
             MOVE ULT-SEQ-EXTRATO  TO BCR-EXT-SEQ
             MOVE SALDO            TO BCR-SALDO-APOS
             SET BCR-CREDITADO     TO TRUE
             MOVE ZEROS            TO BCR-DATA-BAIXA
             WRITE REG-BNFCRED
             IF FS-BNFCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR O CREDITO DO NB ' ICR-NB
                        ', STATUS: ' FS-BNFCRED
             END-IF

             MOVE WS-DATA-ATUAL TO BNF-DATA-ULT-CREDITO
             MOVE ICR-VALOR     TO BNF-VALOR-ULT-CREDITO
             IF BNF-EXISTE THEN
                REWRITE REG-BENEFICIO
             ELSE
                WRITE REG-BENEFICIO
                ADD 1 TO WS-QTDE-BENEF-NOVOS
             END-IF
             IF FS-BENEFICIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O BENEFICIO ' BNF-NB
                        ', STATUS: ' FS-BENEFICIO
             END-IF

             ADD 1 TO WS-QTDE-CREDITADOS
             ADD ICR-VALOR TO WS-VALOR-CREDITADO
             DISPLAY 'BENEFICIO ' ICR-NB ' DE ' ICR-VALOR
                     ' CREDITADO NA CONTA ' CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO QUE VARRE OS BENEFICIOS ATIVOS E BLOQUEIA OS DE
      *      PROVA DE VIDA VENCIDA, JUNTO COM A CONTA DE CREDITO
      *      (STATUS B, MOTIVO V); CONTA JA BLOQUEADA POR OUTRO MOTIVO
      *      FICA COMO ESTA
      ******************************************************************
       P600-VERIFICAR-PROVA-VIDA.
             MOVE ZEROS TO BNF-NB
             START ARQ-BENEFICIO KEY IS NOT LESS THAN BNF-NB
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-BENEFICIO EQUAL TO "00" THEN
                PERFORM P605-LER-PROX-BENEFICIO
                PERFORM UNTIL FS-BENEFICIO NOT EQUAL TO "00"
                   IF BNF-ATIVO THEN
                      PERFORM P610-CONFERIR-PROVA-VIDA
                   END-IF
                   PERFORM P605-LER-PROX-BENEFICIO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-BENEFICIO
       .
       P605-LER-PROX-BENEFICIO.
             READ ARQ-BENEFICIO NEXT RECORD
                AT END
                   MOVE "10" TO FS-BENEFICIO
             END-READ
       .
       P610-CONFERIR-PROVA-VIDA.
             IF BNF-DATA-PROVA-VIDA EQUAL TO ZEROS THEN
                MOVE BNF-DATA-INCLUSAO TO BNF-DATA-PROVA-VIDA
             END-IF
             COMPUTE WS-DIAS-DECORRIDOS =
                     FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   - FUNCTION INTEGER-OF-DATE(BNF-DATA-PROVA-VIDA)
             IF WS-DIAS-DECORRIDOS NOT GREATER THAN WS-PRAZO-PROVA-VIDA
                EXIT PARAGRAPH
             END-IF

             SET BNF-BLOQUEADO TO TRUE
             MOVE WS-DATA-ATUAL TO BNF-DATA-BLOQUEIO
             REWRITE REG-BENEFICIO
             IF FS-BENEFICIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BLOQUEAR O BENEFICIO ' BNF-NB
                        ', STATUS: ' FS-BENEFICIO
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-BLOQUEADOS
             DISPLAY 'BENEFICIO ' BNF-NB ' BLOQUEADO: PROVA DE VIDA'
                     ' DE ' BNF-DATA-PROVA-VIDA ' VENCIDA'

             MOVE BNF-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                EXIT PARAGRAPH
             END-IF
             SET CONTA-BLOQUEADA TO TRUE
             SET BLOQUEIO-PROVA-VIDA TO TRUE
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BLOQUEAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
             ELSE
                DISPLAY 'CONTA ' CONTA-NUM ' BLOQUEADA ATE A PROVA DE'
                        ' VIDA NO BALCAO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE VARRE OS CREDITOS AINDA EM ABERTO E, PASSADO
      *      O PRAZO LEGAL DE SAQUE, DA O CREDITO COMO SACADO OU O
      *      DEVOLVE AO INSS
      ******************************************************************
       P700-VERIFICAR-SAQUES.
             MOVE ZEROS TO BCR-NB
             MOVE ZEROS TO BCR-COMPETENCIA
             START ARQ-BNFCRED KEY IS NOT LESS THAN BCR-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-BNFCRED EQUAL TO "00" THEN
                PERFORM P705-LER-PROX-BNFCRED
                PERFORM UNTIL FS-BNFCRED NOT EQUAL TO "00"
                   IF BCR-CREDITADO THEN
                      COMPUTE WS-DIAS-DECORRIDOS =
                              FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                            - FUNCTION INTEGER-OF-DATE(BCR-DATA-CREDITO)
                      IF WS-DIAS-DECORRIDOS GREATER THAN WS-PRAZO-SAQUE
                         PERFORM P710-APURAR-SAQUE
                      END-IF
                   END-IF
                   PERFORM P705-LER-PROX-BNFCRED
                END-PERFORM
             END-IF
             MOVE "00" TO FS-BNFCRED
       .
       P705-LER-PROX-BNFCRED.
             READ ARQ-BNFCRED NEXT RECORD
                AT END
                   MOVE "10" TO FS-BNFCRED
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA O MENOR SALDO DA CONTA DEPOIS DO
      *      CREDITO (MOVIMENTOS POSTERIORES DO EXTRATO E O SALDO
      *      ATUAL): ABAIXO DO SALDO LOGO APOS O CREDITO O BENEFICIO
      *      FOI SACADO; SENAO VOLTA INTEIRO AO INSS
      ******************************************************************
       P710-APURAR-SAQUE.
             MOVE BCR-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA ' BCR-CONTA-NUM ' DO NB ' BCR-NB
                           ' NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             MOVE SALDO TO WS-SALDO-MINIMO
             MOVE BCR-CONTA-NUM TO EXT-CONTA-NUM
             COMPUTE EXT-SEQUENCIA = BCR-EXT-SEQ + 1
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO EQUAL TO "00" THEN
                PERFORM P715-LER-PROX-EXTRATO
                PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                   OR EXT-CONTA-NUM NOT EQUAL TO BCR-CONTA-NUM
                   IF NOT EXT-MOV-ESTORNADA
                      AND EXT-SALDO-APOS LESS THAN WS-SALDO-MINIMO
                      MOVE EXT-SALDO-APOS TO WS-SALDO-MINIMO
                   END-IF
                   PERFORM P715-LER-PROX-EXTRATO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-EXTRATO

             IF WS-SALDO-MINIMO LESS THAN BCR-SALDO-APOS
                OR CONTA-ENCERRADA THEN
                SET BCR-SACADO TO TRUE
                MOVE WS-DATA-ATUAL TO BCR-DATA-BAIXA
                REWRITE REG-BNFCRED
                ADD 1 TO WS-QTDE-SACADOS
             ELSE
                PERFORM P720-DEVOLVER-BENEFICIO
             END-IF
       .
       P715-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DEBITA O BENEFICIO NAO SACADO DA CONTA COM O
      *      MOVIMENTO IV E O DEVOLVE AO INSS NO ARQUIVO DE RETORNO
      ******************************************************************
       P720-DEVOLVER-BENEFICIO.
             SUBTRACT BCR-VALOR FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE SPACES TO WS-DETALHE-INSS
             STRING 'DEVOL INSS NB '  DELIMITED SIZE
                    BCR-NB            DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    BCR-COMPETENCIA   DELIMITED SIZE
               INTO WS-DETALHE-INSS
             END-STRING
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-BENEFICIO-DEVOLVE TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL    TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE BCR-VALOR        TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE WS-DETALHE-INSS  TO EXT-DETALHE
             MOVE 'BATCH'          TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             SET BCR-DEVOLVIDO TO TRUE
             MOVE WS-DATA-ATUAL TO BCR-DATA-BAIXA
             REWRITE REG-BNFCRED
             IF FS-BNFCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BAIXAR O CREDITO DO NB ' BCR-NB
                        ', STATUS: ' FS-BNFCRED
             END-IF

             MOVE BCR-NB           TO WS-RET-NB
             MOVE BCR-CPF          TO WS-RET-CPF
             MOVE BCR-CONTA-NUM    TO WS-RET-CONTA
             MOVE BCR-COMPETENCIA  TO WS-RET-COMPETENCIA
             MOVE BCR-VALOR        TO WS-RET-VALOR
             SET IDV-NAO-SACADO    TO TRUE
             MOVE IDV-MOTIVO       TO WS-MOTIVO-RETORNO
             PERFORM P650-GRAVAR-RETORNO
             ADD 1 TO WS-QTDE-DEVOLVIDOS
             ADD BCR-VALOR TO WS-VALOR-DEVOLVIDO
             DISPLAY 'BENEFICIO ' BCR-NB ' COMPETENCIA '
                     BCR-COMPETENCIA ' NAO SACADO, DEVOLVIDO AO INSS'
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UM DETALHE NO ARQUIVO DE RETORNO AO INSS
      *      COM OS DADOS EM WS-RET-DADOS E O MOTIVO DA DEVOLUCAO
      ******************************************************************
       P650-GRAVAR-RETORNO.
             MOVE SPACES             TO REG-INSS-RETORNO
             SET IDV-DETALHE         TO TRUE
             MOVE WS-RET-NB          TO IDV-NB
             MOVE WS-RET-CPF         TO IDV-CPF
             MOVE WS-RET-CONTA       TO IDV-CONTA-NUM
             MOVE WS-RET-COMPETENCIA TO IDV-COMPETENCIA
             MOVE WS-RET-VALOR       TO IDV-VALOR
             MOVE WS-MOTIVO-RETORNO  TO IDV-MOTIVO
             MOVE WS-DATA-ATUAL      TO IDV-DATA
             WRITE REG-INSS-RETORNO
             IF FS-INSS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RETORNO, STATUS: '
                        FS-INSS-RETORNO
             ELSE
                ADD 1 TO WS-QTDE-RETORNO
                ADD WS-RET-VALOR TO WS-VALOR-RETORNO
             END-IF
       .
       P880-GRAVAR-TRAILER-RETORNO.
             MOVE SPACES TO WS-REG-CONTROLE
             MOVE 'T' TO WS-CTL-TIPO
             MOVE WS-QTDE-RETORNO TO WS-CTL-CAMPO-1
             MOVE WS-VALOR-RETORNO TO WS-CTL-VALOR
             MOVE WS-REG-CONTROLE TO REG-INSS-RETORNO
             WRITE REG-INSS-RETORNO
             IF FS-INSS-RETORNO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O TRAILER DO RETORNO,'
                        ' STATUS: ' FS-INSS-RETORNO
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

             READ ARQ-INSS-CREDITO NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-INSS-CREDITO(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-INSS-CREDITO(2:8) TO WS-INT-DATA-HDR
             MOVE REG-INSS-CREDITO(10:6) TO WS-INT-CAMPO6-X
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
             MOVE 'INSS-CREDITO.DAT' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'INSS-CREDITO.DAT' TO ISQ-ARQUIVO
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
                READ ARQ-INSS-CREDITO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-INSS-CREDITO(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-INSS-CREDITO(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-INSS-CREDITO(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
                ADD ICR-VALOR TO WS-INT-SOMA-DET
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
             CLOSE ARQ-INSS-CREDITO
             OPEN INPUT ARQ-INSS-CREDITO
             DISPLAY 'ARQUIVO ' 'INSS-CREDITO.DAT' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'INSS-CREDITO.DAT' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'INSS-CREDITO.DAT' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-INSS-CREDITO
             OPEN INPUT ARQ-INSS-CREDITO
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-INSS-CREDITO NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-INSS-CREDITO TO WS-INT-LINHA-QUAR
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
                    'INSS-CREDITO.DAT' DELIMITED SIZE
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
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-BENEFICIO
             CLOSE ARQ-BNFCRED
             IF FS-PARAMETRO NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARAMETRO
             END-IF
             CLOSE ARQ-INSS-CREDITO
             CLOSE ARQ-INSS-RETORNO
             DISPLAY 'TOTAL DE CREDITOS LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'TOTAL DE BENEFICIOS CREDITADOS: '
                     WS-QTDE-CREDITADOS
             DISPLAY 'VALOR TOTAL CREDITADO: ' WS-VALOR-CREDITADO
             DISPLAY 'BENEFICIOS NOVOS NO CADASTRO: '
                     WS-QTDE-BENEF-NOVOS
             DISPLAY 'CREDITOS RECUSADOS NA ENTRADA: '
                     WS-QTDE-RECUSADOS
             DISPLAY 'BENEFICIOS BLOQUEADOS POR PROVA DE VIDA: '
                     WS-QTDE-BLOQUEADOS
             DISPLAY 'CREDITOS SACADOS NO PRAZO: ' WS-QTDE-SACADOS
             DISPLAY 'CREDITOS NAO SACADOS DEVOLVIDOS: '
                     WS-QTDE-DEVOLVIDOS ' VALOR ' WS-VALOR-DEVOLVIDO
             DISPLAY 'ARQUIVO DE RETORNO GRAVADO EM INSS-RETORNO.DAT ('
                     WS-QTDE-RETORNO ' REGISTROS)'
             STOP RUN.
       END PROGRAM INSS-CREDITO.
