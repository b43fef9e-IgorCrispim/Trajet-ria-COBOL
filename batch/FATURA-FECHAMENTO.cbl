      *            PARAMETROS), FECHA A FATURA ABERTA DA COMPETENCIA
      *            ATUAL CALCULANDO O PAGAMENTO MINIMO
      *            (PERC-PGTO-MINIMO) E A DATA DE VENCIMENTO, E ABRE
      *            A FATURA DA COMPETENCIA SEGUINTE, LANCANDO NELA A
      *            PARCELA DO MES DAS COMPRAS PARCELADAS (ARQ-PARCELA)
      *            E DOS PARCELAMENTOS DE FATURA (ARQ-PARC-FATURA);
      *            A FATURA VENCIDA QUE JA TRAZIA ROTATIVO NAO ROLA DE
      *            NOVO: O SALDO VIRA UM PARCELAMENTO DE FATURA COM
      *            TAXA PROPRIA (TAXA-PARC-FATURA), IOF FINANCIADO
      *            (MOVIMENTO IP NO EXTRATO DA CONTA) E CET; CREDITA
      *            NO LIVRO DE PONTOS (ARQ-PONTOS) OS PONTOS DAS
      *            COMPRAS DA FATURA FECHADA NA TAXA DO PRODUTO DO
      *            CARTAO (PONTOS-REAL-NACIONAL/GOLD/PLATINUM), COM
      *            VALIDADE DE PONTOS-VALIDADE-MESES; EMITE O
      *            RELATORIO DO FECHAMENTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-PARCELA ASSIGN TO "parcela.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PCL-CHAVE
                FILE STATUS  IS FS-PARCELA.
           SELECT ARQ-PARC-FATURA ASSIGN TO "parcfatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFT-CHAVE
                FILE STATUS  IS FS-PARC-FATURA.
           SELECT ARQ-PONTOS ASSIGN TO "pontos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PTS-CHAVE
                FILE STATUS  IS FS-PONTOS.
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
           SELECT ARQ-PARAMETRO ASSIGN TO "parametro.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
           COPY CARTAOCAD.
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-PARCELA.
           COPY PARCELCAD.
       FD ARQ-PARC-FATURA.
           COPY PFATCAD.
       FD ARQ-PONTOS.
           COPY PONTOSCAD.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-PARAMETRO.
           COPY PARAMCAD.
       FD ARQ-FECHAMENTO.
             VALUE 'FATURA-FECHAMENTO'.
       77 FS-CARTAO                    PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-PARCELA                   PIC XX.
       77 FS-PARC-FATURA               PIC XX.
       77 FS-PONTOS                    PIC XX.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
       77 FS-FECHAMENTO                PIC XX.
       77 WS-QTDE-CARTOES              PIC 9(06) VALUE ZEROS.
       77 WS-ROLA-JUROS                PIC S9(09)V99.
       77 WS-ROLA-ACUM                 PIC S9(09)V99.
       77 WS-ROLA-JUROS-ACUM           PIC S9(09)V99.
       77 WS-PARC-ACUM                 PIC S9(09)V99.
       77 WS-PARC-VALOR                PIC S9(09)V99.
       77 WS-QTDE-PARCELAS             PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-PARCELAS            PIC S9(11)V99 VALUE ZEROS.
       77 WS-PFT-ACUM                  PIC S9(09)V99.
       77 WS-PFT-VALOR                 PIC S9(09)V99.
       77 WS-QTDE-PARCELAMENTOS        PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-PARCELADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TAXA-PARC-FATURA          PIC 9V9(04) VALUE 0.0500.
       77 WS-PRAZO-PARC-FATURA         PIC 9(02) VALUE 12.
       77 WS-IOF-ADICIONAL             PIC 9V9(04) VALUE 0.0038.
       77 WS-IOF-DIARIO                PIC 9V9(06) VALUE 0.000082.
       77 WS-IOF-DIAS                  PIC 9(05).
       77 WS-FAT-TOTAL                 PIC S9(09)V99.
       77 WS-PONTOS-TAXA-NACIONAL      PIC 9(02)V9(04) VALUE 1.0000.
       77 WS-PONTOS-TAXA-GOLD          PIC 9(02)V9(04) VALUE 1.5000.
       77 WS-PONTOS-TAXA-PLATINUM      PIC 9(02)V9(04) VALUE 2.0000.
       77 WS-PONTOS-VALIDADE-MESES     PIC 9(03) VALUE 24.
       77 WS-PONTOS-MESES              PIC 9(07).
       77 WS-PONTOS-RESTO              PIC 9(02).
       77 WS-QTDE-LOTES-PONTOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-PONTOS              PIC 9(11) VALUE ZEROS.
       77 WS-TEM-ABERTA                PIC X(01).
           88 TEM-FATURA-ABERTA       VALUE 'S'.
       77 WS-LINHA-FECHAMENTO          PIC X(132).
                        FS-FATURA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PARCELA
             IF FS-PARCELA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PARCELA
                CLOSE ARQ-PARCELA
                OPEN I-O ARQ-PARCELA
             END-IF
             IF FS-PARCELA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS COMPRAS PARCELADAS,'
                        ' STATUS: ' FS-PARCELA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PARC-FATURA
             IF FS-PARC-FATURA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PARC-FATURA
                CLOSE ARQ-PARC-FATURA
                OPEN I-O ARQ-PARC-FATURA
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS PARCELAMENTOS DE FATURA,'
                        ' STATUS: ' FS-PARC-FATURA
                STOP RUN
             END-IF
             OPEN I-O ARQ-PONTOS
             IF FS-PONTOS EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PONTOS
                CLOSE ARQ-PONTOS
                OPEN I-O ARQ-PONTOS
             END-IF
             IF FS-PONTOS NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O LIVRO DE PONTOS, STATUS: '
                        FS-PONTOS
                STOP RUN
             END-IF
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
             OPEN INPUT ARQ-PARAMETRO
             IF FS-PARAMETRO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE PARAMETROS,'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA A TAXA DE ROTATIVO, O PERCENTUAL DE
      *      PAGAMENTO MINIMO E A TAXA E O PRAZO DO PARCELAMENTO DE
      *      FATURA E AS TAXAS E A VALIDADE DOS PONTOS DA TABELA DE
      *      PARAMETROS, MANTENDO OS VALORES PADRAO DO FONTE QUANDO
      *      NAO HOUVER VIGENCIA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             MOVE 'TAXA-ROTATIVO-MES' TO WS-PARAM-CODIGO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PERC-PGTO-MINIMO
             END-IF
             MOVE 'TAXA-PARC-FATURA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TAXA-PARC-FATURA
             END-IF
             MOVE 'PRAZO-PARC-FATURA' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PRAZO-PARC-FATURA
             END-IF
             MOVE 'PONTOS-REAL-NACIONAL' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PONTOS-TAXA-NACIONAL
             END-IF
             MOVE 'PONTOS-REAL-GOLD' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PONTOS-TAXA-GOLD
             END-IF
             MOVE 'PONTOS-REAL-PLATINUM' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PONTOS-TAXA-PLATINUM
             END-IF
             MOVE 'PONTOS-VALIDADE-MESES' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PONTOS-VALIDADE-MESES
             END-IF
       .
       P260-OBTER-PARAMETRO.
             MOVE 'N' TO WS-PARAM-ENCONTRADO
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CARTOES E FECHA A FATURA DE CADA
      *      CARTAO DE CREDITO ATIVO; O CARTAO JA REEMITIDO E PULADO,
      *      SUAS FATURAS FORAM TRANSFERIDAS PARA O SUBSTITUTO
      ******************************************************************
       P300-PROCESSAR-CARTOES.
             MOVE ZEROS TO CARD-NUMERO
             END-START
             PERFORM P310-LER-PROX-CARTAO
             PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                IF CARD-CREDITO AND CARD-ATIVO
                   AND CARD-NUMERO-SUBSTITUTO EQUAL TO ZEROS THEN
                   ADD 1 TO WS-QTDE-CARTOES
                   MOVE CARD-NUMERO TO WS-CARD-ATUAL
                   PERFORM P400-FECHAR-CARTAO
      ******************************************************************
      *      FUNÇÃO QUE FECHA O CICLO DE UM CARTAO: ROLA AS FATURAS
      *      VENCIDAS NAO PAGAS, FECHA A FATURA DA COMPETENCIA ATUAL
      *      E ABRE A DA COMPETENCIA SEGUINTE COM O ROTATIVO E AS
      *      PARCELAS DO MES DAS COMPRAS E DOS PARCELAMENTOS DE FATURA
      ******************************************************************
       P400-FECHAR-CARTAO.
             MOVE ZEROS TO WS-ROLA-ACUM
             MOVE ZEROS TO WS-ROLA-JUROS-ACUM
             MOVE ZEROS TO WS-PARC-ACUM
             MOVE ZEROS TO WS-PFT-ACUM
             MOVE 'N' TO WS-TEM-ABERTA
             MOVE WS-CARD-ATUAL TO FAT-CARD-NUMERO
             MOVE ZEROS TO FAT-COMPETENCIA
                   PERFORM P410-LER-PROX-FATURA
                END-PERFORM
             END-IF
             PERFORM P440-LANCAR-PARCELAS
             PERFORM P446-LANCAR-PARC-FATURA
             PERFORM P450-ABRIR-PROXIMA-FATURA
       .
       P410-LER-PROX-FATURA.
      ******************************************************************
      *      FUNÇÃO QUE TRATA UMA FATURA DO CARTAO EM FECHAMENTO:
      *      FECHADA E VENCIDA SEM PAGAMENTO INTEGRAL VIRA ROTATIVO
      *      (STATUS R) E O RESIDUO ROLA COM JUROS, SALVO SE ELA JA
      *      TRAZIA ROTATIVO DO CICLO ANTERIOR: AI O RESIDUO VIRA
      *      PARCELAMENTO DE FATURA (STATUS N); A ABERTA DA
      *      COMPETENCIA ATUAL E FECHADA COM MINIMO E VENCIMENTO
      ******************************************************************
       P420-TRATAR-FATURA.
                AND FAT-DATA-VENCIMENTO LESS THAN WS-DATA-ATUAL THEN
                COMPUTE WS-ROLA-VALOR = FAT-VALOR-COMPRAS
                        + FAT-VALOR-ROTATIVO + FAT-VALOR-JUROS-ROT
                        + FAT-VALOR-PARCELAMENTO - FAT-VALOR-PAGO
                IF WS-ROLA-VALOR GREATER THAN ZEROS
                   AND FAT-VALOR-ROTATIVO GREATER THAN ZEROS THEN
                   PERFORM P425-CONVERTER-EM-PARCELAMENTO
                   REWRITE REG-FATURA
                   PERFORM P430-RELATAR-FATURA
                   EXIT PARAGRAPH
                END-IF
                IF WS-ROLA-VALOR GREATER THAN ZEROS THEN
                   COMPUTE WS-ROLA-JUROS ROUNDED =
                           WS-ROLA-VALOR * WS-TAXA-ROTATIVO
                MOVE WS-VENC TO FAT-DATA-VENCIMENTO
                COMPUTE WS-FAT-TOTAL = FAT-VALOR-COMPRAS
                        + FAT-VALOR-ROTATIVO + FAT-VALOR-JUROS-ROT
                        + FAT-VALOR-PARCELAMENTO - FAT-VALOR-PAGO
                COMPUTE FAT-PGTO-MINIMO ROUNDED =
                        WS-FAT-TOTAL * WS-PERC-PGTO-MINIMO
                IF FAT-PGTO-MINIMO LESS THAN ZEROS THEN
                REWRITE REG-FATURA
                ADD 1 TO WS-QTDE-FECHADAS
                PERFORM P430-RELATAR-FATURA
                PERFORM P460-CREDITAR-PONTOS
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CREDITA NO LIVRO DE PONTOS O LOTE DA FATURA
      *      RECEM-FECHADA EM REG-FATURA: PONTOS INTEIROS SOBRE AS
      *      COMPRAS DO MES NA TAXA DO PRODUTO DO CARTAO (ACERVO SEM
      *      PRODUTO CONTA COMO NACIONAL), VENCENDO APOS
      *      WS-PONTOS-VALIDADE-MESES; O LOTE JA EXISTENTE (REEXECUCAO
      *      DO FECHAMENTO) NAO E CREDITADO DE NOVO
      ******************************************************************
       P460-CREDITAR-PONTOS.
             IF FAT-VALOR-COMPRAS NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE FAT-CARD-NUMERO TO PTS-CARD-NUMERO
             MOVE FAT-COMPETENCIA TO PTS-COMPETENCIA
             READ ARQ-PONTOS RECORD KEY IS PTS-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             MOVE FAT-CONTA-NUM TO PTS-CONTA-NUM
             EVALUATE TRUE
                WHEN CARD-GOLD
                   MOVE 'G' TO PTS-PRODUTO
                   MOVE WS-PONTOS-TAXA-GOLD TO PTS-TAXA
                WHEN CARD-PLATINUM
                   MOVE 'P' TO PTS-PRODUTO
                   MOVE WS-PONTOS-TAXA-PLATINUM TO PTS-TAXA
                WHEN OTHER
                   MOVE 'N' TO PTS-PRODUTO
                   MOVE WS-PONTOS-TAXA-NACIONAL TO PTS-TAXA
             END-EVALUATE
             MOVE FAT-VALOR-COMPRAS TO PTS-VALOR-BASE
             COMPUTE PTS-QTDE-GANHOS = PTS-VALOR-BASE * PTS-TAXA
             IF PTS-QTDE-GANHOS EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO PTS-QTDE-RESGATADOS
             MOVE ZEROS TO PTS-QTDE-EXPIRADOS
             MOVE WS-DATA-ATUAL TO PTS-DATA-CREDITO
             MOVE FAT-COMPETENCIA TO WS-COMP
             COMPUTE WS-PONTOS-MESES = (WS-COMP-ANO * 12)
                     + WS-COMP-MES - 1 + WS-PONTOS-VALIDADE-MESES
             DIVIDE WS-PONTOS-MESES BY 12 GIVING WS-COMP-ANO
                    REMAINDER WS-PONTOS-RESTO
             COMPUTE WS-COMP-MES = WS-PONTOS-RESTO + 1
             MOVE WS-COMP TO PTS-COMPETENCIA-EXPIRA
             SET PTS-ATIVO TO TRUE
             WRITE REG-PONTOS
             IF FS-PONTOS NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CREDITAR OS PONTOS DO CARTAO '
                        PTS-CARD-NUMERO ', STATUS: ' FS-PONTOS
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-QTDE-LOTES-PONTOS
             ADD PTS-QTDE-GANHOS TO WS-TOTAL-PONTOS
             MOVE SPACES TO WS-LINHA-FECHAMENTO
             STRING 'CARTAO: '         DELIMITED SIZE
                    PTS-CARD-NUMERO    DELIMITED SIZE
                    ' PONTOS CREDITADOS: ' DELIMITED SIZE
                    PTS-QTDE-GANHOS    DELIMITED SIZE
                    ' VALIDOS ATE: '   DELIMITED SIZE
                    PTS-COMPETENCIA-EXPIRA DELIMITED SIZE
               INTO WS-LINHA-FECHAMENTO
             END-STRING
             MOVE WS-LINHA-FECHAMENTO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
       P430-RELATAR-FATURA.
             MOVE SPACES TO WS-LINHA-FECHAMENTO
             COMPUTE WS-FAT-TOTAL = FAT-VALOR-COMPRAS
                     + FAT-VALOR-ROTATIVO + FAT-VALOR-JUROS-ROT
                     + FAT-VALOR-PARCELAMENTO - FAT-VALOR-PAGO
             STRING 'CARTAO: '         DELIMITED SIZE
                    FAT-CARD-NUMERO    DELIMITED SIZE
                    ' COMPETENCIA: '   DELIMITED SIZE
             WRITE REG-RELATORIO
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFORMA O SALDO DA FATURA EM REG-FATURA
      *      (WS-ROLA-VALOR) EM PARCELAMENTO DE FATURA NO PRAZO E NA
      *      TAXA PADRAO: JUROS SIMPLES SOBRE O PRAZO, IOF (ALIQUOTA
      *      ADICIONAL MAIS A DIARIA LIMITADA A 365 DIAS) FINANCIADO
      *      NO PLANO E CET MENSAL, COMO NA SIMULACAO DE EMPRESTIMO
      *      DO CAIXA; O IOF VAI AO EXTRATO DA CONTA DO CARTAO COMO
      *      MOVIMENTO IP, SEM EFEITO NO SALDO, PARA O RECOLHIMENTO
      ******************************************************************
       P425-CONVERTER-EM-PARCELAMENTO.
             MOVE FAT-CARD-NUMERO      TO PFT-CARD-NUMERO
             MOVE FAT-COMPETENCIA      TO PFT-COMPETENCIA-ORIGEM
             MOVE FAT-CONTA-NUM        TO PFT-CONTA-NUM
             MOVE WS-DATA-ATUAL        TO PFT-DATA-ADESAO
             SET PFT-AUTOMATICO        TO TRUE
             MOVE WS-ROLA-VALOR        TO PFT-VALOR-PRINCIPAL
             MOVE WS-TAXA-PARC-FATURA  TO PFT-TAXA-MES
             MOVE WS-PRAZO-PARC-FATURA TO PFT-QTDE-PARCELAS
             IF PFT-QTDE-PARCELAS EQUAL TO ZEROS THEN
                MOVE 12 TO PFT-QTDE-PARCELAS
             END-IF
             COMPUTE PFT-VALOR-JUROS ROUNDED = PFT-VALOR-PRINCIPAL
                     * PFT-TAXA-MES * PFT-QTDE-PARCELAS
             COMPUTE WS-IOF-DIAS = PFT-QTDE-PARCELAS * 30
             IF WS-IOF-DIAS GREATER THAN 365 THEN
                MOVE 365 TO WS-IOF-DIAS
             END-IF
             COMPUTE PFT-VALOR-IOF ROUNDED =
                (PFT-VALOR-PRINCIPAL * WS-IOF-ADICIONAL)
                + (PFT-VALOR-PRINCIPAL * WS-IOF-DIARIO * WS-IOF-DIAS)
             COMPUTE PFT-VALOR-TOTAL = PFT-VALOR-PRINCIPAL
                     + PFT-VALOR-JUROS + PFT-VALOR-IOF
             COMPUTE PFT-VALOR-PARCELA =
                     PFT-VALOR-TOTAL / PFT-QTDE-PARCELAS
             COMPUTE PFT-CET-MES ROUNDED =
                     (PFT-VALOR-TOTAL / PFT-VALOR-PRINCIPAL - 1)
                     / PFT-QTDE-PARCELAS * 100
             MOVE ZEROS                TO PFT-QTDE-LANCADAS
             MOVE ZEROS                TO PFT-VALOR-LANCADO
             MOVE WS-COMPETENCIA       TO PFT-COMPETENCIA-ULT
             MOVE 'BATCH'              TO PFT-OPER-ID
             SET PFT-ATIVO             TO TRUE
             WRITE REG-PARC-FATURA
             IF FS-PARC-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O PARCELAMENTO DA FATURA '
                        FAT-COMPETENCIA ' DO CARTAO ' FAT-CARD-NUMERO
                        ', STATUS: ' FS-PARC-FATURA
                EXIT PARAGRAPH
             END-IF
             SET FAT-PARCELADA TO TRUE
             ADD 1 TO WS-QTDE-PARCELAMENTOS
             ADD WS-ROLA-VALOR TO WS-VALOR-PARCELADO

             IF PFT-VALOR-IOF NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE FAT-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA ' FAT-CONTA-NUM ' DO CARTAO NAO'
                           ' ENCONTRADA, IOF DO PARCELAMENTO SEM'
                           ' MOVIMENTO'
                   EXIT PARAGRAPH
             END-READ
             ADD 1 TO ULT-SEQ-EXTRATO
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-IOF-PARC-FATURA TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE PFT-VALOR-IOF    TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'IOF PARCELAMENTO FATURA ' DELIMITED SIZE
                    FAT-COMPETENCIA DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'BATCH' TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA A PARCELA SEGUINTE DE CADA COMPRA
      *      PARCELADA ATIVA DO CARTAO, ACUMULANDO EM WS-PARC-ACUM O
      *      VALOR QUE ENTRA NAS COMPRAS DA FATURA SEGUINTE; A
      *      COMPETENCIA DA ULTIMA PARCELA LANCADA IMPEDE LANCAR DUAS
      *      VEZES NA MESMA FATURA SE O BATCH FOR REEXECUTADO, E A
      *      ULTIMA PARCELA LEVA O RESIDUO DO ARREDONDAMENTO
      ******************************************************************
       P440-LANCAR-PARCELAS.
             MOVE WS-CARD-ATUAL TO PCL-CARD-NUMERO
             MOVE ZEROS TO PCL-EXT-SEQUENCIA
             START ARQ-PARCELA KEY IS NOT LESS THAN PCL-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P445-LER-PROX-PARCELA
             PERFORM UNTIL FS-PARCELA NOT EQUAL TO "00"
                OR PCL-CARD-NUMERO NOT EQUAL TO WS-CARD-ATUAL
                IF PCL-ATIVA
                   AND PCL-COMPETENCIA-ULT LESS THAN
                       WS-COMPETENCIA-PROX THEN
                   ADD 1 TO PCL-QTDE-LANCADAS
                   IF PCL-QTDE-LANCADAS NOT LESS THAN
                      PCL-QTDE-PARCELAS THEN
                      COMPUTE WS-PARC-VALOR = PCL-VALOR-TOTAL
                              - PCL-VALOR-LANCADO
                      SET PCL-QUITADA TO TRUE
                   ELSE
                      MOVE PCL-VALOR-PARCELA TO WS-PARC-VALOR
                   END-IF
                   ADD WS-PARC-VALOR TO PCL-VALOR-LANCADO
                   MOVE WS-COMPETENCIA-PROX TO PCL-COMPETENCIA-ULT
                   REWRITE REG-PARCELA
                   IF FS-PARCELA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O PARCELAMENTO DO'
                              ' CARTAO ' WS-CARD-ATUAL ', STATUS: '
                              FS-PARCELA
                   ELSE
                      ADD WS-PARC-VALOR TO WS-PARC-ACUM
                      ADD 1 TO WS-QTDE-PARCELAS
                      ADD WS-PARC-VALOR TO WS-VALOR-PARCELAS
                   END-IF
                END-IF
                PERFORM P445-LER-PROX-PARCELA
             END-PERFORM
       .
       P445-LER-PROX-PARCELA.
             READ ARQ-PARCELA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARCELA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA A PARCELA SEGUINTE DE CADA PARCELAMENTO
      *      DE FATURA ATIVO DO CARTAO, ACUMULANDO EM WS-PFT-ACUM O
      *      VALOR QUE ENTRA NA FATURA SEGUINTE, COM A MESMA TRAVA DE
      *      COMPETENCIA E O MESMO RESIDUO NA ULTIMA PARCELA DAS
      *      COMPRAS PARCELADAS
      ******************************************************************
       P446-LANCAR-PARC-FATURA.
             MOVE WS-CARD-ATUAL TO PFT-CARD-NUMERO
             MOVE ZEROS TO PFT-COMPETENCIA-ORIGEM
             START ARQ-PARC-FATURA KEY IS NOT LESS THAN PFT-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P447-LER-PROX-PARC-FATURA
             PERFORM UNTIL FS-PARC-FATURA NOT EQUAL TO "00"
                OR PFT-CARD-NUMERO NOT EQUAL TO WS-CARD-ATUAL
                IF PFT-ATIVO
                   AND PFT-COMPETENCIA-ULT LESS THAN
                       WS-COMPETENCIA-PROX THEN
                   ADD 1 TO PFT-QTDE-LANCADAS
                   IF PFT-QTDE-LANCADAS NOT LESS THAN
                      PFT-QTDE-PARCELAS THEN
                      COMPUTE WS-PFT-VALOR = PFT-VALOR-TOTAL
                              - PFT-VALOR-LANCADO
                      SET PFT-QUITADO TO TRUE
                   ELSE
                      MOVE PFT-VALOR-PARCELA TO WS-PFT-VALOR
                   END-IF
                   ADD WS-PFT-VALOR TO PFT-VALOR-LANCADO
                   MOVE WS-COMPETENCIA-PROX TO PFT-COMPETENCIA-ULT
                   REWRITE REG-PARC-FATURA
                   IF FS-PARC-FATURA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O PARCELAMENTO DE'
                              ' FATURA DO CARTAO ' WS-CARD-ATUAL
                              ', STATUS: ' FS-PARC-FATURA
                   ELSE
                      ADD WS-PFT-VALOR TO WS-PFT-ACUM
                      ADD 1 TO WS-QTDE-PARCELAS
                      ADD WS-PFT-VALOR TO WS-VALOR-PARCELAS
                   END-IF
                END-IF
                PERFORM P447-LER-PROX-PARC-FATURA
             END-PERFORM
       .
       P447-LER-PROX-PARC-FATURA.
             READ ARQ-PARC-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARC-FATURA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A FATURA DA COMPETENCIA SEGUINTE DO
      *      CARTAO, CARREGANDO O ROTATIVO E OS JUROS ROLADOS, AS
      *      PARCELAS DO MES E AS DOS PARCELAMENTOS DE FATURA
      ******************************************************************
       P450-ABRIR-PROXIMA-FATURA.
             MOVE WS-CARD-ATUAL       TO FAT-CARD-NUMERO
                   SET FAT-ABERTA TO TRUE
                   MOVE ZEROS TO FAT-DATA-FECHAMENTO
                   MOVE ZEROS TO FAT-DATA-VENCIMENTO
                   MOVE WS-PARC-ACUM TO FAT-VALOR-COMPRAS
                   MOVE WS-ROLA-ACUM TO FAT-VALOR-ROTATIVO
                   MOVE WS-ROLA-JUROS-ACUM TO FAT-VALOR-JUROS-ROT
                   MOVE ZEROS TO FAT-VALOR-PAGO
                   MOVE ZEROS TO FAT-PGTO-MINIMO
                   MOVE WS-PFT-ACUM TO FAT-VALOR-PARCELAMENTO
                   WRITE REG-FATURA
                NOT INVALID KEY
                   ADD WS-PARC-ACUM TO FAT-VALOR-COMPRAS
                   ADD WS-PFT-ACUM TO FAT-VALOR-PARCELAMENTO
                   ADD WS-ROLA-ACUM TO FAT-VALOR-ROTATIVO
                   ADD WS-ROLA-JUROS-ACUM TO FAT-VALOR-JUROS-ROT
                   REWRITE REG-FATURA
             PERFORM P910-REABRIR-SISTEMA
             CLOSE ARQ-CARTAO
             CLOSE ARQ-FATURA
             CLOSE ARQ-PARCELA
             CLOSE ARQ-PARC-FATURA
             CLOSE ARQ-PONTOS
             CLOSE ARQ-CONTA
             CLOSE ARQ-EXTRATO
             CLOSE ARQ-PARAMETRO
             CLOSE ARQ-FECHAMENTO
             DISPLAY 'CARTOES DE CREDITO PROCESSADOS: '
                     WS-QTDE-ROLADAS
             DISPLAY 'VALOR ROLADO: ' WS-VALOR-ROTATIVO
                     ' JUROS DE ROTATIVO: ' WS-VALOR-JUROS
             DISPLAY 'PARCELAS LANCADAS: ' WS-QTDE-PARCELAS
                     ' VALOR: ' WS-VALOR-PARCELAS
             DISPLAY 'FATURAS CONVERTIDAS EM PARCELAMENTO: '
                     WS-QTDE-PARCELAMENTOS
                     ' VALOR: ' WS-VALOR-PARCELADO
             DISPLAY 'LOTES DE PONTOS CREDITADOS: '
                     WS-QTDE-LOTES-PONTOS
                     ' PONTOS: ' WS-TOTAL-PONTOS
             STOP RUN.
       END PROGRAM FATURA-FECHAMENTO.
