      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL DE RENTABILIDADE POR CLIENTE: PARA A
      *            COMPETENCIA FECHADA (MES ANTERIOR AO DA EXECUCAO)
      *            ATRIBUI A CADA TITULAR (CPF, OU CNPJ DA CONTA PJ),
      *            SOMANDO TODAS AS SUAS CONTAS, AS RECEITAS DE
      *            TARIFAS (TF), JUROS DE CHEQUE ESPECIAL (JC), JUROS
      *            DAS PARCELAS DE EMPRESTIMO COBRADAS NO MES E JUROS
      *            DO CARTAO (ROTATIVO E PARCELAMENTO DE FATURA), SEM
      *            O IOF, QUE E TRIBUTO REPASSADO; DESCONTA O CUSTO DE
      *            CAPTACAO (JUROS DE POUPANCA JP E A APROPRIACAO DO
      *            MES DAS APLICACOES CDB/LCI/LCA) E GRAVA EM
      *            RENTABILIDADE-CLIENTE.REL O RANKING DOS CLIENTES
      *            PELA MARGEM LIQUIDA, OS TOTAIS POR SEGMENTO (PF/PJ)
      *            E POR AGENCIA DA CONTA, E A CONCILIACAO COM AS
      *            CONTAS DE RECEITA (GRUPO 4) E DESPESA (GRUPO 3) DO
      *            RAZAO NA COMPETENCIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDADE-CLIENTE.
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
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-PARC-FATURA ASSIGN TO "parcfatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFT-CHAVE
                FILE STATUS  IS FS-PARC-FATURA.
           SELECT ARQ-APLICACAO ASSIGN TO "aplicacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-RAZAO ASSIGN TO "razao.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RAZAO.
           SELECT ARQ-RELATORIO ASSIGN TO "rentabilidade-cliente.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
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
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-PARC-FATURA.
           COPY PFATCAD.
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-RAZAO.
           COPY RAZAOCAD.
       FD ARQ-RELATORIO.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-PARC-FATURA               PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-RAZAO                     PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-COMP-FECHADA              PIC 9(06).
       77 WS-DATA-INICIO-MES           PIC 9(08).
       77 WS-DATA-FIM-MES              PIC 9(08).
       77 WS-DIA-INICIO-MES            PIC 9(07).
       77 WS-DIA-FIM-MES               PIC 9(07).
       77 WS-MESES-COMP                PIC 9(06).
       77 WS-MESES-ULT                 PIC 9(06).
       77 WS-LINHA-RELATORIO           PIC X(132).
       77 WS-VALOR-EDITADO             PIC -9(11).99.
       77 WS-VALOR-EDITADO-2           PIC -9(11).99.
       77 WS-VALOR-EDITADO-3           PIC -9(11).99.
       77 WS-QTDE-CONTAS               PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-CONTAS-SEM-TITULAR   PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-CLIENTES-SEM-RESULT  PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-LANCAMENTOS          PIC 9(08) VALUE ZEROS.
      *      TITULAR CORRENTE E CONTA EM APURACAO
       77 WS-DOC-CONTA                 PIC 9(14).
       77 WS-TIPO-PESSOA-CONTA         PIC X(01).
       77 WS-CONTA-PROCESSADA          PIC 9(06).
       77 WS-AGENCIA-CONTA             PIC 9(04).
       77 WS-CONTA-ATRIBUIDA           PIC X(01) VALUE 'N'.
           88 CONTA-ATRIBUIDA          VALUE 'S'.
       77 WS-DATA-MOV-REF             PIC 9(08).
      *      VALORES APURADOS NA CONTA (SOMADOS DEPOIS AO CLIENTE E
      *      A AGENCIA DA CONTA)
       77 WS-CTA-TARIFAS               PIC S9(11)V99.
       77 WS-CTA-JUROS-CHEQUE          PIC S9(11)V99.
       77 WS-CTA-JUROS-EMPREST         PIC S9(11)V99.
       77 WS-CTA-JUROS-CARTAO          PIC S9(11)V99.
       77 WS-CTA-CUSTO-POUPANCA        PIC S9(11)V99.
       77 WS-CTA-CUSTO-APLICACAO       PIC S9(11)V99.
       77 WS-CTA-PARCELAS-EMP          PIC S9(11)V99.
       77 WS-CTA-RECEITA               PIC S9(11)V99.
       77 WS-CTA-CUSTO                 PIC S9(11)V99.
      *      PARTE DE JUROS DAS PARCELAS DOS CONTRATOS DA CONTA (O
      *      EMPRESTIMO E DE TAXA FIXA: CADA PARCELA CARREGA
      *      PRINCIPAL X TAXA DE JUROS)
       77 WS-EMP-SOMA-JUROS-PARC       PIC S9(11)V99.
       77 WS-EMP-SOMA-PARCELAS         PIC S9(11)V99.
       77 WS-PFT-JUROS-PARCELA         PIC S9(09)V99.
       77 WS-CARD-ATUAL                PIC 9(16).
       77 WS-APL-DIA-INI               PIC 9(07).
       77 WS-APL-DIA-FIM               PIC 9(07).
       77 WS-APL-DIAS-MES              PIC S9(07).
       77 WS-APL-DIAS-TOTAIS           PIC S9(07).
       77 WS-APL-APROPRIACAO           PIC S9(11)V99.
      *      TABELA DE CLIENTES DO MES (E INDICE DO RANKING)
       77 WS-CLI-MAX                   PIC 9(05) VALUE 5000.
       77 WS-CLI-QTDE                  PIC 9(05) VALUE ZEROS.
       77 WS-CLI-I                     PIC 9(05).
       77 WS-CLI-ACHOU                 PIC X(01).
           88 CLI-ACHOU                VALUE 'S'.
       77 WS-RANK-I                    PIC 9(05).
       77 WS-RANK-J                    PIC 9(05).
       77 WS-RANK-POSICAO              PIC 9(05).
       77 WS-RANK-CLI                  PIC 9(05).
       01 WS-CLI-TAB.
           05 WS-CLI-ITEM OCCURS 5000 TIMES.
               10 WS-CLI-DOC           PIC 9(14).
               10 WS-CLI-TIPO-PESSOA   PIC X(01).
               10 WS-CLI-NOME          PIC X(30).
               10 WS-CLI-AGENCIA       PIC 9(04).
               10 WS-CLI-QTDE-CONTAS   PIC 9(03).
               10 WS-CLI-TARIFAS       PIC S9(11)V99.
               10 WS-CLI-JUROS-CHEQUE  PIC S9(11)V99.
               10 WS-CLI-JUROS-EMPREST PIC S9(11)V99.
               10 WS-CLI-JUROS-CARTAO  PIC S9(11)V99.
               10 WS-CLI-CUSTO-POUP    PIC S9(11)V99.
               10 WS-CLI-CUSTO-APLIC   PIC S9(11)V99.
               10 WS-CLI-MARGEM        PIC S9(11)V99.
       01 WS-RANK-TAB.
           05 WS-RANK-ITEM OCCURS 5000 TIMES
                                       PIC 9(05).
      *      TOTAIS POR SEGMENTO (1 PF, 2 PJ)
       77 WS-SEG-I                     PIC 9(01).
       01 WS-SEG-TAB.
           05 WS-SEG-ITEM OCCURS 2 TIMES.
               10 WS-SEG-CLIENTES      PIC 9(06).
               10 WS-SEG-RECEITA       PIC S9(13)V99.
               10 WS-SEG-CUSTO         PIC S9(13)V99.
      *      TOTAIS POR AGENCIA DA CONTA
       77 WS-AGE-I                     PIC 9(02).
       77 WS-AGE-QTDE                  PIC 9(02) VALUE ZEROS.
       77 WS-AGE-MAX                   PIC 9(02) VALUE 20.
       77 WS-AGE-ACHOU                 PIC X(01).
           88 AGE-ACHOU                VALUE 'S'.
       01 WS-AGE-TAB.
           05 WS-AGE-ITEM OCCURS 20 TIMES.
               10 WS-AGE-NUM           PIC 9(04).
               10 WS-AGE-RECEITA       PIC S9(13)V99.
               10 WS-AGE-CUSTO         PIC S9(13)V99.
      *      TOTAIS DO BANCO PARA A CONCILIACAO: O ATRIBUIDO A
      *      CLIENTES, O ESTORNADO/REJEITADO (QUE O RAZAO REGISTRA E
      *      NAO E RECEITA DO CLIENTE) E O DAS CONTAS SEM TITULAR OU
      *      ALEM DA CAPACIDADE DA TABELA
       01 WS-TOT-ATRIBUIDO.
           05 WS-TOT-TARIFAS           PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-JUROS-CHEQUE      PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-JUROS-EMPREST     PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-JUROS-CARTAO      PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-CUSTO-POUP        PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-CUSTO-APLIC       PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-ESTORNADO.
           05 WS-EST-TARIFAS           PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-JUROS-CHEQUE      PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-CUSTO-POUP        PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-NAO-ATRIBUIDO.
           05 WS-NAT-TARIFAS           PIC S9(13)V99 VALUE ZEROS.
           05 WS-NAT-JUROS-CHEQUE      PIC S9(13)V99 VALUE ZEROS.
           05 WS-NAT-CUSTO-POUP        PIC S9(13)V99 VALUE ZEROS.
      *      CONTAS DE RESULTADO DO RAZAO NA COMPETENCIA
       01 WS-TOT-RAZAO.
           05 WS-RAZ-41001             PIC S9(13)V99 VALUE ZEROS.
           05 WS-RAZ-41002             PIC S9(13)V99 VALUE ZEROS.
           05 WS-RAZ-31001             PIC S9(13)V99 VALUE ZEROS.
           05 WS-RAZ-OUTRAS-RECEITAS   PIC S9(13)V99 VALUE ZEROS.
           05 WS-RAZ-OUTRAS-DESPESAS   PIC S9(13)V99 VALUE ZEROS.
       77 WS-CONC-RAZAO                PIC S9(13)V99.
       77 WS-CONC-APURADO              PIC S9(13)V99.
       77 WS-CONC-DIFERENCA            PIC S9(13)V99.
       77 WS-CONC-DESCRICAO            PIC X(30).
       77 WS-RESULTADO                 PIC S9(13)V99.
       77 WS-RECEITA                   PIC S9(13)V99.
       77 WS-CUSTO                     PIC S9(13)V99.
       01 WS-RAZ-DATA-R.
           05 WS-RD-COMPETENCIA        PIC 9(06).
           05 WS-RD-DIA                PIC 9(02).
       01 WS-CONTA-CTB-R.
           05 WS-CTB-GRUPO             PIC 9(01).
           05 FILLER                   PIC 9(04).
       01 WS-COMP-R.
           05 WS-CF-ANO                PIC 9(04).
           05 WS-CF-MES                PIC 9(02).
       01 WS-COMP-N REDEFINES WS-COMP-R
                                       PIC 9(06).
       01 WS-COMP-ULT-R.
           05 WS-CU-ANO                PIC 9(04).
           05 WS-CU-MES                PIC 9(02).
       01 WS-COMP-ULT-N REDEFINES WS-COMP-ULT-R
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
             MOVE WS-DHC-ANO TO WS-CF-ANO
             MOVE WS-DHC-MES TO WS-CF-MES
             IF WS-CF-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-CF-MES
                SUBTRACT 1 FROM WS-CF-ANO
             ELSE
                SUBTRACT 1 FROM WS-CF-MES
             END-IF
             MOVE WS-COMP-N TO WS-COMP-FECHADA
             COMPUTE WS-MESES-COMP = WS-CF-ANO * 12 + WS-CF-MES
             COMPUTE WS-DATA-INICIO-MES = WS-COMP-FECHADA * 100 + 1
      *      O ULTIMO DIA DA COMPETENCIA E A VESPERA DO DIA 1 DO MES
      *      DA EXECUCAO
             COMPUTE WS-DIA-FIM-MES =
                FUNCTION INTEGER-OF-DATE
                   (WS-DHC-ANO * 10000 + WS-DHC-MES * 100 + 1) - 1
             COMPUTE WS-DATA-FIM-MES =
                FUNCTION DATE-OF-INTEGER(WS-DIA-FIM-MES)
             COMPUTE WS-DIA-INICIO-MES =
                FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MES)
             INITIALIZE WS-SEG-TAB
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P300-PROCESSAR-CONTAS
             PERFORM P500-CLASSIFICAR-RANKING
             PERFORM P700-TOTALIZAR-RAZAO
             PERFORM P800-GERAR-RELATORIO
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
                DISPLAY 'FALHA AO ABRIR O EXTRATO, STATUS: '
                        FS-EXTRATO
                STOP RUN
             END-IF
      *      OS ARQUIVOS DE PRODUTO PODEM NAO EXISTIR AINDA (BANCO
      *      SEM NENHUM CONTRATO DAQUELE PRODUTO)
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
                DISPLAY 'FALHA AO ABRIR OS CARTOES, STATUS: '
                        FS-CARTAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-FATURA
             IF FS-FATURA NOT EQUAL TO "00"
                AND FS-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS FATURAS, STATUS: '
                        FS-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PARC-FATURA
             IF FS-PARC-FATURA NOT EQUAL TO "00"
                AND FS-PARC-FATURA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PARCELAMENTOS DE FATURA,'
                        ' STATUS: ' FS-PARC-FATURA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-APLICACAO
             IF FS-APLICACAO NOT EQUAL TO "00"
                AND FS-APLICACAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR AS APLICACOES, STATUS: '
                        FS-APLICACAO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-RAZAO
             IF FS-RAZAO NOT EQUAL TO "00"
                AND FS-RAZAO NOT EQUAL TO "35" THEN
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
      *      FUNÇÃO QUE PERCORRE AS CONTAS, APURA O RESULTADO DE CADA
      *      UMA NA COMPETENCIA E O SOMA NO SEU TITULAR
      ******************************************************************
       P300-PROCESSAR-CONTAS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTAS
                PERFORM P320-LOCALIZAR-CLIENTE
                PERFORM P400-APURAR-CONTA
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA (OU INCLUI) O TITULAR DA CONTA NA
      *      TABELA DE CLIENTES: CPF NA CONTA PF, CNPJ NA CONTA PJ;
      *      CONTA SEM DOCUMENTO (ANONIMIZADA) OU ALEM DA CAPACIDADE
      *      DA TABELA FICA FORA DO RANKING E VAI PARA A CONCILIACAO
      ******************************************************************
       P320-LOCALIZAR-CLIENTE.
             MOVE 'N' TO WS-CONTA-ATRIBUIDA
             IF CONTA-PJ AND CNPJ NOT EQUAL TO ZEROS THEN
                MOVE CNPJ TO WS-DOC-CONTA
                MOVE 'J' TO WS-TIPO-PESSOA-CONTA
             ELSE
                MOVE CPF TO WS-DOC-CONTA
                MOVE 'F' TO WS-TIPO-PESSOA-CONTA
             END-IF
             IF WS-DOC-CONTA EQUAL TO ZEROS THEN
                ADD 1 TO WS-QTDE-CONTAS-SEM-TITULAR
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-CLI-ACHOU
             PERFORM VARYING WS-CLI-I FROM 1 BY 1
                UNTIL WS-CLI-I > WS-CLI-QTDE OR CLI-ACHOU
                IF WS-CLI-DOC(WS-CLI-I) EQUAL TO WS-DOC-CONTA
                   AND WS-CLI-TIPO-PESSOA(WS-CLI-I) EQUAL TO
                       WS-TIPO-PESSOA-CONTA
                   MOVE 'S' TO WS-CLI-ACHOU
                   SUBTRACT 1 FROM WS-CLI-I
                END-IF
             END-PERFORM
             IF NOT CLI-ACHOU THEN
                IF WS-CLI-QTDE NOT LESS THAN WS-CLI-MAX THEN
                   DISPLAY 'TABELA DE CLIENTES CHEIA, CONTA '
                           CONTA-NUM ' FORA DO RANKING'
                   ADD 1 TO WS-QTDE-CONTAS-SEM-TITULAR
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-CLI-QTDE
                MOVE WS-CLI-QTDE TO WS-CLI-I
                MOVE WS-DOC-CONTA TO WS-CLI-DOC(WS-CLI-I)
                MOVE WS-TIPO-PESSOA-CONTA
                  TO WS-CLI-TIPO-PESSOA(WS-CLI-I)
                MOVE NOME TO WS-CLI-NOME(WS-CLI-I)
                MOVE AGENCIA TO WS-CLI-AGENCIA(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-QTDE-CONTAS(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-TARIFAS(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-JUROS-CHEQUE(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-JUROS-EMPREST(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-JUROS-CARTAO(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-CUSTO-POUP(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-CUSTO-APLIC(WS-CLI-I)
                MOVE ZEROS TO WS-CLI-MARGEM(WS-CLI-I)
             END-IF
             ADD 1 TO WS-CLI-QTDE-CONTAS(WS-CLI-I)
             MOVE 'S' TO WS-CONTA-ATRIBUIDA
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA AS RECEITAS E OS CUSTOS DA CONTA NA
      *      COMPETENCIA E OS SOMA NO CLIENTE, NA AGENCIA E NOS
      *      TOTAIS DO BANCO
      ******************************************************************
       P400-APURAR-CONTA.
             MOVE CONTA-NUM TO WS-CONTA-PROCESSADA
             MOVE AGENCIA TO WS-AGENCIA-CONTA
             MOVE ZEROS TO WS-CTA-TARIFAS
             MOVE ZEROS TO WS-CTA-JUROS-CHEQUE
             MOVE ZEROS TO WS-CTA-JUROS-EMPREST
             MOVE ZEROS TO WS-CTA-JUROS-CARTAO
             MOVE ZEROS TO WS-CTA-CUSTO-POUPANCA
             MOVE ZEROS TO WS-CTA-CUSTO-APLICACAO
             MOVE ZEROS TO WS-CTA-PARCELAS-EMP

             PERFORM P410-APURAR-EXTRATO
             PERFORM P420-APURAR-EMPRESTIMOS
             PERFORM P430-APURAR-CARTOES
             PERFORM P440-APURAR-APLICACOES

             IF NOT CONTA-ATRIBUIDA THEN
                ADD WS-CTA-TARIFAS TO WS-NAT-TARIFAS
                ADD WS-CTA-JUROS-CHEQUE TO WS-NAT-JUROS-CHEQUE
                ADD WS-CTA-CUSTO-POUPANCA TO WS-NAT-CUSTO-POUP
                EXIT PARAGRAPH
             END-IF

             ADD WS-CTA-TARIFAS TO WS-CLI-TARIFAS(WS-CLI-I)
                                   WS-TOT-TARIFAS
             ADD WS-CTA-JUROS-CHEQUE TO WS-CLI-JUROS-CHEQUE(WS-CLI-I)
                                        WS-TOT-JUROS-CHEQUE
             ADD WS-CTA-JUROS-EMPREST
                 TO WS-CLI-JUROS-EMPREST(WS-CLI-I)
                    WS-TOT-JUROS-EMPREST
             ADD WS-CTA-JUROS-CARTAO TO WS-CLI-JUROS-CARTAO(WS-CLI-I)
                                        WS-TOT-JUROS-CARTAO
             ADD WS-CTA-CUSTO-POUPANCA TO WS-CLI-CUSTO-POUP(WS-CLI-I)
                                          WS-TOT-CUSTO-POUP
             ADD WS-CTA-CUSTO-APLICACAO
                 TO WS-CLI-CUSTO-APLIC(WS-CLI-I)
                    WS-TOT-CUSTO-APLIC
             COMPUTE WS-CTA-RECEITA =
                     WS-CTA-TARIFAS + WS-CTA-JUROS-CHEQUE
                     + WS-CTA-JUROS-EMPREST + WS-CTA-JUROS-CARTAO
             COMPUTE WS-CTA-CUSTO =
                     WS-CTA-CUSTO-POUPANCA + WS-CTA-CUSTO-APLICACAO
             COMPUTE WS-CLI-MARGEM(WS-CLI-I) =
                     WS-CLI-MARGEM(WS-CLI-I)
                     + WS-CTA-RECEITA - WS-CTA-CUSTO
             PERFORM P450-ACUMULAR-AGENCIA
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA OS MOVIMENTOS DE RESULTADO DA CONTA NA
      *      COMPETENCIA, PELA DATA CONTABIL (A MESMA DO RAZAO): TF,
      *      JC E JP DIRETO, E O TOTAL DAS PARCELAS DE EMPRESTIMO (ED)
      *      PARA A SEPARACAO DOS JUROS. O IOF (IO/IP) NAO E RECEITA.
      *      MOVIMENTO ESTORNADO OU REJEITADO NAO E RESULTADO DO
      *      CLIENTE, MAS ENTRA NA CONCILIACAO PORQUE O RAZAO O
      *      REGISTROU
      ******************************************************************
       P410-APURAR-EXTRATO.
             MOVE WS-CONTA-PROCESSADA TO EXT-CONTA-NUM
             MOVE ZEROS TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                MOVE "00" TO FS-EXTRATO
                EXIT PARAGRAPH
             END-IF
             PERFORM P415-LER-PROX-EXTRATO
             PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                OR EXT-CONTA-NUM NOT EQUAL TO WS-CONTA-PROCESSADA
                IF EXT-DATA-CONTABIL NOT EQUAL TO ZEROS
                   MOVE EXT-DATA-CONTABIL TO WS-DATA-MOV-REF
                ELSE
                   MOVE EXT-DATA-MOV TO WS-DATA-MOV-REF
                END-IF
                IF WS-DATA-MOV-REF NOT LESS THAN WS-DATA-INICIO-MES
                   AND WS-DATA-MOV-REF NOT GREATER THAN
                       WS-DATA-FIM-MES
                   IF EXT-MOV-ESTORNADA OR EXT-MOV-REJEITADA
                      EVALUATE TRUE
                         WHEN EXT-TARIFA-MANUTENCAO
                            ADD EXT-VALOR TO WS-EST-TARIFAS
                         WHEN EXT-JUROS-CHEQUE
                            ADD EXT-VALOR TO WS-EST-JUROS-CHEQUE
                         WHEN EXT-JUROS-POUPANCA
                            ADD EXT-VALOR TO WS-EST-CUSTO-POUP
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                   ELSE
                      EVALUATE TRUE
                         WHEN EXT-TARIFA-MANUTENCAO
                            ADD EXT-VALOR TO WS-CTA-TARIFAS
                         WHEN EXT-JUROS-CHEQUE
                            ADD EXT-VALOR TO WS-CTA-JUROS-CHEQUE
                         WHEN EXT-JUROS-POUPANCA
                            ADD EXT-VALOR TO WS-CTA-CUSTO-POUPANCA
                         WHEN EXT-EMPRESTIMO-DEBITO
                            ADD EXT-VALOR TO WS-CTA-PARCELAS-EMP
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                   END-IF
                END-IF
                PERFORM P415-LER-PROX-EXTRATO
             END-PERFORM
             MOVE "00" TO FS-EXTRATO
       .
       P415-LER-PROX-EXTRATO.
             READ ARQ-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EXTRATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SEPARA OS JUROS DAS PARCELAS DE EMPRESTIMO
      *      COBRADAS NO MES: O CONTRATO E DE TAXA FIXA, ENTAO CADA
      *      PARCELA TEM A MESMA PARTE DE JUROS (PRINCIPAL X TAXA);
      *      O TOTAL DEBITADO (ED) E RATEADO PELA PROPORCAO JUROS /
      *      PARCELA DOS CONTRATOS DA CONTA EM COBRANCA NO MES
      ******************************************************************
       P420-APURAR-EMPRESTIMOS.
             IF WS-CTA-PARCELAS-EMP EQUAL TO ZEROS
                OR FS-EMPRESTIMO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-EMP-SOMA-JUROS-PARC
             MOVE ZEROS TO WS-EMP-SOMA-PARCELAS
             MOVE WS-CONTA-PROCESSADA TO EMP-CONTA-NUM
             START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P425-LER-PROX-EMPRESTIMO
             PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                OR EMP-CONTA-NUM NOT EQUAL TO WS-CONTA-PROCESSADA
                IF EMP-ATIVO
                   OR (EMP-ULT-COBRANCA NOT LESS THAN
                          WS-DATA-INICIO-MES
                       AND EMP-ULT-COBRANCA NOT GREATER THAN
                          WS-DATA-FIM-MES)
                   COMPUTE WS-EMP-SOMA-JUROS-PARC ROUNDED =
                           WS-EMP-SOMA-JUROS-PARC
                           + (EMP-VALOR-PRINCIPAL
                              * EMP-TAXA-JUROS / 100)
                   ADD EMP-VALOR-PARCELA TO WS-EMP-SOMA-PARCELAS
                END-IF
                PERFORM P425-LER-PROX-EMPRESTIMO
             END-PERFORM
             MOVE "00" TO FS-EMPRESTIMO
             IF WS-EMP-SOMA-PARCELAS GREATER THAN ZEROS THEN
                COMPUTE WS-CTA-JUROS-EMPREST ROUNDED =
                        WS-CTA-PARCELAS-EMP
                        * WS-EMP-SOMA-JUROS-PARC
                        / WS-EMP-SOMA-PARCELAS
             END-IF
       .
       P425-LER-PROX-EMPRESTIMO.
             READ ARQ-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-EMPRESTIMO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE APURA OS JUROS DO CARTAO DE CREDITO DA CONTA:
      *      OS JUROS DO ROTATIVO LANCADOS NA FATURA DA COMPETENCIA E
      *      A PARTE DE JUROS DAS PARCELAS DE PARCELAMENTO DE FATURA
      *      QUE CAIRAM NA COMPETENCIA (O IOF FINANCIADO FICA DE FORA)
      ******************************************************************
       P430-APURAR-CARTOES.
             IF FS-FATURA NOT EQUAL TO "35" THEN
                MOVE WS-CONTA-PROCESSADA TO FAT-CONTA-NUM
                START ARQ-FATURA KEY IS NOT LESS THAN FAT-CONTA-NUM
                   INVALID KEY
                      MOVE "10" TO FS-FATURA
                END-START
                IF FS-FATURA EQUAL TO "00" THEN
                   PERFORM P431-LER-PROX-FATURA
                   PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                      OR FAT-CONTA-NUM NOT EQUAL TO WS-CONTA-PROCESSADA
                      IF FAT-COMPETENCIA EQUAL TO WS-COMP-FECHADA THEN
                         ADD FAT-VALOR-JUROS-ROT TO WS-CTA-JUROS-CARTAO
                      END-IF
                      PERFORM P431-LER-PROX-FATURA
                   END-PERFORM
                END-IF
                MOVE "00" TO FS-FATURA
             END-IF

             IF FS-CARTAO EQUAL TO "35"
                OR FS-PARC-FATURA EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-PROCESSADA TO CARD-CONTA-NUM
             START ARQ-CARTAO KEY IS NOT LESS THAN CARD-CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P432-LER-PROX-CARTAO
             PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                OR CARD-CONTA-NUM NOT EQUAL TO WS-CONTA-PROCESSADA
                IF CARD-CREDITO THEN
                   MOVE CARD-NUMERO TO WS-CARD-ATUAL
                   PERFORM P435-APURAR-PARC-FATURA
                END-IF
                PERFORM P432-LER-PROX-CARTAO
             END-PERFORM
             MOVE "00" TO FS-CARTAO
       .
       P431-LER-PROX-FATURA.
             READ ARQ-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-FATURA
             END-READ
       .
       P432-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A PARTE DE JUROS DA PARCELA DE CADA
      *      PARCELAMENTO DE FATURA DO CARTAO LANCADA NA COMPETENCIA:
      *      AS PARCELAS LANCADAS OCUPAM AS QTDE-LANCADAS COMPETENCIAS
      *      QUE TERMINAM NA COMPETENCIA DA ULTIMA LANCADA
      ******************************************************************
       P435-APURAR-PARC-FATURA.
             MOVE WS-CARD-ATUAL TO PFT-CARD-NUMERO
             MOVE ZEROS TO PFT-COMPETENCIA-ORIGEM
             START ARQ-PARC-FATURA KEY IS NOT LESS THAN PFT-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P436-LER-PROX-PARC-FATURA
             PERFORM UNTIL FS-PARC-FATURA NOT EQUAL TO "00"
                OR PFT-CARD-NUMERO NOT EQUAL TO WS-CARD-ATUAL
                IF PFT-QTDE-LANCADAS GREATER THAN ZEROS
                   AND PFT-QTDE-PARCELAS GREATER THAN ZEROS
                   MOVE PFT-COMPETENCIA-ULT TO WS-COMP-ULT-N
                   COMPUTE WS-MESES-ULT = WS-CU-ANO * 12 + WS-CU-MES
                   IF WS-MESES-ULT NOT LESS THAN WS-MESES-COMP
                      AND WS-MESES-ULT - WS-MESES-COMP LESS THAN
                          PFT-QTDE-LANCADAS
                      COMPUTE WS-PFT-JUROS-PARCELA ROUNDED =
                              PFT-VALOR-JUROS / PFT-QTDE-PARCELAS
                      ADD WS-PFT-JUROS-PARCELA TO WS-CTA-JUROS-CARTAO
                   END-IF
                END-IF
                PERFORM P436-LER-PROX-PARC-FATURA
             END-PERFORM
             MOVE "00" TO FS-PARC-FATURA
       .
       P436-LER-PROX-PARC-FATURA.
             READ ARQ-PARC-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARC-FATURA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE APROPRIA NA COMPETENCIA O CUSTO DAS
      *      APLICACOES DA CONTA PELOS DIAS CORRIDOS DENTRO DO MES:
      *      PREFIXADA PELA TAXA DO PERIODO PRO RATA DIA; POS-FIXADA
      *      PELO RENDIMENTO JA ACUMULADO NO FATOR (ACCRUAL DIARIO)
      *      DIVIDIDO PELOS DIAS ACUMULADOS. A RESGATADA CORRE ATE O
      *      ULTIMO ACCRUAL (POS) OU ATE O VENCIMENTO (PRE)
      ******************************************************************
       P440-APURAR-APLICACOES.
             IF FS-APLICACAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CONTA-PROCESSADA TO APL-CONTA-NUM
             START ARQ-APLICACAO KEY IS NOT LESS THAN APL-CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P445-LER-PROX-APLICACAO
             PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                OR APL-CONTA-NUM NOT EQUAL TO WS-CONTA-PROCESSADA
                IF APL-DATA-APLICACAO NOT GREATER THAN WS-DATA-FIM-MES
                   PERFORM P446-APROPRIAR-APLICACAO
                END-IF
                PERFORM P445-LER-PROX-APLICACAO
             END-PERFORM
             MOVE "00" TO FS-APLICACAO
       .
       P445-LER-PROX-APLICACAO.
             READ ARQ-APLICACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-APLICACAO
             END-READ
       .
       P446-APROPRIAR-APLICACAO.
             MOVE ZEROS TO WS-APL-APROPRIACAO
             COMPUTE WS-APL-DIA-INI =
                FUNCTION INTEGER-OF-DATE(APL-DATA-APLICACAO)
             IF APL-INDEXADOR NOT EQUAL TO SPACES
                AND APL-DATA-ULT-ACCRUAL NOT EQUAL TO ZEROS
                AND (APL-RESGATADA
                     OR APL-DATA-ULT-ACCRUAL LESS THAN
                        APL-DATA-VENCIMENTO)
                COMPUTE WS-APL-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE(APL-DATA-ULT-ACCRUAL)
             ELSE
                COMPUTE WS-APL-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE(APL-DATA-VENCIMENTO)
             END-IF
             COMPUTE WS-APL-DIAS-TOTAIS =
                     WS-APL-DIA-FIM - WS-APL-DIA-INI
             IF WS-APL-DIAS-TOTAIS NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
      *      DIAS CORRIDOS DA APLICACAO DENTRO DA COMPETENCIA
             IF WS-APL-DIA-INI LESS THAN WS-DIA-INICIO-MES - 1 THEN
                COMPUTE WS-APL-DIA-INI = WS-DIA-INICIO-MES - 1
             END-IF
             IF WS-APL-DIA-FIM GREATER THAN WS-DIA-FIM-MES THEN
                MOVE WS-DIA-FIM-MES TO WS-APL-DIA-FIM
             END-IF
             COMPUTE WS-APL-DIAS-MES = WS-APL-DIA-FIM - WS-APL-DIA-INI
             IF WS-APL-DIAS-MES NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             IF APL-INDEXADOR EQUAL TO SPACES THEN
                COMPUTE WS-APL-APROPRIACAO ROUNDED =
                        APL-VALOR-APLICADO * APL-TAXA-JUROS / 100
                        * WS-APL-DIAS-MES / WS-APL-DIAS-TOTAIS
             ELSE
                IF APL-FATOR-ACUM GREATER THAN 1 THEN
                   COMPUTE WS-APL-APROPRIACAO ROUNDED =
                           APL-VALOR-APLICADO * (APL-FATOR-ACUM - 1)
                           * WS-APL-DIAS-MES / WS-APL-DIAS-TOTAIS
                END-IF
             END-IF
             ADD WS-APL-APROPRIACAO TO WS-CTA-CUSTO-APLICACAO
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A RECEITA E O CUSTO DA CONTA NA SUA
      *      AGENCIA (MESMA TABELA DO RESULTADO-AGENCIA)
      ******************************************************************
       P450-ACUMULAR-AGENCIA.
             MOVE 'N' TO WS-AGE-ACHOU
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE OR AGE-ACHOU
                IF WS-AGE-NUM(WS-AGE-I) EQUAL TO WS-AGENCIA-CONTA
                   MOVE 'S' TO WS-AGE-ACHOU
                   SUBTRACT 1 FROM WS-AGE-I
                END-IF
             END-PERFORM
             IF NOT AGE-ACHOU THEN
                IF WS-AGE-QTDE NOT LESS THAN WS-AGE-MAX THEN
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-AGE-QTDE
                MOVE WS-AGE-QTDE TO WS-AGE-I
                MOVE WS-AGENCIA-CONTA TO WS-AGE-NUM(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-RECEITA(WS-AGE-I)
                MOVE ZEROS TO WS-AGE-CUSTO(WS-AGE-I)
             END-IF
             ADD WS-CTA-RECEITA TO WS-AGE-RECEITA(WS-AGE-I)
             ADD WS-CTA-CUSTO TO WS-AGE-CUSTO(WS-AGE-I)
       .
      ******************************************************************
      *      FUNÇÃO QUE MONTA O RANKING DOS CLIENTES COM RESULTADO
      *      NO MES EM ORDEM DECRESCENTE DE MARGEM (INSERCAO NO
      *      INDICE, MESMA MECANICA DO RANKING DE SALDOS) E SOMA OS
      *      TOTAIS POR SEGMENTO
      ******************************************************************
       P500-CLASSIFICAR-RANKING.
             MOVE ZEROS TO WS-RANK-POSICAO
             PERFORM VARYING WS-CLI-I FROM 1 BY 1
                UNTIL WS-CLI-I > WS-CLI-QTDE
                COMPUTE WS-RECEITA =
                        WS-CLI-TARIFAS(WS-CLI-I)
                        + WS-CLI-JUROS-CHEQUE(WS-CLI-I)
                        + WS-CLI-JUROS-EMPREST(WS-CLI-I)
                        + WS-CLI-JUROS-CARTAO(WS-CLI-I)
                COMPUTE WS-CUSTO =
                        WS-CLI-CUSTO-POUP(WS-CLI-I)
                        + WS-CLI-CUSTO-APLIC(WS-CLI-I)
                IF WS-RECEITA EQUAL TO ZEROS
                   AND WS-CUSTO EQUAL TO ZEROS THEN
                   ADD 1 TO WS-QTDE-CLIENTES-SEM-RESULT
                ELSE
                   IF WS-CLI-TIPO-PESSOA(WS-CLI-I) EQUAL TO 'J' THEN
                      MOVE 2 TO WS-SEG-I
                   ELSE
                      MOVE 1 TO WS-SEG-I
                   END-IF
                   ADD 1 TO WS-SEG-CLIENTES(WS-SEG-I)
                   ADD WS-RECEITA TO WS-SEG-RECEITA(WS-SEG-I)
                   ADD WS-CUSTO TO WS-SEG-CUSTO(WS-SEG-I)
                   PERFORM P510-INSERIR-RANKING
                END-IF
             END-PERFORM
       .
       P510-INSERIR-RANKING.
             MOVE 1 TO WS-RANK-I
             PERFORM UNTIL WS-RANK-I > WS-RANK-POSICAO
                OR WS-CLI-MARGEM(WS-CLI-I) >
                   WS-CLI-MARGEM(WS-RANK-ITEM(WS-RANK-I))
                ADD 1 TO WS-RANK-I
             END-PERFORM
             ADD 1 TO WS-RANK-POSICAO
             PERFORM VARYING WS-RANK-J FROM WS-RANK-POSICAO BY -1
                UNTIL WS-RANK-J NOT GREATER THAN WS-RANK-I
                MOVE WS-RANK-ITEM(WS-RANK-J - 1)
                  TO WS-RANK-ITEM(WS-RANK-J)
             END-PERFORM
             MOVE WS-CLI-I TO WS-RANK-ITEM(WS-RANK-I)
       .
      ******************************************************************
      *      FUNÇÃO QUE TOTALIZA AS CONTAS DE RESULTADO DO RAZAO NA
      *      COMPETENCIA (PELA DATA CONTABIL, COMO O RESULTADO-AGENCIA)
      *      PELO LADO NATURAL: RECEITA NO CREDITO, DESPESA NO DEBITO
      ******************************************************************
       P700-TOTALIZAR-RAZAO.
             IF FS-RAZAO EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P710-LER-PROX-RAZAO
             PERFORM UNTIL FS-RAZAO NOT EQUAL TO "00"
                IF RAZ-DATA-CONTABIL NOT EQUAL TO ZEROS
                   MOVE RAZ-DATA-CONTABIL TO WS-RAZ-DATA-R
                ELSE
                   MOVE RAZ-DATA TO WS-RAZ-DATA-R
                END-IF
                MOVE RAZ-CONTA-CONTABIL TO WS-CONTA-CTB-R
                IF WS-RD-COMPETENCIA EQUAL TO WS-COMP-FECHADA
                   AND (WS-CTB-GRUPO EQUAL TO 3
                        OR WS-CTB-GRUPO EQUAL TO 4)
                   ADD 1 TO WS-QTDE-LANCAMENTOS
                   IF WS-CTB-GRUPO EQUAL TO 4 THEN
                      IF RAZ-DEBITO THEN
                         COMPUTE RAZ-VALOR = RAZ-VALOR * -1
                      END-IF
                      EVALUATE RAZ-CONTA-CONTABIL
                         WHEN 41001
                            ADD RAZ-VALOR TO WS-RAZ-41001
                         WHEN 41002
                            ADD RAZ-VALOR TO WS-RAZ-41002
                         WHEN OTHER
                            ADD RAZ-VALOR TO WS-RAZ-OUTRAS-RECEITAS
                      END-EVALUATE
                   ELSE
                      IF RAZ-CREDITO THEN
                         COMPUTE RAZ-VALOR = RAZ-VALOR * -1
                      END-IF
                      EVALUATE RAZ-CONTA-CONTABIL
                         WHEN 31001
                            ADD RAZ-VALOR TO WS-RAZ-31001
                         WHEN OTHER
                            ADD RAZ-VALOR TO WS-RAZ-OUTRAS-DESPESAS
                      END-EVALUATE
                   END-IF
                END-IF
                PERFORM P710-LER-PROX-RAZAO
             END-PERFORM
       .
       P710-LER-PROX-RAZAO.
             READ ARQ-RAZAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RAZAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O RELATORIO: RANKING DOS CLIENTES,
      *      TOTAIS POR SEGMENTO E POR AGENCIA E A CONCILIACAO COM O
      *      RAZAO
      ******************************************************************
       P800-GERAR-RELATORIO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RENTABILIDADE POR CLIENTE - COMPETENCIA '
                                      DELIMITED SIZE
                    WS-COMP-FECHADA   DELIMITED SIZE
                    ' - RANKING PELA MARGEM LIQUIDA'
                                      DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE 'POS.  T DOCUMENTO      NOME                   AG.'
               TO WS-LINHA-RELATORIO
             MOVE '           RECEITA              CUSTO'
               TO WS-LINHA-RELATORIO(52:)
             MOVE '             MARGEM'
               TO WS-LINHA-RELATORIO(88:)
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-RANK-I FROM 1 BY 1
                UNTIL WS-RANK-I > WS-RANK-POSICAO
                MOVE WS-RANK-ITEM(WS-RANK-I) TO WS-RANK-CLI
                PERFORM P810-GRAVAR-CLIENTE
             END-PERFORM

             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'TOTAIS POR SEGMENTO' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-SEG-I FROM 1 BY 1 UNTIL WS-SEG-I > 2
                MOVE WS-SEG-RECEITA(WS-SEG-I) TO WS-VALOR-EDITADO
                MOVE WS-SEG-CUSTO(WS-SEG-I) TO WS-VALOR-EDITADO-2
                COMPUTE WS-RESULTADO = WS-SEG-RECEITA(WS-SEG-I)
                                       - WS-SEG-CUSTO(WS-SEG-I)
                MOVE WS-RESULTADO TO WS-VALOR-EDITADO-3
                MOVE SPACES TO WS-LINHA-RELATORIO
                IF WS-SEG-I EQUAL TO 1 THEN
                   MOVE 'PESSOA FISICA  ' TO WS-LINHA-RELATORIO
                ELSE
                   MOVE 'PESSOA JURIDICA' TO WS-LINHA-RELATORIO
                END-IF
                STRING ' CLIENTES: '         DELIMITED SIZE
                       WS-SEG-CLIENTES(WS-SEG-I) DELIMITED SIZE
                       ' RECEITA: '          DELIMITED SIZE
                       WS-VALOR-EDITADO      DELIMITED SIZE
                       ' CUSTO: '            DELIMITED SIZE
                       WS-VALOR-EDITADO-2    DELIMITED SIZE
                       ' MARGEM: '           DELIMITED SIZE
                       WS-VALOR-EDITADO-3    DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO(16:)
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE 'TOTAIS POR AGENCIA DA CONTA' TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             PERFORM VARYING WS-AGE-I FROM 1 BY 1
                UNTIL WS-AGE-I > WS-AGE-QTDE
                MOVE WS-AGE-RECEITA(WS-AGE-I) TO WS-VALOR-EDITADO
                MOVE WS-AGE-CUSTO(WS-AGE-I) TO WS-VALOR-EDITADO-2
                COMPUTE WS-RESULTADO = WS-AGE-RECEITA(WS-AGE-I)
                                       - WS-AGE-CUSTO(WS-AGE-I)
                MOVE WS-RESULTADO TO WS-VALOR-EDITADO-3
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'AGENCIA: '           DELIMITED SIZE
                       WS-AGE-NUM(WS-AGE-I)  DELIMITED SIZE
                       ' RECEITA: '          DELIMITED SIZE
                       WS-VALOR-EDITADO      DELIMITED SIZE
                       ' CUSTO: '            DELIMITED SIZE
                       WS-VALOR-EDITADO-2    DELIMITED SIZE
                       ' MARGEM: '           DELIMITED SIZE
                       WS-VALOR-EDITADO-3    DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                PERFORM P890-GRAVAR-LINHA
             END-PERFORM

             PERFORM P850-GRAVAR-CONCILIACAO
       .
       P810-GRAVAR-CLIENTE.
             COMPUTE WS-RECEITA =
                     WS-CLI-TARIFAS(WS-RANK-CLI)
                     + WS-CLI-JUROS-CHEQUE(WS-RANK-CLI)
                     + WS-CLI-JUROS-EMPREST(WS-RANK-CLI)
                     + WS-CLI-JUROS-CARTAO(WS-RANK-CLI)
             COMPUTE WS-CUSTO =
                     WS-CLI-CUSTO-POUP(WS-RANK-CLI)
                     + WS-CLI-CUSTO-APLIC(WS-RANK-CLI)
             MOVE WS-RECEITA TO WS-VALOR-EDITADO
             MOVE WS-CUSTO TO WS-VALOR-EDITADO-2
             MOVE WS-CLI-MARGEM(WS-RANK-CLI) TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING WS-RANK-I                     DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-CLI-TIPO-PESSOA(WS-RANK-CLI) DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-CLI-DOC(WS-RANK-CLI)       DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-CLI-NOME(WS-RANK-CLI)(1:22) DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-CLI-AGENCIA(WS-RANK-CLI)   DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-VALOR-EDITADO              DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-VALOR-EDITADO-2            DELIMITED SIZE
                    ' '                           DELIMITED SIZE
                    WS-VALOR-EDITADO-3            DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
      *      SEGUNDA LINHA COM A ABERTURA DAS RECEITAS E DOS CUSTOS
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING '   TARIFAS '                 DELIMITED SIZE
                    WS-CLI-TARIFAS(WS-RANK-CLI)   DELIMITED SIZE
                    ' CHQ.ESP. '                  DELIMITED SIZE
                    WS-CLI-JUROS-CHEQUE(WS-RANK-CLI) DELIMITED SIZE
                    ' EMPREST. '                  DELIMITED SIZE
                    WS-CLI-JUROS-EMPREST(WS-RANK-CLI) DELIMITED SIZE
                    ' CARTAO '                    DELIMITED SIZE
                    WS-CLI-JUROS-CARTAO(WS-RANK-CLI) DELIMITED SIZE
                    ' POUP. '                     DELIMITED SIZE
                    WS-CLI-CUSTO-POUP(WS-RANK-CLI) DELIMITED SIZE
                    ' APLIC. '                    DELIMITED SIZE
                    WS-CLI-CUSTO-APLIC(WS-RANK-CLI) DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONCILIA O APURADO COM O RAZAO: TARIFAS
      *      (41001), JUROS DE CHEQUE ESPECIAL (41002) E JUROS DE
      *      POUPANCA (31001) FECHAM COM O ATRIBUIDO AOS CLIENTES MAIS
      *      O ESTORNADO/REJEITADO E O DAS CONTAS FORA DO RANKING; OS
      *      JUROS DE EMPRESTIMO E DE CARTAO E A APROPRIACAO DAS
      *      APLICACOES SAO APURADOS NOS CONTRATOS E NAO TEM CONTA DE
      *      RESULTADO NO RAZAO, E AS DEMAIS CONTAS DOS GRUPOS 3 E 4
      *      NAO SAO ATRIBUIDAS A CLIENTE
      ******************************************************************
       P850-GRAVAR-CONCILIACAO.
             MOVE SPACES TO WS-LINHA-RELATORIO
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'CONCILIACAO COM O RAZAO - COMPETENCIA '
                                      DELIMITED SIZE
                    WS-COMP-FECHADA   DELIMITED SIZE
                    ' (LANCAMENTOS DE RESULTADO: ' DELIMITED SIZE
                    WS-QTDE-LANCAMENTOS DELIMITED SIZE
                    ')'               DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE 'TARIFAS (41001)' TO WS-CONC-DESCRICAO
             MOVE WS-RAZ-41001 TO WS-CONC-RAZAO
             COMPUTE WS-CONC-APURADO =
                     WS-TOT-TARIFAS + WS-EST-TARIFAS + WS-NAT-TARIFAS
             PERFORM P860-GRAVAR-LINHA-CONC

             MOVE 'JUROS CHEQUE ESPECIAL (41002)' TO WS-CONC-DESCRICAO
             MOVE WS-RAZ-41002 TO WS-CONC-RAZAO
             COMPUTE WS-CONC-APURADO =
                     WS-TOT-JUROS-CHEQUE + WS-EST-JUROS-CHEQUE
                     + WS-NAT-JUROS-CHEQUE
             PERFORM P860-GRAVAR-LINHA-CONC

             MOVE 'JUROS POUPANCA (31001)' TO WS-CONC-DESCRICAO
             MOVE WS-RAZ-31001 TO WS-CONC-RAZAO
             COMPUTE WS-CONC-APURADO =
                     WS-TOT-CUSTO-POUP + WS-EST-CUSTO-POUP
                     + WS-NAT-CUSTO-POUP
             PERFORM P860-GRAVAR-LINHA-CONC

             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-EST-TARIFAS TO WS-VALOR-EDITADO
             MOVE WS-EST-JUROS-CHEQUE TO WS-VALOR-EDITADO-2
             MOVE WS-EST-CUSTO-POUP TO WS-VALOR-EDITADO-3
             STRING '   ESTORNADO/REJEITADO - TARIFAS: '
                                          DELIMITED SIZE
                    WS-VALOR-EDITADO      DELIMITED SIZE
                    ' CHQ.ESP.: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-2    DELIMITED SIZE
                    ' POUPANCA: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-3    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-NAT-TARIFAS TO WS-VALOR-EDITADO
             MOVE WS-NAT-JUROS-CHEQUE TO WS-VALOR-EDITADO-2
             MOVE WS-NAT-CUSTO-POUP TO WS-VALOR-EDITADO-3
             STRING '   CONTAS FORA DO RANKING - TARIFAS: '
                                          DELIMITED SIZE
                    WS-VALOR-EDITADO      DELIMITED SIZE
                    ' CHQ.ESP.: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-2    DELIMITED SIZE
                    ' POUPANCA: '         DELIMITED SIZE
                    WS-VALOR-EDITADO-3    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-TOT-JUROS-EMPREST TO WS-VALOR-EDITADO
             MOVE WS-TOT-JUROS-CARTAO TO WS-VALOR-EDITADO-2
             MOVE WS-TOT-CUSTO-APLIC TO WS-VALOR-EDITADO-3
             STRING 'APURADO NOS CONTRATOS, SEM CONTA NO RAZAO - '
                                          DELIMITED SIZE
                    'EMPREST.: '          DELIMITED SIZE
                    WS-VALOR-EDITADO      DELIMITED SIZE
                    ' CARTAO: '           DELIMITED SIZE
                    WS-VALOR-EDITADO-2    DELIMITED SIZE
                    ' APLIC.: '           DELIMITED SIZE
                    WS-VALOR-EDITADO-3    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA

             MOVE SPACES TO WS-LINHA-RELATORIO
             MOVE WS-RAZ-OUTRAS-RECEITAS TO WS-VALOR-EDITADO
             MOVE WS-RAZ-OUTRAS-DESPESAS TO WS-VALOR-EDITADO-2
             STRING 'RAZAO NAO ATRIBUIDO A CLIENTE - OUTRAS RECEITAS: '
                                          DELIMITED SIZE
                    WS-VALOR-EDITADO      DELIMITED SIZE
                    ' OUTRAS DESPESAS: '  DELIMITED SIZE
                    WS-VALOR-EDITADO-2    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
       .
       P860-GRAVAR-LINHA-CONC.
             COMPUTE WS-CONC-DIFERENCA = WS-CONC-RAZAO - WS-CONC-APURADO
             MOVE WS-CONC-RAZAO TO WS-VALOR-EDITADO
             MOVE WS-CONC-APURADO TO WS-VALOR-EDITADO-2
             MOVE WS-CONC-DIFERENCA TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING WS-CONC-DESCRICAO     DELIMITED SIZE
                    ' RAZAO: '            DELIMITED SIZE
                    WS-VALOR-EDITADO      DELIMITED SIZE
                    ' APURADO: '          DELIMITED SIZE
                    WS-VALOR-EDITADO-2    DELIMITED SIZE
                    ' DIFERENCA: '        DELIMITED SIZE
                    WS-VALOR-EDITADO-3    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             PERFORM P890-GRAVAR-LINHA
             IF WS-CONC-DIFERENCA NOT EQUAL TO ZEROS THEN
                DISPLAY 'DIFERENCA NA CONCILIACAO COM O RAZAO: '
                        WS-CONC-DESCRICAO ' ' WS-VALOR-EDITADO-3
             END-IF
       .
       P890-GRAVAR-LINHA.
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-RELATORIO
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
             IF FS-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-FATURA
             END-IF
             IF FS-PARC-FATURA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PARC-FATURA
             END-IF
             IF FS-APLICACAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-APLICACAO
             END-IF
             IF FS-RAZAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-RAZAO
             END-IF
             CLOSE ARQ-RELATORIO
             DISPLAY 'COMPETENCIA APURADA: ' WS-COMP-FECHADA
             DISPLAY 'CONTAS LIDAS: ' WS-QTDE-CONTAS
             DISPLAY 'CONTAS SEM TITULAR NO RANKING: '
                     WS-QTDE-CONTAS-SEM-TITULAR
             DISPLAY 'CLIENTES NO RANKING: ' WS-RANK-POSICAO
             DISPLAY 'CLIENTES SEM RESULTADO NO MES: '
                     WS-QTDE-CLIENTES-SEM-RESULT
             DISPLAY 'RELATORIO GRAVADO EM RENTABILIDADE-CLIENTE.REL'
             STOP RUN.
       END PROGRAM RENTABILIDADE-CLIENTE.
