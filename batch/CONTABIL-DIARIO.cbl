      *            TOTAIS POR CONTA CONTABIL, PROVA QUE DEBITOS =
      *            CREDITOS E CONFRONTA COM A SOMA DOS SALDOS DAS
      *            CONTAS; O CONTROLE DE DATA IMPEDE CONTABILIZAR O
      *            MESMO DIA DUAS VEZES; OS EVENTOS DE PERDA
      *            OPERACIONAL (ARQ-PERDA-OP) TEM A PERDA BRUTA E AS
      *            RECUPERACOES AINDA NAO CONTABILIZADAS LANCADAS NO
      *            MESMO RAZAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PCT-CODIGO
                FILE STATUS  IS FS-PLANOCONTA.
           SELECT ARQ-PERDA-OP ASSIGN TO "perdaop.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRD-EVENTO
                ALTERNATE RECORD KEY IS PRD-LOCAL WITH DUPLICATES
                FILE STATUS  IS FS-PERDA-OP.
           SELECT ARQ-BALANCETE ASSIGN TO "balancete.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
           COPY FECHCTB.
       FD ARQ-PLANOCONTA.
           COPY PLANOCTA.
       FD ARQ-PERDA-OP.
           COPY PERDAOP.
       FD ARQ-BALANCETE.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-BALANCETE                 PIC XX.
       77 FS-PLANOCONTA                PIC XX.
       77 FS-FECHCTB                   PIC XX.
       77 FS-PERDA-OP                  PIC XX.
       77 WS-QTDE-PERDAS-CONTAB        PIC 9(06) VALUE ZEROS.
       77 WS-PRD-DIFERENCA             PIC S9(11)V99.
       77 WS-COMPETENCIA-HOJE          PIC 9(06) VALUE ZEROS.
       77 WS-COMP-FECHADA              PIC 9(06) VALUE ZEROS.
       77 WS-DATA-CTB-ABERTA           PIC 9(08) VALUE ZEROS.
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-VERIFICAR-DATA-CONTABIL
             PERFORM P300-CONTABILIZAR-MOVIMENTOS
             PERFORM P350-CONTABILIZAR-PERDAS
             PERFORM P600-SOMAR-SALDOS
             PERFORM P700-GERAR-BALANCETE
             PERFORM P800-ATUALIZAR-CONTROLE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS EVENTOS DE PERDA OPERACIONAL E
      *      LANCA O QUE AINDA NAO FOI CONTABILIZADO: A PERDA BRUTA
      *      (D 31008 DESPESA DE PERDAS OPERACIONAIS / C CONTA DE
      *      CONTRAPARTIDA DO EVENTO, TIPO PO) E AS RECUPERACOES
      *      (D CONTRAPARTIDA / C 41008 RECUPERACAO DE PERDAS
      *      OPERACIONAIS, TIPO RO), COM O NUMERO DO EVENTO EM
      *      RAZ-ORIGEM-SEQ PARA O CASAMENTO DO RELATORIO TRIMESTRAL
      ******************************************************************
       P350-CONTABILIZAR-PERDAS.
             OPEN I-O ARQ-PERDA-OP
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO PRD-EVENTO
             START ARQ-PERDA-OP KEY IS NOT LESS THAN PRD-EVENTO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PERDA-OP EQUAL TO "00" THEN
                PERFORM P360-LER-PROX-PERDA
                PERFORM UNTIL FS-PERDA-OP NOT EQUAL TO "00"
                   IF PRD-BRUTO-CONTABILIZADO NOT EQUAL TO
                      PRD-VALOR-BRUTO
                      OR PRD-RECUP-CONTABILIZADA NOT EQUAL TO
                      PRD-VALOR-RECUPERADO
                      PERFORM P370-CONTABILIZAR-UMA-PERDA
                   END-IF
                   PERFORM P360-LER-PROX-PERDA
                END-PERFORM
             END-IF
             CLOSE ARQ-PERDA-OP
       .
       P360-LER-PROX-PERDA.
             READ ARQ-PERDA-OP NEXT RECORD
                AT END
                   MOVE "10" TO FS-PERDA-OP
             END-READ
       .
      *      O PAR E GRAVADO POR P500 COM A AREA DO EXTRATO MONTADA A
      *      PARTIR DO EVENTO (O EXTRATO JA FOI LIDO ATE O FIM)
       P370-CONTABILIZAR-UMA-PERDA.
             MOVE PRD-AGENCIA TO WS-AGENCIA-MOV
             MOVE WS-DATA-ATUAL TO WS-DATA-CTB-MOV
             MOVE ZEROS TO EXT-CONTA-NUM
             MOVE PRD-EVENTO TO EXT-SEQUENCIA
             MOVE SPACES TO EXT-DETALHE
             STRING 'PERDA OPERACIONAL ' DELIMITED SIZE
                    PRD-CAUSA            DELIMITED SIZE
                    ' EVENTO '           DELIMITED SIZE
                    PRD-EVENTO           DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING

             COMPUTE WS-PRD-DIFERENCA =
                     PRD-VALOR-BRUTO - PRD-BRUTO-CONTABILIZADO
             IF WS-PRD-DIFERENCA NOT EQUAL TO ZEROS THEN
                MOVE 'PO' TO EXT-TIPO-MOV
                MOVE WS-PRD-DIFERENCA TO EXT-VALOR
                MOVE 'D' TO RAZ-DC
                MOVE 31008 TO RAZ-CONTA-CONTABIL
                PERFORM P500-GRAVAR-LANCAMENTO
                ADD EXT-VALOR TO WS-TOTAL-DEBITOS
                MOVE 'C' TO RAZ-DC
                MOVE PRD-CONTA-CONTRA TO RAZ-CONTA-CONTABIL
                PERFORM P500-GRAVAR-LANCAMENTO
                ADD EXT-VALOR TO WS-TOTAL-CREDITOS
                MOVE PRD-VALOR-BRUTO TO PRD-BRUTO-CONTABILIZADO
                MOVE WS-DATA-ATUAL TO PRD-DATA-CONTABIL
             END-IF

             COMPUTE WS-PRD-DIFERENCA =
                     PRD-VALOR-RECUPERADO - PRD-RECUP-CONTABILIZADA
             IF WS-PRD-DIFERENCA NOT EQUAL TO ZEROS THEN
                MOVE 'RO' TO EXT-TIPO-MOV
                MOVE WS-PRD-DIFERENCA TO EXT-VALOR
                MOVE 'D' TO RAZ-DC
                MOVE PRD-CONTA-CONTRA TO RAZ-CONTA-CONTABIL
                PERFORM P500-GRAVAR-LANCAMENTO
                ADD EXT-VALOR TO WS-TOTAL-DEBITOS
                MOVE 'C' TO RAZ-DC
                MOVE 41008 TO RAZ-CONTA-CONTABIL
                PERFORM P500-GRAVAR-LANCAMENTO
                ADD EXT-VALOR TO WS-TOTAL-CREDITOS
                MOVE PRD-VALOR-RECUPERADO TO PRD-RECUP-CONTABILIZADA
             END-IF

             REWRITE REG-PERDA-OP
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO MARCAR O EVENTO DE PERDA '
                        PRD-EVENTO ' COMO CONTABILIZADO, STATUS: '
                        FS-PERDA-OP
             END-IF
             ADD 1 TO WS-QTDE-PERDAS-CONTAB
       .
      ******************************************************************
      *      FUNÇÃO COM O MAPA DE EVENTOS CONTABEIS: DEFINE A CONTA
      *      DEBITADA E A CREDITADA PARA CADA TIPO DE MOVIMENTO DO
      *      EXTRATO E GRAVA O PAR DE LANCAMENTOS
      *      (PLANO: 11001 CAIXA, 11003 ENVELOPES DE ATM A
      *       CONFERIR, 12001 EMPRESTIMOS A RECEBER,
      *       12002 CARTAO DE CREDITO A RECEBER,
      *       12004 CHARGEBACKS A RECEBER,
      *       12005 CORRESPONDENTES A RECEBER,
      *       21001 DEPOSITOS DE CLIENTES, 21002 OBRIGACOES POR CDB,
      *       21089 TITULOS DE CAPITALIZACAO A REPASSAR,
      *       21090 RECARGAS DE CELULAR A REPASSAR,
      *       21091 LIQUIDACAO DE CARTOES, 21092 COBRANCA A REPASSAR,
      *       21095 CHEQUES ADMINISTRATIVOS A PAGAR,
      *       21096 PREMIOS DE SEGURO A REPASSAR,
      *       21097 IOF A RECOLHER,
      *       21098 VALORES ABANDONADOS A RECOLHER,
      *       21094 CONTRIBUICOES DE PREVIDENCIA A REPASSAR,
      *       21093 CONVENIOS A REPASSAR, 28001 TRANSFERENCIAS EM
      *       TRANSITO, 28999 PENDENCIAS A CLASSIFICAR, 31001
      *       DESPESA DE JUROS DE POUPANCA, 31002 DESPESA DE
      *       CREDITOS BAIXADOS PARA PREJUIZO, 31004 DESPESA DO
      *       PROGRAMA DE PONTOS, 31005 DESPESA DE COMISSAO DE
      *       CORRESPONDENTES, 41001 RECEITA DE
      *       TARIFAS, 41002 RECEITA DE JUROS DE CHEQUE ESPECIAL,
      *       41003 RECEITA DE RECUPERACAO DE PREJUIZO,
      *       41005 RECEITA DE COMISSAO DE SEGUROS,
      *       41007 RECEITA DE COMISSAO DE RECARGA DE CELULAR,
      *       41009 RECEITA DE COMISSAO DE CAPITALIZACAO;
      *       EVENTOS DE PERDA OPERACIONAL EM P350: 31008 DESPESA
      *       DE PERDAS OPERACIONAIS (TIPO PO), 41008 RECUPERACAO DE
      *       PERDAS OPERACIONAIS (TIPO RO); PO E RO SAO TIPOS SO DO
      *       RAZAO E NAO PODEM SER USADOS NO EXTRATO)
      ******************************************************************
       P400-CONTABILIZAR-UM-MOVIMENTO.
      *      A AGENCIA DA CONTA ORIGINADORA ACOMPANHA O LANCAMENTO
                   MOVE 21095 TO WS-CTA-DEBITO
                   MOVE 11001 TO WS-CTA-CREDITO
                WHEN 'SP'
                WHEN 'SG'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 21096 TO WS-CTA-CREDITO
                WHEN 'PJ'
                WHEN 'RB'
                   MOVE 21098 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'CT'
                   MOVE 12004 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'CF'
                   MOVE 12004 TO WS-CTA-DEBITO
                   MOVE 12002 TO WS-CTA-CREDITO
                WHEN 'RC'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 12004 TO WS-CTA-CREDITO
                WHEN 'RF'
                   MOVE 12002 TO WS-CTA-DEBITO
                   MOVE 12004 TO WS-CTA-CREDITO
                WHEN 'IP'
                   MOVE 12002 TO WS-CTA-DEBITO
                   MOVE 21097 TO WS-CTA-CREDITO
                WHEN 'PR'
                   MOVE 31004 TO WS-CTA-DEBITO
                   MOVE 12002 TO WS-CTA-CREDITO
                WHEN 'PV'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 21094 TO WS-CTA-CREDITO
                WHEN 'RV'
                   MOVE 21094 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'KD'
                   MOVE 12005 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'KS'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 12005 TO WS-CTA-CREDITO
                WHEN 'KC'
                   MOVE 31005 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'KL'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 12005 TO WS-CTA-CREDITO
                WHEN 'KR'
                   MOVE 12005 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'RX'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 28001 TO WS-CTA-CREDITO
                WHEN 'DX'
                   MOVE 28001 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'IN'
                   MOVE 28001 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'IV'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 28001 TO WS-CTA-CREDITO
                WHEN 'EV'
                WHEN 'EP'
                   MOVE 11003 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'EN'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 11003 TO WS-CTA-CREDITO
                WHEN 'RG'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 21090 TO WS-CTA-CREDITO
                WHEN 'DR'
                   MOVE 21090 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN 'TK'
                   MOVE 21001 TO WS-CTA-DEBITO
                   MOVE 21089 TO WS-CTA-CREDITO
                WHEN 'PK'
                WHEN 'RK'
                   MOVE 21089 TO WS-CTA-DEBITO
                   MOVE 21001 TO WS-CTA-CREDITO
                WHEN OTHER
                   MOVE 28999 TO WS-CTA-DEBITO
                   MOVE 28999 TO WS-CTA-CREDITO
             DISPLAY 'TOTAL DE MOVIMENTOS LIDOS: ' WS-QTDE-MOV-LIDOS
             DISPLAY 'TOTAL DE MOVIMENTOS CONTABILIZADOS: '
                     WS-QTDE-MOV-CONTABILIZADOS
             DISPLAY 'EVENTOS DE PERDA OPERACIONAL CONTABILIZADOS: '
                     WS-QTDE-PERDAS-CONTAB
             DISPLAY 'LANCAMENTOS TARDIOS (COMPETENCIA FECHADA): '
                     WS-QTDE-TARDIOS
             DISPLAY 'LANCAMENTOS DESVIADOS (FORA DO PLANO): '
