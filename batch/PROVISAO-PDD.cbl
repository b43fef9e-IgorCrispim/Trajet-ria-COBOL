      *            PROVISIONADO (ARQ-PDDCTL), PARA O BALANCETE DO
      *            CONTABIL-DIARIO CARREGAR UMA PDD DEFENSAVEL
      *            (31003 DESPESA DE PROVISAO PDD, 12901 PROVISAO
      *            PDD - REDUTORA DOS EMPRESTIMOS). A CARTEIRA DE
      *            FINANCIAMENTO HABITACIONAL E PROVISIONADA SOBRE O
      *            SALDO DEVEDOR CORRIGIDO PELA TR E ACUMULADA EM
      *            SEPARADO, COM SECAO PROPRIA NO RELATORIO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-SALDO-DEVEDOR             PIC S9(11)V99.
       77 WS-PROVISAO-EXIGIDA          PIC S9(13)V99 VALUE ZEROS.
       77 WS-AJUSTE-PROVISAO           PIC S9(13)V99.
       77 WS-SUBTOTAL-QTDE             PIC 9(06).
       77 WS-SUBTOTAL-SALDO            PIC S9(13)V99.
       77 WS-SUBTOTAL-PROVISAO         PIC S9(13)V99.
       77 WS-LINHA-RELATORIO           PIC X(132).
       01 WS-CLASSE-TAB-DEF.
           05 FILLER                   PIC X(08) VALUE 'ABCDEFGH'.
               10 WS-ACUM-QTDE         PIC 9(06).
               10 WS-ACUM-SALDO        PIC S9(13)V99.
               10 WS-ACUM-PROVISAO     PIC S9(13)V99.
       01 WS-ACUM-HAB-TAB.
           05 WS-ACUM-HAB-CLASSE OCCURS 8 TIMES.
               10 WS-ACUM-HAB-QTDE     PIC 9(06).
               10 WS-ACUM-HAB-SALDO    PIC S9(13)V99.
               10 WS-ACUM-HAB-PROVISAO PIC S9(13)V99.
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
                MOVE ZEROS TO WS-ACUM-QTDE(WS-CLASSE-IDX)
                MOVE ZEROS TO WS-ACUM-SALDO(WS-CLASSE-IDX)
                MOVE ZEROS TO WS-ACUM-PROVISAO(WS-CLASSE-IDX)
                MOVE ZEROS TO WS-ACUM-HAB-QTDE(WS-CLASSE-IDX)
                MOVE ZEROS TO WS-ACUM-HAB-SALDO(WS-CLASSE-IDX)
                MOVE ZEROS TO WS-ACUM-HAB-PROVISAO(WS-CLASSE-IDX)
             END-PERFORM
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P250-VERIFICAR-COMPETENCIA
                EXIT PARAGRAPH
             END-IF

      *      O HABITACIONAL PROVISIONA SOBRE O SALDO CORRIGIDO PELA
      *      TR E ACUMULA NA TABELA DA CARTEIRA HABITACIONAL
             IF EMP-HABITACIONAL THEN
                MOVE EMP-HAB-SALDO-DEVEDOR TO WS-SALDO-DEVEDOR
                ADD 1 TO WS-ACUM-HAB-QTDE(WS-CLASSE-IDX)
                ADD WS-SALDO-DEVEDOR
                    TO WS-ACUM-HAB-SALDO(WS-CLASSE-IDX)
                COMPUTE WS-ACUM-HAB-PROVISAO(WS-CLASSE-IDX) ROUNDED =
                        WS-ACUM-HAB-PROVISAO(WS-CLASSE-IDX)
                        + (WS-SALDO-DEVEDOR
                           * WS-PERC-CLASSE(WS-CLASSE-IDX))
             ELSE
                COMPUTE WS-SALDO-DEVEDOR =
                        (EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS)
                        * EMP-VALOR-PARCELA
                ADD 1 TO WS-ACUM-QTDE(WS-CLASSE-IDX)
                ADD WS-SALDO-DEVEDOR TO WS-ACUM-SALDO(WS-CLASSE-IDX)
                COMPUTE WS-ACUM-PROVISAO(WS-CLASSE-IDX) ROUNDED =
                        WS-ACUM-PROVISAO(WS-CLASSE-IDX)
                        + (WS-SALDO-DEVEDOR
                           * WS-PERC-CLASSE(WS-CLASSE-IDX))
             END-IF
             ADD 1 TO WS-QTDE-CLASSIFICADOS
       .
      ******************************************************************
                UNTIL WS-CLASSE-IDX > 8
                ADD WS-ACUM-PROVISAO(WS-CLASSE-IDX)
                    TO WS-PROVISAO-EXIGIDA
                ADD WS-ACUM-HAB-PROVISAO(WS-CLASSE-IDX)
                    TO WS-PROVISAO-EXIGIDA
             END-PERFORM
             COMPUTE WS-AJUSTE-PROVISAO =
                     WS-PROVISAO-EXIGIDA - PDD-SALDO-PROVISAO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE 'CARTEIRA DE EMPRESTIMOS PESSOAIS' TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE ZEROS TO WS-SUBTOTAL-QTDE
             MOVE ZEROS TO WS-SUBTOTAL-SALDO
             MOVE ZEROS TO WS-SUBTOTAL-PROVISAO
             PERFORM VARYING WS-CLASSE-IDX FROM 1 BY 1
                UNTIL WS-CLASSE-IDX > 8
                MOVE SPACES TO WS-LINHA-RELATORIO
                END-STRING
                MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
                WRITE REG-RELATORIO
                ADD WS-ACUM-QTDE(WS-CLASSE-IDX) TO WS-SUBTOTAL-QTDE
                ADD WS-ACUM-SALDO(WS-CLASSE-IDX) TO WS-SUBTOTAL-SALDO
                ADD WS-ACUM-PROVISAO(WS-CLASSE-IDX)
                    TO WS-SUBTOTAL-PROVISAO
             END-PERFORM
             PERFORM P610-GRAVAR-SUBTOTAL
             MOVE 'CARTEIRA DE FINANCIAMENTO HABITACIONAL'
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE ZEROS TO WS-SUBTOTAL-QTDE
             MOVE ZEROS TO WS-SUBTOTAL-SALDO
             MOVE ZEROS TO WS-SUBTOTAL-PROVISAO
             PERFORM VARYING WS-CLASSE-IDX FROM 1 BY 1
                UNTIL WS-CLASSE-IDX > 8
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'CLASSE: ' DELIMITED SIZE
                       WS-CLASSE-LETRA(WS-CLASSE-IDX) DELIMITED SIZE
                       ' CONTRATOS: ' DELIMITED SIZE
                       WS-ACUM-HAB-QTDE(WS-CLASSE-IDX) DELIMITED SIZE
                       ' SALDO: ' DELIMITED SIZE
                       WS-ACUM-HAB-SALDO(WS-CLASSE-IDX)
                                                    DELIMITED SIZE
                       ' PROVISAO: ' DELIMITED SIZE
                       WS-ACUM-HAB-PROVISAO(WS-CLASSE-IDX)
                                                    DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
                WRITE REG-RELATORIO
                ADD WS-ACUM-HAB-QTDE(WS-CLASSE-IDX) TO WS-SUBTOTAL-QTDE
                ADD WS-ACUM-HAB-SALDO(WS-CLASSE-IDX)
                    TO WS-SUBTOTAL-SALDO
                ADD WS-ACUM-HAB-PROVISAO(WS-CLASSE-IDX)
                    TO WS-SUBTOTAL-PROVISAO
             END-PERFORM
             PERFORM P610-GRAVAR-SUBTOTAL
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PROVISAO EXIGIDA TOTAL: ' DELIMITED SIZE
                    WS-PROVISAO-EXIGIDA DELIMITED SIZE
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
       P610-GRAVAR-SUBTOTAL.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'SUBTOTAL DA CARTEIRA - CONTRATOS: ' DELIMITED SIZE
                    WS-SUBTOTAL-QTDE DELIMITED SIZE
                    ' SALDO: ' DELIMITED SIZE
                    WS-SUBTOTAL-SALDO DELIMITED SIZE
                    ' PROVISAO: ' DELIMITED SIZE
                    WS-SUBTOTAL-PROVISAO DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
       .
       P900-TERMINAL.
             CLOSE ARQ-EMPRESTIMO
             CLOSE ARQ-CONTA
