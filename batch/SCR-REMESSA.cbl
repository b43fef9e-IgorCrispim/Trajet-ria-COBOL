      *            CENTRAL (SCR-REJEICAO.DAT) SAO RECICLADAS NO
      *            ARQUIVO DE REPROCESSAMENTO
      *            (SCR-REPROCESSAMENTO.DAT), COMO O CICLO DO
      *            CNAB-RETORNO FAZ NA COBRANCA. CADA OPERACAO LEVA O
      *            CODIGO DE MODALIDADE SCR E A CARTEIRA DE
      *            FINANCIAMENTO HABITACIONAL (SALDO CORRIGIDO PELA
      *            TR, AMORTIZACAO SAC) TEM SUBTOTAL PROPRIO NO
      *            TRAILER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-QTDE-OPERACOES            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REPROCESSADAS        PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-CARTEIRA            PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-OPER-HAB             PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-HABITACIONAL        PIC S9(13)V99 VALUE ZEROS.
       77 WS-MODALIDADE-SCR            PIC X(04).
       77 WS-SALDO-DEVEDOR             PIC S9(11)V99.
       77 WS-SALDO-ATE-90              PIC S9(11)V99.
       77 WS-SALDO-ACIMA-90            PIC S9(11)V99.

             COMPUTE WS-PARC-RESTANTES =
                     EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS
             IF WS-PARC-RESTANTES GREATER THAN 3 THEN
                MOVE 3 TO WS-PARC-CURTO
             ELSE
                MOVE WS-PARC-RESTANTES TO WS-PARC-CURTO
             END-IF
      *      NO HABITACIONAL O SALDO E O PRINCIPAL CORRIGIDO PELA TR
      *      E A FAIXA ATE 90 DIAS SAO AS TRES AMORTIZACOES SAC
      *      SEGUINTES
             IF EMP-HABITACIONAL THEN
                MOVE '0901' TO WS-MODALIDADE-SCR
                MOVE EMP-HAB-SALDO-DEVEDOR TO WS-SALDO-DEVEDOR
                COMPUTE WS-SALDO-ATE-90 =
                        WS-PARC-CURTO * EMP-HAB-AMORTIZACAO
                IF WS-SALDO-ATE-90 GREATER THAN WS-SALDO-DEVEDOR THEN
                   MOVE WS-SALDO-DEVEDOR TO WS-SALDO-ATE-90
                END-IF
             ELSE
                IF EMP-CONSIGNADO THEN
                   MOVE '0202' TO WS-MODALIDADE-SCR
                ELSE
                   MOVE '0203' TO WS-MODALIDADE-SCR
                END-IF
                COMPUTE WS-SALDO-DEVEDOR =
                        WS-PARC-RESTANTES * EMP-VALOR-PARCELA
                COMPUTE WS-SALDO-ATE-90 =
                        WS-PARC-CURTO * EMP-VALOR-PARCELA
             END-IF
             COMPUTE WS-SALDO-ACIMA-90 =
                     WS-SALDO-DEVEDOR - WS-SALDO-ATE-90

             MOVE SPACES TO WS-LINHA
             STRING 'OP CPF: '      DELIMITED SIZE
                    WS-CPF-DEVEDOR  DELIMITED SIZE
                    ' CONTR: '      DELIMITED SIZE
                    EMP-SEQ         DELIMITED SIZE
                    ' ATE90: '      DELIMITED SIZE
                    WS-SALDO-ATE-90 DELIMITED SIZE
                    ' ACIMA90: '    DELIMITED SIZE
                    WS-SALDO-ACIMA-90 DELIMITED SIZE
                    ' CL: '         DELIMITED SIZE
                    EMP-CLASSE-RISCO DELIMITED SIZE
                    ' DIAS: '       DELIMITED SIZE
                    WS-DIAS-ATRASO  DELIMITED SIZE
                    ' VL ATRASO: '  DELIMITED SIZE
                    WS-VALOR-ATRASO DELIMITED SIZE
                    ' MOD: '        DELIMITED SIZE
                    WS-MODALIDADE-SCR DELIMITED SIZE
               INTO WS-LINHA
             END-STRING
             IF GRAVAR-REPROC THEN
                WRITE REG-REMESSA
                ADD 1 TO WS-QTDE-OPERACOES
                ADD WS-SALDO-DEVEDOR TO WS-TOTAL-CARTEIRA
                IF EMP-HABITACIONAL THEN
                   ADD 1 TO WS-QTDE-OPER-HAB
                   ADD WS-SALDO-DEVEDOR TO WS-TOTAL-HABITACIONAL
                END-IF
             END-IF
       .
      ******************************************************************
                    WS-QTDE-OPERACOES DELIMITED SIZE
                    ' CARTEIRA TOTAL: ' DELIMITED SIZE
                    WS-TOTAL-CARTEIRA DELIMITED SIZE
                    ' HABITACIONAL: ' DELIMITED SIZE
                    WS-QTDE-OPER-HAB DELIMITED SIZE
                    ' OPERACOES SALDO: ' DELIMITED SIZE
                    WS-TOTAL-HABITACIONAL DELIMITED SIZE
               INTO WS-LINHA
             END-STRING
             MOVE WS-LINHA TO REG-REMESSA
             DISPLAY 'OPERACOES GERADAS NA REMESSA SCR: '
                     WS-QTDE-OPERACOES
             DISPLAY 'CARTEIRA TOTAL INFORMADA: ' WS-TOTAL-CARTEIRA
             DISPLAY 'DA QUAL FINANCIAMENTO HABITACIONAL: '
                     WS-QTDE-OPER-HAB ' OPERACOES, SALDO '
                     WS-TOTAL-HABITACIONAL
             DISPLAY 'REJEICOES REPROCESSADAS: '
                     WS-QTDE-REPROCESSADAS
             DISPLAY 'REMESSA GRAVADA EM SCR-REMESSA.DAT'
