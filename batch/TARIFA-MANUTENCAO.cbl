      *            PADRAO QUANDO O SALDO ESTA ABAIXO DO MINIMO
      *            CONFIGURADO, DEBITANDO SALDO E GRAVANDO
      *            ARQ-EXTRATO DA MESMA FORMA QUE P600-DEP-SAQ FAZ NO
      *            PROJETO-BANCO; A CONTA COM ISENCAO RESGATADA COM
      *            PONTOS DO CARTAO (QTDE-ISENCAO-PONTOS) NAO PAGA A
      *            TARIFA DO MES E CONSOME UM MES DA ISENCAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-QTDE-CONTAS-PROCESSADAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-TARIFADAS     PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-ISENTAS-PTS   PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
                    OR CONTA-NUM GREATER THAN WS-RUN-RESTART-CHAVE)
                   AND CONTA-ATIVA
                   PERFORM P350-DEFINIR-TARIFA-CONTA
                   IF COBRAR-TARIFA
                      AND QTDE-ISENCAO-PONTOS NUMERIC
                      AND QTDE-ISENCAO-PONTOS GREATER THAN ZEROS
                      PERFORM P360-CONSUMIR-ISENCAO-PONTOS
                   END-IF
                   IF COBRAR-TARIFA
                      PERFORM P400-DEBITAR-TARIFA
                   END-IF
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ISENTA A TARIFA DO MES DA CONTA COM MESES DE
      *      ISENCAO RESGATADOS COM PONTOS DO CARTAO, CONSUMINDO UM
      *      MES DA ISENCAO
      ******************************************************************
       P360-CONSUMIR-ISENCAO-PONTOS.
             SUBTRACT 1 FROM QTDE-ISENCAO-PONTOS
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CONSUMIR A ISENCAO DA CONTA '
                        CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-COBRAR-TARIFA
             ADD 1 TO WS-QTDE-CONTAS-ISENTAS-PTS
             MOVE CONTA-NUM TO WS-RUN-CHAVE-ATUAL
             PERFORM P235-ATUALIZAR-RUN-CONTROL
             DISPLAY 'CONTA ' CONTA-NUM ' ISENTA POR RESGATE DE'
                     ' PONTOS, MESES RESTANTES: ' QTDE-ISENCAO-PONTOS
       .
       P400-DEBITAR-TARIFA.
             SUBTRACT WS-TARIFA-COBRANCA FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
                     WS-QTDE-CONTAS-PROCESSADAS
             DISPLAY 'TOTAL DE CONTAS TARIFADAS: '
                     WS-QTDE-CONTAS-TARIFADAS
             DISPLAY 'TOTAL DE CONTAS ISENTAS POR PONTOS: '
                     WS-QTDE-CONTAS-ISENTAS-PTS
             STOP RUN.
       END PROGRAM TARIFA-MANUTENCAO.
