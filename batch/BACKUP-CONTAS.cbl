                MOVE QTDE-SAQUE-MES        TO BKP-QTDE-SAQUE-MES
                MOVE COMPETENCIA-USO       TO BKP-COMPETENCIA-USO
                MOVE SENHA-HASHEADA        TO BKP-SENHA-HASHEADA
                MOVE SWEEP-ADESAO          TO BKP-SWEEP-ADESAO
                MOVE SWEEP-PISO            TO BKP-SWEEP-PISO
                MOVE VALOR-CONTABIL-BRL    TO BKP-VALOR-CONTABIL-BRL
                MOVE IOF-CHEQUE-ACUM       TO BKP-IOF-CHEQUE-ACUM
                MOVE FLAG-EXPORT-EXTRATO   TO BKP-FLAG-EXPORT-EXTRATO
                MOVE ULTIMA-TAXA-CAMBIO    TO BKP-ULTIMA-TAXA-CAMBIO
                MOVE QTDE-ISENCAO-PONTOS   TO BKP-QTDE-ISENCAO-PONTOS
                MOVE DATA-ENCERRAMENTO     TO BKP-DATA-ENCERRAMENTO
                MOVE DATA-ANONIMIZACAO     TO BKP-DATA-ANONIMIZACAO
                MOVE MOTIVO-BLOQUEIO       TO BKP-MOTIVO-BLOQUEIO
                MOVE CNPJ                  TO BKP-CNPJ
                MOVE RESTRICAO-MENOR       TO BKP-RESTRICAO-MENOR
                MOVE CONTA-DV              TO BKP-CONTA-DV
                WRITE REG-CONTA-BKP
                ADD 1 TO WS-QTDE-CONTAS-COPIADAS
                PERFORM P410-LER-PROX-CONTA
