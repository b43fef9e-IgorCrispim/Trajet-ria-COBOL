                MOVE BKP-QTDE-SAQUE-MES        TO QTDE-SAQUE-MES
                MOVE BKP-COMPETENCIA-USO       TO COMPETENCIA-USO
                MOVE BKP-SENHA-HASHEADA        TO SENHA-HASHEADA
                MOVE BKP-SWEEP-ADESAO          TO SWEEP-ADESAO
                MOVE BKP-SWEEP-PISO            TO SWEEP-PISO
                MOVE BKP-VALOR-CONTABIL-BRL    TO VALOR-CONTABIL-BRL
                MOVE BKP-IOF-CHEQUE-ACUM       TO IOF-CHEQUE-ACUM
                MOVE BKP-FLAG-EXPORT-EXTRATO   TO FLAG-EXPORT-EXTRATO
                MOVE BKP-ULTIMA-TAXA-CAMBIO    TO ULTIMA-TAXA-CAMBIO
                MOVE BKP-QTDE-ISENCAO-PONTOS   TO QTDE-ISENCAO-PONTOS
                MOVE BKP-DATA-ENCERRAMENTO     TO DATA-ENCERRAMENTO
                MOVE BKP-DATA-ANONIMIZACAO     TO DATA-ANONIMIZACAO
                MOVE BKP-MOTIVO-BLOQUEIO       TO MOTIVO-BLOQUEIO
                MOVE BKP-CNPJ                  TO CNPJ
                MOVE BKP-RESTRICAO-MENOR       TO RESTRICAO-MENOR
                MOVE BKP-CONTA-DV              TO CONTA-DV
                WRITE REG-CONTA
                IF FS-CONTA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO RESTAURAR A CONTA ' CONTA-NUM
