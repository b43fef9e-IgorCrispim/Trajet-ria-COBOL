                   WHEN CONTA-DORMENTE
                      ADD 1 TO AGRE-DORMENTES
                END-EVALUATE
                IF CONTA-CORRENTE OR CONTA-PJ THEN
                   ADD 1 TO AGRE-CORRENTES
                ELSE
                   ADD 1 TO AGRE-POUPANCAS
