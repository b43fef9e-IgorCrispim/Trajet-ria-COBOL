             STRING 'BANCO COBOL - EXTRATO MENSAL - CONTA: '
                                  DELIMITED SIZE
                    CONTA-NUM     DELIMITED SIZE
                    '-'           DELIMITED SIZE
                    CONTA-DV      DELIMITED SIZE
                    ' - '         DELIMITED SIZE
                    NOME          DELIMITED SIZE
               INTO WS-LINHA-SPOOL
