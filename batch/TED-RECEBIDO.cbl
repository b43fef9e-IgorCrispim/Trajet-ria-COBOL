      *            CREDITANDO O VALOR COM O MOVIMENTO TE QUE CARREGA
      *            OS DADOS DO BANCO DE ORIGEM EM EXT-DETALHE, E
      *            DEVOLVENDO PARA O ARQUIVO DE DEVOLUCAO OS CREDITOS
      *            SEM DESTINO LOCALIZADO OU COM A CONTA ENCERRADA;
      *            O CREDITO IDENTIFICADO POR CONTA CUJO DIGITO
      *            VERIFICADOR NAO CONFERE E DEVOLVIDO SEM TENTAR O
      *            CPF, POIS O NUMERO DA CONTA NAO E CONFIAVEL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-MOTIVO-DEVOLUCAO          PIC X(30).
       77 WS-LINHA-DEVOLUCAO           PIC X(132).
       77 WS-DETALHE-ORIGEM            PIC X(30).
       77 WS-CDV-NUM                   PIC 9(06).
       77 WS-CDV-NUM-X REDEFINES WS-CDV-NUM
                                       PIC X(06).
       77 WS-CDV-DIGITO                PIC 9(01).
       77 WS-CDV-PESO                  PIC 9(01).
       77 WS-CDV-I                     PIC 9(02).
       77 WS-CDV-SOMA                  PIC 9(04).
       77 WS-CDV-QUOC                  PIC 9(04).
       77 WS-CDV-RESTO                 PIC 9(02).
       77 WS-CDV-CALC                  PIC 9(02).
       77 WS-CDV-SAIDA                 PIC X(01).
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
      *      FUNÇÃO QUE LOCALIZA A CONTA DE DESTINO PELO CONTA-NUM E,
      *      QUANDO ELE NAO VEM PREENCHIDO OU NAO EXISTE, PELO CPF
      *      ATRAVES DA CHAVE ALTERNADA, RECUSANDO CONTA ENCERRADA
      *      E CONTA INFORMADA COM DIGITO VERIFICADOR QUE NAO CONFERE
      ******************************************************************
       P400-LOCALIZAR-DESTINO.
             MOVE 'N' TO WS-DESTINO-LOCALIZADO
             MOVE SPACES TO WS-MOTIVO-DEVOLUCAO

             IF TEDR-CONTA-DESTINO GREATER THAN ZEROS THEN
                MOVE TEDR-CONTA-DESTINO TO WS-CDV-NUM
                PERFORM P410-CALCULAR-DV-CONTA
                IF WS-CDV-SAIDA NOT EQUAL TO TEDR-DV-DESTINO THEN
                   MOVE 'DIGITO DA CONTA NAO CONFERE'
                     TO WS-MOTIVO-DEVOLUCAO
                   EXIT PARAGRAPH
                END-IF
                MOVE TEDR-CONTA-DESTINO TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O DIGITO VERIFICADOR DO NUMERO DE
      *      CONTA EM WS-CDV-NUM (MESMO CALCULO DE P297 DO
      *      PROJETO-BANCO: MODULO 11, PESOS DE 2 A 7)
      ******************************************************************
       P410-CALCULAR-DV-CONTA.
             MOVE ZEROS TO WS-CDV-SOMA
             MOVE 2 TO WS-CDV-PESO
             PERFORM VARYING WS-CDV-I FROM 6 BY -1
                UNTIL WS-CDV-I < 1
                MOVE WS-CDV-NUM-X(WS-CDV-I:1) TO WS-CDV-DIGITO
                COMPUTE WS-CDV-SOMA = WS-CDV-SOMA
                        + (WS-CDV-DIGITO * WS-CDV-PESO)
                IF WS-CDV-PESO EQUAL TO 7 THEN
                   MOVE 2 TO WS-CDV-PESO
                ELSE
                   ADD 1 TO WS-CDV-PESO
                END-IF
             END-PERFORM
             DIVIDE WS-CDV-SOMA BY 11
                   GIVING WS-CDV-QUOC
                   REMAINDER WS-CDV-RESTO
             COMPUTE WS-CDV-CALC = 11 - WS-CDV-RESTO
             IF WS-CDV-CALC > 9 THEN
                MOVE ZEROS TO WS-CDV-CALC
             END-IF
             MOVE WS-CDV-CALC TO WS-CDV-DIGITO
             MOVE WS-CDV-DIGITO TO WS-CDV-SAIDA
       .
      ******************************************************************
      *      FUNÇÃO QUE CREDITA O VALOR RECEBIDO NA CONTA DE DESTINO
      *      COM O MOVIMENTO TE CARREGANDO O BANCO/AGENCIA/CONTA DE
      *      ORIGEM NO DETALHE DO EXTRATO
