      *            CANAL DE LOTE JA AUTENTICADO PELA PROPRIA PROGRAMACAO
      *            DO JOB, NAO HA CONFERENCIA DE SENHA, DA MESMA FORMA
      *            QUE OS DEMAIS BATCHES (TARIFA-MANUTENCAO,
      *            JUROS-MENSAL) TAMBEM NAO CONFEREM SENHA. O
      *            NUMERO DE CADA CONTA DO COMANDO VEM COM O DIGITO
      *            VERIFICADOR E O COMANDO COM DIGITO QUE NAO CONFERE
      *            E REJEITADO SEM TOCAR NAS CONTAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 FS-NOTIFICACAO               PIC XX.
       77 FS-NOTIFCTL                  PIC XX.
       77 WS-LIMITE-MONITORAMENTO      PIC S9(07)V99 VALUE 10000.00.
       77 WS-LOTE-VALOR                PIC S9(09)V99.
       77 WS-LOTE-CONTA-DESTINO        PIC 9(06).
       77 WS-LOTE-ORIGEM-SALDO         PIC S9(09)V99.
       77 WS-LOTE-ORIGEM-VALOR-MOV     PIC S9(09)V99.
       77 WS-LOTE-ORIGEM-DATA-MOV      PIC 9(08).
       77 WS-AUX                       PIC S9(09)V99.
       77 WS-LIMITE-OK                 PIC X(01) VALUE 'N'.
           88 LIMITE-OK                VALUE 'S'.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-APLICADOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77 WS-DV-OK                     PIC X(01) VALUE 'N'.
           88 DV-OK                    VALUE 'S'.
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
             PERFORM P310-LER-PROX-COMANDO
             PERFORM UNTIL FS-LOTE NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                PERFORM P320-CONFERIR-DV
                EVALUATE TRUE
                   WHEN NOT DV-OK
                      ADD 1 TO WS-QTDE-REJEITADOS
                   WHEN LOTE-DEPOSITO
                      PERFORM P400-APLICAR-DEPOSITO
                   WHEN LOTE-SAQUE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O DIGITO VERIFICADOR DA CONTA DE
      *      ORIGEM E, NA TRANSFERENCIA, DA CONTA DE DESTINO DO
      *      COMANDO
      ******************************************************************
       P320-CONFERIR-DV.
             MOVE 'S' TO WS-DV-OK
             MOVE LOTE-CONTA-ORIGEM TO WS-CDV-NUM
             PERFORM P330-CALCULAR-DV-CONTA
             IF WS-CDV-SAIDA NOT EQUAL TO LOTE-DV-ORIGEM THEN
                MOVE 'N' TO WS-DV-OK
                DISPLAY 'CONTA ' LOTE-CONTA-ORIGEM ' COM DIGITO '
                        LOTE-DV-ORIGEM ' QUE NAO CONFERE, COMANDO DE'
                        ' LOTE REJEITADO'
                EXIT PARAGRAPH
             END-IF
             IF LOTE-TRANSFERENCIA THEN
                MOVE LOTE-CONTA-DESTINO TO WS-CDV-NUM
                PERFORM P330-CALCULAR-DV-CONTA
                IF WS-CDV-SAIDA NOT EQUAL TO LOTE-DV-DESTINO THEN
                   MOVE 'N' TO WS-DV-OK
                   DISPLAY 'CONTA DE DESTINO ' LOTE-CONTA-DESTINO
                           ' COM DIGITO ' LOTE-DV-DESTINO ' QUE NAO'
                           ' CONFERE, TRANSFERENCIA DE LOTE REJEITADA'
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O DIGITO VERIFICADOR DO NUMERO DE
      *      CONTA EM WS-CDV-NUM (MESMO CALCULO DE P297 DO
      *      PROJETO-BANCO: MODULO 11, PESOS DE 2 A 7)
      ******************************************************************
       P330-CALCULAR-DV-CONTA.
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
      *      FUNÇÃO QUE APLICA UM COMANDO DE DEPOSITO DE LOTE
      ******************************************************************
       P400-APLICAR-DEPOSITO.
