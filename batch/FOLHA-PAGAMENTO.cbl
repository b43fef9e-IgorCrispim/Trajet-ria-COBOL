      * Date:      17/08/2026
      * Purpose:   BATCH DE PROCESSAMENTO DA FOLHA DE PAGAMENTO DE UM
      *            CONVENIO: VALIDA AS LINHAS DO ARQUIVO FOLHA.DAT
      *            (DIGITO VERIFICADOR DA CONTA CONFERINDO, CONTA
      *            EXISTENTE, CPF CONFERINDO E CONTA NEM
      *            ENCERRADA NEM BLOQUEADA), DEBITA A CONTA DA
      *            EMPRESA CONVENIADA DE UMA SO VEZ PELO TOTAL DAS
      *            LINHAS VALIDAS (MOVIMENTO FD) E CREDITA CADA
       77 WS-AUX                       PIC S9(11)V99.
       77 WS-FOL-I                     PIC 9(04).
       77 WS-LINHA-RET                 PIC X(132).
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
       01 WS-FOLHA-TAB.
           05 WS-FOL-ITEM OCCURS 500 TIMES.
               10 WS-FOL-CONTA         PIC 9(06).
               10 WS-FOL-CONTA-DV      PIC X(01).
               10 WS-FOL-CPF           PIC 9(11).
               10 WS-FOL-NOME          PIC X(30).
               10 WS-FOL-VALOR         PIC 9(09)V99.
                      MOVE FOL-CONV-CODIGO TO WS-CONV-CODIGO-FOLHA
                   END-IF
                   MOVE FOL-CONTA-NUM TO WS-FOL-CONTA(WS-FOL-I)
                   MOVE FOL-CONTA-DV  TO WS-FOL-CONTA-DV(WS-FOL-I)
                   MOVE FOL-CPF       TO WS-FOL-CPF(WS-FOL-I)
                   MOVE FOL-NOME      TO WS-FOL-NOME(WS-FOL-I)
                   MOVE FOL-VALOR     TO WS-FOL-VALOR(WS-FOL-I)
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA A LINHA CORRENTE DA FOLHA: O DIGITO
      *      VERIFICADOR PRECISA CONFERIR COM O NUMERO DA CONTA, A
      *      CONTA PRECISA EXISTIR, O CPF PRECISA CONFERIR E A CONTA
      *      NAO PODE ESTAR ENCERRADA NEM BLOQUEADA
      ******************************************************************
       P320-VALIDAR-LINHA.
             MOVE 'RJ' TO WS-FOL-SITUACAO(WS-FOL-I)
             MOVE SPACES TO WS-FOL-MOTIVO(WS-FOL-I)
             MOVE WS-FOL-CONTA(WS-FOL-I) TO WS-CDV-NUM
             PERFORM P330-CALCULAR-DV-CONTA
             IF WS-CDV-SAIDA NOT EQUAL TO WS-FOL-CONTA-DV(WS-FOL-I)
                THEN
                MOVE 'DIGITO DA CONTA NAO CONFERE'
                  TO WS-FOL-MOTIVO(WS-FOL-I)
                ADD 1 TO WS-QTDE-REJEITADAS
                EXIT PARAGRAPH
             END-IF
             MOVE WS-FOL-CONTA(WS-FOL-I) TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
             END-READ
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
      *      FUNÇÃO QUE DEBITA A CONTA DA EMPRESA CONVENIADA DE UMA
      *      SO VEZ PELO TOTAL DAS LINHAS VALIDAS E DISPARA OS
      *      CREDITOS AOS FUNCIONARIOS
