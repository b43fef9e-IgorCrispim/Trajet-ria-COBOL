      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   CONVERSAO DO ACERVO PARA O DIGITO VERIFICADOR DO
      *            NUMERO DA CONTA: PERCORRE CONTAS.DAT E GRAVA EM
      *            CONTA-DV O DIGITO CALCULADO (O MESMO CALCULO DE
      *            P297 DO PROJETO-BANCO) EM TODA CONTA QUE AINDA
      *            ESTA SEM ELE; CONTAS JA CONVERTIDAS SAO APENAS
      *            CONFERIDAS E UMA DIVERGENCIA E CORRIGIDA E
      *            LISTADA, ENTAO O BATCH PODE SER REEXECUTADO SEM
      *            DANO (INCLUSIVE APOS UM RESTORE-CONTAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-DV-MIGRACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 WS-QTDE-CONTAS-LIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-CONVERTIDAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-CORRIGIDAS    PIC 9(06) VALUE ZEROS.
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
       PROCEDURE DIVISION.
       P100-MAIN.
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P300-CONVERTER-CONTAS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CONTAS, STATUS: '
                        FS-CONTA
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O DIGITO VERIFICADOR DO NUMERO DE
      *      CONTA EM WS-CDV-NUM: MODULO 11 COM PESOS DE 2 A 7 DA
      *      DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DIGITO 0
      *      (MESMO CALCULO DE P297 DO PROJETO-BANCO)
      ******************************************************************
       P250-CALCULAR-DV-CONTA.
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
      *      FUNÇÃO QUE GRAVA O DIGITO NAS CONTAS AINDA SEM ELE E
      *      CORRIGE AS QUE ESTIVEREM COM O DIGITO DIVERGENTE
      ******************************************************************
       P300-CONVERTER-CONTAS.
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   DISPLAY 'NENHUMA CONTA CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-CONTA
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-CONTAS-LIDAS
                MOVE CONTA-NUM TO WS-CDV-NUM
                PERFORM P250-CALCULAR-DV-CONTA
                IF CONTA-DV NOT EQUAL TO WS-CDV-SAIDA THEN
                   IF CONTA-DV EQUAL TO SPACES THEN
                      ADD 1 TO WS-QTDE-CONTAS-CONVERTIDAS
                   ELSE
                      ADD 1 TO WS-QTDE-CONTAS-CORRIGIDAS
                      DISPLAY 'CONTA ' CONTA-NUM ' COM DIGITO '
                              CONTA-DV ' DIVERGENTE, CORRIGIDO PARA '
                              WS-CDV-SAIDA
                   END-IF
                   MOVE WS-CDV-SAIDA TO CONTA-DV
                   REWRITE REG-CONTA
                   IF FS-CONTA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CONVERTER A CONTA ' CONTA-NUM
                              ', STATUS: ' FS-CONTA
                      MOVE "00" TO FS-CONTA
                   END-IF
                END-IF
                PERFORM P310-LER-PROX-CONTA
             END-PERFORM
       .
       P310-LER-PROX-CONTA.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
       P900-TERMINAL.
             CLOSE ARQ-CONTA
             DISPLAY 'CONTAS LIDAS: ' WS-QTDE-CONTAS-LIDAS
                     ' CONVERTIDAS: ' WS-QTDE-CONTAS-CONVERTIDAS
                     ' CORRIGIDAS: ' WS-QTDE-CONTAS-CORRIGIDAS
             STOP RUN.
       END PROGRAM CONTA-DV-MIGRACAO.
