      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DE CARGA DA TABELA DE CEP: LE A BASE DOS
      *            CORREIOS (CEP-ENTRADA.DAT), DEPOIS DA VALIDACAO DE
      *            HEADER/TRAILER E SEQUENCIA DOS ARQUIVOS DE
      *            ENTRADA, E GRAVA/ATUALIZA A TABELA (CEP.DAT) USADA
      *            NA CAPTURA DO CADASTRO DO CLIENTE E NO RELATORIO
      *            DE ENDERECOS DIVERGENTES; DETALHE COM CEP NAO
      *            NUMERICO, UF INEXISTENTE OU SEM CIDADE E RECUSADO
      *            E LISTADO NA SAIDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP-CARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CEP ASSIGN TO "cep.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CEP-NUM
                FILE STATUS  IS FS-CEP.
           SELECT ARQ-INTSEQ ASSIGN TO "intseq.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ISQ-ARQUIVO
                FILE STATUS  IS FS-INTSEQ.
           SELECT ARQ-QUARENTENA ASSIGN TO "quarentena.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-QUARENTENA.
           SELECT ARQ-REJ-INTAKE ASSIGN TO "quarentena-rejeicao.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-REJ-INTAKE.
           SELECT ARQ-ENTRADA ASSIGN TO "cep-entrada.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ENTRADA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CEP.
           COPY CEPCAD.
       FD ARQ-INTSEQ.
           COPY INTSEQ.
       FD ARQ-QUARENTENA.
       01 REG-QUARENTENA               PIC X(150).
       FD ARQ-REJ-INTAKE.
       01 REG-REJ-INTAKE               PIC X(132).
       FD ARQ-ENTRADA.
       01 REG-ENTRADA.
           05 ENT-CEP                  PIC X(08).
           05 ENT-CEP-N REDEFINES ENT-CEP
                                       PIC 9(08).
           05 ENT-LOGRADOURO           PIC X(40).
           05 ENT-BAIRRO               PIC X(30).
           05 ENT-CIDADE               PIC X(20).
           05 ENT-UF                   PIC X(02).
       WORKING-STORAGE SECTION.
       77 FS-INTSEQ                    PIC XX.
       77 FS-QUARENTENA                PIC XX.
       77 FS-REJ-INTAKE                PIC XX.
           COPY INTHDR.
       77 FS-CEP                       PIC XX.
       77 FS-ENTRADA                   PIC XX.
       77 WS-QTDE-LIDAS                PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-INCLUIDAS            PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-ATUALIZADAS          PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-RECUSADAS            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HORA-COMPLETA.
           05 WS-DHC-ANO               PIC 9(04).
           05 WS-DHC-MES               PIC 9(02).
           05 WS-DHC-DIA               PIC 9(02).
           05 WS-DHC-HORA              PIC 9(02).
           05 WS-DHC-MINUTO            PIC 9(02).
           05 WS-DHC-SEGUNDO           PIC 9(02).
           05 FILLER                   PIC X(07).
       01 WS-DATA-HORA-R REDEFINES WS-DATA-HORA-COMPLETA.
           05 WS-DATA-ATUAL            PIC 9(08).
           05 WS-HORA-ATUAL            PIC 9(06).
           05 FILLER                   PIC X(07).
       PROCEDURE DIVISION.
       P100-MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             PERFORM P200-ABRIR-ARQUIVOS
             PERFORM P230-VALIDAR-ARQUIVO-ENTRADA
             PERFORM P300-CARREGAR-TABELA
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN I-O ARQ-CEP
             IF FS-CEP EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CEP
                CLOSE ARQ-CEP
                OPEN I-O ARQ-CEP
             END-IF
             IF FS-CEP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE CEP, STATUS: '
                        FS-CEP
                STOP RUN
             END-IF
             OPEN INPUT ARQ-ENTRADA
             IF FS-ENTRADA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A BASE DOS CORREIOS'
                        ' CEP-ENTRADA.DAT, STATUS: ' FS-ENTRADA
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS DETALHES DA BASE DOS CORREIOS E
      *      GRAVA OU ATUALIZA A TABELA DE CEP
      ******************************************************************
       P300-CARREGAR-TABELA.
             PERFORM P310-LER-PROX-ENTRADA
             PERFORM UNTIL FS-ENTRADA NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDAS
                PERFORM P400-GRAVAR-UM-CEP
                PERFORM P310-LER-PROX-ENTRADA
             END-PERFORM
       .
       P310-LER-PROX-ENTRADA.
             READ ARQ-ENTRADA NEXT RECORD
                AT END
                   MOVE "10" TO FS-ENTRADA
             END-READ
             PERFORM UNTIL FS-ENTRADA NOT EQUAL TO "00"
                IF REG-ENTRADA(1:1) NOT EQUAL TO 'H'
                   AND REG-ENTRADA(1:1) NOT EQUAL TO 'T'
                   EXIT PERFORM
                END-IF
                READ ARQ-ENTRADA NEXT RECORD
                   AT END
                      MOVE "10" TO FS-ENTRADA
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE UM DETALHE E O GRAVA NA TABELA; CEP JA
      *      EXISTENTE TEM CIDADE, UF, BAIRRO E LOGRADOURO ATUALIZADOS
      ******************************************************************
       P400-GRAVAR-UM-CEP.
             MOVE ENT-UF TO CEP-UF
             IF ENT-CEP NOT NUMERIC
                OR ENT-CEP-N EQUAL TO ZEROS
                OR ENT-CIDADE EQUAL TO SPACES
                OR NOT CEP-UF-VALIDA THEN
                ADD 1 TO WS-QTDE-RECUSADAS
                DISPLAY 'DETALHE RECUSADO (CEP, CIDADE OU UF'
                        ' INVALIDOS): ' ENT-CEP ' ' ENT-CIDADE ' '
                        ENT-UF
                EXIT PARAGRAPH
             END-IF
             MOVE ENT-CEP-N      TO CEP-NUM
             MOVE ENT-LOGRADOURO TO CEP-LOGRADOURO
             MOVE ENT-BAIRRO     TO CEP-BAIRRO
             MOVE ENT-CIDADE     TO CEP-CIDADE
             MOVE ENT-UF         TO CEP-UF
             MOVE WS-DATA-ATUAL  TO CEP-DATA-CARGA
             WRITE REG-CEP
                INVALID KEY
                   REWRITE REG-CEP
                   IF FS-CEP NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O CEP '
                              CEP-NUM ', STATUS: ' FS-CEP
                   ELSE
                      ADD 1 TO WS-QTDE-ATUALIZADAS
                   END-IF
                NOT INVALID KEY
                   ADD 1 TO WS-QTDE-INCLUIDAS
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA O HEADER/TRAILER DO ARQUIVO DE
      *      ENTRADA ANTES DE QUALQUER PROCESSAMENTO: DATA DO DIA,
      *      SEQUENCIA ESPERADA NO CONTROLE ARQ-INTSEQ, QUANTIDADE
      *      E VALOR TOTAL DOS DETALHES CONFERIDOS CONTRA O
      *      TRAILER; ARQUIVO INVALIDO VAI INTEIRO PARA A
      *      QUARENTENA COM O MOTIVO NO RELATORIO DE REJEICAO E A
      *      EXECUCAO PARA AQUI
      ******************************************************************
       P230-VALIDAR-ARQUIVO-ENTRADA.
             MOVE 'N' TO WS-INT-VALIDO
             MOVE SPACES TO WS-INT-MOTIVO
             MOVE ZEROS TO WS-INT-QTDE-DET
             MOVE ZEROS TO WS-INT-SOMA-DET
             MOVE 'N' TO WS-INT-TEM-TRAILER

             READ ARQ-ENTRADA NEXT RECORD
                AT END
                   MOVE 'ARQUIVO VAZIO' TO WS-INT-MOTIVO
                   PERFORM P238-QUARENTENAR
             END-READ
             IF REG-ENTRADA(1:1) NOT EQUAL TO 'H' THEN
                MOVE 'HEADER AUSENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF
             MOVE REG-ENTRADA(2:8) TO WS-INT-DATA-HDR
             MOVE REG-ENTRADA(10:6) TO WS-INT-CAMPO6-X
             MOVE WS-INT-CAMPO6-N TO WS-INT-SEQ-HDR
             IF WS-INT-DATA-HDR NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'DATA DO HEADER DIVERGENTE' TO WS-INT-MOTIVO
                PERFORM P238-QUARENTENAR
             END-IF

             OPEN I-O ARQ-INTSEQ
             IF FS-INTSEQ EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-INTSEQ
                CLOSE ARQ-INTSEQ
                OPEN I-O ARQ-INTSEQ
             END-IF
             MOVE 'CEP-CARGA' TO ISQ-ARQUIVO
             READ ARQ-INTSEQ RECORD KEY IS ISQ-ARQUIVO
                INVALID KEY
                   MOVE 'CEP-CARGA' TO ISQ-ARQUIVO
                   MOVE ZEROS TO ISQ-ULT-SEQ
                   WRITE REG-INTSEQ
             END-READ
             IF WS-INT-SEQ-HDR NOT EQUAL TO ISQ-ULT-SEQ + 1 THEN
                MOVE 'SEQUENCIA FORA DE ORDEM OU JA PROCESSADA'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF

             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-ENTRADA NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                IF REG-ENTRADA(1:1) EQUAL TO 'T' THEN
                   MOVE 'S' TO WS-INT-TEM-TRAILER
                   MOVE REG-ENTRADA(2:8) TO WS-INT-CAMPO8-X
                   MOVE WS-INT-CAMPO8-N TO WS-INT-QTDE-TRL
                   MOVE REG-ENTRADA(10:15) TO WS-INT-CAMPO-X
                   EXIT PERFORM
                END-IF
                ADD 1 TO WS-INT-QTDE-DET
             END-PERFORM

             IF WS-INT-TEM-TRAILER NOT EQUAL TO 'S' THEN
                MOVE 'TRAILER AUSENTE' TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF
             IF WS-INT-QTDE-TRL NOT EQUAL TO WS-INT-QTDE-DET THEN
                MOVE 'QUANTIDADE DIVERGE DO TRAILER'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF
             IF WS-INT-CAMPO-N NOT EQUAL TO WS-INT-SOMA-DET THEN
                MOVE 'VALOR TOTAL DIVERGE DO TRAILER'
                  TO WS-INT-MOTIVO
                CLOSE ARQ-INTSEQ
                PERFORM P238-QUARENTENAR
             END-IF

             ADD 1 TO ISQ-ULT-SEQ
             REWRITE REG-INTSEQ
             CLOSE ARQ-INTSEQ
             MOVE 'S' TO WS-INT-VALIDO
             CLOSE ARQ-ENTRADA
             OPEN INPUT ARQ-ENTRADA
             DISPLAY 'ARQUIVO ' 'CEP-CARGA' ' VALIDADO: '
                     WS-INT-QTDE-DET ' DETALHES, SEQUENCIA '
                     WS-INT-SEQ-HDR
       .
      ******************************************************************
      *      FUNÇÃO QUE LEVA O ARQUIVO INTEIRO PARA A QUARENTENA,
      *      GRAVA O MOTIVO NO RELATORIO DE REJEICAO AO REMETENTE E
      *      ENCERRA A EXECUCAO SEM PROCESSAR NADA
      ******************************************************************
       P238-QUARENTENAR.
             DISPLAY 'ARQUIVO ' 'CEP-CARGA' ' REJEITADO: '
                     WS-INT-MOTIVO
             OPEN EXTEND ARQ-QUARENTENA
             IF FS-QUARENTENA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-QUARENTENA
                CLOSE ARQ-QUARENTENA
                OPEN EXTEND ARQ-QUARENTENA
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING '*** QUARENTENA ' DELIMITED SIZE
                    'CEP-CARGA' DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
             WRITE REG-QUARENTENA
             CLOSE ARQ-ENTRADA
             OPEN INPUT ARQ-ENTRADA
             PERFORM UNTIL 1 EQUAL TO 2
                READ ARQ-ENTRADA NEXT RECORD
                   AT END
                      EXIT PERFORM
                END-READ
                MOVE REG-ENTRADA TO WS-INT-LINHA-QUAR
                MOVE WS-INT-LINHA-QUAR TO REG-QUARENTENA
                WRITE REG-QUARENTENA
             END-PERFORM
             CLOSE ARQ-QUARENTENA
             OPEN EXTEND ARQ-REJ-INTAKE
             IF FS-REJ-INTAKE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-REJ-INTAKE
                CLOSE ARQ-REJ-INTAKE
                OPEN EXTEND ARQ-REJ-INTAKE
             END-IF
             MOVE SPACES TO WS-INT-LINHA-QUAR
             STRING WS-DATA-ATUAL DELIMITED SIZE
                    ' ARQUIVO ' DELIMITED SIZE
                    'CEP-CARGA' DELIMITED SIZE
                    ' REJEITADO: ' DELIMITED SIZE
                    WS-INT-MOTIVO DELIMITED SIZE
               INTO WS-INT-LINHA-QUAR
             END-STRING
             MOVE WS-INT-LINHA-QUAR TO REG-REJ-INTAKE
             WRITE REG-REJ-INTAKE
             CLOSE ARQ-REJ-INTAKE
             DISPLAY 'ARQUIVO LEVADO INTEIRO PARA QUARENTENA.DAT,'
                     ' NADA FOI PROCESSADO'
             STOP RUN
       .
       P900-TERMINAL.
             CLOSE ARQ-CEP
             CLOSE ARQ-ENTRADA
             DISPLAY 'DETALHES LIDOS DA BASE DOS CORREIOS: '
                     WS-QTDE-LIDAS
             DISPLAY 'CEPS INCLUIDOS: ' WS-QTDE-INCLUIDAS
             DISPLAY 'CEPS ATUALIZADOS: ' WS-QTDE-ATUALIZADAS
             DISPLAY 'DETALHES RECUSADOS: ' WS-QTDE-RECUSADAS
             STOP RUN.
       END PROGRAM CEP-CARGA.
