      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH MENSAL (RODADO UMA VEZ NA IMPLANTACAO DA
      *            TABELA DE CEP E DEPOIS TODO MES) QUE CONFERE O
      *            ENDERECO DE CADA CLIENTE (ARQ-CLIENTE) CONTRA A
      *            TABELA DOS CORREIOS (ARQ-CEP) E RELACIONA OS
      *            CADASTROS COM CEP INEXISTENTE OU COM CIDADE/UF
      *            DIFERENTES DAS DO CEP, COM OS VALORES DA TABELA,
      *            PARA A EQUIPE DE CADASTRO CORRIGIR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP-DIVERGENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-CEP ASSIGN TO "cep.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CEP-NUM
                FILE STATUS  IS FS-CEP.
           SELECT ARQ-CEP-REL ASSIGN TO "cep-divergencia.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CEP-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-CEP.
           COPY CEPCAD.
       FD ARQ-CEP-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-CLIENTE                   PIC XX.
       77 FS-CEP                       PIC XX.
       77 FS-CEP-REL                   PIC XX.
       77 WS-QTDE-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CEP-INEXISTENTE      PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CIDADE-UF            PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
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
             PERFORM P300-CONFERIR-ENDERECOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                        ' STATUS: ' FS-CLIENTE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CEP
             IF FS-CEP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE CEP (RODE O'
                        ' CEP-CARGA ANTES), STATUS: ' FS-CEP
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CEP-REL
             IF FS-CEP-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-CEP-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS CLIENTES E CONFERE CEP, CIDADE E
      *      UF DE CADA UM CONTRA A TABELA DE CEP
      ******************************************************************
       P300-CONFERIR-ENDERECOS.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'ENDERECOS DIVERGENTES DA TABELA DE CEP - GERADO'
                                     DELIMITED SIZE
                    ' EM '           DELIMITED SIZE
                    WS-DATA-ATUAL    DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE ZEROS TO CLI-CPF
             START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CPF
                INVALID KEY
                   DISPLAY 'NENHUM CLIENTE CADASTRADO'
             END-START
             PERFORM P310-LER-PROX-CLIENTE
             PERFORM UNTIL FS-CLIENTE NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDOS
                PERFORM P400-CONFERIR-UM-CLIENTE
                PERFORM P310-LER-PROX-CLIENTE
             END-PERFORM
       .
       P310-LER-PROX-CLIENTE.
             READ ARQ-CLIENTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-CLIENTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O ENDERECO DE UM CLIENTE: CEP FORA DA
      *      TABELA SAI COMO INEXISTENTE; CEP VALIDO COM CIDADE OU UF
      *      DIFERENTES SAI COM O CADASTRADO E O DA TABELA LADO A LADO
      ******************************************************************
       P400-CONFERIR-UM-CLIENTE.
      *      CADASTRO ANONIMIZADO PELA LGPD (ENDERECO ZERADO) NAO E
      *      DIVERGENCIA A CORRIGIR
             IF CLI-CEP EQUAL TO ZEROS
                AND CLI-CIDADE EQUAL TO SPACES
                AND CLI-UF EQUAL TO SPACES THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CLI-CEP TO CEP-NUM
             READ ARQ-CEP RECORD KEY IS CEP-NUM
                INVALID KEY
                   ADD 1 TO WS-QTDE-CEP-INEXISTENTE
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'CPF: '          DELIMITED SIZE
                          CLI-CPF          DELIMITED SIZE
                          ' NOME: '        DELIMITED SIZE
                          CLI-NOME         DELIMITED SIZE
                          ' CEP INEXISTENTE: ' DELIMITED SIZE
                          CLI-CEP          DELIMITED SIZE
                          ' '              DELIMITED SIZE
                          CLI-CIDADE       DELIMITED SIZE
                          ' '              DELIMITED SIZE
                          CLI-UF           DELIMITED SIZE
                     INTO WS-LINHA-RELATORIO
                   END-STRING
                   MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   EXIT PARAGRAPH
             END-READ
             IF CLI-CIDADE NOT EQUAL TO CEP-CIDADE
                OR CLI-UF NOT EQUAL TO CEP-UF THEN
                ADD 1 TO WS-QTDE-CIDADE-UF
                MOVE SPACES TO WS-LINHA-RELATORIO
                STRING 'CPF: '          DELIMITED SIZE
                       CLI-CPF          DELIMITED SIZE
                       ' NOME: '        DELIMITED SIZE
                       CLI-NOME         DELIMITED SIZE
                       ' CEP '          DELIMITED SIZE
                       CLI-CEP          DELIMITED SIZE
                       ' CADASTRO: '    DELIMITED SIZE
                       CLI-CIDADE       DELIMITED SIZE
                       ' '              DELIMITED SIZE
                       CLI-UF           DELIMITED SIZE
                       ' TABELA: '      DELIMITED SIZE
                       CEP-CIDADE       DELIMITED SIZE
                       ' '              DELIMITED SIZE
                       CEP-UF           DELIMITED SIZE
                  INTO WS-LINHA-RELATORIO
                END-STRING
                MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
                WRITE REG-RELATORIO
             END-IF
       .
       P900-TERMINAL.
             CLOSE ARQ-CLIENTE
             CLOSE ARQ-CEP
             CLOSE ARQ-CEP-REL
             DISPLAY 'TOTAL DE CLIENTES LIDOS: ' WS-QTDE-LIDOS
             DISPLAY 'CLIENTES COM CEP INEXISTENTE: '
                     WS-QTDE-CEP-INEXISTENTE
             DISPLAY 'CLIENTES COM CIDADE/UF DIVERGENTES DO CEP: '
                     WS-QTDE-CIDADE-UF
             DISPLAY 'RELATORIO GRAVADO EM CEP-DIVERGENCIA.REL'
             STOP RUN.
       END PROGRAM CEP-DIVERGENCIA.
