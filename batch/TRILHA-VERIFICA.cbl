      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH NOTURNO DE CONFERENCIA DAS TRILHAS
      *            ENCADEADAS: PERCORRE A AUDITORIA (AUDITORIA.DAT, NA
      *            ORDEM DE AUD-SEQ) E O JORNAL INTRADIARIO
      *            (JORNAL.DAT, NA ORDEM DE GRAVACAO) RECALCULANDO A
      *            CADEIA DE HASHES, E PARA CADA ARQUIVO APONTA A
      *            PRIMEIRA QUEBRA: LACUNA NA SEQUENCIA, ELO QUE NAO
      *            CONFERE COM O REGISTRO ANTERIOR, REGISTRO ALTERADO
      *            (HASH RECALCULADO DIFERENTE DO GRAVADO), DATA/HORA
      *            FORA DE ORDEM, REGISTROS FINAIS AUSENTES (CONTROLE
      *            AUDCTL/JRNCTL A FRENTE DO ARQUIVO) OU SELO DIARIO
      *            DIVERGENTE. O ULTIMO ELO DE CADA DIA JA ENCERRADO E
      *            SELADO EM SELO-TRILHA.DAT NA PRIMEIRA CONFERENCIA
      *            E COMPARADO NAS SEGUINTES. O RESULTADO SAI EM
      *            TRILHA-VERIFICA.REL E QUALQUER QUEBRA TERMINA O
      *            JOB COM RETURN-CODE 8, FALHANDO O PASSO NO
      *            BATCH-DRIVER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRILHA-VERIFICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AUDITORIA ASSIGN TO "auditoria.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AUD-SEQ
                ALTERNATE RECORD KEY IS AUD-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-AUDITORIA.
           SELECT ARQ-AUDCTL ASSIGN TO "audctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-AUDCTL.
           SELECT ARQ-JORNAL ASSIGN TO "jornal.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-JORNAL.
           SELECT ARQ-JRNCTL ASSIGN TO "jrnctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-JRNCTL.
           SELECT ARQ-SELO ASSIGN TO "selo-trilha.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS SEL-CHAVE
                FILE STATUS  IS FS-SELO.
           SELECT ARQ-RELATORIO ASSIGN TO "trilha-verifica.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RELATORIO.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-AUDITORIA.
           COPY AUDITORIA.
       FD ARQ-AUDCTL.
           COPY AUDCTL.
       FD ARQ-JORNAL.
           COPY JORNAL.
       FD ARQ-JRNCTL.
           COPY JRNCTL.
       FD ARQ-SELO.
           COPY SELOTRIL.
       FD ARQ-RELATORIO.
           COPY RELAT.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       WORKING-STORAGE SECTION.
       77 FS-SISTEMA                   PIC XX.
       77 WS-JOB-NOME                  PIC X(20)
             VALUE 'TRILHA-VERIFICA'.
       77 FS-AUDITORIA                 PIC XX.
       77 FS-AUDCTL                    PIC XX.
       77 FS-JORNAL                    PIC XX.
       77 FS-JRNCTL                    PIC XX.
       77 FS-SELO                      PIC XX.
       77 FS-RELATORIO                 PIC XX.
       77 WS-HASH-ACUM                 PIC 9(18).
       77 WS-HASH-QUOC                 PIC 9(18).
       77 WS-HASH-RESTO                PIC 9(10).
       77 WS-HASH-CHAR-VAL             PIC 9(05).
       77 WS-CAD-ENTRADA               PIC X(700).
       77 WS-CAD-TAMANHO               PIC 9(04).
       77 WS-CAD-I                     PIC 9(04).
       77 WS-CAD-HASH-ANTERIOR         PIC 9(10).
       77 WS-CAD-HASH                  PIC 9(10).
       77 WS-VRF-ARQUIVO               PIC X(01).
       77 WS-VRF-NOME                  PIC X(09).
       77 WS-VRF-SEQ                   PIC 9(08).
       77 WS-VRF-DATA                  PIC 9(08).
       77 WS-VRF-HORA                  PIC 9(06).
       77 WS-VRF-ANTERIOR              PIC 9(10).
       77 WS-VRF-HASH                  PIC 9(10).
       77 WS-VRF-SEQ-ANT               PIC 9(08).
       77 WS-VRF-HASH-ANT              PIC 9(10).
       77 WS-VRF-DATA-ANT              PIC 9(08).
       77 WS-VRF-HORA-ANT              PIC 9(06).
       77 WS-VRF-SEQ-ESPERADA          PIC 9(08).
       77 WS-VRF-QTDE                  PIC 9(08).
       77 WS-VRF-QTDE-DIA              PIC 9(08).
       77 WS-VRF-CTL-SEQ               PIC 9(08).
       77 WS-VRF-CTL-HASH              PIC 9(10).
       77 WS-VRF-CTL-OK                PIC X(01).
           88 VRF-CTL-OK               VALUE 'S'.
       77 WS-VRF-QUEBRA                PIC X(01).
           88 VRF-QUEBRADA             VALUE 'S'.
       77 WS-VRF-TEXTO                 PIC X(100).
       77 WS-QTDE-QUEBRAS              PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-SELADOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-SELOS-OK             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-AUD-LIDOS            PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-JRN-LIDOS            PIC 9(08) VALUE ZEROS.
       77 WS-LINHA                     PIC X(132).
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
             PERFORM P220-FECHAR-SISTEMA
             PERFORM P300-VERIFICAR-AUDITORIA
             PERFORM P400-VERIFICAR-JORNAL
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-AUDITORIA
             IF FS-AUDITORIA NOT EQUAL TO "00"
                AND FS-AUDITORIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A AUDITORIA, STATUS: '
                        FS-AUDITORIA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-JORNAL
             IF FS-JORNAL NOT EQUAL TO "00"
                AND FS-JORNAL NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O JORNAL, STATUS: '
                        FS-JORNAL
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN I-O ARQ-SELO
             IF FS-SELO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-SELO
                CLOSE ARQ-SELO
                OPEN I-O ARQ-SELO
             END-IF
             IF FS-SELO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS SELOS DAS TRILHAS,'
                        ' STATUS: ' FS-SELO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-RELATORIO
             IF FS-RELATORIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO, STATUS: '
                        FS-RELATORIO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE SPACES TO WS-LINHA
             STRING 'CONFERENCIA DAS TRILHAS ENCADEADAS - DATA: '
                                           DELIMITED SIZE
                    WS-DATA-ATUAL          DELIMITED SIZE
                    ' HORA: '              DELIMITED SIZE
                    WS-HORA-ATUAL          DELIMITED SIZE
               INTO WS-LINHA
             END-STRING
             WRITE REG-RELATORIO FROM WS-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA O SISTEMA PARA O ONLINE DURANTE A
      *      CONFERENCIA, PARA NENHUM REGISTRO SER GRAVADO NO MEIO DA
      *      LEITURA DAS TRILHAS
      ******************************************************************
       P220-FECHAR-SISTEMA.
             OPEN I-O ARQ-SISTEMA
             IF FS-SISTEMA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-SISTEMA
                SET SISTEMA-ABERTO TO TRUE
                MOVE SPACES TO SIS-JOB
                MOVE WS-DATA-ATUAL TO SIS-DATA
                MOVE WS-HORA-ATUAL TO SIS-HORA
                WRITE REG-SISTEMA
                CLOSE ARQ-SISTEMA
                OPEN I-O ARQ-SISTEMA
             END-IF
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CONTROLE DO SISTEMA,'
                        ' STATUS: ' FS-SISTEMA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             READ ARQ-SISTEMA
             IF SISTEMA-FECHADO THEN
                DISPLAY 'SISTEMA JA FECHADO PELO JOB ' SIS-JOB
                        ', EXECUCAO ABORTADA'
                CLOSE ARQ-SISTEMA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             SET SISTEMA-FECHADO TO TRUE
             MOVE WS-JOB-NOME TO SIS-JOB
             MOVE WS-DATA-ATUAL TO SIS-DATA
             MOVE WS-HORA-ATUAL TO SIS-HORA
             REWRITE REG-SISTEMA
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO FECHAR O SISTEMA, STATUS: '
                        FS-SISTEMA
                CLOSE ARQ-SISTEMA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             CLOSE ARQ-SISTEMA
             DISPLAY 'SISTEMA FECHADO PARA O BATCH ' WS-JOB-NOME
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE A AUDITORIA NA ORDEM DE AUD-SEQ E
      *      CONFERE A CADEIA ATE O CONTROLE AUDCTL
      ******************************************************************
       P300-VERIFICAR-AUDITORIA.
             MOVE 'A'         TO WS-VRF-ARQUIVO
             MOVE 'AUDITORIA' TO WS-VRF-NOME
             PERFORM P500-INICIAR-CONFERENCIA
             IF FS-AUDITORIA EQUAL TO "00" THEN
                MOVE ZEROS TO AUD-SEQ
                START ARQ-AUDITORIA KEY IS NOT LESS THAN AUD-SEQ
                   INVALID KEY
                      MOVE "10" TO FS-AUDITORIA
                END-START
             END-IF
             IF FS-AUDITORIA EQUAL TO "00" THEN
                PERFORM P310-LER-PROX-AUDITORIA
                PERFORM UNTIL FS-AUDITORIA NOT EQUAL TO "00"
                   OR VRF-QUEBRADA
                   ADD 1 TO WS-QTDE-AUD-LIDOS
                   MOVE AUD-SEQ           TO WS-VRF-SEQ
                   MOVE AUD-DATA          TO WS-VRF-DATA
                   MOVE AUD-HORA          TO WS-VRF-HORA
                   MOVE AUD-HASH-ANTERIOR TO WS-VRF-ANTERIOR
                   MOVE AUD-HASH          TO WS-VRF-HASH
                   MOVE AUD-HASH-ANTERIOR TO WS-CAD-HASH-ANTERIOR
                   MOVE REG-AUDITORIA     TO WS-CAD-ENTRADA
                   COMPUTE WS-CAD-TAMANHO = LENGTH OF REG-AUDITORIA
                                          - LENGTH OF AUD-HASH
                   PERFORM P700-CALCULAR-HASH-CADEIA
                   PERFORM P510-CONFERIR-REGISTRO
                   PERFORM P310-LER-PROX-AUDITORIA
                END-PERFORM
             END-IF

             MOVE 'N' TO WS-VRF-CTL-OK
             OPEN INPUT ARQ-AUDCTL
             IF FS-AUDCTL EQUAL TO "00" THEN
                READ ARQ-AUDCTL
                IF FS-AUDCTL EQUAL TO "00" THEN
                   MOVE ULT-AUDITORIA      TO WS-VRF-CTL-SEQ
                   MOVE ULT-HASH-AUDITORIA TO WS-VRF-CTL-HASH
                   MOVE 'S' TO WS-VRF-CTL-OK
                END-IF
                CLOSE ARQ-AUDCTL
             END-IF
             PERFORM P550-ENCERRAR-CONFERENCIA
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO REGISTRO DA AUDITORIA
      ******************************************************************
       P310-LER-PROX-AUDITORIA.
             READ ARQ-AUDITORIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-AUDITORIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE O JORNAL NA ORDEM DE GRAVACAO E
      *      CONFERE A CADEIA ATE O CONTROLE JRNCTL
      ******************************************************************
       P400-VERIFICAR-JORNAL.
             MOVE 'J'         TO WS-VRF-ARQUIVO
             MOVE 'JORNAL'    TO WS-VRF-NOME
             PERFORM P500-INICIAR-CONFERENCIA
             IF FS-JORNAL EQUAL TO "00" THEN
                PERFORM P410-LER-PROX-JORNAL
                PERFORM UNTIL FS-JORNAL NOT EQUAL TO "00"
                   OR VRF-QUEBRADA
                   ADD 1 TO WS-QTDE-JRN-LIDOS
                   MOVE JRN-SEQ           TO WS-VRF-SEQ
                   MOVE JRN-DATA          TO WS-VRF-DATA
                   MOVE JRN-HORA          TO WS-VRF-HORA
                   MOVE JRN-HASH-ANTERIOR TO WS-VRF-ANTERIOR
                   MOVE JRN-HASH          TO WS-VRF-HASH
                   MOVE JRN-HASH-ANTERIOR TO WS-CAD-HASH-ANTERIOR
                   MOVE REG-JORNAL        TO WS-CAD-ENTRADA
                   COMPUTE WS-CAD-TAMANHO = LENGTH OF REG-JORNAL
                                          - LENGTH OF JRN-HASH
                   PERFORM P700-CALCULAR-HASH-CADEIA
                   PERFORM P510-CONFERIR-REGISTRO
                   PERFORM P410-LER-PROX-JORNAL
                END-PERFORM
             END-IF

             MOVE 'N' TO WS-VRF-CTL-OK
             OPEN INPUT ARQ-JRNCTL
             IF FS-JRNCTL EQUAL TO "00" THEN
                READ ARQ-JRNCTL
                IF FS-JRNCTL EQUAL TO "00" THEN
                   MOVE ULT-JORNAL      TO WS-VRF-CTL-SEQ
                   MOVE ULT-HASH-JORNAL TO WS-VRF-CTL-HASH
                   MOVE 'S' TO WS-VRF-CTL-OK
                END-IF
                CLOSE ARQ-JRNCTL
             END-IF
             PERFORM P550-ENCERRAR-CONFERENCIA
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO REGISTRO DO JORNAL
      ******************************************************************
       P410-LER-PROX-JORNAL.
             READ ARQ-JORNAL NEXT RECORD
                AT END
                   MOVE "10" TO FS-JORNAL
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ZERA O ESTADO DA CADEIA ANTES DE CONFERIR UM
      *      ARQUIVO: O PRIMEIRO REGISTRO TEM SEQUENCIA 1 E ELO ZERO
      ******************************************************************
       P500-INICIAR-CONFERENCIA.
             MOVE ZEROS  TO WS-VRF-SEQ-ANT
             MOVE ZEROS  TO WS-VRF-HASH-ANT
             MOVE ZEROS  TO WS-VRF-DATA-ANT
             MOVE ZEROS  TO WS-VRF-HORA-ANT
             MOVE ZEROS  TO WS-VRF-QTDE
             MOVE ZEROS  TO WS-VRF-QTDE-DIA
             MOVE 'N'    TO WS-VRF-QUEBRA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE UM REGISTRO CONTRA O ANTERIOR: A
      *      SEQUENCIA, O ELO, O HASH RECALCULADO (EM WS-CAD-HASH) E
      *      A ORDEM DE DATA/HORA; NA VIRADA DO DIA SELA OU CONFERE
      *      O DIA QUE TERMINOU
      ******************************************************************
       P510-CONFERIR-REGISTRO.
             COMPUTE WS-VRF-SEQ-ESPERADA = WS-VRF-SEQ-ANT + 1
             MOVE SPACES TO WS-VRF-TEXTO
             EVALUATE TRUE
                WHEN WS-VRF-SEQ NOT EQUAL TO WS-VRF-SEQ-ESPERADA
                   STRING 'LACUNA NA SEQUENCIA: ESPERADO '
                                               DELIMITED SIZE
                          WS-VRF-SEQ-ESPERADA  DELIMITED SIZE
                          ', ENCONTRADO '      DELIMITED SIZE
                          WS-VRF-SEQ           DELIMITED SIZE
                     INTO WS-VRF-TEXTO
                   END-STRING
                WHEN WS-VRF-ANTERIOR NOT EQUAL TO WS-VRF-HASH-ANT
                   STRING 'ELO QUEBRADO NO REGISTRO '
                                               DELIMITED SIZE
                          WS-VRF-SEQ           DELIMITED SIZE
                          ': NAO CONFERE COM O REGISTRO '
                                               DELIMITED SIZE
                          WS-VRF-SEQ-ANT       DELIMITED SIZE
                     INTO WS-VRF-TEXTO
                   END-STRING
                WHEN WS-CAD-HASH NOT EQUAL TO WS-VRF-HASH
                   STRING 'REGISTRO '          DELIMITED SIZE
                          WS-VRF-SEQ           DELIMITED SIZE
                          ' ALTERADO: HASH RECALCULADO NAO CONFERE'
                                               DELIMITED SIZE
                     INTO WS-VRF-TEXTO
                   END-STRING
                WHEN WS-VRF-DATA < WS-VRF-DATA-ANT
                  OR (WS-VRF-DATA EQUAL TO WS-VRF-DATA-ANT
                      AND WS-VRF-HORA < WS-VRF-HORA-ANT)
                   STRING 'DATA/HORA FORA DE ORDEM NO REGISTRO '
                                               DELIMITED SIZE
                          WS-VRF-SEQ           DELIMITED SIZE
                          ': '                 DELIMITED SIZE
                          WS-VRF-DATA          DELIMITED SIZE
                          ' '                  DELIMITED SIZE
                          WS-VRF-HORA          DELIMITED SIZE
                     INTO WS-VRF-TEXTO
                   END-STRING
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF WS-VRF-TEXTO NOT EQUAL TO SPACES THEN
                PERFORM P590-REGISTRAR-QUEBRA
                EXIT PARAGRAPH
             END-IF

             IF WS-VRF-DATA NOT EQUAL TO WS-VRF-DATA-ANT
                AND WS-VRF-DATA-ANT NOT EQUAL TO ZEROS THEN
                PERFORM P560-SELAR-DIA
                IF VRF-QUEBRADA THEN
                   EXIT PARAGRAPH
                END-IF
                MOVE ZEROS TO WS-VRF-QTDE-DIA
             END-IF
             ADD 1 TO WS-VRF-QTDE
             ADD 1 TO WS-VRF-QTDE-DIA
             MOVE WS-VRF-SEQ  TO WS-VRF-SEQ-ANT
             MOVE WS-VRF-HASH TO WS-VRF-HASH-ANT
             MOVE WS-VRF-DATA TO WS-VRF-DATA-ANT
             MOVE WS-VRF-HORA TO WS-VRF-HORA-ANT
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA A CONFERENCIA DE UM ARQUIVO: SELA O
      *      ULTIMO DIA, CONFERE O CONTROLE (REGISTROS FINAIS
      *      APAGADOS) E OS SELOS DE DIAS POSTERIORES AO ULTIMO
      *      REGISTRO, E GRAVA O RESULTADO NO RELATORIO
      ******************************************************************
       P550-ENCERRAR-CONFERENCIA.
             IF NOT VRF-QUEBRADA
                AND WS-VRF-DATA-ANT NOT EQUAL TO ZEROS THEN
                PERFORM P560-SELAR-DIA
             END-IF
             IF NOT VRF-QUEBRADA AND VRF-CTL-OK THEN
                IF WS-VRF-CTL-SEQ NOT EQUAL TO WS-VRF-SEQ-ANT
                   OR WS-VRF-CTL-HASH NOT EQUAL TO WS-VRF-HASH-ANT
                   MOVE SPACES TO WS-VRF-TEXTO
                   STRING 'CONTROLE APONTA ULTIMO REGISTRO '
                                               DELIMITED SIZE
                          WS-VRF-CTL-SEQ       DELIMITED SIZE
                          ' E O ARQUIVO TERMINA NO '
                                               DELIMITED SIZE
                          WS-VRF-SEQ-ANT       DELIMITED SIZE
                     INTO WS-VRF-TEXTO
                   END-STRING
                   PERFORM P590-REGISTRAR-QUEBRA
                END-IF
             END-IF
             IF NOT VRF-QUEBRADA THEN
                PERFORM P580-CONFERIR-SELOS-POSTERIORES
             END-IF
             IF NOT VRF-QUEBRADA THEN
                MOVE SPACES TO WS-LINHA
                STRING WS-VRF-NOME          DELIMITED SPACE
                       ': CADEIA INTEGRA, ' DELIMITED SIZE
                       WS-VRF-QTDE          DELIMITED SIZE
                       ' REGISTROS CONFERIDOS ATE A SEQUENCIA '
                                            DELIMITED SIZE
                       WS-VRF-SEQ-ANT       DELIMITED SIZE
                  INTO WS-LINHA
                END-STRING
                WRITE REG-RELATORIO FROM WS-LINHA
                DISPLAY WS-LINHA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SELA O DIA WS-VRF-DATA-ANT DO ARQUIVO COM O
      *      ULTIMO ELO (WS-VRF-SEQ-ANT/WS-VRF-HASH-ANT); O DIA
      *      CORRENTE AINDA ESTA ABERTO E SO E SELADO NA PROXIMA
      *      NOITE. UM SELO JA GRAVADO E CONFERIDO CONTRA O ELO
      ******************************************************************
       P560-SELAR-DIA.
             IF WS-VRF-DATA-ANT NOT LESS THAN WS-DATA-ATUAL THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-VRF-ARQUIVO  TO SEL-ARQUIVO
             MOVE WS-VRF-DATA-ANT TO SEL-DATA
             READ ARQ-SELO RECORD KEY IS SEL-CHAVE
                INVALID KEY
                   MOVE WS-VRF-SEQ-ANT  TO SEL-ULT-SEQ
                   MOVE WS-VRF-HASH-ANT TO SEL-ULT-HASH
                   MOVE WS-VRF-QTDE-DIA TO SEL-QTDE-REGISTROS
                   MOVE WS-DATA-ATUAL   TO SEL-DATA-SELAGEM
                   MOVE WS-HORA-ATUAL   TO SEL-HORA-SELAGEM
                   WRITE REG-SELO
                   IF FS-SELO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O SELO DO DIA '
                              SEL-DATA ', STATUS: ' FS-SELO
                   ELSE
                      ADD 1 TO WS-QTDE-SELADOS
                   END-IF
                NOT INVALID KEY
                   IF SEL-ULT-SEQ NOT EQUAL TO WS-VRF-SEQ-ANT
                      OR SEL-ULT-HASH NOT EQUAL TO WS-VRF-HASH-ANT
                      MOVE SPACES TO WS-VRF-TEXTO
                      STRING 'SELO DO DIA '     DELIMITED SIZE
                             SEL-DATA           DELIMITED SIZE
                             ' DIVERGENTE: SELADO NA SEQUENCIA '
                                                DELIMITED SIZE
                             SEL-ULT-SEQ        DELIMITED SIZE
                             ', CADEIA NA '     DELIMITED SIZE
                             WS-VRF-SEQ-ANT     DELIMITED SIZE
                        INTO WS-VRF-TEXTO
                      END-STRING
                      PERFORM P590-REGISTRAR-QUEBRA
                   ELSE
                      ADD 1 TO WS-QTDE-SELOS-OK
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PROCURA SELOS DE DIAS POSTERIORES AO ULTIMO
      *      REGISTRO DO ARQUIVO: SELO SEM REGISTROS INDICA QUE O
      *      FINAL DA TRILHA FOI APAGADO JUNTO COM O CONTROLE
      ******************************************************************
       P580-CONFERIR-SELOS-POSTERIORES.
             MOVE WS-VRF-ARQUIVO  TO SEL-ARQUIVO
             MOVE WS-VRF-DATA-ANT TO SEL-DATA
             START ARQ-SELO KEY IS GREATER THAN SEL-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             READ ARQ-SELO NEXT RECORD
                AT END
                   EXIT PARAGRAPH
             END-READ
             IF SEL-ARQUIVO EQUAL TO WS-VRF-ARQUIVO THEN
                MOVE SPACES TO WS-VRF-TEXTO
                STRING 'SELO DO DIA '        DELIMITED SIZE
                       SEL-DATA              DELIMITED SIZE
                       ' SEM REGISTROS NO ARQUIVO (SELADO ATE A'
                                             DELIMITED SIZE
                       ' SEQUENCIA '         DELIMITED SIZE
                       SEL-ULT-SEQ           DELIMITED SIZE
                       ')'                   DELIMITED SIZE
                  INTO WS-VRF-TEXTO
                END-STRING
                PERFORM P590-REGISTRAR-QUEBRA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A PRIMEIRA QUEBRA DO ARQUIVO EM
      *      WS-VRF-TEXTO NO RELATORIO E INTERROMPE A SUA CONFERENCIA
      ******************************************************************
       P590-REGISTRAR-QUEBRA.
             MOVE 'S' TO WS-VRF-QUEBRA
             ADD 1 TO WS-QTDE-QUEBRAS
             MOVE SPACES TO WS-LINHA
             STRING WS-VRF-NOME              DELIMITED SPACE
                    ': QUEBRA DA CADEIA - '  DELIMITED SIZE
                    WS-VRF-TEXTO             DELIMITED SIZE
               INTO WS-LINHA
             END-STRING
             WRITE REG-RELATORIO FROM WS-LINHA
             DISPLAY WS-LINHA
       .
      ******************************************************************
      *      FUNÇÃO QUE RECALCULA O HASH ENCADEADO DOS PRIMEIROS
      *      WS-CAD-TAMANHO BYTES DE WS-CAD-ENTRADA A PARTIR DE
      *      WS-CAD-HASH-ANTERIOR, COMO P377 DO PROJETO-BANCO
      ******************************************************************
       P700-CALCULAR-HASH-CADEIA.
             COMPUTE WS-HASH-ACUM = WS-CAD-HASH-ANTERIOR + 7
             PERFORM VARYING WS-CAD-I FROM 1 BY 1
                UNTIL WS-CAD-I > WS-CAD-TAMANHO
                COMPUTE WS-HASH-CHAR-VAL =
                   FUNCTION ORD(WS-CAD-ENTRADA(WS-CAD-I:1))
                COMPUTE WS-HASH-ACUM = (WS-HASH-ACUM * 131)
                        + WS-HASH-CHAR-VAL
                DIVIDE WS-HASH-ACUM BY 9999999967
                      GIVING WS-HASH-QUOC
                      REMAINDER WS-HASH-RESTO
                MOVE WS-HASH-RESTO TO WS-HASH-ACUM
             END-PERFORM
             MOVE WS-HASH-RESTO TO WS-CAD-HASH
       .
      ******************************************************************
      *      FUNÇÃO QUE REABRE O SISTEMA PARA O ONLINE AO FINAL DO
      *      BATCH
      ******************************************************************
       P910-REABRIR-SISTEMA.
             OPEN I-O ARQ-SISTEMA
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REABRIR O CONTROLE DO SISTEMA,'
                        ' STATUS: ' FS-SISTEMA
                EXIT PARAGRAPH
             END-IF
             READ ARQ-SISTEMA
             SET SISTEMA-ABERTO TO TRUE
             MOVE SPACES TO SIS-JOB
             MOVE WS-DATA-ATUAL TO SIS-DATA
             MOVE WS-HORA-ATUAL TO SIS-HORA
             REWRITE REG-SISTEMA
             IF FS-SISTEMA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REABRIR O SISTEMA, STATUS: '
                        FS-SISTEMA
             END-IF
             CLOSE ARQ-SISTEMA
             DISPLAY 'SISTEMA REABERTO PARA O ATENDIMENTO'
       .
       P900-TERMINAL.
             PERFORM P910-REABRIR-SISTEMA
             IF FS-AUDITORIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-AUDITORIA
             END-IF
             IF FS-JORNAL NOT EQUAL TO "35" THEN
                CLOSE ARQ-JORNAL
             END-IF
             CLOSE ARQ-SELO
             MOVE SPACES TO WS-LINHA
             STRING 'DIAS SELADOS NESTA EXECUCAO: ' DELIMITED SIZE
                    WS-QTDE-SELADOS                 DELIMITED SIZE
                    ' SELOS CONFERIDOS: '           DELIMITED SIZE
                    WS-QTDE-SELOS-OK                DELIMITED SIZE
                    ' QUEBRAS: '                    DELIMITED SIZE
                    WS-QTDE-QUEBRAS                 DELIMITED SIZE
               INTO WS-LINHA
             END-STRING
             WRITE REG-RELATORIO FROM WS-LINHA
             CLOSE ARQ-RELATORIO
             DISPLAY 'REGISTROS DE AUDITORIA LIDOS: ' WS-QTDE-AUD-LIDOS
             DISPLAY 'REGISTROS DO JORNAL LIDOS: ' WS-QTDE-JRN-LIDOS
             DISPLAY WS-LINHA
             IF WS-QTDE-QUEBRAS > ZEROS THEN
                DISPLAY 'TRILHA VIOLADA, VER TRILHA-VERIFICA.REL'
                MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.
       END PROGRAM TRILHA-VERIFICA.
