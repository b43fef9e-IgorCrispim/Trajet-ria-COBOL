      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   BATCH DIARIO DE ACOMPANHAMENTO DO PRAZO DAS
      *            RECLAMACOES DO SAC E DA OUVIDORIA: PERCORRE
      *            RECLAMACAO.DAT E LISTA EM RECLAMACAO-SLA.REL AS
      *            RECLAMACOES COM O PRAZO ESTOURADO (ABERTAS COM O
      *            PRAZO DO SAC VENCIDO E ESCALADAS COM O PRAZO DA
      *            OUVIDORIA VENCIDO) E, COMO AVISO, AS QUE VENCEM NO
      *            DIA. OS PRAZOS JA VEM CONTADOS EM DIAS UTEIS NA
      *            ABERTURA E NA ESCALADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMACAO-SLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECLAMACAO ASSIGN TO "reclamacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RCL-PROTOCOLO
                ALTERNATE RECORD KEY IS RCL-CPF WITH DUPLICATES
                FILE STATUS  IS FS-RECLAMACAO.
           SELECT ARQ-SLA-REL ASSIGN TO "reclamacao-sla.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SLA-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RECLAMACAO.
           COPY RECLAMCAD.
       FD ARQ-SLA-REL.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-RECLAMACAO                PIC XX.
       77 FS-SLA-REL                   PIC XX.
       77 WS-QTDE-LIDAS                PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-PENDENTES            PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-VENCIDAS-SAC         PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-VENCIDAS-OUV         PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-VENCENDO-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO               PIC 9(05) VALUE ZEROS.
       77 WS-DATA-PRAZO                PIC 9(08).
       77 WS-SITUACAO                  PIC X(20).
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
             PERFORM P300-VERIFICAR-PRAZOS
             PERFORM P900-TERMINAL
       .
       P200-ABRIR-ARQUIVOS.
             OPEN INPUT ARQ-RECLAMACAO
             IF FS-RECLAMACAO EQUAL TO "35" THEN
                DISPLAY 'NENHUMA RECLAMACAO CADASTRADA'
                STOP RUN
             END-IF
             IF FS-RECLAMACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS RECLAMACOES, STATUS: '
                        FS-RECLAMACAO
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-SLA-REL
             IF FS-SLA-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O RELATORIO DE PRAZOS,'
                        ' STATUS: ' FS-SLA-REL
                STOP RUN
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS RECLAMACOES E CONFRONTA O PRAZO
      *      DA ETAPA EM QUE CADA UMA ESTA COM A DATA DO DIA; AS
      *      RESPONDIDAS E AS FINALIZADAS NAO TEM PRAZO CORRENDO
      ******************************************************************
       P300-VERIFICAR-PRAZOS.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'RELATORIO DE PRAZOS DO SAC E DA OUVIDORIA - DATA: '
                                        DELIMITED SIZE
                    WS-DATA-ATUAL       DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE ZEROS TO RCL-PROTOCOLO
             START ARQ-RECLAMACAO KEY IS NOT LESS THAN RCL-PROTOCOLO
                INVALID KEY
                   DISPLAY 'NENHUMA RECLAMACAO CADASTRADA'
             END-START
             PERFORM P310-LER-PROX-RECLAMACAO
             PERFORM UNTIL FS-RECLAMACAO NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-LIDAS
                EVALUATE TRUE
                   WHEN RCL-ABERTA
                      ADD 1 TO WS-QTDE-PENDENTES
                      MOVE RCL-DATA-SLA TO WS-DATA-PRAZO
                      IF RCL-DATA-SLA LESS THAN WS-DATA-ATUAL THEN
                         ADD 1 TO WS-QTDE-VENCIDAS-SAC
                         MOVE 'VENCIDA NO SAC' TO WS-SITUACAO
                         PERFORM P400-GRAVAR-LINHA
                      ELSE
                         IF RCL-DATA-SLA EQUAL TO WS-DATA-ATUAL THEN
                            ADD 1 TO WS-QTDE-VENCENDO-HOJE
                            MOVE 'VENCE HOJE NO SAC' TO WS-SITUACAO
                            PERFORM P400-GRAVAR-LINHA
                         END-IF
                      END-IF
                   WHEN RCL-EM-OUVIDORIA
                      ADD 1 TO WS-QTDE-PENDENTES
                      MOVE RCL-DATA-SLA-OUVIDORIA TO WS-DATA-PRAZO
                      IF RCL-DATA-SLA-OUVIDORIA LESS THAN WS-DATA-ATUAL
                         THEN
                         ADD 1 TO WS-QTDE-VENCIDAS-OUV
                         MOVE 'VENCIDA NA OUVIDORIA' TO WS-SITUACAO
                         PERFORM P400-GRAVAR-LINHA
                      ELSE
                         IF RCL-DATA-SLA-OUVIDORIA EQUAL TO
                            WS-DATA-ATUAL THEN
                            ADD 1 TO WS-QTDE-VENCENDO-HOJE
                            MOVE 'VENCE HOJE OUVIDORIA' TO WS-SITUACAO
                            PERFORM P400-GRAVAR-LINHA
                         END-IF
                      END-IF
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                PERFORM P310-LER-PROX-RECLAMACAO
             END-PERFORM
       .
       P310-LER-PROX-RECLAMACAO.
             READ ARQ-RECLAMACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECLAMACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA A LINHA DA RECLAMACAO COM A SITUACAO DO
      *      PRAZO E OS DIAS CORRIDOS DE ATRASO
      ******************************************************************
       P400-GRAVAR-LINHA.
             COMPUTE WS-DIAS-ATRASO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(WS-DATA-PRAZO)
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING WS-SITUACAO        DELIMITED SIZE
                    ' PROT: '          DELIMITED SIZE
                    RCL-PROTOCOLO      DELIMITED SIZE
                    ' CPF: '           DELIMITED SIZE
                    RCL-CPF            DELIMITED SIZE
                    ' CONTA: '         DELIMITED SIZE
                    RCL-CONTA-NUM      DELIMITED SIZE
                    ' PRODUTO: '       DELIMITED SIZE
                    RCL-PRODUTO        DELIMITED SIZE
                    ' CAT: '           DELIMITED SIZE
                    RCL-CATEGORIA      DELIMITED SIZE
                    ' ABERTA: '        DELIMITED SIZE
                    RCL-DATA-ABERTURA  DELIMITED SIZE
                    ' PRAZO: '         DELIMITED SIZE
                    WS-DATA-PRAZO      DELIMITED SIZE
                    ' DIAS: '          DELIMITED SIZE
                    WS-DIAS-ATRASO     DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF FS-SLA-REL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O RELATORIO, STATUS: '
                        FS-SLA-REL
             END-IF
       .
       P900-TERMINAL.
             MOVE SPACES TO WS-LINHA-RELATORIO
             STRING 'PENDENTES: '          DELIMITED SIZE
                    WS-QTDE-PENDENTES      DELIMITED SIZE
                    ' VENCIDAS NO SAC: '   DELIMITED SIZE
                    WS-QTDE-VENCIDAS-SAC   DELIMITED SIZE
                    ' VENCIDAS NA OUVIDORIA: ' DELIMITED SIZE
                    WS-QTDE-VENCIDAS-OUV   DELIMITED SIZE
                    ' VENCENDO HOJE: '     DELIMITED SIZE
                    WS-QTDE-VENCENDO-HOJE  DELIMITED SIZE
               INTO WS-LINHA-RELATORIO
             END-STRING
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO

             CLOSE ARQ-RECLAMACAO
             CLOSE ARQ-SLA-REL
             DISPLAY 'TOTAL DE RECLAMACOES LIDAS: ' WS-QTDE-LIDAS
             DISPLAY 'RECLAMACOES PENDENTES: ' WS-QTDE-PENDENTES
             DISPLAY 'VENCIDAS NO SAC: ' WS-QTDE-VENCIDAS-SAC
             DISPLAY 'VENCIDAS NA OUVIDORIA: ' WS-QTDE-VENCIDAS-OUV
             DISPLAY 'VENCENDO HOJE: ' WS-QTDE-VENCENDO-HOJE
             DISPLAY 'RELATORIO GRAVADO EM RECLAMACAO-SLA.REL'
             STOP RUN.
       END PROGRAM RECLAMACAO-SLA.
