      *            DE DEZEMBRO DO HISTORICO), PRODUZINDO UM INFORME
      *            IMPRIMIVEL POR CLIENTE EM INFORME-RENDIMENTOS.REL.
      *            OS MOVIMENTOS DO ANO-BASE JA ARQUIVADOS PELO
      *            EXTRATO-ARQUIVO SAO LIDOS DO EXTRATO HISTORICO.
      *            INFORMA TAMBEM AS CONTRIBUICOES DO ANO-BASE AOS
      *            PLANOS DE PREVIDENCIA DO CPF (PGBL DEDUTIVEL ATE
      *            12% DA RENDA BRUTA, VGBL SEM DEDUCAO), SOMADAS DOS
      *            APORTES DE ARQ-PREVAPORTE, E OS RESGATES DE
      *            PREVIDENCIA COM O IR RETIDO, SEPARADOS DO CDB.
      *            OS PREMIOS DE SORTEIO E OS RENDIMENTOS DE RESGATE
      *            DE TITULOS DE CAPITALIZACAO SAEM EM LINHA PROPRIA,
      *            COM O IR RETIDO (TRIBUTACAO EXCLUSIVA NA FONTE)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-IRFONTE.
           SELECT ARQ-PREVIDENCIA ASSIGN TO "previdencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRV-SEQ
                ALTERNATE RECORD KEY IS PRV-CPF WITH DUPLICATES
                FILE STATUS  IS FS-PREVIDENCIA.
           SELECT ARQ-PREVAPORTE ASSIGN TO "prevaporte.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PVA-CHAVE
                FILE STATUS  IS FS-PREVAPORTE.
           SELECT ARQ-INFORME ASSIGN TO "informe-rendimentos.rel"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
           COPY HISTCAD.
       FD ARQ-IRFONTE.
           COPY IRFCAD.
       FD ARQ-PREVIDENCIA.
           COPY PREVCAD.
       FD ARQ-PREVAPORTE.
           COPY PREVAPO.
       FD ARQ-INFORME.
           COPY RELAT.
       WORKING-STORAGE SECTION.
       77 FS-HISTORICO                 PIC XX.
       77 FS-IRFONTE                   PIC XX.
       77 FS-INFORME                   PIC XX.
       77 FS-PREVIDENCIA               PIC XX.
       77 FS-PREVAPORTE                PIC XX.
       77 WS-ANO-BASE                  PIC 9(04).
       77 WS-DATA-INICIO-ANO           PIC 9(08).
       77 WS-DATA-FIM-ANO              PIC 9(08).
       77 WS-REND-ISENTOS-CPF          PIC S9(09)V99 VALUE ZEROS.
       77 WS-REND-CDB-CPF              PIC S9(11)V99 VALUE ZEROS.
       77 WS-IR-RETIDO-CPF             PIC S9(11)V99 VALUE ZEROS.
       77 WS-CONTRIB-PGBL-CPF          PIC S9(11)V99 VALUE ZEROS.
       77 WS-CONTRIB-VGBL-CPF          PIC S9(11)V99 VALUE ZEROS.
       77 WS-RESG-PREV-CPF             PIC S9(11)V99 VALUE ZEROS.
       77 WS-IR-PREV-CPF               PIC S9(11)V99 VALUE ZEROS.
       77 WS-PREMIO-CAP-CPF            PIC S9(11)V99 VALUE ZEROS.
       77 WS-REND-CAP-CPF              PIC S9(11)V99 VALUE ZEROS.
       77 WS-IR-CAP-CPF                PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-3112-CONTA          PIC S9(09)V99.
       77 WS-DATA-SNAP-CONTA           PIC 9(08).
       77 WS-LINHA-INFORME             PIC X(132).
       01 WS-DATA-HORA-COMPLETA.
                        ' STATUS: ' FS-EXTRATO-HIST
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00"
                AND FS-PREVIDENCIA NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS PLANOS DE PREVIDENCIA,'
                        ' STATUS: ' FS-PREVIDENCIA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-PREVAPORTE
             IF FS-PREVAPORTE NOT EQUAL TO "00"
                AND FS-PREVAPORTE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR OS APORTES DE PREVIDENCIA,'
                        ' STATUS: ' FS-PREVAPORTE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-INFORME
             IF FS-INFORME NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O ARQUIVO DE INFORMES,'
                   MOVE ZEROS TO WS-REND-CDB-CPF
                   MOVE ZEROS TO WS-REND-ISENTOS-CPF
                   MOVE ZEROS TO WS-IR-RETIDO-CPF
                   MOVE ZEROS TO WS-CONTRIB-PGBL-CPF
                   MOVE ZEROS TO WS-CONTRIB-VGBL-CPF
                   MOVE ZEROS TO WS-RESG-PREV-CPF
                   MOVE ZEROS TO WS-IR-PREV-CPF
                   MOVE ZEROS TO WS-PREMIO-CAP-CPF
                   MOVE ZEROS TO WS-REND-CAP-CPF
                   MOVE ZEROS TO WS-IR-CAP-CPF
                   PERFORM P500-SOMAR-CDB-DO-CPF
                   PERFORM P520-SOMAR-PREVIDENCIA-CPF
                END-IF
                IF CONTA-NUM GREATER THAN ZEROS THEN
                   PERFORM P400-ACUMULAR-CONTA
                       WS-DATA-INICIO-ANO
                   AND IRF-DATA-RESGATE NOT GREATER THAN
                       WS-DATA-FIM-ANO
                   EVALUATE IRF-PRODUTO
                      WHEN 'LCI'
                      WHEN 'LCA'
                         ADD IRF-VALOR-RENDIMENTO
                             TO WS-REND-ISENTOS-CPF
                      WHEN 'PGB'
                      WHEN 'VGB'
                         ADD IRF-VALOR-RENDIMENTO
                             TO WS-RESG-PREV-CPF
                         ADD IRF-VALOR-IR TO WS-IR-PREV-CPF
                      WHEN 'CPP'
                         ADD IRF-VALOR-RENDIMENTO
                             TO WS-PREMIO-CAP-CPF
                         ADD IRF-VALOR-IR TO WS-IR-CAP-CPF
                      WHEN 'CPR'
                         ADD IRF-VALOR-RENDIMENTO
                             TO WS-REND-CAP-CPF
                         ADD IRF-VALOR-IR TO WS-IR-CAP-CPF
                      WHEN OTHER
                         ADD IRF-VALOR-RENDIMENTO
                             TO WS-REND-CDB-CPF
                         ADD IRF-VALOR-IR TO WS-IR-RETIDO-CPF
                   END-EVALUATE
                END-IF
                PERFORM P510-LER-PROX-IRFONTE
             END-PERFORM
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA AS CONTRIBUICOES DO ANO-BASE AOS PLANOS
      *      DE PREVIDENCIA DO CPF (PELA CHAVE ALTERNADA DE CPF),
      *      SEPARANDO PGBL DE VGBL
      ******************************************************************
       P520-SOMAR-PREVIDENCIA-CPF.
             IF FS-PREVIDENCIA EQUAL TO "35"
                OR FS-PREVAPORTE EQUAL TO "35" THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CPF-GRUPO TO PRV-CPF
             START ARQ-PREVIDENCIA KEY IS EQUAL TO PRV-CPF
                INVALID KEY
                   MOVE "23" TO FS-PREVIDENCIA
             END-START
             IF FS-PREVIDENCIA EQUAL TO "00" THEN
                PERFORM P525-LER-PROX-PLANO
             END-IF
             PERFORM UNTIL FS-PREVIDENCIA NOT EQUAL TO "00"
                OR PRV-CPF NOT EQUAL TO WS-CPF-GRUPO
                PERFORM P530-SOMAR-APORTES-PLANO
                PERFORM P525-LER-PROX-PLANO
             END-PERFORM
             MOVE "00" TO FS-PREVIDENCIA
       .
       P525-LER-PROX-PLANO.
             READ ARQ-PREVIDENCIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVIDENCIA
             END-READ
       .
       P530-SOMAR-APORTES-PLANO.
             MOVE PRV-SEQ TO PVA-PLANO-SEQ
             MOVE ZEROS TO PVA-NUM
             START ARQ-PREVAPORTE KEY IS NOT LESS THAN PVA-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-PREVAPORTE
             END-START
             IF FS-PREVAPORTE EQUAL TO "00" THEN
                PERFORM P535-LER-PROX-APORTE
             END-IF
             PERFORM UNTIL FS-PREVAPORTE NOT EQUAL TO "00"
                OR PVA-PLANO-SEQ NOT EQUAL TO PRV-SEQ
                IF PVA-DATA NOT LESS THAN WS-DATA-INICIO-ANO
                   AND PVA-DATA NOT GREATER THAN WS-DATA-FIM-ANO
                   IF PRV-PGBL THEN
                      ADD PVA-VALOR-ORIGINAL TO WS-CONTRIB-PGBL-CPF
                   ELSE
                      ADD PVA-VALOR-ORIGINAL TO WS-CONTRIB-VGBL-CPF
                   END-IF
                END-IF
                PERFORM P535-LER-PROX-APORTE
             END-PERFORM
             MOVE "00" TO FS-PREVAPORTE
       .
       P535-LER-PROX-APORTE.
             READ ARQ-PREVAPORTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVAPORTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O INFORME DO CLIENTE DO GRUPO ANTERIOR
      ******************************************************************
       P600-GRAVAR-INFORME.
             MOVE WS-LINHA-INFORME TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE SPACES TO WS-LINHA-INFORME
             STRING 'CONTRIBUICOES A PGBL (DEDUTIVEIS ATE 12% DA'
                                           DELIMITED SIZE
                    ' RENDA BRUTA): '      DELIMITED SIZE
                    WS-CONTRIB-PGBL-CPF    DELIMITED SIZE
               INTO WS-LINHA-INFORME
             END-STRING
             MOVE WS-LINHA-INFORME TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE SPACES TO WS-LINHA-INFORME
             STRING 'CONTRIBUICOES A VGBL: ' DELIMITED SIZE
                    WS-CONTRIB-VGBL-CPF      DELIMITED SIZE
               INTO WS-LINHA-INFORME
             END-STRING
             MOVE WS-LINHA-INFORME TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE SPACES TO WS-LINHA-INFORME
             STRING 'RESGATES DE PREVIDENCIA (BASE TRIBUTAVEL): '
                                           DELIMITED SIZE
                    WS-RESG-PREV-CPF       DELIMITED SIZE
                    ' IR RETIDO: '         DELIMITED SIZE
                    WS-IR-PREV-CPF         DELIMITED SIZE
               INTO WS-LINHA-INFORME
             END-STRING
             MOVE WS-LINHA-INFORME TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE SPACES TO WS-LINHA-INFORME
             STRING 'TITULOS DE CAPITALIZACAO (TRIBUTACAO EXCLUSIVA)'
                                           DELIMITED SIZE
                    ' - PREMIOS: '         DELIMITED SIZE
                    WS-PREMIO-CAP-CPF      DELIMITED SIZE
                    ' RENDIMENTOS: '       DELIMITED SIZE
                    WS-REND-CAP-CPF        DELIMITED SIZE
                    ' IR RETIDO: '         DELIMITED SIZE
                    WS-IR-CAP-CPF          DELIMITED SIZE
               INTO WS-LINHA-INFORME
             END-STRING
             MOVE WS-LINHA-INFORME TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE SPACES TO WS-LINHA-INFORME
             STRING 'SALDO EM 31/12/' DELIMITED SIZE
                    WS-ANO-BASE       DELIMITED SIZE
             IF FS-EXTRATO-HIST NOT EQUAL TO "35" THEN
                CLOSE ARQ-EXTRATO-HIST
             END-IF
             IF FS-PREVIDENCIA NOT EQUAL TO "35" THEN
                CLOSE ARQ-PREVIDENCIA
             END-IF
             IF FS-PREVAPORTE NOT EQUAL TO "35" THEN
                CLOSE ARQ-PREVAPORTE
             END-IF
             CLOSE ARQ-INFORME
             DISPLAY 'ANO-BASE DO INFORME: ' WS-ANO-BASE
             DISPLAY 'TOTAL DE CLIENTES INFORMADOS: '
