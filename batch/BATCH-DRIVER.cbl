      *            LOG DE EXECUCAO (PLANO-EXEC.DAT), PULA OS PASSOS
      *            CUJO PREDECESSOR FALHOU E, QUANDO REEXECUTADO NO
      *            MESMO DIA, RETOMA DO PASSO QUE FALHOU SEM REPETIR
      *            OS QUE JA TERMINARAM BEM. O LOG E ACUMULATIVO: CADA
      *            EXECUCAO ACRESCENTA O RESULTADO DE TODOS OS PASSOS
      *            DO DIA (NA REEXECUCAO VALE O ULTIMO REGISTRO DO
      *            PASSO NA DATA), BASE DO RELATORIO BATCH-TENDENCIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD ARQ-PLANO.
           COPY PLANOCAD.
       FD ARQ-PLANO-EXEC.
           COPY PLANOEXEC.
       WORKING-STORAGE SECTION.
       77 FS-PLANO                     PIC XX.
       77 FS-PLANO-EXEC                PIC XX.
             MOVE ZEROS TO RETURN-CODE
       .
      ******************************************************************
      *      FUNÇÃO QUE ACRESCENTA AO LOG DE EXECUCAO O RESULTADO DE
      *      TODOS OS PASSOS DESTA DATA, PRESERVANDO O HISTORICO DOS
      *      DIAS ANTERIORES
      ******************************************************************
       P800-GRAVAR-LOG-EXECUCAO.
             OPEN EXTEND ARQ-PLANO-EXEC
             IF FS-PLANO-EXEC EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-PLANO-EXEC
                CLOSE ARQ-PLANO-EXEC
                OPEN EXTEND ARQ-PLANO-EXEC
             END-IF
             IF FS-PLANO-EXEC NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O LOG DE EXECUCAO,'
                        ' STATUS: ' FS-PLANO-EXEC
                EXIT PARAGRAPH
             END-IF
