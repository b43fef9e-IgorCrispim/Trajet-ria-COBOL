      *            CREDITO DO MENU; REDUCOES SAO APLICADAS NA HORA
      *            COM AVISO AO CLIENTE (ARQ-ALERTA) E AUMENTOS VAO
      *            PARA A FILA DE APROVACAO DUPLA COMO SOLICITACAO
      *            LC, EFETIVADA POR UM ADMIN NO MENU; CONTAS DE
      *            MENOR FICAM DE FORA (SEM CHEQUE ESPECIAL ATE A
      *            MAIORIDADE, VER CONTA-MAIORIDADE)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE AS CONTAS ATIVAS COM LIMITE OU
      *      RENDA, EXCETO AS DE MENOR, E REVISA O LIMITE DE CHEQUE
      *      ESPECIAL
      ******************************************************************
       P300-REVISAR-LIMITES.
             MOVE ZEROS TO CONTA-NUM
                IF CONTA-ATIVA
                   AND CONTA-NUM NOT EQUAL TO ZEROS
                   AND CPF NOT EQUAL TO ZEROS
                   AND NOT CONTA-MENOR
                   PERFORM P400-REVISAR-UMA
                END-IF
                PERFORM P310-LER-PROX-CONTA
