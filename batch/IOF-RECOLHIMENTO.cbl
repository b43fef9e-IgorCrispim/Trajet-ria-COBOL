      * Date:      30/08/2026
      * Purpose:   RELATORIO MENSAL DE RECOLHIMENTO DO IOF: PERCORRE
      *            O EXTRATO E CONSOLIDA O IOF COBRADO NO MES
      *            FECHADO (MOVIMENTOS IO E IP NAO ESTORNADOS) SOBRE
      *            CREDITO, CHEQUE ESPECIAL, CAMBIO E PARCELAMENTO DE
      *            FATURA DE CARTAO, UM REGISTRO POR COBRANCA MAIS O
      *            TRAILER COM O TOTAL A RECOLHER A RECEITA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                MOVE EXT-DATA-MOV TO WS-DATA-MOV-R
                MOVE WS-DM-ANOMES TO WS-COMPETENCIA-MOV
                IF (EXT-IOF OR EXT-IOF-PARC-FATURA)
                   AND NOT EXT-MOV-ESTORNADA
                   AND WS-COMPETENCIA-MOV EQUAL TO WS-MES-FECHADO
                   PERFORM P400-EXPORTAR-COBRANCA
