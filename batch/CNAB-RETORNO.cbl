       77 WS-QTDE-INSTR-REJ             PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PARC-CARNE           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CORRIGIDO           PIC S9(09)V99.
       77 WS-VALOR-MULTA               PIC S9(09)V99.
       77 WS-VALOR-JUROS-ATR           PIC S9(09)V99.
       77 WS-VALOR-DESCONTO            PIC S9(09)V99.
       77 WS-DIAS-ATRASO-BOL           PIC S9(05).
       77 FS-REJEICAO                  PIC XX.
       77 WS-QTDE-LIDAS                PIC 9(06) VALUE ZEROS.
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO EMP-PARCELAS-PAGAS
             IF EMP-HABITACIONAL THEN
                SUBTRACT EMP-HAB-AMORTIZACAO FROM EMP-HAB-SALDO-DEVEDOR
             END-IF
             MOVE WS-DATA-ATUAL TO EMP-ULT-COBRANCA
             IF EMP-QTDE-PARC-ATRASO GREATER THAN ZEROS THEN
                SUBTRACT 1 FROM EMP-QTDE-PARC-ATRASO
             IF EMP-PARCELAS-PAGAS NOT LESS THAN
                EMP-QTDE-PARCELAS THEN
                SET EMP-QUITADO TO TRUE
                MOVE ZEROS TO EMP-HAB-SALDO-DEVEDOR
             END-IF
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
