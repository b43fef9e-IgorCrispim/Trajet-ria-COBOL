       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 WS-AUX                       PIC S9(09)V99.
       77 WS-VALOR-COBRANCA            PIC S9(09)V99.
       77 WS-VALOR-MULTA               PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-MORA                PIC S9(09)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO               PIC 9(05) VALUE ZEROS.
       77 WS-TAXA-MULTA                PIC 9V99 VALUE 0.02.
       77 WS-TAXA-MORA-MES             PIC 9V99 VALUE 0.01.
                         END-IF

                         ADD 1 TO EMP-PARCELAS-PAGAS
      *                  NO HABITACIONAL A PARCELA AMORTIZA O SALDO
      *                  CORRIGIDO PELA TR (SAC)
                         IF EMP-HABITACIONAL THEN
                            SUBTRACT EMP-HAB-AMORTIZACAO
                              FROM EMP-HAB-SALDO-DEVEDOR
                         END-IF
                         MOVE WS-DATA-ATUAL TO EMP-ULT-COBRANCA
                         IF COBRANCA-ATRASADA THEN
                            ADD 1 TO WS-QTDE-ATRASO-COBRADAS
                         IF EMP-PARCELAS-PAGAS NOT LESS THAN
                            EMP-QTDE-PARCELAS THEN
                            SET EMP-QUITADO TO TRUE
                            MOVE ZEROS TO EMP-HAB-SALDO-DEVEDOR
                            ADD 1 TO WS-QTDE-QUITADOS
                         END-IF
                         REWRITE REG-EMPRESTIMO
