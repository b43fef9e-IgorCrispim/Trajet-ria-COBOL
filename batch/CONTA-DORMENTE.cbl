       77 WS-VALOR-RECOLHIDO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-ULT-MOVIMENTO             PIC 9(08).
       77 WS-CONTA-PROCESSADA          PIC 9(06).
       77 WS-VALOR-ABANDONO            PIC S9(09)V99.
       77 WS-CONTA-CASA                PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-RELATORIO           PIC X(132).
       01 WS-DATA-CORTE-6M-R.
