       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-TAXA-CHEQUE-MES           PIC 9V9(04) VALUE 0.0800.
       77 WS-VALOR-JUROS-DIA           PIC S9(09)V99.
       77 WS-VALOR-UTILIZADO           PIC S9(09)V99.
       77 WS-QTDE-CONTAS-LIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-NEGATIVAS     PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-COBRANCAS-MES        PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ACUMULADO-DIA       PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-IOF-DIA             PIC S9(09)V99.
       77 WS-VALOR-IOF-MES             PIC S9(11)V99 VALUE ZEROS.
       77 WS-IOF-DIARIO                PIC 9V9(06) VALUE 0.000082.
       77 WS-VALOR-COBRADO-MES         PIC S9(11)V99 VALUE ZEROS.
