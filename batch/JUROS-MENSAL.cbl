       77 WS-PARAM-ENCONTRADO          PIC X(01) VALUE 'N'.
           88 PARAM-ENCONTRADO         VALUE 'S'.

       77 WS-VALOR-JUROS               PIC S9(09)V99.
       77 WS-QTDE-CONTAS-PROCESSADAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAS-CREDITADAS    PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HORA-COMPLETA.
