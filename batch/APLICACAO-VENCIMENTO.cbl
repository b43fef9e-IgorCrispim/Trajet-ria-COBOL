       77 FS-EXTRATO                   PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-IRFONTE                   PIC XX.
       77 WS-VALOR-JUROS               PIC S9(09)V99.
       77 WS-VALOR-RESGATE             PIC S9(09)V99.
       77 WS-VALOR-IR                  PIC S9(09)V99.
       77 WS-ALIQUOTA-IR               PIC 9(02)V99.
       77 WS-DIAS-APLICACAO            PIC 9(05).
       77 WS-VALOR-IR-TOTAL            PIC S9(11)V99 VALUE ZEROS.
