       77 FS-CONTA                     PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-AGENDAMENTO               PIC XX.
       77 WS-VALOR                     PIC S9(09)V99.
       77 WS-AUX                       PIC S9(09)V99.
       77 WS-CONTA-DESTINO             PIC 9(06).
       77 WS-ORIGEM-CONTA              PIC 9(06).
       77 WS-ORIGEM-SALDO              PIC S9(09)V99.
       77 WS-ORIGEM-SEQ                PIC 9(06).
       77 WS-QTDE-AGENDAMENTOS-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-EXECUTADOS           PIC 9(06) VALUE ZEROS.
