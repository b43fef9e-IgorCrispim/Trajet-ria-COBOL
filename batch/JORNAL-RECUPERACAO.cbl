       77 WS-QTDE-LIDAS                PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-REAPLICADAS          PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-NAO-REAPLICADAS      PIC 9(08) VALUE ZEROS.
       77 WS-IMAGEM-ATUAL              PIC X(300).
       77 WS-LINHA-PENDENCIA           PIC X(132).
       PROCEDURE DIVISION.
       P100-MAIN.
