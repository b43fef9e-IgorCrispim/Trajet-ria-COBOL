      *               DESTINO IDENTIFICADO POR CONTA OU CPF
      *    MODIFICATION HISTORY
      *    12/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O DIGITO VERIFICADOR DA CONTA DE
      *                   DESTINO, CONFERIDO QUANDO O CREDITO VEM
      *                   IDENTIFICADO POR CONTA
      ******************************************************************
       01  REG-TED-RECEBIDO.
           05  TEDR-BANCO-ORIGEM         PIC 9(03).
           05  TEDR-CPF-DESTINO          PIC 9(11).
           05  TEDR-VALOR                PIC 9(11)V99.
           05  TEDR-DATA                 PIC 9(08).
           05  TEDR-DV-DESTINO           PIC X(01).
