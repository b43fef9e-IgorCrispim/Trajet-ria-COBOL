      *               A SER PROCESSADA SEM OPERADOR PRESENTE
      *    MODIFICATION HISTORY
      *    09/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O DIGITO VERIFICADOR DAS CONTAS DE
      *                   ORIGEM E DE DESTINO; COMANDO COM DIGITO QUE
      *                   NAO CONFERE E REJEITADO
      *    15/10/2026 IC  AMPLIADO LOTE-VALOR PARA S9(09)V99; O SISTEMA
      *                   QUE GERA O LOTE PASSA A ENVIAR O NOVO LAYOUT
      ******************************************************************
       01  REG-LOTE.
           05  LOTE-TIPO-OPER            PIC X(02).
               88  LOTE-TRANSFERENCIA    VALUE 'TR'.
           05  LOTE-CONTA-ORIGEM         PIC 9(06).
           05  LOTE-CONTA-DESTINO        PIC 9(06).
           05  LOTE-VALOR                PIC S9(09)V99.
           05  LOTE-DV-ORIGEM            PIC X(01).
           05  LOTE-DV-DESTINO           PIC X(01).
