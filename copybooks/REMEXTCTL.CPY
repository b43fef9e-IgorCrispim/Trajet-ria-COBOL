      ******************************************************************
      *    COPY       REMEXTCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DAS REMESSAS AO EXTERIOR
      *               (ARQ-REMEXTCTL): ULTIMO NUMERO DE REMESSA
      *               ATRIBUIDO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-REMEXTCTL.
           05  ULT-REMESSA-EXT           PIC 9(08).
