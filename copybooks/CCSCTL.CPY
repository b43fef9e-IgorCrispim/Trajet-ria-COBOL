      ******************************************************************
      *    COPY       CCSCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DE SEQUENCIA DAS REMESSAS DIARIAS AO CCS
      *               (ARQ-CCSCTL): ULTIMA REMESSA, SUA DATA E O
      *               ULTIMO REGISTRO NUMERADO NELA; A REGERACAO NO
      *               MESMO DIA REAPROVEITA A SEQUENCIA DO DIA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CCSCTL.
           05  CCS-ULT-REMESSA           PIC 9(06).
           05  CCS-DATA-ULT-REMESSA      PIC 9(08).
           05  CCS-ULT-REG               PIC 9(08).
