      ******************************************************************
      *    COPY       PVSCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DOS PROVISIONAMENTOS DE SAQUE
      *               (ARQ-PVSCTL): ULTIMO NUMERO DE AGENDAMENTO
      *               REGISTRADO NO BALCAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-PVSCTL.
           05  ULT-PROVISAO              PIC 9(08).
