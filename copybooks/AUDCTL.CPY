      *               (ARQ-AUDCTL)
      *    MODIFICATION HISTORY
      *    09/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO ULT-HASH-AUDITORIA, HASH DO ULTIMO
      *                   REGISTRO GRAVADO, ELO DO PROXIMO REGISTRO
      ******************************************************************
       01  REG-AUDCTL.
           05  ULT-AUDITORIA             PIC 9(08).
           05  ULT-HASH-AUDITORIA        PIC 9(10).
