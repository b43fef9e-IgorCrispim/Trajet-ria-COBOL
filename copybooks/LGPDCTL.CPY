      ******************************************************************
      *    COPY       LGPDCTL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CONTROLE DA ANONIMIZACAO DE EX-CLIENTES
      *               (ARQ-LGPDCTL, REGISTRO UNICO): ULTIMA SEQUENCIA
      *               DE PSEUDONIMO USADA NO LUGAR DO CPF E DATA DA
      *               ULTIMA EXECUCAO DO BATCH LGPD-ANONIMIZACAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-LGPDCTL.
           05  LGC-ULT-PSEUDONIMO        PIC 9(09).
           05  LGC-ULT-EXECUCAO          PIC 9(08).
