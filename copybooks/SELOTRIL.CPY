      ******************************************************************
      *    COPY       SELOTRIL
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    SELOS DIARIOS DAS TRILHAS ENCADEADAS
      *               (ARQ-SELO): PARA CADA ARQUIVO (A = AUDITORIA,
      *               J = JORNAL) E DIA JA ENCERRADO, A ULTIMA
      *               SEQUENCIA E O ULTIMO HASH DA CADEIA NAQUELE DIA,
      *               GRAVADOS PELO BATCH TRILHA-VERIFICA NA PRIMEIRA
      *               CONFERENCIA E COMPARADOS NAS SEGUINTES
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SELO.
           05  SEL-CHAVE.
               10  SEL-ARQUIVO           PIC X(01).
                   88  SEL-AUDITORIA     VALUE 'A'.
                   88  SEL-JORNAL        VALUE 'J'.
               10  SEL-DATA              PIC 9(08).
           05  SEL-ULT-SEQ               PIC 9(08).
           05  SEL-ULT-HASH              PIC 9(10).
           05  SEL-QTDE-REGISTROS        PIC 9(08).
           05  SEL-DATA-SELAGEM          PIC 9(08).
           05  SEL-HORA-SELAGEM          PIC 9(06).
