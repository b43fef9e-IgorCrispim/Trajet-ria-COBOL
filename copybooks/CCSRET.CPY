      ******************************************************************
      *    COPY       CCSRET
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO RETORNO DO CCS DO BANCO CENTRAL
      *               (ARQ-RETORNO, CCS-RETORNO.DAT): CADA DETALHE
      *               APONTA A REMESSA E O REGISTRO ORIGINAIS COM A
      *               SITUACAO (A ACEITO, R REJEITADO) E, NA REJEICAO,
      *               O CODIGO E O MOTIVO; SEGUE A CONVENCAO DE
      *               HEADER/TRAILER DOS ARQUIVOS DE ENTRADA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CCS-RETORNO.
           05  CRT-SEQ-REMESSA           PIC 9(06).
           05  CRT-SEQ-REG               PIC 9(08).
           05  CRT-SITUACAO              PIC X(01).
               88  CRT-ACEITO            VALUE 'A'.
               88  CRT-REJEITADO         VALUE 'R'.
           05  CRT-CODIGO-ERRO           PIC X(04).
           05  CRT-MOTIVO                PIC X(40).
