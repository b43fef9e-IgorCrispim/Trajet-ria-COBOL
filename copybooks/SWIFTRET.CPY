      ******************************************************************
      *    COPY       SWIFTRET
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE CONFIRMACOES DO BANCO
      *               CORRESPONDENTE (ARQ-RETORNO, SWIFT-ACK.TXT):
      *               CADA DETALHE TRAZ A REFERENCIA DO CAMPO 20 DA
      *               MT103 (REX + NUMERO DA REMESSA), A OCORRENCIA
      *               ACK (ACEITA) OU NAK (RECUSADA) E, NA RECUSA, O
      *               CODIGO E O MOTIVO; SEGUE A CONVENCAO DE
      *               HEADER/TRAILER DOS ARQUIVOS DE ENTRADA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SWIFT-RET.
           05  SRT-REFERENCIA.
               10  SRT-REF-PREFIXO       PIC X(03).
               10  SRT-REF-NUMERO        PIC X(08).
               10  FILLER                PIC X(05).
           05  SRT-OCORRENCIA            PIC X(03).
               88  SRT-ACK               VALUE 'ACK'.
               88  SRT-NAK               VALUE 'NAK'.
           05  SRT-CODIGO                PIC X(04).
           05  SRT-MOTIVO                PIC X(30).
