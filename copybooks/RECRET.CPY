      ******************************************************************
      *    COPY       RECRET
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE RETORNO DAS OPERADORAS DE
      *               CELULAR (ARQ-RETORNO, RECARGA-RETORNO.TXT): CADA
      *               DETALHE TRAZ O NUMERO DA RECARGA ENVIADA NA
      *               LIQUIDACAO, A OPERADORA, O VALOR, A OCORRENCIA
      *               C (RECARGA EFETUADA, COM O NSU DA OPERADORA) OU
      *               R (NAO EFETUADA, COM O CODIGO E O MOTIVO); SEGUE
      *               A CONVENCAO DE HEADER/TRAILER DOS ARQUIVOS DE
      *               ENTRADA, COM O VALOR TOTAL DOS DETALHES NO
      *               TRAILER
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RECARGA-RET.
           05  RRT-TIPO-REG              PIC X(01).
           05  RRT-NUMERO                PIC X(08).
           05  RRT-OPERADORA             PIC X(03).
           05  RRT-VALOR                 PIC 9(07)V99.
           05  RRT-OCORRENCIA            PIC X(01).
               88  RRT-EFETUADA          VALUE 'C'.
               88  RRT-NAO-EFETUADA      VALUE 'R'.
           05  RRT-NSU                   PIC X(12).
           05  RRT-CODIGO                PIC X(04).
           05  RRT-MOTIVO                PIC X(30).
