      ******************************************************************
      *    COPY       FRAUDEVT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    EVENTOS DOS CASOS DE FRAUDE (ARQ-FRAUDE-EVT), EM
      *               ORDEM DE REGISTRO: GATILHO DE VELOCIDADE (V,
      *               GRAVADO NO DISPARO COM FRE-CASO ZERADO ATE SER
      *               VINCULADO A UM CASO), NOTIFICACAO DE COMPLIANCE
      *               (A), CONTESTACAO DE CARTAO (D), RECLAMACAO DO
      *               SAC (R), PASSO DA INVESTIGACAO (P) E ACAO
      *               TOMADA NA DECISAO (X). FRE-REFERENCIA APONTA O
      *               REGISTRO DE ORIGEM (NUMERO DA NOTIFICACAO,
      *               CARTAO + SEQUENCIA DA CONTESTACAO OU PROTOCOLO)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO N (DISPOSITIVO DO CANAL CADASTRADO
      *                   NO BALCAO OU BLOQUEADO POR CODIGOS DE
      *                   CONFIRMACAO ERRADOS), LISTADO E VINCULADO
      *                   AOS CASOS COMO OS GATILHOS DE VELOCIDADE
      ******************************************************************
       01  REG-FRAUDE-EVT.
           05  FRE-SEQ                   PIC 9(08).
           05  FRE-CASO                  PIC 9(08).
           05  FRE-TIPO                  PIC X(01).
               88  FRE-VELOCIDADE        VALUE 'V'.
               88  FRE-AML               VALUE 'A'.
               88  FRE-CONTESTACAO       VALUE 'D'.
               88  FRE-RECLAMACAO        VALUE 'R'.
               88  FRE-PASSO             VALUE 'P'.
               88  FRE-ACAO              VALUE 'X'.
               88  FRE-DISPOSITIVO       VALUE 'N'.
           05  FRE-CONTA-NUM             PIC 9(06).
           05  FRE-REFERENCIA            PIC X(22).
           05  FRE-VALOR                 PIC S9(09)V99.
           05  FRE-DATA                  PIC 9(08).
           05  FRE-HORA                  PIC 9(06).
           05  FRE-OPER                  PIC X(08).
           05  FRE-DESCRICAO             PIC X(60).
