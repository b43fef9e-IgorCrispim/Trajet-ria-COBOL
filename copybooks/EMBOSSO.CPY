      ******************************************************************
      *    COPY       EMBOSSO
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE EMBOSSO ENVIADO AO FABRICANTE
      *               DOS PLASTICOS (ARQ-EMBOSSO, CARTAO-EMBOSSO.REM)
      *               PELO BATCH CARTAO-REEMISSAO: REGISTROS DE 150
      *               POSICOES, UM HEADER (TIPO 0), UM DETALHE POR
      *               CARTAO A EMBOSSAR (TIPO 1) COM O NOME IMPRESSO E
      *               A VALIDADE MM/AA, E UM TRAILER (TIPO 9) COM A
      *               QUANTIDADE E A SOMA DE CONTROLE DOS NUMEROS,
      *               CONFERIDOS PELO FABRICANTE NA RECEPCAO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO O DIGITO VERIFICADOR DA CONTA NO
      *                   DETALHE, IMPRESSO NO PLASTICO JUNTO COM O
      *                   NUMERO DA CONTA
      ******************************************************************
       01  REG-EMB-HEADER.
           05  EMB-H-TIPO                PIC X(01).
           05  EMB-H-ARQUIVO             PIC X(20).
           05  EMB-H-DATA-GERACAO        PIC 9(08).
           05  EMB-H-COMPETENCIA         PIC 9(06).
           05  EMB-H-BIN                 PIC 9(06).
           05  FILLER                    PIC X(109).
       01  REG-EMB-DETALHE.
           05  EMB-D-TIPO                PIC X(01).
           05  EMB-D-SEQUENCIA           PIC 9(06).
           05  EMB-D-CARD-NUMERO         PIC 9(16).
           05  EMB-D-VALIDADE-MES        PIC 9(02).
           05  EMB-D-VALIDADE-ANO        PIC 9(02).
           05  EMB-D-NOME-IMPRESSO       PIC X(26).
           05  EMB-D-CONTA-NUM           PIC 9(06).
           05  EMB-D-MODALIDADE          PIC X(01).
           05  EMB-D-DATA-EMISSAO        PIC 9(08).
           05  EMB-D-CARD-ANTERIOR       PIC 9(16).
           05  EMB-D-MOTIVO              PIC X(01).
               88  EMB-D-REEMISSAO       VALUE 'R'.
           05  EMB-D-CONTA-DV            PIC X(01).
           05  FILLER                    PIC X(64).
       01  REG-EMB-TRAILER.
           05  EMB-T-TIPO                PIC X(01).
           05  EMB-T-QTDE-REG            PIC 9(06).
           05  EMB-T-SOMA-CONTROLE       PIC 9(13).
           05  FILLER                    PIC X(130).
