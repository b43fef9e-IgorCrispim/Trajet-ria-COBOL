      ******************************************************************
      *    COPY       COMPULSCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    BASE DIARIA DO RECOLHIMENTO COMPULSORIO
      *               (ARQ-COMPULSORIO), UM REGISTRO POR DATA COM A
      *               SOMA DOS SALDOS POSITIVOS EM REAIS DAS CONTAS
      *               POR TIPO (CORRENTE E PJ = DEPOSITOS A VISTA,
      *               POUPANCA), FOTOGRAFADA PELO BATCH COMPULSORIO A
      *               CADA EXECUCAO DIARIA E USADA NA MEDIA DO
      *               PERIODO DE CALCULO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-COMPULSORIO.
           05  CPS-DATA                  PIC 9(08).
           05  CPS-SALDO-CORRENTE        PIC S9(13)V99.
           05  CPS-SALDO-PJ              PIC S9(13)V99.
           05  CPS-SALDO-POUPANCA        PIC S9(13)V99.
           05  CPS-QTDE-CONTAS           PIC 9(07).
           05  CPS-HORA-SNAPSHOT         PIC 9(06).
