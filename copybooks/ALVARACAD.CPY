      ******************************************************************
      *    COPY       ALVARACAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE ALVARAS JUDICIAIS DE ESPOLIO
      *               (ARQ-ALVARA, ALVARA.DAT): UM REGISTRO POR
      *               BENEFICIARIO DO ALVARA (INVENTARIANTE OU
      *               HERDEIRO), CHAVEADO PELO CPF FALECIDO, NUMERO DO
      *               PROCESSO E SEQUENCIA, COM O PERCENTUAL DA
      *               PARTILHA, A CONTA DE CREDITO NESTE BANCO, O
      *               VALOR AUTORIZADO PELA ORDEM (ZEROS = TODO O
      *               SALDO DO ESPOLIO) E O VALOR EFETIVAMENTE LIBERADO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-ALVARA.
           05  ALV-CHAVE.
               10  ALV-CPF-FALECIDO      PIC 9(11).
               10  ALV-PROCESSO          PIC X(20).
               10  ALV-SEQ               PIC 9(02).
           05  ALV-BENEF-CPF             PIC 9(11).
           05  ALV-BENEF-NOME            PIC X(30).
           05  ALV-PAPEL                 PIC X(01).
               88  ALV-INVENTARIANTE     VALUE 'I'.
               88  ALV-HERDEIRO          VALUE 'H'.
           05  ALV-PERCENTUAL            PIC 9(03)V99.
           05  ALV-CONTA-CREDITO         PIC 9(06).
           05  ALV-VALOR-AUTORIZADO      PIC 9(09)V99.
           05  ALV-DATA-REGISTRO         PIC 9(08).
           05  ALV-OPER-ID               PIC X(08).
           05  ALV-STATUS                PIC X(01).
               88  ALV-REGISTRADO        VALUE 'R'.
               88  ALV-LIBERADO          VALUE 'L'.
           05  ALV-VALOR-LIBERADO        PIC S9(09)V99.
           05  ALV-DATA-LIBERACAO        PIC 9(08).
