      ******************************************************************
      *    COPY       DISPCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CADASTRO DE DISPOSITIVOS DOS CANAIS POR CONTA
      *               (ARQ-DISPOSITIVO, DISPOSITIVO.DAT), CHAVEADO
      *               PELA CONTA E PELO ID DO DISPOSITIVO INFORMADO NA
      *               REQUISICAO. O DISPOSITIVO VISTO PELA PRIMEIRA
      *               VEZ NO CANAL-PROCESSADOR NASCE NAO CONFIAVEL (N)
      *               E SO VIRA CONFIAVEL (A) NO CADASTRO FEITO NO
      *               BALCAO; CODIGOS DE CONFIRMACAO ERRADOS EM
      *               SEQUENCIA O BLOQUEIAM (B) E O BALCAO PODE
      *               CANCELA-LO (C). O CODIGO DE USO UNICO PENDENTE
      *               FICA AQUI SO COMO HASH, AMARRADO AO TIPO, VALOR
      *               E DESTINO DA REQUISICAO QUE O PEDIU
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-DISPOSITIVO.
           05  DSP-CHAVE.
               10  DSP-CONTA-NUM         PIC 9(06).
               10  DSP-ID                PIC X(20).
           05  DSP-DESCRICAO             PIC X(30).
           05  DSP-STATUS                PIC X(01).
               88  DSP-CONFIAVEL         VALUE 'A'.
               88  DSP-NAO-CONFIAVEL     VALUE 'N'.
               88  DSP-BLOQUEADO         VALUE 'B'.
               88  DSP-CANCELADO         VALUE 'C'.
           05  DSP-DATA-PRIM-USO         PIC 9(08).
           05  DSP-DATA-CADASTRO         PIC 9(08).
           05  DSP-HORA-CADASTRO         PIC 9(06).
           05  DSP-OPER-CADASTRO         PIC X(08).
           05  DSP-DATA-ULT-USO          PIC 9(08).
           05  DSP-QTDE-ERRO-OTP         PIC 9(02).
           05  DSP-DATA-BLOQUEIO         PIC 9(08).
           05  DSP-OTP-HASH              PIC X(10).
           05  DSP-OTP-DATA              PIC 9(08).
           05  DSP-OTP-HORA              PIC 9(06).
           05  DSP-OTP-REQ-TIPO          PIC X(02).
           05  DSP-OTP-VALOR             PIC 9(09)V99.
           05  DSP-OTP-DESTINO           PIC 9(06).
