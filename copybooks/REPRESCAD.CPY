      ******************************************************************
      *    COPY       REPRESCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DOS REPRESENTANTES AUTORIZADOS DOS CLIENTES
      *               PESSOA JURIDICA (ARQ-REPRESENTANTE,
      *               REPRESENTANTE.DAT): UM REGISTRO POR CNPJ E CPF DO
      *               SOCIO OU PROCURADOR, COM A FORMA DE ASSINATURA -
      *               ISOLADA (ASSINA SOZINHO ATE O LIMITE DA EMPRESA)
      *               OU CONJUNTA (SEMPRE COM OUTRO REPRESENTANTE) - E
      *               A SITUACAO; O REPRESENTANTE REVOGADO FICA NO
      *               ARQUIVO COMO HISTORICO E NAO ASSINA MAIS
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-REPRESENTANTE.
           05  RPJ-CHAVE.
               10  RPJ-CNPJ              PIC 9(14).
               10  RPJ-CPF               PIC 9(11).
           05  RPJ-NOME                  PIC X(30).
           05  RPJ-CARGO                 PIC X(20).
           05  RPJ-FORMA-ASSINATURA      PIC X(01).
               88  RPJ-ASSINA-ISOLADA    VALUE 'I'.
               88  RPJ-ASSINA-CONJUNTA   VALUE 'C'.
           05  RPJ-STATUS                PIC X(01).
               88  RPJ-ATIVO             VALUE 'A'.
               88  RPJ-REVOGADO          VALUE 'R'.
           05  RPJ-DATA-INCLUSAO         PIC 9(08).
           05  RPJ-OPER-INCLUSAO         PIC X(08).
           05  RPJ-DATA-REVOGACAO        PIC 9(08).
