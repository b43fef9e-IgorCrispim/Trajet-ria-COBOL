      ******************************************************************
      *    COPY       GERENTECAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CADASTRO DOS GERENTES DE RELACIONAMENTO
      *               (ARQ-GERENTE, GERENTE.DAT), CHAVEADO PELO ID DO
      *               OPERADOR QUE O GERENTE USA NO SISTEMA (TEM DE
      *               EXISTIR EM ARQ-OPERADOR), COM A AGENCIA DE
      *               LOTACAO E O SEGMENTO EM QUE ELE ATUA (V VAREJO,
      *               A ALTA RENDA, P PRIVATE, ESPACOS SEM FOCO).
      *               GERENTE INATIVO (I) NAO RECEBE CLIENTES E SO E
      *               INATIVADO COM A CARTEIRA VAZIA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-GERENTE.
           05  GER-OPER-ID               PIC X(08).
           05  GER-NOME                  PIC X(30).
           05  GER-AGENCIA               PIC 9(04).
           05  GER-SEGMENTO              PIC X(01).
               88  GER-FOCO-VAREJO       VALUE 'V'.
               88  GER-FOCO-ALTA-RENDA   VALUE 'A'.
               88  GER-FOCO-PRIVATE      VALUE 'P'.
               88  GER-SEGMENTO-VALIDO   VALUES 'V' 'A' 'P' ' '.
           05  GER-STATUS                PIC X(01).
               88  GER-ATIVO             VALUE 'A'.
               88  GER-INATIVO           VALUE 'I'.
           05  GER-DATA-CADASTRO         PIC 9(08).
           05  GER-OPER-CADASTRO         PIC X(08).
