      ******************************************************************
      *    COPY       CCSMOV
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    MOVIMENTOS DE RELACIONAMENTO ENVIADOS AO CCS
      *               (ARQ-CCSMOV, CCS-MOVIMENTO.DAT), CHAVEADOS PELA
      *               SEQUENCIA DA REMESSA E DO REGISTRO DENTRO DELA:
      *               INICIO, FIM OU ALTERACAO (TROCA DE AGENCIA) DO
      *               VINCULO; O RETORNO DO BANCO CENTRAL MARCA CADA
      *               UM COMO ACEITO OU REJEITADO, E OS REJEITADOS
      *               FORMAM A FILA DE CORRECAO - DEPOIS DE CORRIGIDO
      *               O CADASTRO, O OPERADOR LIBERA O REENVIO NO MENU
      *               E A PROXIMA REMESSA O REENVIA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CCSMOV.
           05  CCM-CHAVE.
               10  CCM-SEQ-REMESSA       PIC 9(06).
               10  CCM-SEQ-REG           PIC 9(08).
           05  CCM-DATA-REMESSA          PIC 9(08).
           05  CCM-MOVIMENTO             PIC X(01).
               88  CCM-INICIO            VALUE 'I'.
               88  CCM-FIM               VALUE 'F'.
               88  CCM-ALTERACAO         VALUE 'A'.
           05  CCM-TIPO-PESSOA           PIC X(01).
           05  CCM-DOCUMENTO             PIC 9(14).
           05  CCM-VINCULO               PIC X(01).
           05  CCM-AGENCIA               PIC 9(04).
           05  CCM-CONTA-NUM             PIC 9(06).
           05  CCM-DATA-INICIO           PIC 9(08).
           05  CCM-DATA-FIM              PIC 9(08).
           05  CCM-STATUS                PIC X(01).
               88  CCM-ENVIADO           VALUE 'E'.
               88  CCM-ACEITO            VALUE 'A'.
               88  CCM-REJEITADO         VALUE 'R'.
               88  CCM-CORRIGIDO         VALUE 'C'.
               88  CCM-REENVIADO         VALUE 'N'.
           05  CCM-CODIGO-ERRO           PIC X(04).
           05  CCM-MOTIVO                PIC X(40).
           05  CCM-DATA-RETORNO          PIC 9(08).
           05  CCM-OPER-CORRECAO         PIC X(08).
           05  CCM-DATA-CORRECAO         PIC 9(08).
           05  CCM-REENVIO-REMESSA       PIC 9(06).
