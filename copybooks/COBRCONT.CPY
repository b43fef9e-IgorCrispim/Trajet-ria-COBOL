      ******************************************************************
      *    COPY       COBRCONT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    REGISTRO DAS TENTATIVAS DE CONTATO DA COBRANCA
      *               (ARQ-COBR-CONTATO, COBRANCA-CONTATO.DAT), UMA
      *               POR TENTATIVA, COM O COBRADOR, O CANAL, O
      *               RESULTADO E, NO RESULTADO P, A DATA E O VALOR
      *               DA PROMESSA DE PAGAMENTO; BASE DO RELATORIO DE
      *               PRODUTIVIDADE DOS COBRADORES
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-COBR-CONTATO.
           05  CCT-SEQ                   PIC 9(08).
           05  CCT-CPF                   PIC 9(11).
           05  CCT-DATA                  PIC 9(08).
           05  CCT-HORA                  PIC 9(06).
           05  CCT-COBRADOR              PIC X(08).
           05  CCT-CANAL                 PIC X(01).
               88  CCT-TELEFONE          VALUE 'T'.
               88  CCT-MENSAGEM          VALUE 'M'.
               88  CCT-EMAIL             VALUE 'E'.
               88  CCT-VISITA            VALUE 'V'.
               88  CCT-AGENCIA           VALUE 'A'.
               88  CCT-CANAL-VALIDO      VALUE 'T' 'M' 'E' 'V' 'A'.
           05  CCT-RESULTADO             PIC X(01).
               88  CCT-NAO-ATENDEU       VALUE 'N'.
               88  CCT-CONTATO-SEM-ACORDO VALUE 'C'.
               88  CCT-RECUSA            VALUE 'R'.
               88  CCT-PROMESSA          VALUE 'P'.
               88  CCT-CONTATO-INVALIDO  VALUE 'I'.
               88  CCT-RESULTADO-VALIDO  VALUE 'N' 'C' 'R' 'P' 'I'.
           05  CCT-PROMESSA-DATA         PIC 9(08).
           05  CCT-PROMESSA-VALOR        PIC S9(09)V99.
           05  CCT-OBSERVACAO            PIC X(60).
