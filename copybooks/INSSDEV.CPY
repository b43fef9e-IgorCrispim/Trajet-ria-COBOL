      ******************************************************************
      *    COPY       INSSDEV
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE RETORNO AO INSS
      *               (ARQ-INSS-RETORNO): OS CREDITOS RECUSADOS NA
      *               ENTRADA E OS BENEFICIOS NAO SACADOS NO PRAZO
      *               LEGAL DEVOLVIDOS, ENTRE HEADER E TRAILER NA
      *               MESMA CONVENCAO DOS ARQUIVOS DE ENTRADA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-INSS-RETORNO.
           05  IDV-TIPO-REG              PIC X(01).
               88  IDV-DETALHE           VALUE 'D'.
           05  IDV-NB                    PIC 9(10).
           05  IDV-CPF                   PIC 9(11).
           05  IDV-CONTA-NUM             PIC 9(06).
           05  IDV-COMPETENCIA           PIC 9(06).
           05  IDV-VALOR                 PIC 9(11)V99.
           05  IDV-MOTIVO                PIC 9(02).
               88  IDV-CONTA-INEXISTENTE VALUE 01.
               88  IDV-CONTA-ENCERRADA   VALUE 02.
               88  IDV-CPF-DIVERGENTE    VALUE 03.
               88  IDV-NAO-SACADO        VALUE 04.
               88  IDV-BENEF-CESSADO     VALUE 05.
               88  IDV-CREDITO-DUPLICADO VALUE 06.
           05  IDV-DATA                  PIC 9(08).
           05  FILLER                    PIC X(23).
