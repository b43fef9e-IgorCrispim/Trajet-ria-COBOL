      ******************************************************************
      *    COPY       INSSCRED
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO MENSAL DE CREDITOS DE
      *               BENEFICIOS ENVIADO PELO INSS (ARQ-INSS-CREDITO),
      *               UM DETALHE POR BENEFICIO E COMPETENCIA ENTRE O
      *               HEADER E O TRAILER DA CONVENCAO DOS ARQUIVOS DE
      *               ENTRADA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-INSS-CREDITO.
           05  ICR-NB                    PIC 9(10).
           05  ICR-CPF                   PIC 9(11).
           05  ICR-CONTA-NUM             PIC 9(06).
           05  ICR-ESPECIE               PIC 9(02).
           05  ICR-COMPETENCIA           PIC 9(06).
           05  ICR-VALOR                 PIC 9(11)V99.
           05  ICR-NOME                  PIC X(30).
