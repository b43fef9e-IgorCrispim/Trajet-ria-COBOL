      ******************************************************************
      *    COPY       CAPSORT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO ARQUIVO DE RESULTADO OFICIAL DOS
      *               SORTEIOS DE CAPITALIZACAO ENVIADO PELA
      *               SOCIEDADE DE CAPITALIZACAO (ARQ-SORTEIO,
      *               SORTEIO-CAP.TXT): CADA DETALHE TRAZ A DATA DO
      *               SORTEIO, A ORDEM DO PREMIO E O NUMERO DA SORTE
      *               SORTEADO; SEGUE A CONVENCAO DE HEADER/TRAILER
      *               DOS ARQUIVOS DE ENTRADA, COM O VALOR TOTAL DO
      *               TRAILER ZERADO (O ARQUIVO NAO TRAZ VALORES, O
      *               PREMIO SAI DO MULTIPLICADOR DO TITULO)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SORTEIO-CAP.
           05  CSR-TIPO-REG              PIC X(01).
           05  CSR-DATA-SORTEIO          PIC 9(08).
           05  CSR-ORDEM                 PIC 9(02).
           05  CSR-NUMERO                PIC 9(06).
           05  FILLER                    PIC X(20).
