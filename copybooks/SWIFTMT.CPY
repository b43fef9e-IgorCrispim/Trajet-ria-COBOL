      ******************************************************************
      *    COPY       SWIFTMT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LINHA DO ARQUIVO DE MENSAGENS MT103 (ARQ-SWIFT,
      *               SWIFT-MT103.TXT) GERADO PELO SWIFT-REMESSA PARA
      *               O BANCO CORRESPONDENTE, UM CAMPO SWIFT POR LINHA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-SWIFT                      PIC X(80).
