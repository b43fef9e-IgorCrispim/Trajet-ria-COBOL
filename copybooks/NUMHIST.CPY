      ******************************************************************
      *    COPY       NUMHIST
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    HISTORICO DIARIO DE NUMERARIO POR AGENCIA
      *               (ARQ-NUMHIST), BASE DA PREVISAO DE NUMERARIO DO
      *               BATCH NUMERARIO-ORDEM: TIPO C GRAVADO NO
      *               FECHAMENTO CONFERIDO DA GAVETA (ENTRADAS E
      *               SAIDAS DE ESPECIE DOS CLIENTES, SEM SUPRIMENTO
      *               E SANGRIA; NMH-ORIGEM E O OPERADOR), TIPO A
      *               GRAVADO NA CARGA (SAIDA) E NA SANGRIA (ENTRADA)
      *               DO TERMINAL ATM (NMH-ORIGEM E O TERMINAL)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-NUMHIST.
           05  NMH-CHAVE.
               10  NMH-AGENCIA           PIC 9(04).
               10  NMH-DATA              PIC 9(08).
               10  NMH-TIPO              PIC X(01).
                   88  NMH-FECHAMENTO-CAIXA VALUE 'C'.
                   88  NMH-MOVIMENTO-ATM VALUE 'A'.
               10  NMH-ORIGEM            PIC X(08).
               10  NMH-HORA              PIC 9(06).
           05  NMH-ENTRADAS              PIC S9(09)V99.
           05  NMH-SAIDAS                PIC S9(09)V99.
