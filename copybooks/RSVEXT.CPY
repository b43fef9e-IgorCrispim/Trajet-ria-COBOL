      ******************************************************************
      *    COPY       RSVEXT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    LAYOUT DO DETALHE DO EXTRATO DIARIO DA CONTA
      *               RESERVAS BANCARIAS NO BANCO CENTRAL
      *               (ARQ-RESERVAS-EXT, RESERVAS-EXTRATO.DAT),
      *               ENVIADO PELA TESOURARIA NA CONVENCAO
      *               HEADER/TRAILER DOS ARQUIVOS DE ENTRADA: UM
      *               DETALHE I COM O SALDO DE ABERTURA, UM DETALHE L
      *               POR LANCAMENTO LIQUIDADO NO STR (D SAIDA, C
      *               ENTRADA, COM O NUMERO DE CONTROLE DA MENSAGEM) E
      *               UM DETALHE F COM O SALDO DE FECHAMENTO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-RESERVAS-EXT.
           05  RSX-TIPO-REG              PIC X(01).
               88  RSX-SALDO-INICIAL     VALUE 'I'.
               88  RSX-LANCAMENTO        VALUE 'L'.
               88  RSX-SALDO-FINAL       VALUE 'F'.
           05  RSX-DATA                  PIC 9(08).
           05  RSX-DC                    PIC X(01).
               88  RSX-DEBITO            VALUE 'D'.
               88  RSX-CREDITO           VALUE 'C'.
           05  RSX-VALOR                 PIC 9(13)V99.
           05  RSX-REFERENCIA            PIC X(20).
           05  RSX-HISTORICO             PIC X(30).
