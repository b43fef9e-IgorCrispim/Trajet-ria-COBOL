      ******************************************************************
      *    COPY       CRITEXT
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CRITERIOS DA EXTRACAO DE CONTAS (ARQ-CRITERIO),
      *               UM REGISTRO POR FILTRO, LIDOS PELO BATCH
      *               CONTA-EXTRACAO. TODOS OS FILTROS PRECISAM SER
      *               ATENDIDOS PARA A CONTA SAIR NA EXTRACAO.
      *               CAMPOS E CONDICOES ACEITOS:
      *               STATUS, TIPO, AGENCIA, MOEDA, PACOTE COM EQ
      *               (IGUAL) OU NE (DIFERENTE) DE CRI-VALOR;
      *               SALDO COM FX (FAIXA CRI-MINIMO A CRI-MAXIMO);
      *               ABERTURA E ULT-MOVTO COM FX (FAIXA CRI-DATA-INI
      *               A CRI-DATA-FIM), UD (NOS ULTIMOS CRI-DIAS DIAS)
      *               OU HM (HA MAIS DE CRI-DIAS DIAS);
      *               CARTAO, EMPRESTIMO, APLICACAO E DEB-AUTO COM TE
      *               (TEM UM ATIVO) OU NT (NAO TEM NENHUM ATIVO);
      *               TITULO APENAS DA NOME A EXTRACAO (CRI-VALOR).
      *               LIMITE OU DATA EM BRANCO DEIXA A FAIXA ABERTA
      *               DAQUELE LADO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CRITERIO.
           05  CRI-CAMPO                 PIC X(10).
           05  CRI-CONDICAO              PIC X(02).
               88  CRI-IGUAL             VALUE 'EQ'.
               88  CRI-DIFERENTE         VALUE 'NE'.
               88  CRI-FAIXA             VALUE 'FX'.
               88  CRI-ULTIMOS-DIAS      VALUE 'UD'.
               88  CRI-HA-MAIS-DIAS      VALUE 'HM'.
               88  CRI-TEM               VALUE 'TE'.
               88  CRI-NAO-TEM           VALUE 'NT'.
           05  CRI-VALOR                 PIC X(30).
           05  CRI-MINIMO                PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  CRI-MAXIMO                PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  CRI-DATA-INI              PIC 9(08).
           05  CRI-DATA-FIM              PIC 9(08).
           05  CRI-DIAS                  PIC 9(04).
