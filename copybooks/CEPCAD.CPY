      ******************************************************************
      *    COPY       CEPCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    TABELA DE CEP (ARQ-CEP), CHAVEADA PELO CEP E
      *               CARREGADA DA BASE DOS CORREIOS PELO BATCH
      *               CEP-CARGA: NA CAPTURA DO CADASTRO DO CLIENTE O
      *               CEP TEM QUE EXISTIR AQUI E A CIDADE/UF VEM DA
      *               TABELA; O BATCH CEP-DIVERGENCIA RELACIONA OS
      *               CLIENTES CUJO ENDERECO DIVERGE DELA
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-CEP.
           05  CEP-NUM                   PIC 9(08).
           05  CEP-LOGRADOURO            PIC X(40).
           05  CEP-BAIRRO                PIC X(30).
           05  CEP-CIDADE                PIC X(20).
           05  CEP-UF                    PIC X(02).
               88  CEP-UF-VALIDA         VALUE 'AC' 'AL' 'AM' 'AP'
                                               'BA' 'CE' 'DF' 'ES'
                                               'GO' 'MA' 'MG' 'MS'
                                               'MT' 'PA' 'PB' 'PE'
                                               'PI' 'PR' 'RJ' 'RN'
                                               'RO' 'RR' 'RS' 'SC'
                                               'SE' 'SP' 'TO'.
           05  CEP-DATA-CARGA            PIC 9(08).
