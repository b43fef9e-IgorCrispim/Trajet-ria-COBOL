      ******************************************************************
      *    COPY       EMPRESACAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CADASTRO DE CLIENTES PESSOA JURIDICA (ARQ-EMPRESA,
      *               EMPRESA.DAT), CHAVEADO PELO CNPJ, COM A RAZAO
      *               SOCIAL, A DATA DE ABERTURA DA EMPRESA, A
      *               NATUREZA JURIDICA (CODIGO DA TABELA DA RECEITA),
      *               OS DADOS DE CONTATO E O VALOR ACIMA DO QUAL AS
      *               MOVIMENTACOES DAS CONTAS PJ EXIGEM A ASSINATURA
      *               CONJUNTA DE DOIS REPRESENTANTES (ARQ-REPRESENTANTE)
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-EMPRESA.
           05  EPJ-CNPJ                  PIC 9(14).
           05  EPJ-RAZAO-SOCIAL          PIC X(40).
           05  EPJ-NOME-FANTASIA         PIC X(30).
           05  EPJ-DATA-ABERTURA         PIC 9(08).
           05  EPJ-NATUREZA-JURIDICA     PIC 9(04).
               88  EPJ-NAT-SA-ABERTA     VALUE 2046.
               88  EPJ-NAT-SA-FECHADA    VALUE 2054.
               88  EPJ-NAT-LTDA          VALUE 2062.
               88  EPJ-NAT-EMPRESARIO    VALUE 2135.
               88  EPJ-NAT-COOPERATIVA   VALUE 2143.
               88  EPJ-NAT-SLU           VALUE 2240.
               88  EPJ-NAT-ASSOCIACAO    VALUE 3999.
               88  EPJ-NATUREZA-VALIDA   VALUE 2046 2054 2062 2135
                                               2143 2240 3999.
           05  EPJ-ENDERECO              PIC X(40).
           05  EPJ-CIDADE                PIC X(20).
           05  EPJ-UF                    PIC X(02).
           05  EPJ-CEP                   PIC 9(08).
           05  EPJ-TELEFONE              PIC X(15).
           05  EPJ-EMAIL                 PIC X(40).
           05  EPJ-FATURAMENTO-MENSAL    PIC S9(11)V99.
           05  EPJ-LIMITE-ASSIN-ISOLADA  PIC 9(09)V99.
           05  EPJ-DATA-CADASTRO         PIC 9(08).
           05  EPJ-DATA-ATUALIZACAO      PIC 9(08).
