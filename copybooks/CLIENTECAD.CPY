      *               DESATUALIZADOS
      *    MODIFICATION HISTORY
      *    16/08/2026 IC  LAYOUT ORIGINAL
      *    15/10/2026 IC  INCLUIDO DATA DE NASCIMENTO E O RESPONSAVEL
      *                   LEGAL (CPF, NOME E VINCULO) DO TITULAR MENOR
      *                   DE IDADE
      ******************************************************************
       01  REG-CLIENTE.
           05  CLI-CPF                   PIC 9(11).
           05  CLI-RENDA-MENSAL          PIC S9(09)V99.
           05  CLI-DATA-CADASTRO         PIC 9(08).
           05  CLI-DATA-ATUALIZACAO      PIC 9(08).
           05  CLI-DATA-NASCIMENTO       PIC 9(08).
           05  CLI-DATA-NASC-R REDEFINES CLI-DATA-NASCIMENTO.
               10  CLI-NASC-ANO          PIC 9(04).
               10  CLI-NASC-MES-DIA      PIC 9(04).
           05  CLI-CPF-RESPONSAVEL       PIC 9(11).
           05  CLI-NOME-RESPONSAVEL      PIC X(30).
           05  CLI-VINCULO-RESPONSAVEL   PIC X(01).
               88  CLI-RESP-PAIS         VALUE 'P'.
               88  CLI-RESP-TUTOR        VALUE 'T'.
               88  CLI-VINCULO-VALIDO    VALUE 'P' 'T'.
