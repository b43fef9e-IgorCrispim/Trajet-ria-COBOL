      ******************************************************************
      *    COPY       BENEFCAD
      *    AUTHOR     IGOR CRISPIM
      *    PURPOSE    CADASTRO DOS BENEFICIOS DO INSS PAGOS PELO BANCO
      *               (ARQ-BENEFICIO, BENEFICIO-INSS.DAT), CHAVEADO
      *               PELO NUMERO DO BENEFICIO (NB), COM A CONTA DE
      *               CREDITO COMO CHAVE ALTERNADA. O BENEFICIO NASCE
      *               ATIVO (A) NO PRIMEIRO CREDITO DO ARQUIVO MENSAL
      *               DO INSS, COM A PROVA DE VIDA DATADA DAQUELE DIA;
      *               VENCIDO O PRAZO DA PROVA DE VIDA O BATCH
      *               INSS-CREDITO O BLOQUEIA (B) JUNTO COM A CONTA
      *               (MOTIVO V) E SO A PROVA DE VIDA FEITA NO BALCAO
      *               O REATIVA. CESSADO (C) PELO INSS O BENEFICIO
      *               NAO E MAIS VERIFICADO
      *    MODIFICATION HISTORY
      *    15/10/2026 IC  LAYOUT ORIGINAL
      ******************************************************************
       01  REG-BENEFICIO.
           05  BNF-NB                    PIC 9(10).
           05  BNF-CPF                   PIC 9(11).
           05  BNF-CONTA-NUM             PIC 9(06).
           05  BNF-ESPECIE               PIC 9(02).
           05  BNF-STATUS                PIC X(01).
               88  BNF-ATIVO             VALUE 'A'.
               88  BNF-BLOQUEADO         VALUE 'B'.
               88  BNF-CESSADO           VALUE 'C'.
           05  BNF-DATA-INCLUSAO         PIC 9(08).
           05  BNF-DATA-PROVA-VIDA       PIC 9(08).
           05  BNF-OPER-PROVA-VIDA       PIC X(08).
           05  BNF-DATA-BLOQUEIO         PIC 9(08).
           05  BNF-DATA-ULT-CREDITO      PIC 9(08).
           05  BNF-VALOR-ULT-CREDITO     PIC 9(11)V99.
