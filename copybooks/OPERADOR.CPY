      *                   ADMINISTRACAO DE OPERADORES PELO MENU
      *    21/08/2026 IC  INCLUIDO OPER-SENHA-HASHEADA: A SENHA DO
      *                   OPERADOR PASSA A SER GUARDADA COMO HASH
      *    15/10/2026 IC  INCLUIDOS DATA DA ULTIMA TROCA DE SENHA,
      *                   CONTADOR DE ERROS DE LOGIN COM BLOQUEIO
      *                   (OPER-BLOQUEADO), HISTORICO DAS ULTIMAS
      *                   SENHAS E HORARIO PERMITIDO DE LOGIN;
      *                   DATA DE TROCA ZERADA OBRIGA A TROCA NO
      *                   PROXIMO LOGIN, A JANELA E EM HHMM (INICIO
      *                   MAIOR QUE O FIM CRUZA A MEIA-NOITE, 0000 A
      *                   0000 NAO RESTRINGE) E O HISTORICO TEM A
      *                   SENHA MAIS RECENTE NA POSICAO 1
      ******************************************************************
       01  REG-OPERADOR.
           05  OPER-ID                   PIC X(08).
           05  OPER-STATUS               PIC X(01).
               88  OPER-ATIVO            VALUE 'A'.
               88  OPER-INATIVO          VALUE 'I'.
               88  OPER-BLOQUEADO        VALUE 'B'.
           05  OPER-SENHA-HASHEADA       PIC X(01).
               88  OPER-SENHA-COM-HASH   VALUE 'H'.
           05  OPER-DATA-TROCA-SENHA     PIC 9(08).
           05  OPER-QTDE-ERRO-LOGIN      PIC 9(02).
           05  OPER-HORA-INICIO          PIC 9(04).
           05  OPER-HORA-FIM             PIC 9(04).
           05  OPER-QTDE-HIST-SENHA      PIC 9(02).
           05  OPER-HIST-SENHA           PIC X(10) OCCURS 10 TIMES.
