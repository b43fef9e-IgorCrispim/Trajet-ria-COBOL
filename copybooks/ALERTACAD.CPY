      *                   REDUZIDO PELA REVISAO AUTOMATICA MENSAL)
      *    02/09/2026 IC  INCLUIDO AB (AVISO DO PROCESSO LEGAL DE
      *                   ABANDONO DO SALDO DA CONTA DORMENTE)
      *    15/10/2026 IC  INCLUIDO CB (RESULTADO DA CONTESTACAO DE
      *                   COMPRA COM CARTAO DECIDIDA PELA ADQUIRENTE)
      *    15/10/2026 IC  INCLUIDO PV (PROCURACAO DA CONTA COM FIM DA
      *                   VIGENCIA PROXIMO)
      *    15/10/2026 IC  INCLUIDO MA (TITULAR DA CONTA DE MENOR
      *                   COMPLETOU 18 ANOS E DEVE ATUALIZAR O
      *                   CADASTRO)
      *    15/10/2026 IC  INCLUIDO EV (DIFERENCA ENTRE O VALOR
      *                   DECLARADO E O CONFERIDO NO ENVELOPE DE
      *                   DEPOSITO DO TERMINAL ATM)
      *    15/10/2026 IC  INCLUIDO PA (PAGAMENTO DE TITULO AGENDADO
      *                   NAO EFETUADO POR FALTA DE SALDO OU
      *                   CANCELADO NA DATA)
      *    15/10/2026 IC  INCLUIDO RG (RECARGA DE CELULAR NAO EFETUADA
      *                   PELA OPERADORA E DEVOLVIDA NA CONTA)
      ******************************************************************
       01  REG-ALERTA.
           05  ALE-SEQ                   PIC 9(08).
               88  ALE-CDB-VENCENDO      VALUE 'CD'.
               88  ALE-LIMITE-REVISTO    VALUE 'LR'.
               88  ALE-AVISO-ABANDONO    VALUE 'AB'.
               88  ALE-CONTESTACAO       VALUE 'CB'.
               88  ALE-PROCURACAO-VENCENDO VALUE 'PV'.
               88  ALE-MAIORIDADE        VALUE 'MA'.
               88  ALE-ENVELOPE-DIFERENCA VALUE 'EV'.
               88  ALE-PAGTO-AGENDADO    VALUE 'PA'.
               88  ALE-RECARGA-DEVOLVIDA VALUE 'RG'.
           05  ALE-DATA                  PIC 9(08).
           05  ALE-MENSAGEM              PIC X(60).
           05  ALE-STATUS                PIC X(01).
