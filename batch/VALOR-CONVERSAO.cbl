      ******************************************************************
      * Author:    IGOR CRISPIM
      * Date:      15/10/2026
      * Purpose:   CONVERSAO UNICA DO ACERVO PARA OS CAMPOS DE SALDO E
      *            VALOR AMPLIADOS PARA S9(09)V99 (CONTACAD, CONTABKP,
      *            EXTRATO, EXTRATOH, EMPRESTCAD, APLICCAD, HISTCAD,
      *            NOTIFCAD, IRFCAD, AGENDCAD, APLPROG, BOLETOCAD,
      *            CHQADMCAD, CHQDEPCAD, CUSTCAD, FATURACAD, TEDENVIO E
      *            CARTAOCAD). CAMPOS QUE A COPIA ANTIGA NAO TEM SAO
      *            GRAVADOS ZERADOS OU EM BRANCO. RODAR COM O AMBIENTE
      *            PARADO, DEPOIS DO BACKUP-CONTAS: O OPERADOR RENOMEIA
      *            CADA ARQUIVO ATUAL PARA A COPIA ANTIGA (CONTAS.DAT
      *            PARA CONTAS.ANT, CONTAS.BKP PARA CONTAS-BKP.ANT E
      *            ASSIM POR DIANTE) E O BATCH GRAVA O ARQUIVO NOVO NO
      *            LAYOUT ATUAL, CAMPO A CAMPO. COPIA ANTIGA AUSENTE SO
      *            E ACEITA PARA OS ARQUIVOS OPCIONAIS (SEM CONTAS.ANT A
      *            CONVERSAO E CANCELADA). AO FINAL SAO LISTADOS, POR
      *            ARQUIVO, OS REGISTROS LIDOS E GRAVADOS E O TOTAL DE
      *            CADA CAMPO AMPLIADO ANTES E DEPOIS; QUALQUER
      *            DIFERENCA TERMINA O JOB COM RETURN-CODE 8 E AS COPIAS
      *            ANTIGAS DEVEM VOLTAR. O JORNAL (IMAGENS AMPLIADAS)
      *            RECOMECA VAZIO E O AGREGADOS-EOD DEVE SER RODADO EM
      *            SEGUIDA PARA REFAZER O AGREGADO.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALOR-CONVERSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "contas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CONTA-NUM
                ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONTA.
           SELECT ARQ-ANT-CONTA ASSIGN TO "contas.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-CONTA-NUM
                ALTERNATE RECORD KEY IS ANT-CPF WITH DUPLICATES
                FILE STATUS  IS FS-ANT-CONTA.
           SELECT ARQ-EXTRATO ASSIGN TO "extrato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXT-CHAVE
                FILE STATUS  IS FS-EXTRATO.
           SELECT ARQ-ANT-EXTRATO ASSIGN TO "extrato.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-EXT-CHAVE
                FILE STATUS  IS FS-ANT-EXTRATO.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "emprestimo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EMP-SEQ
                ALTERNATE RECORD KEY IS EMP-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-EMPRESTIMO.
           SELECT ARQ-ANT-EMPRESTIMO ASSIGN TO "emprestimo.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-EMP-SEQ
                ALTERNATE RECORD KEY IS ANT-EMP-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-EMPRESTIMO.
           SELECT ARQ-APLICACAO ASSIGN TO "aplicacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APL-SEQ
                ALTERNATE RECORD KEY IS APL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLICACAO.
           SELECT ARQ-ANT-APLICACAO ASSIGN TO "aplicacao.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-APL-SEQ
                ALTERNATE RECORD KEY IS ANT-APL-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-APLICACAO.
           SELECT ARQ-CONTA-BKP ASSIGN TO "contas.bkp"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CONTA-BKP.
           SELECT ARQ-ANT-CONTA-BKP ASSIGN TO "contas-bkp.ant"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ANT-CONTA-BKP.
           SELECT ARQ-EXTRATO-HIST ASSIGN TO "extrato-hist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EXH-CHAVE
                FILE STATUS  IS FS-EXTRATO-HIST.
           SELECT ARQ-ANT-EXTRATO-HIST ASSIGN TO "extrato-hist.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-EXH-CHAVE
                FILE STATUS  IS FS-ANT-EXTRATO-HIST.
           SELECT ARQ-HISTORICO ASSIGN TO "historico.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-HISTORICO.
           SELECT ARQ-ANT-HISTORICO ASSIGN TO "historico.ant"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ANT-HISTORICO.
           SELECT ARQ-NOTIFICACAO ASSIGN TO "notificacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS NOTIF-SEQ
                ALTERNATE RECORD KEY IS NOTIF-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-NOTIFICACAO.
           SELECT ARQ-ANT-NOTIFICACAO ASSIGN TO "notificacao.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-NOTIF-SEQ
                ALTERNATE RECORD KEY IS ANT-NOTIF-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-NOTIFICACAO.
           SELECT ARQ-IRFONTE ASSIGN TO "irfonte.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-IRFONTE.
           SELECT ARQ-ANT-IRFONTE ASSIGN TO "irfonte.ant"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ANT-IRFONTE.
           SELECT ARQ-AGENDAMENTO ASSIGN TO "agendamento.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AGEND-SEQ
                FILE STATUS  IS FS-AGENDAMENTO.
           SELECT ARQ-ANT-AGENDAMENTO ASSIGN TO "agendamento.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-AGEND-SEQ
                FILE STATUS  IS FS-ANT-AGENDAMENTO.
           SELECT ARQ-APLPROG ASSIGN TO "aplprog.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APG-SEQ
                ALTERNATE RECORD KEY IS APG-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-APLPROG.
           SELECT ARQ-ANT-APLPROG ASSIGN TO "aplprog.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-APG-SEQ
                ALTERNATE RECORD KEY IS ANT-APG-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-APLPROG.
           SELECT ARQ-BOLETO ASSIGN TO "boleto.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS BOL-NOSSO-NUMERO
                ALTERNATE RECORD KEY IS BOL-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-BOLETO.
           SELECT ARQ-ANT-BOLETO ASSIGN TO "boleto.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-BOL-NOSSO-NUMERO
                ALTERNATE RECORD KEY IS ANT-BOL-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-BOLETO.
           SELECT ARQ-CHQADM ASSIGN TO "chqadm.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ADM-NUMERO
                FILE STATUS  IS FS-CHQADM.
           SELECT ARQ-ANT-CHQADM ASSIGN TO "chqadm.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-ADM-NUMERO
                FILE STATUS  IS FS-ANT-CHQADM.
           SELECT ARQ-CHQDEP ASSIGN TO "chqdep.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHD-SEQ
                ALTERNATE RECORD KEY IS CHD-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-CHQDEP.
           SELECT ARQ-ANT-CHQDEP ASSIGN TO "chqdep.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-CHD-SEQ
                ALTERNATE RECORD KEY IS ANT-CHD-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-CHQDEP.
           SELECT ARQ-CUSTODIA ASSIGN TO "custodia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CUS-SEQ
                ALTERNATE RECORD KEY IS CUS-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-CUSTODIA.
           SELECT ARQ-ANT-CUSTODIA ASSIGN TO "custodia.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-CUS-SEQ
                ALTERNATE RECORD KEY IS ANT-CUS-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-CUSTODIA.
           SELECT ARQ-FATURA ASSIGN TO "fatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FAT-CHAVE
                ALTERNATE RECORD KEY IS FAT-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.
           SELECT ARQ-ANT-FATURA ASSIGN TO "fatura.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-FAT-CHAVE
                ALTERNATE RECORD KEY IS ANT-FAT-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-FATURA.
           SELECT ARQ-TEDENVIO ASSIGN TO "tedenvio.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TEV-CHAVE
                FILE STATUS  IS FS-TEDENVIO.
           SELECT ARQ-ANT-TEDENVIO ASSIGN TO "tedenvio.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-TEV-CHAVE
                FILE STATUS  IS FS-ANT-TEDENVIO.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-ANT-CARTAO ASSIGN TO "cartao.ant"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ANT-CARD-NUMERO
                ALTERNATE RECORD KEY IS ANT-CARD-CONTA-NUM
                   WITH DUPLICATES
                FILE STATUS  IS FS-ANT-CARTAO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTA.
           COPY CONTACAD.
       FD ARQ-ANT-CONTA.
       01  ANT-REG-CONTA.
           05  ANT-CONTA-NUM                  PIC 9(06).
           05  ANT-NOME                       PIC X(30).
           05  ANT-CPF                        PIC 9(11).
           05  ANT-SENHA                      PIC X(10).
           05  ANT-SALDO                      PIC S9(07)V99.
           05  ANT-ULT-SEQ-EXTRATO            PIC 9(06).
           05  ANT-STATUS-CONTA               PIC X(01).
           05  ANT-QTDE-ERRO-SENHA            PIC 9(02).
           05  ANT-LIMITE-DIARIO              PIC S9(07)V99.
           05  ANT-VALOR-MOVIMENTADO-DIA      PIC S9(07)V99.
           05  ANT-DATA-ULT-MOVIMENTO         PIC 9(08).
           05  ANT-LIMITE-CHEQUE-ESPECIAL     PIC 9(07)V99.
           05  ANT-TIPO-CONTA                 PIC X(01).
           05  ANT-DATA-ABERTURA              PIC 9(08).
           05  ANT-HORA-ABERTURA              PIC 9(06).
           05  ANT-MOEDA                      PIC X(03).
           05  ANT-VALOR-RETIDO               PIC S9(07)V99.
           05  ANT-JUROS-CHEQUE-ACUM          PIC S9(07)V99.
           05  ANT-QTDE-DIAS-NEGATIVO         PIC 9(05).
           05  ANT-DATA-ULT-ACUM-CHEQUE       PIC 9(08).
           05  ANT-AGENCIA                    PIC 9(04).
           05  ANT-PACOTE-CODIGO              PIC X(03).
           05  ANT-QTDE-TRANSF-MES            PIC 9(03).
           05  ANT-QTDE-SAQUE-MES             PIC 9(03).
           05  ANT-COMPETENCIA-USO            PIC 9(06).
           05  ANT-SENHA-HASHEADA             PIC X(01).
           05  ANT-SWEEP-ADESAO               PIC X(01).
           05  ANT-SWEEP-PISO                 PIC S9(07)V99.
           05  ANT-VALOR-CONTABIL-BRL         PIC S9(11)V99.
           05  ANT-IOF-CHEQUE-ACUM            PIC S9(07)V99.
           05  ANT-FLAG-EXPORT-EXTRATO        PIC X(01).
           05  ANT-ULTIMA-TAXA-CAMBIO         PIC 9(03)V9999.
       FD ARQ-EXTRATO.
           COPY EXTRATO.
       FD ARQ-ANT-EXTRATO.
       01  ANT-REG-EXTRATO.
           05  ANT-EXT-CHAVE.
               10  ANT-EXT-CONTA-NUM          PIC 9(06).
               10  ANT-EXT-SEQUENCIA          PIC 9(06).
           05  ANT-EXT-TIPO-MOV               PIC X(02).
           05  ANT-EXT-DATA-MOV               PIC 9(08).
           05  ANT-EXT-HORA-MOV               PIC 9(06).
           05  ANT-EXT-VALOR                  PIC S9(07)V99.
           05  ANT-EXT-SALDO-APOS             PIC S9(07)V99.
           05  ANT-EXT-CONTA-CONTRA           PIC 9(06).
           05  ANT-EXT-STATUS-MOV             PIC X(01).
           05  ANT-EXT-DETALHE                PIC X(30).
           05  ANT-EXT-OPER-ID                PIC X(08).
           05  ANT-EXT-DATA-CONTABIL          PIC 9(08).
       FD ARQ-EMPRESTIMO.
           COPY EMPRESTCAD.
       FD ARQ-ANT-EMPRESTIMO.
       01  ANT-REG-EMPRESTIMO.
           05  ANT-EMP-SEQ                    PIC 9(06).
           05  ANT-EMP-CONTA-NUM              PIC 9(06).
           05  ANT-EMP-VALOR-PRINCIPAL        PIC S9(07)V99.
           05  ANT-EMP-TAXA-JUROS             PIC 9(03)V99.
           05  ANT-EMP-QTDE-PARCELAS          PIC 9(03).
           05  ANT-EMP-VALOR-PARCELA          PIC S9(07)V99.
           05  ANT-EMP-PARCELAS-PAGAS         PIC 9(03).
           05  ANT-EMP-DIA-VENCIMENTO         PIC 9(02).
           05  ANT-EMP-STATUS                 PIC X(01).
           05  ANT-EMP-ULT-COBRANCA           PIC 9(08).
           05  ANT-EMP-QTDE-PARC-ATRASO       PIC 9(03).
           05  ANT-EMP-DATA-VENC-ATRASO       PIC 9(08).
           05  ANT-EMP-DATA-MARCA-ATRASO      PIC 9(08).
           05  ANT-EMP-CONTRATO-ORIGEM        PIC 9(06).
           05  ANT-EMP-SEGURO                 PIC X(01).
           05  ANT-EMP-SEGURO-PREMIO          PIC S9(05)V99.
           05  ANT-EMP-MODALIDADE             PIC X(01).
           05  ANT-EMP-CONV-CODIGO            PIC 9(04).
           05  ANT-EMP-DATA-ULT-CONSIG        PIC 9(08).
           05  ANT-EMP-FORMA-COBRANCA         PIC X(01).
           05  ANT-EMP-CLASSE-RISCO           PIC X(01).
           05  ANT-EMP-DATA-CLASSIFICACAO     PIC 9(08).
       FD ARQ-APLICACAO.
           COPY APLICCAD.
       FD ARQ-ANT-APLICACAO.
       01  ANT-REG-APLICACAO.
           05  ANT-APL-SEQ                    PIC 9(06).
           05  ANT-APL-CONTA-NUM              PIC 9(06).
           05  ANT-APL-VALOR-APLICADO         PIC S9(07)V99.
           05  ANT-APL-TAXA-JUROS             PIC 9(03)V99.
           05  ANT-APL-DATA-APLICACAO         PIC 9(08).
           05  ANT-APL-DATA-VENCIMENTO        PIC 9(08).
           05  ANT-APL-STATUS                 PIC X(01).
           05  ANT-APL-INDEXADOR              PIC X(03).
           05  ANT-APL-PERC-INDEXADOR         PIC 9(03)V99.
           05  ANT-APL-FATOR-ACUM             PIC 9(03)V9(08).
           05  ANT-APL-DATA-ULT-ACCRUAL       PIC 9(08).
           05  ANT-APL-PRODUTO                PIC X(03).
           05  ANT-APL-INSTRUCAO-VENC         PIC X(01).
       FD ARQ-CONTA-BKP.
           COPY CONTABKP.
       FD ARQ-ANT-CONTA-BKP.
       01  ANT-REG-CONTA-BKP.
           05  ANT-BKP-CONTA-NUM              PIC 9(06).
           05  ANT-BKP-NOME                   PIC X(30).
           05  ANT-BKP-CPF                    PIC 9(11).
           05  ANT-BKP-SENHA                  PIC X(10).
           05  ANT-BKP-SALDO                  PIC S9(07)V99.
           05  ANT-BKP-ULT-SEQ-EXTRATO        PIC 9(06).
           05  ANT-BKP-STATUS-CONTA           PIC X(01).
           05  ANT-BKP-QTDE-ERRO-SENHA        PIC 9(02).
           05  ANT-BKP-LIMITE-DIARIO          PIC S9(07)V99.
           05  ANT-BKP-VALOR-MOVIMENTADO-DIA  PIC S9(07)V99.
           05  ANT-BKP-DATA-ULT-MOVIMENTO     PIC 9(08).
           05  ANT-BKP-LIMITE-CHEQUE-ESP      PIC 9(07)V99.
           05  ANT-BKP-TIPO-CONTA             PIC X(01).
           05  ANT-BKP-DATA-ABERTURA          PIC 9(08).
           05  ANT-BKP-HORA-ABERTURA          PIC 9(06).
           05  ANT-BKP-MOEDA                  PIC X(03).
           05  ANT-BKP-VALOR-RETIDO           PIC S9(07)V99.
           05  ANT-BKP-JUROS-CHEQUE-ACUM      PIC S9(07)V99.
           05  ANT-BKP-QTDE-DIAS-NEGATIVO     PIC 9(05).
           05  ANT-BKP-DATA-ULT-ACUM-CHEQUE   PIC 9(08).
           05  ANT-BKP-AGENCIA                PIC 9(04).
           05  ANT-BKP-PACOTE-CODIGO          PIC X(03).
           05  ANT-BKP-QTDE-TRANSF-MES        PIC 9(03).
           05  ANT-BKP-QTDE-SAQUE-MES         PIC 9(03).
           05  ANT-BKP-COMPETENCIA-USO        PIC 9(06).
           05  ANT-BKP-SENHA-HASHEADA         PIC X(01).
       FD ARQ-EXTRATO-HIST.
           COPY EXTRATOH.
       FD ARQ-ANT-EXTRATO-HIST.
       01  ANT-REG-EXTRATO-HIST.
           05  ANT-EXH-CHAVE.
               10  ANT-EXH-CONTA-NUM          PIC 9(06).
               10  ANT-EXH-SEQUENCIA          PIC 9(06).
           05  ANT-EXH-TIPO-MOV               PIC X(02).
           05  ANT-EXH-DATA-MOV               PIC 9(08).
           05  ANT-EXH-HORA-MOV               PIC 9(06).
           05  ANT-EXH-VALOR                  PIC S9(07)V99.
           05  ANT-EXH-SALDO-APOS             PIC S9(07)V99.
           05  ANT-EXH-CONTA-CONTRA           PIC 9(06).
           05  ANT-EXH-STATUS-MOV             PIC X(01).
           05  ANT-EXH-DETALHE                PIC X(30).
       FD ARQ-HISTORICO.
           COPY HISTCAD.
       FD ARQ-ANT-HISTORICO.
       01  ANT-REG-HISTORICO.
           05  ANT-HIST-CONTA-NUM             PIC 9(06).
           05  ANT-HIST-DATA-SNAPSHOT         PIC 9(08).
           05  ANT-HIST-SALDO                 PIC S9(07)V99.
           05  ANT-HIST-STATUS-CONTA          PIC X(01).
           05  ANT-HIST-TIPO-CONTA            PIC X(01).
       FD ARQ-NOTIFICACAO.
           COPY NOTIFCAD.
       FD ARQ-ANT-NOTIFICACAO.
       01  ANT-REG-NOTIFICACAO.
           05  ANT-NOTIF-SEQ                  PIC 9(08).
           05  ANT-NOTIF-CONTA-NUM            PIC 9(06).
           05  ANT-NOTIF-TIPO-MOV             PIC X(02).
           05  ANT-NOTIF-VALOR                PIC S9(07)V99.
           05  ANT-NOTIF-DATA                 PIC 9(08).
           05  ANT-NOTIF-HORA                 PIC 9(06).
           05  ANT-NOTIF-STATUS               PIC X(01).
           05  ANT-NOTIF-DETALHE              PIC X(40).
       FD ARQ-IRFONTE.
           COPY IRFCAD.
       FD ARQ-ANT-IRFONTE.
       01  ANT-REG-IRFONTE.
           05  ANT-IRF-CONTA-NUM              PIC 9(06).
           05  ANT-IRF-CPF                    PIC 9(11).
           05  ANT-IRF-APL-SEQ                PIC 9(06).
           05  ANT-IRF-DATA-RESGATE           PIC 9(08).
           05  ANT-IRF-DIAS-APLICACAO         PIC 9(05).
           05  ANT-IRF-ALIQUOTA               PIC 9(02)V99.
           05  ANT-IRF-VALOR-RENDIMENTO       PIC S9(07)V99.
           05  ANT-IRF-VALOR-IR               PIC S9(07)V99.
           05  ANT-IRF-PRODUTO                PIC X(03).
       FD ARQ-AGENDAMENTO.
           COPY AGENDCAD.
       FD ARQ-ANT-AGENDAMENTO.
       01  ANT-REG-AGENDAMENTO.
           05  ANT-AGEND-SEQ                  PIC 9(06).
           05  ANT-AGEND-CONTA-ORIGEM         PIC 9(06).
           05  ANT-AGEND-CONTA-DESTINO        PIC 9(06).
           05  ANT-AGEND-VALOR                PIC S9(07)V99.
           05  ANT-AGEND-DIA-MES              PIC 9(02).
           05  ANT-AGEND-STATUS               PIC X(01).
           05  ANT-AGEND-ULT-EXECUCAO         PIC 9(08).
       FD ARQ-APLPROG.
           COPY APLPROG.
       FD ARQ-ANT-APLPROG.
       01  ANT-REG-APLPROG.
           05  ANT-APG-SEQ                    PIC 9(06).
           05  ANT-APG-CONTA-NUM              PIC 9(06).
           05  ANT-APG-VALOR                  PIC S9(07)V99.
           05  ANT-APG-DIA-MES                PIC 9(02).
           05  ANT-APG-PRODUTO                PIC X(03).
           05  ANT-APG-INDEXADOR              PIC X(03).
           05  ANT-APG-PERC-INDEXADOR         PIC 9(03)V99.
           05  ANT-APG-PRAZO-DIAS             PIC 9(05).
           05  ANT-APG-STATUS                 PIC X(01).
           05  ANT-APG-DATA-ULT-EXEC          PIC 9(08).
       FD ARQ-BOLETO.
           COPY BOLETOCAD.
       FD ARQ-ANT-BOLETO.
       01  ANT-REG-BOLETO.
           05  ANT-BOL-NOSSO-NUMERO           PIC 9(10).
           05  ANT-BOL-CONTA-NUM              PIC 9(06).
           05  ANT-BOL-VALOR                  PIC S9(07)V99.
           05  ANT-BOL-DATA-EMISSAO           PIC 9(08).
           05  ANT-BOL-DATA-VENCIMENTO        PIC 9(08).
           05  ANT-BOL-PAGADOR-NOME           PIC X(30).
           05  ANT-BOL-PAGADOR-CPF            PIC 9(11).
           05  ANT-BOL-STATUS                 PIC X(01).
           05  ANT-BOL-EMP-SEQ                PIC 9(06).
           05  ANT-BOL-MULTA-PERC             PIC 9(02)V99.
           05  ANT-BOL-JUROS-DIA-PERC         PIC 9V9(04).
           05  ANT-BOL-DESC-VALOR             PIC S9(07)V99.
           05  ANT-BOL-DESC-DATA-LIMITE       PIC 9(08).
       FD ARQ-CHQADM.
           COPY CHQADMCAD.
       FD ARQ-ANT-CHQADM.
       01  ANT-REG-CHQADM.
           05  ANT-ADM-NUMERO                 PIC 9(06).
           05  ANT-ADM-CONTA-ORIGEM           PIC 9(06).
           05  ANT-ADM-FAVORECIDO             PIC X(30).
           05  ANT-ADM-VALOR                  PIC S9(07)V99.
           05  ANT-ADM-DATA-EMISSAO           PIC 9(08).
           05  ANT-ADM-DATA-PAGAMENTO         PIC 9(08).
           05  ANT-ADM-STATUS                 PIC X(01).
       FD ARQ-CHQDEP.
           COPY CHQDEPCAD.
       FD ARQ-ANT-CHQDEP.
       01  ANT-REG-CHQDEP.
           05  ANT-CHD-SEQ                    PIC 9(08).
           05  ANT-CHD-CONTA-NUM              PIC 9(06).
           05  ANT-CHD-BANCO-EMISSOR          PIC 9(03).
           05  ANT-CHD-CONTA-EMISSORA         PIC 9(10).
           05  ANT-CHD-NUMERO-CHEQUE          PIC 9(06).
           05  ANT-CHD-VALOR                  PIC S9(07)V99.
           05  ANT-CHD-DATA-DEPOSITO          PIC 9(08).
           05  ANT-CHD-DATA-PREVISTA          PIC 9(08).
           05  ANT-CHD-EXT-SEQ                PIC 9(06).
           05  ANT-CHD-STATUS                 PIC X(01).
       FD ARQ-CUSTODIA.
           COPY CUSTCAD.
       FD ARQ-ANT-CUSTODIA.
       01  ANT-REG-CUSTODIA.
           05  ANT-CUS-SEQ                    PIC 9(08).
           05  ANT-CUS-CONTA-NUM              PIC 9(06).
           05  ANT-CUS-CONTA-EMISSORA         PIC 9(06).
           05  ANT-CUS-BANCO-EMISSOR          PIC 9(03).
           05  ANT-CUS-NUMERO-CHEQUE          PIC 9(06).
           05  ANT-CUS-VALOR                  PIC S9(07)V99.
           05  ANT-CUS-DATA-ACORDADA          PIC 9(08).
           05  ANT-CUS-DATA-REGISTRO          PIC 9(08).
           05  ANT-CUS-DATA-APRESENTACAO      PIC 9(08).
           05  ANT-CUS-STATUS                 PIC X(01).
       FD ARQ-FATURA.
           COPY FATURACAD.
       FD ARQ-ANT-FATURA.
       01  ANT-REG-FATURA.
           05  ANT-FAT-CHAVE.
               10  ANT-FAT-CARD-NUMERO        PIC 9(16).
               10  ANT-FAT-COMPETENCIA        PIC 9(06).
           05  ANT-FAT-CONTA-NUM              PIC 9(06).
           05  ANT-FAT-STATUS                 PIC X(01).
           05  ANT-FAT-DATA-FECHAMENTO        PIC 9(08).
           05  ANT-FAT-DATA-VENCIMENTO        PIC 9(08).
           05  ANT-FAT-VALOR-COMPRAS          PIC S9(07)V99.
           05  ANT-FAT-VALOR-ROTATIVO         PIC S9(07)V99.
           05  ANT-FAT-VALOR-JUROS-ROT        PIC S9(07)V99.
           05  ANT-FAT-VALOR-PAGO             PIC S9(07)V99.
           05  ANT-FAT-PGTO-MINIMO            PIC S9(07)V99.
       FD ARQ-TEDENVIO.
           COPY TEDENVIO.
       FD ARQ-ANT-TEDENVIO.
       01  ANT-REG-TEDENVIO.
           05  ANT-TEV-CHAVE.
               10  ANT-TEV-CONTA-NUM          PIC 9(06).
               10  ANT-TEV-SEQUENCIA          PIC 9(06).
           05  ANT-TEV-BANCO                  PIC 9(03).
           05  ANT-TEV-AGENCIA                PIC 9(04).
           05  ANT-TEV-CONTA-DESTINO          PIC X(10).
           05  ANT-TEV-CPF-FAVORECIDO         PIC 9(11).
           05  ANT-TEV-VALOR                  PIC S9(07)V99.
           05  ANT-TEV-DATA                   PIC 9(08).
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-ANT-CARTAO.
       01  ANT-REG-CARTAO.
           05  ANT-CARD-NUMERO                PIC 9(16).
           05  ANT-CARD-CONTA-NUM             PIC 9(06).
           05  ANT-CARD-STATUS                PIC X(01).
           05  ANT-CARD-DATA-EMISSAO          PIC 9(08).
           05  ANT-CARD-MODALIDADE            PIC X(01).
           05  ANT-CARD-LIMITE-CREDITO        PIC 9(07)V99.
           05  ANT-CARD-DIA-FECHAMENTO        PIC 9(02).
           05  ANT-CARD-DIA-VENCIMENTO        PIC 9(02).
           05  ANT-CARD-PIN                   PIC X(10).
           05  ANT-CARD-QTDE-ERRO-PIN         PIC 9(02).
       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-ANT-CONTA                 PIC XX.
       77 FS-EXTRATO                   PIC XX.
       77 FS-ANT-EXTRATO               PIC XX.
       77 FS-EMPRESTIMO                PIC XX.
       77 FS-ANT-EMPRESTIMO            PIC XX.
       77 FS-APLICACAO                 PIC XX.
       77 FS-ANT-APLICACAO             PIC XX.
       77 FS-CONTA-BKP                 PIC XX.
       77 FS-ANT-CONTA-BKP             PIC XX.
       77 FS-EXTRATO-HIST              PIC XX.
       77 FS-ANT-EXTRATO-HIST          PIC XX.
       77 FS-HISTORICO                 PIC XX.
       77 FS-ANT-HISTORICO             PIC XX.
       77 FS-NOTIFICACAO               PIC XX.
       77 FS-ANT-NOTIFICACAO           PIC XX.
       77 FS-IRFONTE                   PIC XX.
       77 FS-ANT-IRFONTE               PIC XX.
       77 FS-AGENDAMENTO               PIC XX.
       77 FS-ANT-AGENDAMENTO           PIC XX.
       77 FS-APLPROG                   PIC XX.
       77 FS-ANT-APLPROG               PIC XX.
       77 FS-BOLETO                    PIC XX.
       77 FS-ANT-BOLETO                PIC XX.
       77 FS-CHQADM                    PIC XX.
       77 FS-ANT-CHQADM                PIC XX.
       77 FS-CHQDEP                    PIC XX.
       77 FS-ANT-CHQDEP                PIC XX.
       77 FS-CUSTODIA                  PIC XX.
       77 FS-ANT-CUSTODIA              PIC XX.
       77 FS-FATURA                    PIC XX.
       77 FS-ANT-FATURA                PIC XX.
       77 FS-TEDENVIO                  PIC XX.
       77 FS-ANT-TEDENVIO              PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-ANT-CARTAO                PIC XX.
       77 WS-IX-ARQ                    PIC 9(02).
       77 WS-IX-CTL                    PIC 9(02).
       77 WS-CTL-ANTES-EDT             PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-CTL-DEPOIS-EDT            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-CONVERSAO-OK              PIC X(01) VALUE 'S'.
           88 CONVERSAO-OK             VALUE 'S'.
      *      ARQUIVOS NA ORDEM DE CONVERSAO, COM A FAIXA DOS SEUS
      *      CAMPOS AMPLIADOS NA TABELA DE TOTAIS DE CONTROLE
       01 WS-TAB-ARQUIVOS-VALORES.
           05 FILLER                   PIC X(20)
                                 VALUE 'CONTAS.DAT      0108'.
           05 FILLER                   PIC X(20)
                                 VALUE 'EXTRATO.DAT     0910'.
           05 FILLER                   PIC X(20)
                                 VALUE 'EMPRESTIMO.DAT  1113'.
           05 FILLER                   PIC X(20)
                                 VALUE 'APLICACAO.DAT   1414'.
           05 FILLER                   PIC X(20)
                                 VALUE 'CONTAS.BKP      1520'.
           05 FILLER                   PIC X(20)
                                 VALUE 'EXTRATO-HIST.DAT2122'.
           05 FILLER                   PIC X(20)
                                 VALUE 'HISTORICO.DAT   2323'.
           05 FILLER                   PIC X(20)
                                 VALUE 'NOTIFICACAO.DAT 2424'.
           05 FILLER                   PIC X(20)
                                 VALUE 'IRFONTE.DAT     2526'.
           05 FILLER                   PIC X(20)
                                 VALUE 'AGENDAMENTO.DAT 2727'.
           05 FILLER                   PIC X(20)
                                 VALUE 'APLPROG.DAT     2828'.
           05 FILLER                   PIC X(20)
                                 VALUE 'BOLETO.DAT      2930'.
           05 FILLER                   PIC X(20)
                                 VALUE 'CHQADM.DAT      3131'.
           05 FILLER                   PIC X(20)
                                 VALUE 'CHQDEP.DAT      3232'.
           05 FILLER                   PIC X(20)
                                 VALUE 'CUSTODIA.DAT    3333'.
           05 FILLER                   PIC X(20)
                                 VALUE 'FATURA.DAT      3438'.
           05 FILLER                   PIC X(20)
                                 VALUE 'TEDENVIO.DAT    3939'.
           05 FILLER                   PIC X(20)
                                 VALUE 'CARTAO.DAT      4040'.
       01 WS-TAB-ARQUIVOS REDEFINES WS-TAB-ARQUIVOS-VALORES.
           05 WS-ARQ-ITEM OCCURS 18 TIMES.
               10 WS-ARQ-NOME          PIC X(16).
               10 WS-ARQ-CTL-INI       PIC 9(02).
               10 WS-ARQ-CTL-FIM       PIC 9(02).
       01 WS-TAB-ARQUIVOS-CONTADORES.
           05 WS-ARQ-CONT OCCURS 18 TIMES.
               10 WS-ARQ-CONVERTIDO    PIC X(01) VALUE 'N'.
               10 WS-ARQ-LIDOS         PIC 9(08) VALUE ZEROS.
               10 WS-ARQ-GRAVADOS      PIC 9(08) VALUE ZEROS.
      *      CAMPOS AMPLIADOS, NA ORDEM DOS INDICES USADOS NOS
      *      ACUMULOS DE CADA CONVERSAO
       01 WS-TAB-CAMPOS-VALORES.
           05 FILLER                   PIC X(26) VALUE
                                 'SALDO'.
           05 FILLER                   PIC X(26) VALUE
                                 'LIMITE-DIARIO'.
           05 FILLER                   PIC X(26) VALUE
                                 'VALOR-MOVIMENTADO-DIA'.
           05 FILLER                   PIC X(26) VALUE
                                 'LIMITE-CHEQUE-ESPECIAL'.
           05 FILLER                   PIC X(26) VALUE
                                 'VALOR-RETIDO'.
           05 FILLER                   PIC X(26) VALUE
                                 'JUROS-CHEQUE-ACUM'.
           05 FILLER                   PIC X(26) VALUE
                                 'SWEEP-PISO'.
           05 FILLER                   PIC X(26) VALUE
                                 'IOF-CHEQUE-ACUM'.
           05 FILLER                   PIC X(26) VALUE
                                 'EXT-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'EXT-SALDO-APOS'.
           05 FILLER                   PIC X(26) VALUE
                                 'EMP-VALOR-PRINCIPAL'.
           05 FILLER                   PIC X(26) VALUE
                                 'EMP-VALOR-PARCELA'.
           05 FILLER                   PIC X(26) VALUE
                                 'EMP-SEGURO-PREMIO'.
           05 FILLER                   PIC X(26) VALUE
                                 'APL-VALOR-APLICADO'.
           05 FILLER                   PIC X(26) VALUE
                                 'BKP-SALDO'.
           05 FILLER                   PIC X(26) VALUE
                                 'BKP-LIMITE-DIARIO'.
           05 FILLER                   PIC X(26) VALUE
                                 'BKP-VALOR-MOVIMENTADO-DIA'.
           05 FILLER                   PIC X(26) VALUE
                                 'BKP-LIMITE-CHEQUE-ESP'.
           05 FILLER                   PIC X(26) VALUE
                                 'BKP-VALOR-RETIDO'.
           05 FILLER                   PIC X(26) VALUE
                                 'BKP-JUROS-CHEQUE-ACUM'.
           05 FILLER                   PIC X(26) VALUE
                                 'EXH-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'EXH-SALDO-APOS'.
           05 FILLER                   PIC X(26) VALUE
                                 'HIST-SALDO'.
           05 FILLER                   PIC X(26) VALUE
                                 'NOTIF-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'IRF-VALOR-RENDIMENTO'.
           05 FILLER                   PIC X(26) VALUE
                                 'IRF-VALOR-IR'.
           05 FILLER                   PIC X(26) VALUE
                                 'AGEND-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'APG-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'BOL-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'BOL-DESC-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'ADM-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'CHD-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'CUS-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'FAT-VALOR-COMPRAS'.
           05 FILLER                   PIC X(26) VALUE
                                 'FAT-VALOR-ROTATIVO'.
           05 FILLER                   PIC X(26) VALUE
                                 'FAT-VALOR-JUROS-ROT'.
           05 FILLER                   PIC X(26) VALUE
                                 'FAT-VALOR-PAGO'.
           05 FILLER                   PIC X(26) VALUE
                                 'FAT-PGTO-MINIMO'.
           05 FILLER                   PIC X(26) VALUE
                                 'TEV-VALOR'.
           05 FILLER                   PIC X(26) VALUE
                                 'CARD-LIMITE-CREDITO'.
       01 WS-TAB-CAMPOS REDEFINES WS-TAB-CAMPOS-VALORES.
           05 WS-CTL-CAMPO             PIC X(26) OCCURS 40 TIMES.
       01 WS-TAB-TOTAIS-CONTROLE.
           05 WS-CTL-ITEM OCCURS 40 TIMES.
               10 WS-CTL-ANTES         PIC S9(15)V99 VALUE ZEROS.
               10 WS-CTL-DEPOIS        PIC S9(15)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       P100-MAIN.
             PERFORM P300-CONVERTER-CONTA
             PERFORM P310-CONVERTER-EXTRATO
             PERFORM P320-CONVERTER-EMPRESTIMO
             PERFORM P330-CONVERTER-APLICACAO
             PERFORM P340-CONVERTER-CONTA-BKP
             PERFORM P350-CONVERTER-EXTRATO-HIST
             PERFORM P360-CONVERTER-HISTORICO
             PERFORM P370-CONVERTER-NOTIFICACAO
             PERFORM P380-CONVERTER-IRFONTE
             PERFORM P390-CONVERTER-AGENDAMENTO
             PERFORM P400-CONVERTER-APLPROG
             PERFORM P410-CONVERTER-BOLETO
             PERFORM P420-CONVERTER-CHQADM
             PERFORM P430-CONVERTER-CHQDEP
             PERFORM P440-CONVERTER-CUSTODIA
             PERFORM P450-CONVERTER-FATURA
             PERFORM P460-CONVERTER-TEDENVIO
             PERFORM P470-CONVERTER-CARTAO
             PERFORM P800-CONFERIR-TOTAIS
             PERFORM P900-TERMINAL
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE O CADASTRO DE CONTAS (CONTAS.DAT)
      ******************************************************************
       P300-CONVERTER-CONTA.
             OPEN INPUT ARQ-ANT-CONTA
             IF FS-ANT-CONTA EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA CONTAS.ANT NAO ENCONTRADA,'
                        ' CONVERSAO CANCELADA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             IF FS-ANT-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' CONTAS.ANT, STATUS: '
                        FS-ANT-CONTA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR CONTAS.DAT, STATUS: '
                        FS-CONTA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(1)
             PERFORM P301-LER-ANT-CONTA
             PERFORM UNTIL FS-ANT-CONTA NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(1)
                ADD ANT-SALDO TO WS-CTL-ANTES(1)
                ADD ANT-LIMITE-DIARIO TO WS-CTL-ANTES(2)
                ADD ANT-VALOR-MOVIMENTADO-DIA TO WS-CTL-ANTES(3)
                ADD ANT-LIMITE-CHEQUE-ESPECIAL TO WS-CTL-ANTES(4)
                ADD ANT-VALOR-RETIDO TO WS-CTL-ANTES(5)
                ADD ANT-JUROS-CHEQUE-ACUM TO WS-CTL-ANTES(6)
                ADD ANT-SWEEP-PISO TO WS-CTL-ANTES(7)
                ADD ANT-IOF-CHEQUE-ACUM TO WS-CTL-ANTES(8)
                PERFORM P302-MONTAR-CONTA
                ADD SALDO TO WS-CTL-DEPOIS(1)
                ADD LIMITE-DIARIO TO WS-CTL-DEPOIS(2)
                ADD VALOR-MOVIMENTADO-DIA TO WS-CTL-DEPOIS(3)
                ADD LIMITE-CHEQUE-ESPECIAL TO WS-CTL-DEPOIS(4)
                ADD VALOR-RETIDO TO WS-CTL-DEPOIS(5)
                ADD JUROS-CHEQUE-ACUM TO WS-CTL-DEPOIS(6)
                ADD SWEEP-PISO TO WS-CTL-DEPOIS(7)
                ADD IOF-CHEQUE-ACUM TO WS-CTL-DEPOIS(8)
                WRITE REG-CONTA
                IF FS-CONTA EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(1)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(1) ' DE CONTAS.DAT,'
                           ' STATUS: ' FS-CONTA
                END-IF
                PERFORM P301-LER-ANT-CONTA
             END-PERFORM
             CLOSE ARQ-ANT-CONTA ARQ-CONTA
       .
       P301-LER-ANT-CONTA.
             READ ARQ-ANT-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-CONTA
             END-READ
       .
       P302-MONTAR-CONTA.
             MOVE ANT-CONTA-NUM TO CONTA-NUM
             MOVE ANT-NOME TO NOME
             MOVE ANT-CPF TO CPF
             MOVE ANT-SENHA TO SENHA
             MOVE ANT-SALDO TO SALDO
             MOVE ANT-ULT-SEQ-EXTRATO TO ULT-SEQ-EXTRATO
             MOVE ANT-STATUS-CONTA TO STATUS-CONTA
             MOVE ANT-QTDE-ERRO-SENHA TO QTDE-ERRO-SENHA
             MOVE ANT-LIMITE-DIARIO TO LIMITE-DIARIO
             MOVE ANT-VALOR-MOVIMENTADO-DIA TO VALOR-MOVIMENTADO-DIA
             MOVE ANT-DATA-ULT-MOVIMENTO TO DATA-ULT-MOVIMENTO
             MOVE ANT-LIMITE-CHEQUE-ESPECIAL TO LIMITE-CHEQUE-ESPECIAL
             MOVE ANT-TIPO-CONTA TO TIPO-CONTA
             MOVE ANT-DATA-ABERTURA TO DATA-ABERTURA
             MOVE ANT-HORA-ABERTURA TO HORA-ABERTURA
             MOVE ANT-MOEDA TO MOEDA
             MOVE ANT-VALOR-RETIDO TO VALOR-RETIDO
             MOVE ANT-JUROS-CHEQUE-ACUM TO JUROS-CHEQUE-ACUM
             MOVE ANT-QTDE-DIAS-NEGATIVO TO QTDE-DIAS-NEGATIVO
             MOVE ANT-DATA-ULT-ACUM-CHEQUE TO DATA-ULT-ACUM-CHEQUE
             MOVE ANT-AGENCIA TO AGENCIA
             MOVE ANT-PACOTE-CODIGO TO PACOTE-CODIGO
             MOVE ANT-QTDE-TRANSF-MES TO QTDE-TRANSF-MES
             MOVE ANT-QTDE-SAQUE-MES TO QTDE-SAQUE-MES
             MOVE ANT-COMPETENCIA-USO TO COMPETENCIA-USO
             MOVE ANT-SENHA-HASHEADA TO SENHA-HASHEADA
             MOVE ANT-SWEEP-ADESAO TO SWEEP-ADESAO
             MOVE ANT-SWEEP-PISO TO SWEEP-PISO
             MOVE ANT-VALOR-CONTABIL-BRL TO VALOR-CONTABIL-BRL
             MOVE ANT-IOF-CHEQUE-ACUM TO IOF-CHEQUE-ACUM
             MOVE ANT-FLAG-EXPORT-EXTRATO TO FLAG-EXPORT-EXTRATO
             MOVE ANT-ULTIMA-TAXA-CAMBIO TO ULTIMA-TAXA-CAMBIO
             MOVE ZEROS TO QTDE-ISENCAO-PONTOS
             MOVE ZEROS TO DATA-ENCERRAMENTO
             MOVE ZEROS TO DATA-ANONIMIZACAO
             MOVE SPACES TO MOTIVO-BLOQUEIO
             MOVE ZEROS TO CNPJ
             MOVE 'N' TO RESTRICAO-MENOR
             MOVE SPACES TO CONTA-DV
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE O EXTRATO (EXTRATO.DAT)
      ******************************************************************
       P310-CONVERTER-EXTRATO.
             OPEN INPUT ARQ-ANT-EXTRATO
             IF FS-ANT-EXTRATO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA EXTRATO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' EXTRATO.ANT, STATUS: '
                        FS-ANT-EXTRATO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR EXTRATO.DAT, STATUS: '
                        FS-EXTRATO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(2)
             PERFORM P311-LER-ANT-EXTRATO
             PERFORM UNTIL FS-ANT-EXTRATO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(2)
                ADD ANT-EXT-VALOR TO WS-CTL-ANTES(9)
                ADD ANT-EXT-SALDO-APOS TO WS-CTL-ANTES(10)
                PERFORM P312-MONTAR-EXTRATO
                ADD EXT-VALOR TO WS-CTL-DEPOIS(9)
                ADD EXT-SALDO-APOS TO WS-CTL-DEPOIS(10)
                WRITE REG-EXTRATO
                IF FS-EXTRATO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(2)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(2) ' DE EXTRATO.DAT,'
                           ' STATUS: ' FS-EXTRATO
                END-IF
                PERFORM P311-LER-ANT-EXTRATO
             END-PERFORM
             CLOSE ARQ-ANT-EXTRATO ARQ-EXTRATO
       .
       P311-LER-ANT-EXTRATO.
             READ ARQ-ANT-EXTRATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-EXTRATO
             END-READ
       .
       P312-MONTAR-EXTRATO.
             MOVE ANT-EXT-CONTA-NUM TO EXT-CONTA-NUM
             MOVE ANT-EXT-SEQUENCIA TO EXT-SEQUENCIA
             MOVE ANT-EXT-TIPO-MOV TO EXT-TIPO-MOV
             MOVE ANT-EXT-DATA-MOV TO EXT-DATA-MOV
             MOVE ANT-EXT-HORA-MOV TO EXT-HORA-MOV
             MOVE ANT-EXT-VALOR TO EXT-VALOR
             MOVE ANT-EXT-SALDO-APOS TO EXT-SALDO-APOS
             MOVE ANT-EXT-CONTA-CONTRA TO EXT-CONTA-CONTRA
             MOVE ANT-EXT-STATUS-MOV TO EXT-STATUS-MOV
             MOVE ANT-EXT-DETALHE TO EXT-DETALHE
             MOVE ANT-EXT-OPER-ID TO EXT-OPER-ID
             MOVE ANT-EXT-DATA-CONTABIL TO EXT-DATA-CONTABIL
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE OS EMPRESTIMOS (EMPRESTIMO.DAT)
      ******************************************************************
       P320-CONVERTER-EMPRESTIMO.
             OPEN INPUT ARQ-ANT-EMPRESTIMO
             IF FS-ANT-EMPRESTIMO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA EMPRESTIMO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' EMPRESTIMO.ANT, STATUS: '
                        FS-ANT-EMPRESTIMO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR EMPRESTIMO.DAT, STATUS: '
                        FS-EMPRESTIMO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(3)
             PERFORM P321-LER-ANT-EMPRESTIMO
             PERFORM UNTIL FS-ANT-EMPRESTIMO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(3)
                ADD ANT-EMP-VALOR-PRINCIPAL TO WS-CTL-ANTES(11)
                ADD ANT-EMP-VALOR-PARCELA TO WS-CTL-ANTES(12)
                ADD ANT-EMP-SEGURO-PREMIO TO WS-CTL-ANTES(13)
                PERFORM P322-MONTAR-EMPRESTIMO
                ADD EMP-VALOR-PRINCIPAL TO WS-CTL-DEPOIS(11)
                ADD EMP-VALOR-PARCELA TO WS-CTL-DEPOIS(12)
                ADD EMP-SEGURO-PREMIO TO WS-CTL-DEPOIS(13)
                WRITE REG-EMPRESTIMO
                IF FS-EMPRESTIMO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(3)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(3) ' DE EMPRESTIMO.DAT,'
                           ' STATUS: ' FS-EMPRESTIMO
                END-IF
                PERFORM P321-LER-ANT-EMPRESTIMO
             END-PERFORM
             CLOSE ARQ-ANT-EMPRESTIMO ARQ-EMPRESTIMO
       .
       P321-LER-ANT-EMPRESTIMO.
             READ ARQ-ANT-EMPRESTIMO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-EMPRESTIMO
             END-READ
       .
       P322-MONTAR-EMPRESTIMO.
             MOVE ANT-EMP-SEQ TO EMP-SEQ
             MOVE ANT-EMP-CONTA-NUM TO EMP-CONTA-NUM
             MOVE ANT-EMP-VALOR-PRINCIPAL TO EMP-VALOR-PRINCIPAL
             MOVE ANT-EMP-TAXA-JUROS TO EMP-TAXA-JUROS
             MOVE ANT-EMP-QTDE-PARCELAS TO EMP-QTDE-PARCELAS
             MOVE ANT-EMP-VALOR-PARCELA TO EMP-VALOR-PARCELA
             MOVE ANT-EMP-PARCELAS-PAGAS TO EMP-PARCELAS-PAGAS
             MOVE ANT-EMP-DIA-VENCIMENTO TO EMP-DIA-VENCIMENTO
             MOVE ANT-EMP-STATUS TO EMP-STATUS
             MOVE ANT-EMP-ULT-COBRANCA TO EMP-ULT-COBRANCA
             MOVE ANT-EMP-QTDE-PARC-ATRASO TO EMP-QTDE-PARC-ATRASO
             MOVE ANT-EMP-DATA-VENC-ATRASO TO EMP-DATA-VENC-ATRASO
             MOVE ANT-EMP-DATA-MARCA-ATRASO TO EMP-DATA-MARCA-ATRASO
             MOVE ANT-EMP-CONTRATO-ORIGEM TO EMP-CONTRATO-ORIGEM
             MOVE ANT-EMP-SEGURO TO EMP-SEGURO
             MOVE ANT-EMP-SEGURO-PREMIO TO EMP-SEGURO-PREMIO
             MOVE ANT-EMP-MODALIDADE TO EMP-MODALIDADE
             MOVE ANT-EMP-CONV-CODIGO TO EMP-CONV-CODIGO
             MOVE ANT-EMP-DATA-ULT-CONSIG TO EMP-DATA-ULT-CONSIG
             MOVE ANT-EMP-FORMA-COBRANCA TO EMP-FORMA-COBRANCA
             MOVE ANT-EMP-CLASSE-RISCO TO EMP-CLASSE-RISCO
             MOVE ANT-EMP-DATA-CLASSIFICACAO TO EMP-DATA-CLASSIFICACAO
             MOVE ZEROS TO EMP-DADOS-HABITACIONAL
             MOVE ZEROS TO EMP-DADOS-APROPRIACAO
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE AS APLICACOES (APLICACAO.DAT)
      ******************************************************************
       P330-CONVERTER-APLICACAO.
             OPEN INPUT ARQ-ANT-APLICACAO
             IF FS-ANT-APLICACAO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA APLICACAO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-APLICACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' APLICACAO.ANT, STATUS: '
                        FS-ANT-APLICACAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-APLICACAO
             IF FS-APLICACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR APLICACAO.DAT, STATUS: '
                        FS-APLICACAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(4)
             PERFORM P331-LER-ANT-APLICACAO
             PERFORM UNTIL FS-ANT-APLICACAO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(4)
                ADD ANT-APL-VALOR-APLICADO TO WS-CTL-ANTES(14)
                PERFORM P332-MONTAR-APLICACAO
                ADD APL-VALOR-APLICADO TO WS-CTL-DEPOIS(14)
                WRITE REG-APLICACAO
                IF FS-APLICACAO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(4)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(4) ' DE APLICACAO.DAT,'
                           ' STATUS: ' FS-APLICACAO
                END-IF
                PERFORM P331-LER-ANT-APLICACAO
             END-PERFORM
             CLOSE ARQ-ANT-APLICACAO ARQ-APLICACAO
       .
       P331-LER-ANT-APLICACAO.
             READ ARQ-ANT-APLICACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-APLICACAO
             END-READ
       .
       P332-MONTAR-APLICACAO.
             MOVE ANT-APL-SEQ TO APL-SEQ
             MOVE ANT-APL-CONTA-NUM TO APL-CONTA-NUM
             MOVE ANT-APL-VALOR-APLICADO TO APL-VALOR-APLICADO
             MOVE ANT-APL-TAXA-JUROS TO APL-TAXA-JUROS
             MOVE ANT-APL-DATA-APLICACAO TO APL-DATA-APLICACAO
             MOVE ANT-APL-DATA-VENCIMENTO TO APL-DATA-VENCIMENTO
             MOVE ANT-APL-STATUS TO APL-STATUS
             MOVE ANT-APL-INDEXADOR TO APL-INDEXADOR
             MOVE ANT-APL-PERC-INDEXADOR TO APL-PERC-INDEXADOR
             MOVE ANT-APL-FATOR-ACUM TO APL-FATOR-ACUM
             MOVE ANT-APL-DATA-ULT-ACCRUAL TO APL-DATA-ULT-ACCRUAL
             MOVE ANT-APL-PRODUTO TO APL-PRODUTO
             MOVE ANT-APL-INSTRUCAO-VENC TO APL-INSTRUCAO-VENC
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE O BACKUP DE CONTAS (CONTAS.BKP)
      ******************************************************************
       P340-CONVERTER-CONTA-BKP.
             OPEN INPUT ARQ-ANT-CONTA-BKP
             IF FS-ANT-CONTA-BKP EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA CONTAS-BKP.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-CONTA-BKP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' CONTAS-BKP.ANT, STATUS: '
                        FS-ANT-CONTA-BKP
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CONTA-BKP
             IF FS-CONTA-BKP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR CONTAS.BKP, STATUS: '
                        FS-CONTA-BKP
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(5)
             PERFORM P341-LER-ANT-CONTA-BKP
             PERFORM UNTIL FS-ANT-CONTA-BKP NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(5)
                ADD ANT-BKP-SALDO TO WS-CTL-ANTES(15)
                ADD ANT-BKP-LIMITE-DIARIO TO WS-CTL-ANTES(16)
                ADD ANT-BKP-VALOR-MOVIMENTADO-DIA TO WS-CTL-ANTES(17)
                ADD ANT-BKP-LIMITE-CHEQUE-ESP TO WS-CTL-ANTES(18)
                ADD ANT-BKP-VALOR-RETIDO TO WS-CTL-ANTES(19)
                ADD ANT-BKP-JUROS-CHEQUE-ACUM TO WS-CTL-ANTES(20)
                PERFORM P342-MONTAR-CONTA-BKP
                ADD BKP-SALDO TO WS-CTL-DEPOIS(15)
                ADD BKP-LIMITE-DIARIO TO WS-CTL-DEPOIS(16)
                ADD BKP-VALOR-MOVIMENTADO-DIA TO WS-CTL-DEPOIS(17)
                ADD BKP-LIMITE-CHEQUE-ESP TO WS-CTL-DEPOIS(18)
                ADD BKP-VALOR-RETIDO TO WS-CTL-DEPOIS(19)
                ADD BKP-JUROS-CHEQUE-ACUM TO WS-CTL-DEPOIS(20)
                WRITE REG-CONTA-BKP
                IF FS-CONTA-BKP EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(5)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(5) ' DE CONTAS.BKP,'
                           ' STATUS: ' FS-CONTA-BKP
                END-IF
                PERFORM P341-LER-ANT-CONTA-BKP
             END-PERFORM
             CLOSE ARQ-ANT-CONTA-BKP ARQ-CONTA-BKP
       .
       P341-LER-ANT-CONTA-BKP.
             READ ARQ-ANT-CONTA-BKP NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-CONTA-BKP
             END-READ
       .
       P342-MONTAR-CONTA-BKP.
             MOVE ANT-BKP-CONTA-NUM TO BKP-CONTA-NUM
             MOVE ANT-BKP-NOME TO BKP-NOME
             MOVE ANT-BKP-CPF TO BKP-CPF
             MOVE ANT-BKP-SENHA TO BKP-SENHA
             MOVE ANT-BKP-SALDO TO BKP-SALDO
             MOVE ANT-BKP-ULT-SEQ-EXTRATO TO BKP-ULT-SEQ-EXTRATO
             MOVE ANT-BKP-STATUS-CONTA TO BKP-STATUS-CONTA
             MOVE ANT-BKP-QTDE-ERRO-SENHA TO BKP-QTDE-ERRO-SENHA
             MOVE ANT-BKP-LIMITE-DIARIO TO BKP-LIMITE-DIARIO
             MOVE ANT-BKP-VALOR-MOVIMENTADO-DIA
               TO BKP-VALOR-MOVIMENTADO-DIA
             MOVE ANT-BKP-DATA-ULT-MOVIMENTO TO BKP-DATA-ULT-MOVIMENTO
             MOVE ANT-BKP-LIMITE-CHEQUE-ESP TO BKP-LIMITE-CHEQUE-ESP
             MOVE ANT-BKP-TIPO-CONTA TO BKP-TIPO-CONTA
             MOVE ANT-BKP-DATA-ABERTURA TO BKP-DATA-ABERTURA
             MOVE ANT-BKP-HORA-ABERTURA TO BKP-HORA-ABERTURA
             MOVE ANT-BKP-MOEDA TO BKP-MOEDA
             MOVE ANT-BKP-VALOR-RETIDO TO BKP-VALOR-RETIDO
             MOVE ANT-BKP-JUROS-CHEQUE-ACUM TO BKP-JUROS-CHEQUE-ACUM
             MOVE ANT-BKP-QTDE-DIAS-NEGATIVO TO BKP-QTDE-DIAS-NEGATIVO
             MOVE ANT-BKP-DATA-ULT-ACUM-CHEQUE
               TO BKP-DATA-ULT-ACUM-CHEQUE
             MOVE ANT-BKP-AGENCIA TO BKP-AGENCIA
             MOVE ANT-BKP-PACOTE-CODIGO TO BKP-PACOTE-CODIGO
             MOVE ANT-BKP-QTDE-TRANSF-MES TO BKP-QTDE-TRANSF-MES
             MOVE ANT-BKP-QTDE-SAQUE-MES TO BKP-QTDE-SAQUE-MES
             MOVE ANT-BKP-COMPETENCIA-USO TO BKP-COMPETENCIA-USO
             MOVE ANT-BKP-SENHA-HASHEADA TO BKP-SENHA-HASHEADA
             MOVE SPACES TO BKP-SWEEP-ADESAO
             MOVE ZEROS TO BKP-SWEEP-PISO
             MOVE ZEROS TO BKP-VALOR-CONTABIL-BRL
             MOVE ZEROS TO BKP-IOF-CHEQUE-ACUM
             MOVE SPACES TO BKP-FLAG-EXPORT-EXTRATO
             MOVE ZEROS TO BKP-ULTIMA-TAXA-CAMBIO
             MOVE ZEROS TO BKP-QTDE-ISENCAO-PONTOS
             MOVE ZEROS TO BKP-DATA-ENCERRAMENTO
             MOVE ZEROS TO BKP-DATA-ANONIMIZACAO
             MOVE SPACES TO BKP-MOTIVO-BLOQUEIO
             MOVE ZEROS TO BKP-CNPJ
             MOVE 'N' TO BKP-RESTRICAO-MENOR
             MOVE SPACES TO BKP-CONTA-DV
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE O EXTRATO HISTORICO (EXTRATO-HIST.DAT)
      ******************************************************************
       P350-CONVERTER-EXTRATO-HIST.
             OPEN INPUT ARQ-ANT-EXTRATO-HIST
             IF FS-ANT-EXTRATO-HIST EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA EXTRATO-HIST.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-EXTRATO-HIST NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' EXTRATO-HIST.ANT, STATUS: '
                        FS-ANT-EXTRATO-HIST
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-EXTRATO-HIST
             IF FS-EXTRATO-HIST NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR EXTRATO-HIST.DAT, STATUS: '
                        FS-EXTRATO-HIST
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(6)
             PERFORM P351-LER-ANT-EXTRATO-HIST
             PERFORM UNTIL FS-ANT-EXTRATO-HIST NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(6)
                ADD ANT-EXH-VALOR TO WS-CTL-ANTES(21)
                ADD ANT-EXH-SALDO-APOS TO WS-CTL-ANTES(22)
                PERFORM P352-MONTAR-EXTRATO-HIST
                ADD EXH-VALOR TO WS-CTL-DEPOIS(21)
                ADD EXH-SALDO-APOS TO WS-CTL-DEPOIS(22)
                WRITE REG-EXTRATO-HIST
                IF FS-EXTRATO-HIST EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(6)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(6) ' DE EXTRATO-HIST.DAT,'
                           ' STATUS: ' FS-EXTRATO-HIST
                END-IF
                PERFORM P351-LER-ANT-EXTRATO-HIST
             END-PERFORM
             CLOSE ARQ-ANT-EXTRATO-HIST ARQ-EXTRATO-HIST
       .
       P351-LER-ANT-EXTRATO-HIST.
             READ ARQ-ANT-EXTRATO-HIST NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-EXTRATO-HIST
             END-READ
       .
       P352-MONTAR-EXTRATO-HIST.
             MOVE ANT-EXH-CONTA-NUM TO EXH-CONTA-NUM
             MOVE ANT-EXH-SEQUENCIA TO EXH-SEQUENCIA
             MOVE ANT-EXH-TIPO-MOV TO EXH-TIPO-MOV
             MOVE ANT-EXH-DATA-MOV TO EXH-DATA-MOV
             MOVE ANT-EXH-HORA-MOV TO EXH-HORA-MOV
             MOVE ANT-EXH-VALOR TO EXH-VALOR
             MOVE ANT-EXH-SALDO-APOS TO EXH-SALDO-APOS
             MOVE ANT-EXH-CONTA-CONTRA TO EXH-CONTA-CONTRA
             MOVE ANT-EXH-STATUS-MOV TO EXH-STATUS-MOV
             MOVE ANT-EXH-DETALHE TO EXH-DETALHE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE O HISTORICO DE SALDOS (HISTORICO.DAT)
      ******************************************************************
       P360-CONVERTER-HISTORICO.
             OPEN INPUT ARQ-ANT-HISTORICO
             IF FS-ANT-HISTORICO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA HISTORICO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-HISTORICO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' HISTORICO.ANT, STATUS: '
                        FS-ANT-HISTORICO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-HISTORICO
             IF FS-HISTORICO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR HISTORICO.DAT, STATUS: '
                        FS-HISTORICO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(7)
             PERFORM P361-LER-ANT-HISTORICO
             PERFORM UNTIL FS-ANT-HISTORICO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(7)
                ADD ANT-HIST-SALDO TO WS-CTL-ANTES(23)
                PERFORM P362-MONTAR-HISTORICO
                ADD HIST-SALDO TO WS-CTL-DEPOIS(23)
                WRITE REG-HISTORICO
                IF FS-HISTORICO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(7)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(7) ' DE HISTORICO.DAT,'
                           ' STATUS: ' FS-HISTORICO
                END-IF
                PERFORM P361-LER-ANT-HISTORICO
             END-PERFORM
             CLOSE ARQ-ANT-HISTORICO ARQ-HISTORICO
       .
       P361-LER-ANT-HISTORICO.
             READ ARQ-ANT-HISTORICO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-HISTORICO
             END-READ
       .
       P362-MONTAR-HISTORICO.
             MOVE ANT-HIST-CONTA-NUM TO HIST-CONTA-NUM
             MOVE ANT-HIST-DATA-SNAPSHOT TO HIST-DATA-SNAPSHOT
             MOVE ANT-HIST-SALDO TO HIST-SALDO
             MOVE ANT-HIST-STATUS-CONTA TO HIST-STATUS-CONTA
             MOVE ANT-HIST-TIPO-CONTA TO HIST-TIPO-CONTA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE AS NOTIFICACOES (NOTIFICACAO.DAT)
      ******************************************************************
       P370-CONVERTER-NOTIFICACAO.
             OPEN INPUT ARQ-ANT-NOTIFICACAO
             IF FS-ANT-NOTIFICACAO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA NOTIFICACAO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-NOTIFICACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' NOTIFICACAO.ANT, STATUS: '
                        FS-ANT-NOTIFICACAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-NOTIFICACAO
             IF FS-NOTIFICACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR NOTIFICACAO.DAT, STATUS: '
                        FS-NOTIFICACAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(8)
             PERFORM P371-LER-ANT-NOTIFICACAO
             PERFORM UNTIL FS-ANT-NOTIFICACAO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(8)
                ADD ANT-NOTIF-VALOR TO WS-CTL-ANTES(24)
                PERFORM P372-MONTAR-NOTIFICACAO
                ADD NOTIF-VALOR TO WS-CTL-DEPOIS(24)
                WRITE REG-NOTIFICACAO
                IF FS-NOTIFICACAO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(8)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(8) ' DE NOTIFICACAO.DAT,'
                           ' STATUS: ' FS-NOTIFICACAO
                END-IF
                PERFORM P371-LER-ANT-NOTIFICACAO
             END-PERFORM
             CLOSE ARQ-ANT-NOTIFICACAO ARQ-NOTIFICACAO
       .
       P371-LER-ANT-NOTIFICACAO.
             READ ARQ-ANT-NOTIFICACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-NOTIFICACAO
             END-READ
       .
       P372-MONTAR-NOTIFICACAO.
             MOVE ANT-NOTIF-SEQ TO NOTIF-SEQ
             MOVE ANT-NOTIF-CONTA-NUM TO NOTIF-CONTA-NUM
             MOVE ANT-NOTIF-TIPO-MOV TO NOTIF-TIPO-MOV
             MOVE ANT-NOTIF-VALOR TO NOTIF-VALOR
             MOVE ANT-NOTIF-DATA TO NOTIF-DATA
             MOVE ANT-NOTIF-HORA TO NOTIF-HORA
             MOVE ANT-NOTIF-STATUS TO NOTIF-STATUS
             MOVE ANT-NOTIF-DETALHE TO NOTIF-DETALHE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE O IR NA FONTE (IRFONTE.DAT)
      ******************************************************************
       P380-CONVERTER-IRFONTE.
             OPEN INPUT ARQ-ANT-IRFONTE
             IF FS-ANT-IRFONTE EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA IRFONTE.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' IRFONTE.ANT, STATUS: '
                        FS-ANT-IRFONTE
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-IRFONTE
             IF FS-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR IRFONTE.DAT, STATUS: '
                        FS-IRFONTE
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(9)
             PERFORM P381-LER-ANT-IRFONTE
             PERFORM UNTIL FS-ANT-IRFONTE NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(9)
                ADD ANT-IRF-VALOR-RENDIMENTO TO WS-CTL-ANTES(25)
                ADD ANT-IRF-VALOR-IR TO WS-CTL-ANTES(26)
                PERFORM P382-MONTAR-IRFONTE
                ADD IRF-VALOR-RENDIMENTO TO WS-CTL-DEPOIS(25)
                ADD IRF-VALOR-IR TO WS-CTL-DEPOIS(26)
                WRITE REG-IRFONTE
                IF FS-IRFONTE EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(9)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(9) ' DE IRFONTE.DAT,'
                           ' STATUS: ' FS-IRFONTE
                END-IF
                PERFORM P381-LER-ANT-IRFONTE
             END-PERFORM
             CLOSE ARQ-ANT-IRFONTE ARQ-IRFONTE
       .
       P381-LER-ANT-IRFONTE.
             READ ARQ-ANT-IRFONTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-IRFONTE
             END-READ
       .
       P382-MONTAR-IRFONTE.
             MOVE ANT-IRF-CONTA-NUM TO IRF-CONTA-NUM
             MOVE ANT-IRF-CPF TO IRF-CPF
             MOVE ANT-IRF-APL-SEQ TO IRF-APL-SEQ
             MOVE ANT-IRF-DATA-RESGATE TO IRF-DATA-RESGATE
             MOVE ANT-IRF-DIAS-APLICACAO TO IRF-DIAS-APLICACAO
             MOVE ANT-IRF-ALIQUOTA TO IRF-ALIQUOTA
             MOVE ANT-IRF-VALOR-RENDIMENTO TO IRF-VALOR-RENDIMENTO
             MOVE ANT-IRF-VALOR-IR TO IRF-VALOR-IR
             MOVE ANT-IRF-PRODUTO TO IRF-PRODUTO
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE OS AGENDAMENTOS (AGENDAMENTO.DAT)
      ******************************************************************
       P390-CONVERTER-AGENDAMENTO.
             OPEN INPUT ARQ-ANT-AGENDAMENTO
             IF FS-ANT-AGENDAMENTO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA AGENDAMENTO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-AGENDAMENTO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' AGENDAMENTO.ANT, STATUS: '
                        FS-ANT-AGENDAMENTO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-AGENDAMENTO
             IF FS-AGENDAMENTO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AGENDAMENTO.DAT, STATUS: '
                        FS-AGENDAMENTO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(10)
             PERFORM P391-LER-ANT-AGENDAMENTO
             PERFORM UNTIL FS-ANT-AGENDAMENTO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(10)
                ADD ANT-AGEND-VALOR TO WS-CTL-ANTES(27)
                PERFORM P392-MONTAR-AGENDAMENTO
                ADD AGEND-VALOR TO WS-CTL-DEPOIS(27)
                WRITE REG-AGENDAMENTO
                IF FS-AGENDAMENTO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(10)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(10) ' DE AGENDAMENTO.DAT,'
                           ' STATUS: ' FS-AGENDAMENTO
                END-IF
                PERFORM P391-LER-ANT-AGENDAMENTO
             END-PERFORM
             CLOSE ARQ-ANT-AGENDAMENTO ARQ-AGENDAMENTO
       .
       P391-LER-ANT-AGENDAMENTO.
             READ ARQ-ANT-AGENDAMENTO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-AGENDAMENTO
             END-READ
       .
       P392-MONTAR-AGENDAMENTO.
             MOVE ANT-AGEND-SEQ TO AGEND-SEQ
             MOVE ANT-AGEND-CONTA-ORIGEM TO AGEND-CONTA-ORIGEM
             MOVE ANT-AGEND-CONTA-DESTINO TO AGEND-CONTA-DESTINO
             MOVE ANT-AGEND-VALOR TO AGEND-VALOR
             MOVE ANT-AGEND-DIA-MES TO AGEND-DIA-MES
             MOVE ANT-AGEND-STATUS TO AGEND-STATUS
             MOVE ANT-AGEND-ULT-EXECUCAO TO AGEND-ULT-EXECUCAO
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE AS APLICACOES PROGRAMADAS (APLPROG.DAT)
      ******************************************************************
       P400-CONVERTER-APLPROG.
             OPEN INPUT ARQ-ANT-APLPROG
             IF FS-ANT-APLPROG EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA APLPROG.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-APLPROG NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' APLPROG.ANT, STATUS: '
                        FS-ANT-APLPROG
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-APLPROG
             IF FS-APLPROG NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR APLPROG.DAT, STATUS: '
                        FS-APLPROG
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(11)
             PERFORM P401-LER-ANT-APLPROG
             PERFORM UNTIL FS-ANT-APLPROG NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(11)
                ADD ANT-APG-VALOR TO WS-CTL-ANTES(28)
                PERFORM P402-MONTAR-APLPROG
                ADD APG-VALOR TO WS-CTL-DEPOIS(28)
                WRITE REG-APLPROG
                IF FS-APLPROG EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(11)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(11) ' DE APLPROG.DAT,'
                           ' STATUS: ' FS-APLPROG
                END-IF
                PERFORM P401-LER-ANT-APLPROG
             END-PERFORM
             CLOSE ARQ-ANT-APLPROG ARQ-APLPROG
       .
       P401-LER-ANT-APLPROG.
             READ ARQ-ANT-APLPROG NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-APLPROG
             END-READ
       .
       P402-MONTAR-APLPROG.
             MOVE ANT-APG-SEQ TO APG-SEQ
             MOVE ANT-APG-CONTA-NUM TO APG-CONTA-NUM
             MOVE ANT-APG-VALOR TO APG-VALOR
             MOVE ANT-APG-DIA-MES TO APG-DIA-MES
             MOVE ANT-APG-PRODUTO TO APG-PRODUTO
             MOVE ANT-APG-INDEXADOR TO APG-INDEXADOR
             MOVE ANT-APG-PERC-INDEXADOR TO APG-PERC-INDEXADOR
             MOVE ANT-APG-PRAZO-DIAS TO APG-PRAZO-DIAS
             MOVE ANT-APG-STATUS TO APG-STATUS
             MOVE ANT-APG-DATA-ULT-EXEC TO APG-DATA-ULT-EXEC
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE OS BOLETOS EMITIDOS (BOLETO.DAT)
      ******************************************************************
       P410-CONVERTER-BOLETO.
             OPEN INPUT ARQ-ANT-BOLETO
             IF FS-ANT-BOLETO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA BOLETO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-BOLETO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' BOLETO.ANT, STATUS: '
                        FS-ANT-BOLETO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-BOLETO
             IF FS-BOLETO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR BOLETO.DAT, STATUS: '
                        FS-BOLETO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(12)
             PERFORM P411-LER-ANT-BOLETO
             PERFORM UNTIL FS-ANT-BOLETO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(12)
                ADD ANT-BOL-VALOR TO WS-CTL-ANTES(29)
                ADD ANT-BOL-DESC-VALOR TO WS-CTL-ANTES(30)
                PERFORM P412-MONTAR-BOLETO
                ADD BOL-VALOR TO WS-CTL-DEPOIS(29)
                ADD BOL-DESC-VALOR TO WS-CTL-DEPOIS(30)
                WRITE REG-BOLETO
                IF FS-BOLETO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(12)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(12) ' DE BOLETO.DAT,'
                           ' STATUS: ' FS-BOLETO
                END-IF
                PERFORM P411-LER-ANT-BOLETO
             END-PERFORM
             CLOSE ARQ-ANT-BOLETO ARQ-BOLETO
       .
       P411-LER-ANT-BOLETO.
             READ ARQ-ANT-BOLETO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-BOLETO
             END-READ
       .
       P412-MONTAR-BOLETO.
             MOVE ANT-BOL-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
             MOVE ANT-BOL-CONTA-NUM TO BOL-CONTA-NUM
             MOVE ANT-BOL-VALOR TO BOL-VALOR
             MOVE ANT-BOL-DATA-EMISSAO TO BOL-DATA-EMISSAO
             MOVE ANT-BOL-DATA-VENCIMENTO TO BOL-DATA-VENCIMENTO
             MOVE ANT-BOL-PAGADOR-NOME TO BOL-PAGADOR-NOME
             MOVE ANT-BOL-PAGADOR-CPF TO BOL-PAGADOR-CPF
             MOVE ANT-BOL-STATUS TO BOL-STATUS
             MOVE ANT-BOL-EMP-SEQ TO BOL-EMP-SEQ
             MOVE ANT-BOL-MULTA-PERC TO BOL-MULTA-PERC
             MOVE ANT-BOL-JUROS-DIA-PERC TO BOL-JUROS-DIA-PERC
             MOVE ANT-BOL-DESC-VALOR TO BOL-DESC-VALOR
             MOVE ANT-BOL-DESC-DATA-LIMITE TO BOL-DESC-DATA-LIMITE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE OS CHEQUES ADMINISTRATIVOS (CHQADM.DAT)
      ******************************************************************
       P420-CONVERTER-CHQADM.
             OPEN INPUT ARQ-ANT-CHQADM
             IF FS-ANT-CHQADM EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA CHQADM.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-CHQADM NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' CHQADM.ANT, STATUS: '
                        FS-ANT-CHQADM
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CHQADM
             IF FS-CHQADM NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR CHQADM.DAT, STATUS: '
                        FS-CHQADM
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(13)
             PERFORM P421-LER-ANT-CHQADM
             PERFORM UNTIL FS-ANT-CHQADM NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(13)
                ADD ANT-ADM-VALOR TO WS-CTL-ANTES(31)
                PERFORM P422-MONTAR-CHQADM
                ADD ADM-VALOR TO WS-CTL-DEPOIS(31)
                WRITE REG-CHQADM
                IF FS-CHQADM EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(13)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(13) ' DE CHQADM.DAT,'
                           ' STATUS: ' FS-CHQADM
                END-IF
                PERFORM P421-LER-ANT-CHQADM
             END-PERFORM
             CLOSE ARQ-ANT-CHQADM ARQ-CHQADM
       .
       P421-LER-ANT-CHQADM.
             READ ARQ-ANT-CHQADM NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-CHQADM
             END-READ
       .
       P422-MONTAR-CHQADM.
             MOVE ANT-ADM-NUMERO TO ADM-NUMERO
             MOVE ANT-ADM-CONTA-ORIGEM TO ADM-CONTA-ORIGEM
             MOVE ANT-ADM-FAVORECIDO TO ADM-FAVORECIDO
             MOVE ANT-ADM-VALOR TO ADM-VALOR
             MOVE ANT-ADM-DATA-EMISSAO TO ADM-DATA-EMISSAO
             MOVE ANT-ADM-DATA-PAGAMENTO TO ADM-DATA-PAGAMENTO
             MOVE ANT-ADM-STATUS TO ADM-STATUS
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE OS CHEQUES DEPOSITADOS (CHQDEP.DAT)
      ******************************************************************
       P430-CONVERTER-CHQDEP.
             OPEN INPUT ARQ-ANT-CHQDEP
             IF FS-ANT-CHQDEP EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA CHQDEP.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-CHQDEP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' CHQDEP.ANT, STATUS: '
                        FS-ANT-CHQDEP
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CHQDEP
             IF FS-CHQDEP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR CHQDEP.DAT, STATUS: '
                        FS-CHQDEP
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(14)
             PERFORM P431-LER-ANT-CHQDEP
             PERFORM UNTIL FS-ANT-CHQDEP NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(14)
                ADD ANT-CHD-VALOR TO WS-CTL-ANTES(32)
                PERFORM P432-MONTAR-CHQDEP
                ADD CHD-VALOR TO WS-CTL-DEPOIS(32)
                WRITE REG-CHQDEP
                IF FS-CHQDEP EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(14)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(14) ' DE CHQDEP.DAT,'
                           ' STATUS: ' FS-CHQDEP
                END-IF
                PERFORM P431-LER-ANT-CHQDEP
             END-PERFORM
             CLOSE ARQ-ANT-CHQDEP ARQ-CHQDEP
       .
       P431-LER-ANT-CHQDEP.
             READ ARQ-ANT-CHQDEP NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-CHQDEP
             END-READ
       .
       P432-MONTAR-CHQDEP.
             MOVE ANT-CHD-SEQ TO CHD-SEQ
             MOVE ANT-CHD-CONTA-NUM TO CHD-CONTA-NUM
             MOVE ANT-CHD-BANCO-EMISSOR TO CHD-BANCO-EMISSOR
             MOVE ANT-CHD-CONTA-EMISSORA TO CHD-CONTA-EMISSORA
             MOVE ANT-CHD-NUMERO-CHEQUE TO CHD-NUMERO-CHEQUE
             MOVE ANT-CHD-VALOR TO CHD-VALOR
             MOVE ANT-CHD-DATA-DEPOSITO TO CHD-DATA-DEPOSITO
             MOVE ANT-CHD-DATA-PREVISTA TO CHD-DATA-PREVISTA
             MOVE ANT-CHD-EXT-SEQ TO CHD-EXT-SEQ
             MOVE ANT-CHD-STATUS TO CHD-STATUS
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE A CUSTODIA DE CHEQUES (CUSTODIA.DAT)
      ******************************************************************
       P440-CONVERTER-CUSTODIA.
             OPEN INPUT ARQ-ANT-CUSTODIA
             IF FS-ANT-CUSTODIA EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA CUSTODIA.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-CUSTODIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' CUSTODIA.ANT, STATUS: '
                        FS-ANT-CUSTODIA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CUSTODIA
             IF FS-CUSTODIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR CUSTODIA.DAT, STATUS: '
                        FS-CUSTODIA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(15)
             PERFORM P441-LER-ANT-CUSTODIA
             PERFORM UNTIL FS-ANT-CUSTODIA NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(15)
                ADD ANT-CUS-VALOR TO WS-CTL-ANTES(33)
                PERFORM P442-MONTAR-CUSTODIA
                ADD CUS-VALOR TO WS-CTL-DEPOIS(33)
                WRITE REG-CUSTODIA
                IF FS-CUSTODIA EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(15)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(15) ' DE CUSTODIA.DAT,'
                           ' STATUS: ' FS-CUSTODIA
                END-IF
                PERFORM P441-LER-ANT-CUSTODIA
             END-PERFORM
             CLOSE ARQ-ANT-CUSTODIA ARQ-CUSTODIA
       .
       P441-LER-ANT-CUSTODIA.
             READ ARQ-ANT-CUSTODIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-CUSTODIA
             END-READ
       .
       P442-MONTAR-CUSTODIA.
             MOVE ANT-CUS-SEQ TO CUS-SEQ
             MOVE ANT-CUS-CONTA-NUM TO CUS-CONTA-NUM
             MOVE ANT-CUS-CONTA-EMISSORA TO CUS-CONTA-EMISSORA
             MOVE ANT-CUS-BANCO-EMISSOR TO CUS-BANCO-EMISSOR
             MOVE ANT-CUS-NUMERO-CHEQUE TO CUS-NUMERO-CHEQUE
             MOVE ANT-CUS-VALOR TO CUS-VALOR
             MOVE ANT-CUS-DATA-ACORDADA TO CUS-DATA-ACORDADA
             MOVE ANT-CUS-DATA-REGISTRO TO CUS-DATA-REGISTRO
             MOVE ANT-CUS-DATA-APRESENTACAO TO CUS-DATA-APRESENTACAO
             MOVE ANT-CUS-STATUS TO CUS-STATUS
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE AS FATURAS DE CARTAO (FATURA.DAT)
      ******************************************************************
       P450-CONVERTER-FATURA.
             OPEN INPUT ARQ-ANT-FATURA
             IF FS-ANT-FATURA EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA FATURA.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' FATURA.ANT, STATUS: '
                        FS-ANT-FATURA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-FATURA
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR FATURA.DAT, STATUS: '
                        FS-FATURA
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(16)
             PERFORM P451-LER-ANT-FATURA
             PERFORM UNTIL FS-ANT-FATURA NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(16)
                ADD ANT-FAT-VALOR-COMPRAS TO WS-CTL-ANTES(34)
                ADD ANT-FAT-VALOR-ROTATIVO TO WS-CTL-ANTES(35)
                ADD ANT-FAT-VALOR-JUROS-ROT TO WS-CTL-ANTES(36)
                ADD ANT-FAT-VALOR-PAGO TO WS-CTL-ANTES(37)
                ADD ANT-FAT-PGTO-MINIMO TO WS-CTL-ANTES(38)
                PERFORM P452-MONTAR-FATURA
                ADD FAT-VALOR-COMPRAS TO WS-CTL-DEPOIS(34)
                ADD FAT-VALOR-ROTATIVO TO WS-CTL-DEPOIS(35)
                ADD FAT-VALOR-JUROS-ROT TO WS-CTL-DEPOIS(36)
                ADD FAT-VALOR-PAGO TO WS-CTL-DEPOIS(37)
                ADD FAT-PGTO-MINIMO TO WS-CTL-DEPOIS(38)
                WRITE REG-FATURA
                IF FS-FATURA EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(16)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(16) ' DE FATURA.DAT,'
                           ' STATUS: ' FS-FATURA
                END-IF
                PERFORM P451-LER-ANT-FATURA
             END-PERFORM
             CLOSE ARQ-ANT-FATURA ARQ-FATURA
       .
       P451-LER-ANT-FATURA.
             READ ARQ-ANT-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-FATURA
             END-READ
       .
       P452-MONTAR-FATURA.
             MOVE ANT-FAT-CARD-NUMERO TO FAT-CARD-NUMERO
             MOVE ANT-FAT-COMPETENCIA TO FAT-COMPETENCIA
             MOVE ANT-FAT-CONTA-NUM TO FAT-CONTA-NUM
             MOVE ANT-FAT-STATUS TO FAT-STATUS
             MOVE ANT-FAT-DATA-FECHAMENTO TO FAT-DATA-FECHAMENTO
             MOVE ANT-FAT-DATA-VENCIMENTO TO FAT-DATA-VENCIMENTO
             MOVE ANT-FAT-VALOR-COMPRAS TO FAT-VALOR-COMPRAS
             MOVE ANT-FAT-VALOR-ROTATIVO TO FAT-VALOR-ROTATIVO
             MOVE ANT-FAT-VALOR-JUROS-ROT TO FAT-VALOR-JUROS-ROT
             MOVE ANT-FAT-VALOR-PAGO TO FAT-VALOR-PAGO
             MOVE ANT-FAT-PGTO-MINIMO TO FAT-PGTO-MINIMO
             MOVE ZEROS TO FAT-VALOR-PARCELAMENTO
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE AS TEDS ENVIADAS (TEDENVIO.DAT)
      ******************************************************************
       P460-CONVERTER-TEDENVIO.
             OPEN INPUT ARQ-ANT-TEDENVIO
             IF FS-ANT-TEDENVIO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA TEDENVIO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-TEDENVIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' TEDENVIO.ANT, STATUS: '
                        FS-ANT-TEDENVIO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-TEDENVIO
             IF FS-TEDENVIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR TEDENVIO.DAT, STATUS: '
                        FS-TEDENVIO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(17)
             PERFORM P461-LER-ANT-TEDENVIO
             PERFORM UNTIL FS-ANT-TEDENVIO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(17)
                ADD ANT-TEV-VALOR TO WS-CTL-ANTES(39)
                PERFORM P462-MONTAR-TEDENVIO
                ADD TEV-VALOR TO WS-CTL-DEPOIS(39)
                WRITE REG-TEDENVIO
                IF FS-TEDENVIO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(17)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(17) ' DE TEDENVIO.DAT,'
                           ' STATUS: ' FS-TEDENVIO
                END-IF
                PERFORM P461-LER-ANT-TEDENVIO
             END-PERFORM
             CLOSE ARQ-ANT-TEDENVIO ARQ-TEDENVIO
       .
       P461-LER-ANT-TEDENVIO.
             READ ARQ-ANT-TEDENVIO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-TEDENVIO
             END-READ
       .
       P462-MONTAR-TEDENVIO.
             MOVE ANT-TEV-CONTA-NUM TO TEV-CONTA-NUM
             MOVE ANT-TEV-SEQUENCIA TO TEV-SEQUENCIA
             MOVE ANT-TEV-BANCO TO TEV-BANCO
             MOVE ANT-TEV-AGENCIA TO TEV-AGENCIA
             MOVE ANT-TEV-CONTA-DESTINO TO TEV-CONTA-DESTINO
             MOVE ANT-TEV-CPF-FAVORECIDO TO TEV-CPF-FAVORECIDO
             MOVE ANT-TEV-VALOR TO TEV-VALOR
             MOVE ANT-TEV-DATA TO TEV-DATA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONVERTE OS CARTOES (CARTAO.DAT)
      ******************************************************************
       P470-CONVERTER-CARTAO.
             OPEN INPUT ARQ-ANT-CARTAO
             IF FS-ANT-CARTAO EQUAL TO "35" THEN
                DISPLAY 'COPIA ANTIGA CARTAO.ANT NAO ENCONTRADA,'
                        ' ARQUIVO NAO CONVERTIDO'
                EXIT PARAGRAPH
             END-IF
             IF FS-ANT-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A COPIA ANTIGA'
                        ' CARTAO.ANT, STATUS: '
                        FS-ANT-CARTAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN OUTPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR CARTAO.DAT, STATUS: '
                        FS-CARTAO
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE 'S' TO WS-ARQ-CONVERTIDO(18)
             PERFORM P471-LER-ANT-CARTAO
             PERFORM UNTIL FS-ANT-CARTAO NOT EQUAL TO "00"
                ADD 1 TO WS-ARQ-LIDOS(18)
                ADD ANT-CARD-LIMITE-CREDITO TO WS-CTL-ANTES(40)
                PERFORM P472-MONTAR-CARTAO
                ADD CARD-LIMITE-CREDITO TO WS-CTL-DEPOIS(40)
                WRITE REG-CARTAO
                IF FS-CARTAO EQUAL TO "00" THEN
                   ADD 1 TO WS-ARQ-GRAVADOS(18)
                ELSE
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO '
                           WS-ARQ-LIDOS(18) ' DE CARTAO.DAT,'
                           ' STATUS: ' FS-CARTAO
                END-IF
                PERFORM P471-LER-ANT-CARTAO
             END-PERFORM
             CLOSE ARQ-ANT-CARTAO ARQ-CARTAO
       .
       P471-LER-ANT-CARTAO.
             READ ARQ-ANT-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-ANT-CARTAO
             END-READ
       .
       P472-MONTAR-CARTAO.
             MOVE ANT-CARD-NUMERO TO CARD-NUMERO
             MOVE ANT-CARD-CONTA-NUM TO CARD-CONTA-NUM
             MOVE ANT-CARD-STATUS TO CARD-STATUS
             MOVE ANT-CARD-DATA-EMISSAO TO CARD-DATA-EMISSAO
             MOVE ANT-CARD-MODALIDADE TO CARD-MODALIDADE
             MOVE ANT-CARD-LIMITE-CREDITO TO CARD-LIMITE-CREDITO
             MOVE ANT-CARD-DIA-FECHAMENTO TO CARD-DIA-FECHAMENTO
             MOVE ANT-CARD-DIA-VENCIMENTO TO CARD-DIA-VENCIMENTO
             MOVE ANT-CARD-PIN TO CARD-PIN
             MOVE ANT-CARD-QTDE-ERRO-PIN TO CARD-QTDE-ERRO-PIN
             MOVE ZEROS TO CARD-VALIDADE
             MOVE ZEROS TO CARD-NUMERO-ANTERIOR
             MOVE ZEROS TO CARD-NUMERO-SUBSTITUTO
             MOVE 'N' TO CARD-PRODUTO
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS CONTADORES E OS TOTAIS DE CONTROLE DE
      *      CADA ARQUIVO CONVERTIDO E MARCA A CONVERSAO COMO
      *      DIVERGENTE SE ALGUM REGISTRO NAO FOI GRAVADO OU SE O
      *      TOTAL DE ALGUM CAMPO MUDOU NA AMPLIACAO
      ******************************************************************
       P800-CONFERIR-TOTAIS.
             PERFORM VARYING WS-IX-ARQ FROM 1 BY 1
                UNTIL WS-IX-ARQ > 18
                IF WS-ARQ-CONVERTIDO(WS-IX-ARQ) EQUAL TO 'S' THEN
                   PERFORM P810-CONFERIR-ARQUIVO
                END-IF
             END-PERFORM
       .
       P810-CONFERIR-ARQUIVO.
             DISPLAY WS-ARQ-NOME(WS-IX-ARQ)
                     ' LIDOS: ' WS-ARQ-LIDOS(WS-IX-ARQ)
                     ' GRAVADOS: ' WS-ARQ-GRAVADOS(WS-IX-ARQ)
             IF WS-ARQ-LIDOS(WS-IX-ARQ) NOT EQUAL TO
                WS-ARQ-GRAVADOS(WS-IX-ARQ) THEN
                MOVE 'N' TO WS-CONVERSAO-OK
                DISPLAY '   QUANTIDADE DE REGISTROS DIVERGENTE'
             END-IF
             PERFORM VARYING WS-IX-CTL
                FROM WS-ARQ-CTL-INI(WS-IX-ARQ) BY 1
                UNTIL WS-IX-CTL > WS-ARQ-CTL-FIM(WS-IX-ARQ)
                MOVE WS-CTL-ANTES(WS-IX-CTL) TO WS-CTL-ANTES-EDT
                MOVE WS-CTL-DEPOIS(WS-IX-CTL) TO WS-CTL-DEPOIS-EDT
                DISPLAY '   ' WS-CTL-CAMPO(WS-IX-CTL)
                        ' ANTES: ' WS-CTL-ANTES-EDT
                DISPLAY '   ' WS-CTL-CAMPO(WS-IX-CTL)
                        ' DEPOIS:' WS-CTL-DEPOIS-EDT
                IF WS-CTL-ANTES(WS-IX-CTL) NOT EQUAL TO
                   WS-CTL-DEPOIS(WS-IX-CTL) THEN
                   MOVE 'N' TO WS-CONVERSAO-OK
                   DISPLAY '   TOTAL DIVERGENTE NO CAMPO '
                           WS-CTL-CAMPO(WS-IX-CTL)
                END-IF
             END-PERFORM
       .
       P900-TERMINAL.
             IF CONVERSAO-OK THEN
                DISPLAY 'CONVERSAO CONCLUIDA, TOTAIS CONFERIDOS'
             ELSE
                DISPLAY 'CONVERSAO COM DIVERGENCIA, RESTAURAR AS'
                        ' COPIAS ANTIGAS ANTES DE LIBERAR O AMBIENTE'
                MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.
       END PROGRAM VALOR-CONVERSAO.
