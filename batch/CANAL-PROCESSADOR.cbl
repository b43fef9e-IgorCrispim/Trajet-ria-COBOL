      *            INSUFICIENTE, 06 DESTINO INVALIDO, 07 MOEDAS
      *            DIFERENTES, 08 BLOQUEADA PELAS REGRAS DE
      *            VELOCIDADE, 09 TERMINAL INVALIDO, 10 NUMERARIO
      *            INSUFICIENTE NO TERMINAL, 11 CARTAO INVALIDO,
      *            BLOQUEADO OU VENCIDO, 12 CODIGO DE CONFIRMACAO
      *            ENVIADO, 13 CODIGO INVALIDO, 14 DISPOSITIVO NAO
      *            INFORMADO, BLOQUEADO OU SEM CELULAR PARA O
      *            CODIGO, 15 VALOR INVALIDO, 16 DIGITO
      *            VERIFICADOR DA CONTA OU DA CONTA DE DESTINO NAO
      *            CONFERE, CONFERIDO ANTES DA SENHA, 99 TIPO
      *            DESCONHECIDO). O DEPOSITO EM ENVELOPE NO ATM
      *            CREDITA O VALOR DECLARADO COMO PROVISORIO, PRESO
      *            EM VALOR-RETIDO ATE A CONFERENCIA DO ENVELOPE
      *            PELA AGENCIA (ARQ-ENVELOPE). A TRANSFERENCIA E
      *            O SAQUE SEM CARTAO EXIGEM O DISPOSITIVO DE ORIGEM
      *            (CADASTRO ARQ-DISPOSITIVO, CONFIAVEL SO DEPOIS DO
      *            CADASTRO NO BALCAO) E, ACIMA DO LIMITE OU DE
      *            DISPOSITIVO NAO CONFIAVEL, O CODIGO DE USO UNICO
      *            ENVIADO POR SMS (OTP-ENVIO.DAT) AO CELULAR DO
      *            CADASTRO DO CLIENTE; CODIGOS ERRADOS EM SEQUENCIA
      *            BLOQUEIAM O DISPOSITIVO E VIRAM EVENTO DE FRAUDE.
      *            A RECARGA DE CELULAR (RC) SEGUE AS MESMAS REGRAS
      *            DA TRANSFERENCIA, COM A OPERADORA E O VALOR
      *            CONFERIDOS NA TABELA DE RECARGA, E DEBITA A CONTA
      *            COM RG PENDENTE ATE O RETORNO DA OPERADORA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-JORNAL.
           SELECT ARQ-JRNCTL ASSIGN TO "jrnctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-JRNCTL.
           SELECT ARQ-SISTEMA ASSIGN TO "sistema.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TRM-ID
                FILE STATUS  IS FS-TERMINAL.
           SELECT ARQ-CARTAO ASSIGN TO "cartao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CARD-NUMERO
                ALTERNATE RECORD KEY IS CARD-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CARTAO.
           SELECT ARQ-DISPOSITIVO ASSIGN TO "dispositivo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DSP-CHAVE
                FILE STATUS  IS FS-DISPOSITIVO.
           SELECT ARQ-CLIENTE ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.
           SELECT ARQ-FRAUDE-EVT ASSIGN TO "fraude-evt.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FRE-SEQ
                ALTERNATE RECORD KEY IS FRE-CASO WITH DUPLICATES
                FILE STATUS  IS FS-FRAUDE-EVT.
           SELECT ARQ-FRAUDCTL ASSIGN TO "fraudctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-FRAUDCTL.
           SELECT ARQ-OTP-ENVIO ASSIGN TO "otp-envio.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-OTP-ENVIO.
           SELECT ARQ-ENVELOPE ASSIGN TO "envelope.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ENV-SEQ
                ALTERNATE RECORD KEY IS ENV-TERMINAL WITH DUPLICATES
                ALTERNATE RECORD KEY IS ENV-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-ENVELOPE.
           SELECT ARQ-ENVELCTL ASSIGN TO "envelctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ENVELCTL.
           SELECT ARQ-RECOPER ASSIGN TO "recarga-operadora.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ROP-CODIGO
                FILE STATUS  IS FS-RECOPER.
           SELECT ARQ-RECARGA ASSIGN TO "recarga.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS REC-NUMERO
                ALTERNATE RECORD KEY IS REC-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-RECARGA.
           SELECT ARQ-RECARGACTL ASSIGN TO "recargactl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RECARGACTL.
           SELECT ARQ-CANAL-REQ ASSIGN TO "canal-entrada.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
           COPY FAVORCAD.
       FD ARQ-JORNAL.
           COPY JORNAL.
       FD ARQ-JRNCTL.
           COPY JRNCTL.
       FD ARQ-SISTEMA.
           COPY SISCTRL.
       FD ARQ-TERMINAL.
           COPY TERMCAD.
       FD ARQ-CARTAO.
           COPY CARTAOCAD.
       FD ARQ-DISPOSITIVO.
           COPY DISPCAD.
       FD ARQ-CLIENTE.
           COPY CLIENTECAD.
       FD ARQ-FRAUDE-EVT.
           COPY FRAUDEVT.
       FD ARQ-FRAUDCTL.
           COPY FRAUDCTL.
       FD ARQ-OTP-ENVIO.
       01 REG-OTP-ENVIO                PIC X(132).
       FD ARQ-ENVELOPE.
           COPY ENVELCAD.
       FD ARQ-ENVELCTL.
           COPY ENVELCTL.
       FD ARQ-RECOPER.
           COPY RECOPER.
       FD ARQ-RECARGA.
           COPY RECARGA.
       FD ARQ-RECARGACTL.
           COPY RECARGACTL.
       FD ARQ-CANAL-REQ.
           COPY CANALREQ.
       FD ARQ-CANAL-RESP.
       77 FS-PACOTE                    PIC XX.
       77 FS-FAVORECIDO                PIC XX.
       77 FS-JORNAL                    PIC XX.
       77 FS-JRNCTL                    PIC XX.
       77 FS-TERMINAL                   PIC XX.
       77 FS-CARTAO                    PIC XX.
       77 FS-DISPOSITIVO               PIC XX.
       77 FS-CLIENTE                   PIC XX.
       77 FS-FRAUDE-EVT                PIC XX.
       77 FS-FRAUDCTL                  PIC XX.
       77 FS-OTP-ENVIO                 PIC XX.
       77 FS-ENVELOPE                  PIC XX.
       77 FS-ENVELCTL                  PIC XX.
       77 FS-RECOPER                   PIC XX.
       77 FS-RECARGA                   PIC XX.
       77 FS-RECARGACTL                PIC XX.
       77 FS-CANAL-REQ                 PIC XX.
       77 FS-CANAL-RESP                PIC XX.
       77 WS-QTDE-REQUISICOES          PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-OK                   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-RECUSADAS            PIC 9(06) VALUE ZEROS.
       77 WS-STATUS-RESP               PIC X(02).
       77 WS-CDV-NUM                   PIC 9(06).
       77 WS-CDV-NUM-X REDEFINES WS-CDV-NUM
                                       PIC X(06).
       77 WS-CDV-DIGITO                PIC 9(01).
       77 WS-CDV-PESO                  PIC 9(01).
       77 WS-CDV-I                     PIC 9(02).
       77 WS-CDV-SOMA                  PIC 9(04).
       77 WS-CDV-QUOC                  PIC 9(04).
       77 WS-CDV-RESTO                 PIC 9(02).
       77 WS-CDV-CALC                  PIC 9(02).
       77 WS-CDV-SAIDA                 PIC X(01).
       77 WS-AUX                       PIC S9(11)V99.
       77 WS-VALOR                     PIC S9(09)V99.
       77 WS-TARIFA-FIXA               PIC S9(05)V99 VALUE 1.00.
       77 WS-TARIFA-TRANSF             PIC S9(07)V99.
       77 WS-CONTA-CASA                PIC 9(06) VALUE ZEROS.
       77 WS-ORIGEM-CONTA              PIC 9(06).
       77 WS-ORIGEM-SALDO              PIC S9(09)V99.
       77 WS-ORIGEM-SEQ                PIC 9(06).
       77 WS-ORIGEM-MOEDA              PIC X(03).
       77 WS-ORIGEM-CPF                PIC 9(11).
       77 WS-OTP-LIMITE                PIC S9(07)V99 VALUE 1000.00.
       77 WS-OTP-VALIDADE-MIN          PIC 9(03) VALUE 5.
       77 WS-OTP-MAX-ERROS             PIC 9(02) VALUE 3.
       77 WS-OTP-SEMENTE               PIC 9(18).
       77 WS-OTP-CODIGO                PIC 9(06).
       77 WS-OTP-MIN-EMISSAO           PIC 9(09).
       77 WS-OTP-MIN-AGORA             PIC 9(09).
       77 WS-OTP-TELEFONE              PIC X(15).
       77 WS-OTP-EXPIRADO              PIC X(01).
           88 OTP-EXPIRADO             VALUE 'S'.
       77 WS-DSP-DIAS-CADASTRO         PIC 9(05).
       77 WS-REC-I                     PIC 9(02).
       77 WS-REC-COMISSAO              PIC S9(05)V99.
       77 WS-REC-VALOR-OK              PIC X(01).
           88 REC-VALOR-OK             VALUE 'S'.
       77 WS-SAQUE-SEM-CARTAO          PIC X(01).
           88 SAQUE-SEM-CARTAO         VALUE 'S'.
       77 WS-MAX-ERRO-SENHA            PIC 9 VALUE 3.
       77 WS-SENHA-OK                  PIC X(01).
           88 SENHA-OK                 VALUE 'S'.
       77 WS-HASH-RESTO                PIC 9(10).
       77 WS-HASH-I                    PIC 9(02).
       77 WS-HASH-CHAR-VAL             PIC 9(05).
       77 WS-CAD-ENTRADA               PIC X(700).
       77 WS-CAD-TAMANHO               PIC 9(04).
       77 WS-CAD-I                     PIC 9(04).
       77 WS-CAD-HASH-ANTERIOR         PIC 9(10).
       77 WS-CAD-HASH                  PIC 9(10).
       77 WS-AUD-CONTA-NUM             PIC 9(06).
       77 WS-AUD-ACAO                  PIC X(20).
       77 WS-AUD-DETALHE               PIC X(40).
           88 PARAM-ENCONTRADO         VALUE 'S'.
       77 WS-COMPETENCIA-ATUAL         PIC 9(06).
       77 WS-FRANQUIA-USADA            PIC 9(03).
       77 WS-JRN-ANTES                 PIC X(300).
       77 WS-JRN-DEPOIS                PIC X(300).
       77 WS-VELOC-OK                  PIC X(01) VALUE 'S'.
           88 VELOCIDADE-OK            VALUE 'S'.
       77 WS-VELOC-MOTIVO              PIC X(40).
       77 WS-VELOC-HORA-INICIO         PIC 9(02) VALUE 6.
       77 WS-VELOC-HORA-FIM            PIC 9(02) VALUE 22.
       77 WS-VELOC-VALOR-NOTURNO       PIC S9(07)V99 VALUE 1000.00.
       77 WS-VELOC-DISP-DIAS           PIC 9(03) VALUE 2.
       77 WS-VELOC-QTDE-JANELA         PIC 9(03).
       77 WS-VELOC-MIN-AGORA           PIC 9(05).
       77 WS-VELOC-MIN-MOV             PIC 9(05).
           05 WS-DATA-ATUAL            PIC 9(08).
           05 WS-HORA-ATUAL            PIC 9(06).
           05 FILLER                   PIC X(07).
       01 WS-DATA-HORA-C REDEFINES WS-DATA-HORA-COMPLETA.
           05 FILLER                   PIC X(14).
           05 WS-DHC-CENTESIMO         PIC 9(02).
           05 FILLER                   PIC X(05).
       PROCEDURE DIVISION.
       P100-MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
                        ' STATUS: ' FS-TERMINAL
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00"
                AND FS-CARTAO NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CARTOES,'
                        ' STATUS: ' FS-CARTAO
                STOP RUN
             END-IF
             OPEN I-O ARQ-DISPOSITIVO
             IF FS-DISPOSITIVO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-DISPOSITIVO
                CLOSE ARQ-DISPOSITIVO
                OPEN I-O ARQ-DISPOSITIVO
             END-IF
             IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE DISPOSITIVOS,'
                        ' STATUS: ' FS-DISPOSITIVO
                STOP RUN
             END-IF
             OPEN INPUT ARQ-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00"
                AND FS-CLIENTE NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR O CADASTRO DE CLIENTES,'
                        ' STATUS: ' FS-CLIENTE
                STOP RUN
             END-IF
             OPEN I-O ARQ-FRAUDE-EVT
             IF FS-FRAUDE-EVT EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-FRAUDE-EVT
                CLOSE ARQ-FRAUDE-EVT
                OPEN I-O ARQ-FRAUDE-EVT
             END-IF
             IF FS-FRAUDE-EVT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS EVENTOS DE FRAUDE,'
                        ' STATUS: ' FS-FRAUDE-EVT
                STOP RUN
             END-IF
             OPEN EXTEND ARQ-OTP-ENVIO
             IF FS-OTP-ENVIO EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-OTP-ENVIO
                CLOSE ARQ-OTP-ENVIO
                OPEN EXTEND ARQ-OTP-ENVIO
             END-IF
             IF FS-OTP-ENVIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A SAIDA DE SMS DOS CODIGOS,'
                        ' STATUS: ' FS-OTP-ENVIO
                STOP RUN
             END-IF
             OPEN I-O ARQ-ENVELOPE
             IF FS-ENVELOPE EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ENVELOPE
                CLOSE ARQ-ENVELOPE
                OPEN I-O ARQ-ENVELOPE
             END-IF
             IF FS-ENVELOPE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR OS ENVELOPES DE DEPOSITO,'
                        ' STATUS: ' FS-ENVELOPE
                STOP RUN
             END-IF
             OPEN INPUT ARQ-ENVELCTL
             IF FS-ENVELCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-ENVELCTL
                MOVE 0 TO ULT-ENVELOPE
                WRITE REG-ENVELCTL
             END-IF
             CLOSE ARQ-ENVELCTL
             OPEN INPUT ARQ-RECOPER
             IF FS-RECOPER NOT EQUAL TO "00"
                AND FS-RECOPER NOT EQUAL TO "35" THEN
                DISPLAY 'FALHA AO ABRIR A TABELA DE RECARGA,'
                        ' STATUS: ' FS-RECOPER
                STOP RUN
             END-IF
             OPEN I-O ARQ-RECARGA
             IF FS-RECARGA EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-RECARGA
                CLOSE ARQ-RECARGA
                OPEN I-O ARQ-RECARGA
             END-IF
             IF FS-RECARGA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR AS RECARGAS DE CELULAR,'
                        ' STATUS: ' FS-RECARGA
                STOP RUN
             END-IF
             OPEN INPUT ARQ-RECARGACTL
             IF FS-RECARGACTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-RECARGACTL
                MOVE 0 TO ULT-RECARGA
                WRITE REG-RECARGACTL
             END-IF
             CLOSE ARQ-RECARGACTL
             OPEN INPUT ARQ-CANAL-REQ
             IF FS-CANAL-REQ NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ABRIR A CAIXA DE ENTRADA DO CANAL,'
      ******************************************************************
      *      FUNÇÃO QUE CARREGA DA TABELA DE PARAMETROS A TARIFA DE
      *      TRANSFERENCIA, O LIMITE DE MONITORAMENTO AML E OS
      *      LIMIARES DAS REGRAS DE VELOCIDADE E DO CODIGO DE
      *      CONFIRMACAO, MANTENDO OS PADROES DO FONTE QUANDO NAO HA
      *      VIGENCIA
      ******************************************************************
       P250-CARREGAR-PARAMETROS.
             IF FS-PARAMETRO EQUAL TO "35" THEN
                MOVE WS-PARAM-VALOR-RESULT
                  TO WS-VELOC-VALOR-NOTURNO
             END-IF
             MOVE 'VELOC-DISP-DIAS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-VELOC-DISP-DIAS
             END-IF
             MOVE 'OTP-LIMITE-VALOR' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OTP-LIMITE
             END-IF
             MOVE 'OTP-VALIDADE-MIN' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OTP-VALIDADE-MIN
             END-IF
             MOVE 'OTP-MAX-ERROS' TO WS-PARAM-CODIGO
             PERFORM P260-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OTP-MAX-ERROS
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA NA TABELA DE PARAMETROS O VALOR
             PERFORM P310-LER-PROX-REQUISICAO
             PERFORM UNTIL FS-CANAL-REQ NOT EQUAL TO "00"
                ADD 1 TO WS-QTDE-REQUISICOES
                PERFORM P320-CONFERIR-DV
                EVALUATE TRUE
                   WHEN WS-STATUS-RESP EQUAL TO '16'
                      PERFORM P800-GRAVAR-RESPOSTA
                   WHEN REQ-SALDO
                      PERFORM P400-REQUISICAO-SALDO
                   WHEN REQ-EXTRATO
                      PERFORM P600-REQUISICAO-TRANSFERENCIA
                   WHEN REQ-SAQUE-ATM
                      PERFORM P700-REQUISICAO-SAQUE-ATM
                   WHEN REQ-DEPOSITO-ENVELOPE
                      PERFORM P750-REQUISICAO-ENVELOPE-ATM
                   WHEN REQ-RECARGA-CELULAR
                      PERFORM P770-REQUISICAO-RECARGA
                   WHEN OTHER
                      MOVE '99' TO WS-STATUS-RESP
                      MOVE 'TIPO DE REQUISICAO DESCONHECIDO'
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O DIGITO VERIFICADOR DA CONTA E, NA
      *      TRANSFERENCIA, DA CONTA DE DESTINO ANTES DE QUALQUER
      *      LEITURA DO CADASTRO (A TENTATIVA NAO CONTA COMO ERRO DE
      *      SENHA); DIVERGENCIA DEVOLVE O STATUS 16
      ******************************************************************
       P320-CONFERIR-DV.
             MOVE '00' TO WS-STATUS-RESP
             MOVE REQ-CONTA TO WS-CDV-NUM
             PERFORM P330-CALCULAR-DV-CONTA
             IF WS-CDV-SAIDA NOT EQUAL TO REQ-CONTA-DV THEN
                MOVE '16' TO WS-STATUS-RESP
                MOVE 'DIGITO VERIFICADOR DA CONTA NAO CONFERE'
                  TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             IF REQ-TRANSFERENCIA THEN
                MOVE REQ-CONTA-DESTINO TO WS-CDV-NUM
                PERFORM P330-CALCULAR-DV-CONTA
                IF WS-CDV-SAIDA NOT EQUAL TO REQ-CONTA-DESTINO-DV
                   THEN
                   MOVE '16' TO WS-STATUS-RESP
                   MOVE 'DIGITO DA CONTA DE DESTINO NAO CONFERE'
                     TO WS-LINHA-RESP
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O DIGITO VERIFICADOR DO NUMERO DE
      *      CONTA EM WS-CDV-NUM (MESMO CALCULO DE P297 DO
      *      PROJETO-BANCO: MODULO 11, PESOS DE 2 A 7)
      ******************************************************************
       P330-CALCULAR-DV-CONTA.
             MOVE ZEROS TO WS-CDV-SOMA
             MOVE 2 TO WS-CDV-PESO
             PERFORM VARYING WS-CDV-I FROM 6 BY -1
                UNTIL WS-CDV-I < 1
                MOVE WS-CDV-NUM-X(WS-CDV-I:1) TO WS-CDV-DIGITO
                COMPUTE WS-CDV-SOMA = WS-CDV-SOMA
                        + (WS-CDV-DIGITO * WS-CDV-PESO)
                IF WS-CDV-PESO EQUAL TO 7 THEN
                   MOVE 2 TO WS-CDV-PESO
                ELSE
                   ADD 1 TO WS-CDV-PESO
                END-IF
             END-PERFORM
             DIVIDE WS-CDV-SOMA BY 11
                   GIVING WS-CDV-QUOC
                   REMAINDER WS-CDV-RESTO
             COMPUTE WS-CDV-CALC = 11 - WS-CDV-RESTO
             IF WS-CDV-CALC > 9 THEN
                MOVE ZEROS TO WS-CDV-CALC
             END-IF
             MOVE WS-CDV-CALC TO WS-CDV-DIGITO
             MOVE WS-CDV-DIGITO TO WS-CDV-SAIDA
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA A CONTA E A SENHA DA REQUISICAO SOB AS
      *      MESMAS REGRAS DO MENU: HASH, BLOQUEIO POR TENTATIVAS E
      *      RECUSA DE CONTA ENCERRADA, BLOQUEADA OU DORMENTE; OS
             MOVE 'CANAL'       TO JRN-OPER-ID
             MOVE WS-JRN-ANTES  TO JRN-IMAGEM-ANTES
             MOVE WS-JRN-DEPOIS TO JRN-IMAGEM-DEPOIS

             OPEN I-O ARQ-JRNCTL
             IF FS-JRNCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-JRNCTL
                MOVE 0 TO ULT-JORNAL
                MOVE 0 TO ULT-HASH-JORNAL
                WRITE REG-JRNCTL
                CLOSE ARQ-JRNCTL
                OPEN I-O ARQ-JRNCTL
             END-IF
             IF FS-JRNCTL EQUAL TO "00" THEN
                READ ARQ-JRNCTL
             END-IF
             IF FS-JRNCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DO JORNAL, STATUS: '
                        FS-JRNCTL
             END-IF
             ADD 1 TO ULT-JORNAL
             MOVE ULT-JORNAL        TO JRN-SEQ
             MOVE ULT-HASH-JORNAL   TO JRN-HASH-ANTERIOR
             MOVE ZEROS             TO JRN-HASH
             MOVE JRN-HASH-ANTERIOR TO WS-CAD-HASH-ANTERIOR
             MOVE REG-JORNAL        TO WS-CAD-ENTRADA
             COMPUTE WS-CAD-TAMANHO = LENGTH OF REG-JORNAL
                                    - LENGTH OF JRN-HASH
             PERFORM P377-CALCULAR-HASH-CADEIA
             MOVE WS-CAD-HASH       TO JRN-HASH
             MOVE WS-CAD-HASH       TO ULT-HASH-JORNAL
             IF FS-JRNCTL EQUAL TO "00" THEN
                REWRITE REG-JRNCTL
             END-IF
             CLOSE ARQ-JRNCTL

             WRITE REG-JORNAL
             IF FS-JORNAL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O JORNAL, STATUS: '
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O HASH ENCADEADO DA AUDITORIA E DO
      *      JORNAL, COMO P377 DO PROJETO-BANCO
      ******************************************************************
       P377-CALCULAR-HASH-CADEIA.
             COMPUTE WS-HASH-ACUM = WS-CAD-HASH-ANTERIOR + 7
             PERFORM VARYING WS-CAD-I FROM 1 BY 1
                UNTIL WS-CAD-I > WS-CAD-TAMANHO
                COMPUTE WS-HASH-CHAR-VAL =
                   FUNCTION ORD(WS-CAD-ENTRADA(WS-CAD-I:1))
                COMPUTE WS-HASH-ACUM = (WS-HASH-ACUM * 131)
                        + WS-HASH-CHAR-VAL
                DIVIDE WS-HASH-ACUM BY 9999999967
                      GIVING WS-HASH-QUOC
                      REMAINDER WS-HASH-RESTO
                MOVE WS-HASH-RESTO TO WS-HASH-ACUM
             END-PERFORM
             MOVE WS-HASH-RESTO TO WS-CAD-HASH
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UMA LINHA DE AUDITORIA DO CANAL, COM O
      *      ELO DA CADEIA DE HASHES COMO P380 DO PROJETO-BANCO
      ******************************************************************
       P380-REGISTRAR-AUDITORIA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             CLOSE ARQ-AUDCTL
             OPEN I-O ARQ-AUDCTL
             READ ARQ-AUDCTL
             IF FS-AUDCTL NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-AUDITORIA
             MOVE ULT-AUDITORIA TO WS-AUD-FS-SEQ
             MOVE WS-AUD-FS-SEQ    TO AUD-SEQ
             MOVE WS-AUD-CONTA-NUM TO AUD-CONTA-NUM
             MOVE WS-AUD-ACAO      TO AUD-ACAO
             MOVE WS-AUD-DETALHE   TO AUD-DETALHE
             MOVE WS-DATA-ATUAL    TO AUD-DATA
             MOVE WS-HORA-ATUAL    TO AUD-HORA
             MOVE ULT-HASH-AUDITORIA TO AUD-HASH-ANTERIOR
             MOVE ZEROS            TO AUD-HASH
             MOVE AUD-HASH-ANTERIOR TO WS-CAD-HASH-ANTERIOR
             MOVE REG-AUDITORIA    TO WS-CAD-ENTRADA
             COMPUTE WS-CAD-TAMANHO = LENGTH OF REG-AUDITORIA
                                    - LENGTH OF AUD-HASH
             PERFORM P377-CALCULAR-HASH-CADEIA
             MOVE WS-CAD-HASH      TO AUD-HASH
             MOVE WS-CAD-HASH      TO ULT-HASH-AUDITORIA
             REWRITE REG-AUDCTL
             IF FS-AUDCTL NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             WRITE REG-AUDITORIA
       .
      ******************************************************************
      *      CANAL, COM AS MESMAS REGRAS DE P500 DO MENU: LIMITE
      *      DIARIO, TARIFA COM A FRANQUIA DO PACOTE, SALDO COM
      *      CHEQUE ESPECIAL, REGRAS DE VELOCIDADE, TARIFA PARA A
      *      CONTA CASA, MONITORAMENTO AML, JORNAL E AUDITORIA; O
      *      DISPOSITIVO DE ORIGEM E O CODIGO DE CONFIRMACAO SAO
      *      CONFERIDOS ANTES DE QUALQUER GRAVACAO
      ******************************************************************
       P600-REQUISICAO-TRANSFERENCIA.
             PERFORM P350-AUTENTICAR-REQUISICAO
             MOVE REQ-VALOR TO WS-VALOR
             MOVE CONTA-NUM TO WS-ORIGEM-CONTA
             MOVE MOEDA     TO WS-ORIGEM-MOEDA
             MOVE CPF       TO WS-ORIGEM-CPF

             PERFORM P640-LOCALIZAR-DISPOSITIVO
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

      *      CONFERENCIA DO LIMITE DIARIO (SEM GRAVAR NADA AINDA: O
      *      ACUMULADO SO E CONSUMIDO NO REGISTRO DEFINITIVO DA
                EXIT PARAGRAPH
             END-IF

             PERFORM P650-CONFERIR-CODIGO
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             MOVE WS-ORIGEM-CONTA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
      *      TERMINAL NO CADASTRO (ARQ-TERMINAL), O NUMERARIO DOS
      *      CASSETES, A SENHA E O LIMITE DIARIO DA CONTA, DEBITA O
      *      SALDO E O CASSETE DO TERMINAL E REGISTRA O MOVIMENTO SA
      *      COM O TERMINAL NO DETALHE PARA A CONCILIACAO NOTURNA; O
      *      SAQUE SEM CARTAO SEGUE AS REGRAS DE DISPOSITIVO E DE
      *      CODIGO DE CONFIRMACAO DA TRANSFERENCIA
      ******************************************************************
       P700-REQUISICAO-SAQUE-ATM.
             MOVE REQ-TERMINAL TO TRM-ID
                EXIT PARAGRAPH
             END-IF

             PERFORM P710-VALIDAR-CARTAO-ATM
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             PERFORM P350-AUTENTICAR-REQUISICAO
             IF NOT SENHA-OK THEN
                MOVE SPACES TO WS-LINHA-RESP
             END-IF
             MOVE REQ-VALOR TO WS-VALOR
             MOVE CONTA-NUM TO WS-ORIGEM-CONTA
             MOVE CPF       TO WS-ORIGEM-CPF

             MOVE 'N' TO WS-SAQUE-SEM-CARTAO
             IF REQ-CARTAO NOT NUMERIC OR REQ-CARTAO EQUAL TO ZEROS
                MOVE 'S' TO WS-SAQUE-SEM-CARTAO
                PERFORM P640-LOCALIZAR-DISPOSITIVO
                IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                   PERFORM P800-GRAVAR-RESPOSTA
                   EXIT PARAGRAPH
                END-IF
             END-IF

             IF DATA-ULT-MOVIMENTO EQUAL TO WS-DATA-ATUAL THEN
                COMPUTE WS-AUX = VALOR-MOVIMENTADO-DIA + WS-VALOR
                EXIT PARAGRAPH
             END-IF

             IF SAQUE-SEM-CARTAO THEN
                PERFORM P650-CONFERIR-CODIGO
                IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                   PERFORM P800-GRAVAR-RESPOSTA
                   EXIT PARAGRAPH
                END-IF
             END-IF

             IF DATA-ULT-MOVIMENTO NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE ZEROS TO VALOR-MOVIMENTADO-DIA
                MOVE WS-DATA-ATUAL TO DATA-ULT-MOVIMENTO
             PERFORM P800-GRAVAR-RESPOSTA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O CARTAO LIDO NO TERMINAL: PRECISA
      *      EXISTIR, SER DA CONTA DA REQUISICAO, ESTAR ATIVO E
      *      DENTRO DA VALIDADE (ATE O ULTIMO DIA DO MES IMPRESSO);
      *      REQUISICOES SEM CARTAO DOS TERMINAIS ANTIGOS PASSAM
      ******************************************************************
       P710-VALIDAR-CARTAO-ATM.
             MOVE '00' TO WS-STATUS-RESP
             IF REQ-CARTAO NOT NUMERIC OR REQ-CARTAO EQUAL TO ZEROS
                EXIT PARAGRAPH
             END-IF
             MOVE '11' TO WS-STATUS-RESP
             IF FS-CARTAO EQUAL TO "35" THEN
                MOVE 'CARTAO NAO CADASTRADO' TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             MOVE REQ-CARTAO TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   MOVE 'CARTAO NAO CADASTRADO' TO WS-LINHA-RESP
                   EXIT PARAGRAPH
             END-READ
             IF CARD-CONTA-NUM NOT EQUAL TO REQ-CONTA THEN
                MOVE 'CARTAO NAO PERTENCE A CONTA' TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             IF NOT CARD-ATIVO THEN
                MOVE 'CARTAO BLOQUEADO OU CANCELADO' TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-COMPETENCIA-ATUAL =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             IF CARD-VALIDADE-AAAAMM NOT EQUAL TO ZEROS
                AND CARD-VALIDADE-AAAAMM LESS THAN
                    WS-COMPETENCIA-ATUAL THEN
                MOVE 'CARTAO VENCIDO' TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             MOVE '00' TO WS-STATUS-RESP
       .
      ******************************************************************
      *      FUNÇÃO DO DEPOSITO EM ENVELOPE NO TERMINAL ATM: COM O
      *      TERMINAL, O CARTAO E A SENHA VALIDOS, O VALOR DECLARADO
      *      ENTRA NO SALDO PRESO EM VALOR-RETIDO (MOVIMENTO EV
      *      PENDENTE) E O ENVELOPE FICA NO TERMINAL ATE SER
      *      RECOLHIDO E CONFERIDO PELA AGENCIA NO MENU, QUE LIBERA
      *      A RETENCAO E AJUSTA A DIFERENCA; O DEPOSITO NAO CONSOME
      *      O LIMITE DIARIO
      ******************************************************************
       P750-REQUISICAO-ENVELOPE-ATM.
             MOVE REQ-TERMINAL TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   MOVE '09' TO WS-STATUS-RESP
                   MOVE 'TERMINAL NAO CADASTRADO' TO WS-LINHA-RESP
                   PERFORM P800-GRAVAR-RESPOSTA
                   EXIT PARAGRAPH
             END-READ
             IF NOT TRM-ATIVO THEN
                MOVE '09' TO WS-STATUS-RESP
                MOVE 'TERMINAL INATIVO' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             IF REQ-VALOR NOT NUMERIC OR REQ-VALOR EQUAL TO ZEROS
                MOVE '15' TO WS-STATUS-RESP
                MOVE 'VALOR DECLARADO INVALIDO' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             PERFORM P710-VALIDAR-CARTAO-ATM
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             PERFORM P350-AUTENTICAR-REQUISICAO
             IF NOT SENHA-OK THEN
                MOVE SPACES TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             MOVE REQ-VALOR TO WS-VALOR
             MOVE CONTA-NUM TO WS-ORIGEM-CONTA

             OPEN I-O ARQ-ENVELCTL
             READ ARQ-ENVELCTL
             IF FS-ENVELCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE ENVELOPES,'
                        ' STATUS: ' FS-ENVELCTL
                CLOSE ARQ-ENVELCTL
                MOVE '99' TO WS-STATUS-RESP
                MOVE 'ENVELOPE NAO REGISTRADO' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-ENVELOPE
             REWRITE REG-ENVELCTL
             INITIALIZE REG-ENVELOPE
             MOVE ULT-ENVELOPE    TO ENV-SEQ
             CLOSE ARQ-ENVELCTL

             COMPUTE SALDO = SALDO + WS-VALOR
             ADD WS-VALOR TO VALOR-RETIDO
             ADD 1 TO ULT-SEQ-EXTRATO
             MOVE SALDO TO WS-ORIGEM-SALDO
             MOVE ULT-SEQ-EXTRATO TO WS-ORIGEM-SEQ
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA

             MOVE WS-ORIGEM-CONTA TO EXT-CONTA-NUM
             MOVE WS-ORIGEM-SEQ   TO EXT-SEQUENCIA
             SET EXT-ENVELOPE-ATM TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE WS-VALOR        TO EXT-VALOR
             MOVE WS-ORIGEM-SALDO TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'ENVELOPE ' DELIMITED SIZE
                    ENV-SEQ DELIMITED SIZE
                    ' ATM ' DELIMITED SIZE
                    TRM-ID DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'ATM' TO EXT-OPER-ID
             SET EXT-MOV-PENDENTE TO TRUE
             WRITE REG-EXTRATO

             MOVE TRM-ID          TO ENV-TERMINAL
             MOVE WS-ORIGEM-CONTA TO ENV-CONTA-NUM
             MOVE REQ-ID          TO ENV-REQ-ID
             MOVE WS-DATA-ATUAL   TO ENV-DATA-DEPOSITO
             MOVE WS-HORA-ATUAL   TO ENV-HORA-DEPOSITO
             MOVE WS-VALOR        TO ENV-VALOR-DECLARADO
             MOVE WS-ORIGEM-SEQ   TO ENV-EXT-SEQ
             SET ENV-NO-TERMINAL  TO TRUE
             WRITE REG-ENVELOPE
             IF FS-ENVELOPE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O ENVELOPE ' ENV-SEQ
                        ', STATUS: ' FS-ENVELOPE
             END-IF

             MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'CANAL ENVELOPE ATM' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING REQ-ID DELIMITED SIZE
                    ' ENVELOPE ' DELIMITED SIZE
                    ENV-SEQ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             MOVE '00' TO WS-STATUS-RESP
             MOVE SPACES TO WS-LINHA-RESP
             STRING 'ENVELOPE: '    DELIMITED SIZE
                    ENV-SEQ         DELIMITED SIZE
                    ' DECLARADO: '  DELIMITED SIZE
                    WS-VALOR        DELIMITED SIZE
                    ' TERMINAL: '   DELIMITED SIZE
                    TRM-ID          DELIMITED SIZE
                    ' BLOQUEADO ATE A CONFERENCIA' DELIMITED SIZE
               INTO WS-LINHA-RESP
             END-STRING
             PERFORM P800-GRAVAR-RESPOSTA
       .
      ******************************************************************
      *      FUNÇÃO QUE EXECUTA UMA RECARGA DE CELULAR PELO CANAL: A
      *      OPERADORA TEM DE ESTAR ATIVA NA TABELA DE RECARGA E O
      *      VALOR TEM DE SER UM DOS VALORES DELA (STATUS 15); SEGUE
      *      AS REGRAS DE DISPOSITIVO, LIMITE DIARIO, SALDO,
      *      VELOCIDADE E CODIGO DE CONFIRMACAO DA TRANSFERENCIA E
      *      DEBITA A CONTA COM RG PENDENTE ATE A CONFIRMACAO DA
      *      OPERADORA NO RETORNO DO ARQUIVO DA NOITE
      ******************************************************************
       P770-REQUISICAO-RECARGA.
             PERFORM P350-AUTENTICAR-REQUISICAO
             IF NOT SENHA-OK THEN
                MOVE SPACES TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             IF MOEDA NOT EQUAL TO 'BRL' THEN
                MOVE '07' TO WS-STATUS-RESP
                MOVE 'RECARGA SO DEBITADA DE CONTA EM REAIS'
                  TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             MOVE REQ-VALOR TO WS-VALOR
             MOVE CONTA-NUM TO WS-ORIGEM-CONTA
             MOVE MOEDA     TO WS-ORIGEM-MOEDA
             MOVE CPF       TO WS-ORIGEM-CPF

             MOVE '15' TO WS-STATUS-RESP
             IF FS-RECOPER EQUAL TO "35" THEN
                MOVE 'RECARGA INDISPONIVEL' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             MOVE REQ-REC-OPERADORA TO ROP-CODIGO
             READ ARQ-RECOPER RECORD KEY IS ROP-CODIGO
                INVALID KEY
                   MOVE 'OPERADORA NAO CONVENIADA' TO WS-LINHA-RESP
                   PERFORM P800-GRAVAR-RESPOSTA
                   EXIT PARAGRAPH
             END-READ
             IF NOT ROP-ATIVA THEN
                MOVE 'OPERADORA SUSPENSA PARA RECARGA'
                  TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             IF REQ-REC-DDD NOT NUMERIC
                OR REQ-REC-DDD LESS THAN 11
                OR REQ-REC-TELEFONE NOT NUMERIC
                OR REQ-REC-TELEFONE LESS THAN 900000000 THEN
                MOVE 'DDD OU NUMERO DE CELULAR INVALIDO'
                  TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-REC-VALOR-OK
             PERFORM VARYING WS-REC-I FROM 1 BY 1
                UNTIL WS-REC-I > ROP-QTDE-VALORES
                IF ROP-VALOR(WS-REC-I) EQUAL TO WS-VALOR THEN
                   MOVE 'S' TO WS-REC-VALOR-OK
                END-IF
             END-PERFORM
             IF NOT REC-VALOR-OK THEN
                MOVE 'VALOR FORA DA TABELA DA OPERADORA'
                  TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-REC-COMISSAO ROUNDED =
                WS-VALOR * ROP-PERC-COMISSAO / 100
             MOVE '00' TO WS-STATUS-RESP

             PERFORM P640-LOCALIZAR-DISPOSITIVO
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             IF DATA-ULT-MOVIMENTO EQUAL TO WS-DATA-ATUAL THEN
                COMPUTE WS-AUX = VALOR-MOVIMENTADO-DIA + WS-VALOR
             ELSE
                MOVE WS-VALOR TO WS-AUX
             END-IF
             IF WS-AUX GREATER THAN LIMITE-DIARIO THEN
                MOVE '04' TO WS-STATUS-RESP
                MOVE 'LIMITE DIARIO EXCEDIDO' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-VALOR
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                MOVE '05' TO WS-STATUS-RESP
                MOVE 'SALDO INSUFICIENTE' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-VELOC-DEST
             PERFORM P620-VERIFICAR-VELOCIDADE
             IF NOT VELOCIDADE-OK THEN
                MOVE '08' TO WS-STATUS-RESP
                MOVE SPACES TO WS-LINHA-RESP
                STRING 'BLOQUEADA PELAS REGRAS DE VELOCIDADE: '
                                      DELIMITED SIZE
                       WS-VELOC-MOTIVO DELIMITED SIZE
                  INTO WS-LINHA-RESP
                END-STRING
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             PERFORM P650-CONFERIR-CODIGO
             IF WS-STATUS-RESP NOT EQUAL TO '00' THEN
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-RECARGACTL
             READ ARQ-RECARGACTL
             IF FS-RECARGACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE RECARGAS,'
                        ' STATUS: ' FS-RECARGACTL
                CLOSE ARQ-RECARGACTL
                MOVE '99' TO WS-STATUS-RESP
                MOVE 'RECARGA NAO REGISTRADA' TO WS-LINHA-RESP
                PERFORM P800-GRAVAR-RESPOSTA
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-RECARGA
             REWRITE REG-RECARGACTL
             MOVE ULT-RECARGA TO REC-NUMERO
             CLOSE ARQ-RECARGACTL

             MOVE WS-ORIGEM-CONTA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE '01' TO WS-STATUS-RESP
                   MOVE 'FALHA AO RELOCALIZAR A ORIGEM'
                     TO WS-LINHA-RESP
                   PERFORM P800-GRAVAR-RESPOSTA
                   EXIT PARAGRAPH
             END-READ
             IF DATA-ULT-MOVIMENTO NOT EQUAL TO WS-DATA-ATUAL THEN
                MOVE ZEROS TO VALOR-MOVIMENTADO-DIA
                MOVE WS-DATA-ATUAL TO DATA-ULT-MOVIMENTO
             END-IF
             ADD WS-VALOR TO VALOR-MOVIMENTADO-DIA
             SUBTRACT WS-VALOR FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             MOVE SALDO TO WS-ORIGEM-SALDO
             MOVE ULT-SEQ-EXTRATO TO WS-ORIGEM-SEQ
             MOVE AGENCIA TO REC-AGENCIA
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA

             MOVE WS-ORIGEM-CONTA TO EXT-CONTA-NUM
             MOVE WS-ORIGEM-SEQ   TO EXT-SEQUENCIA
             SET EXT-RECARGA-CELULAR TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-ATUAL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE WS-VALOR        TO EXT-VALOR
             MOVE WS-ORIGEM-SALDO TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'RECARGA '        DELIMITED SIZE
                    REQ-REC-OPERADORA DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    REQ-REC-DDD       DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    REQ-REC-TELEFONE  DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE 'CANAL' TO EXT-OPER-ID
             SET EXT-MOV-PENDENTE TO TRUE
             WRITE REG-EXTRATO

             MOVE WS-ORIGEM-CONTA   TO REC-CONTA-NUM
             MOVE WS-ORIGEM-SEQ     TO REC-SEQ-EXTRATO
             MOVE WS-DATA-ATUAL     TO REC-DATA
             MOVE WS-HORA-ATUAL     TO REC-HORA
             MOVE 'CANAL'           TO REC-OPER-ID
             SET REC-CANAL-DIGITAL  TO TRUE
             MOVE REQ-ID            TO REC-REQ-ID
             MOVE REQ-REC-OPERADORA TO REC-OPERADORA
             MOVE REQ-REC-DDD       TO REC-DDD
             MOVE REQ-REC-TELEFONE  TO REC-TELEFONE
             MOVE WS-VALOR          TO REC-VALOR
             MOVE WS-REC-COMISSAO   TO REC-COMISSAO
             SET REC-PENDENTE       TO TRUE
             MOVE ZEROS             TO REC-DATA-ENVIO
             MOVE ZEROS             TO REC-DATA-RETORNO
             MOVE SPACES            TO REC-NSU-OPERADORA
             MOVE SPACES            TO REC-MOTIVO
             MOVE ZEROS             TO REC-SEQ-ESTORNO
             WRITE REG-RECARGA
             IF FS-RECARGA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RECARGA ' REC-NUMERO
                        ', STATUS: ' FS-RECARGA
             END-IF

             MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'CANAL RECARGA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING REQ-ID     DELIMITED SIZE
                    ' RECARGA ' DELIMITED SIZE
                    REC-NUMERO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             MOVE '00' TO WS-STATUS-RESP
             MOVE SPACES TO WS-LINHA-RESP
             STRING 'RECARGA: '        DELIMITED SIZE
                    REC-NUMERO         DELIMITED SIZE
                    ' VALOR: '         DELIMITED SIZE
                    WS-VALOR           DELIMITED SIZE
                    ' SALDO: '         DELIMITED SIZE
                    WS-ORIGEM-SALDO    DELIMITED SIZE
                    ' PENDENTE DE CONFIRMACAO DA OPERADORA'
                                       DELIMITED SIZE
               INTO WS-LINHA-RESP
             END-STRING
             PERFORM P800-GRAVAR-RESPOSTA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA NA FILA DE COMPLIANCE O SAQUE EM ATM
      *      ACIMA DO LIMITE DE MONITORAMENTO AML
      ******************************************************************
      ******************************************************************
      *      FUNÇÃO DAS REGRAS DE VELOCIDADE DO CANAL (MESMOS
      *      LIMIARES DE P338 DO MENU): VARIAS TRANSFERENCIAS DA
      *      MESMA CONTA EM POUCOS MINUTOS, VALOR ALTO EM
      *      DISPOSITIVO CADASTRADO HA POUCOS DIAS, DESTINO NUNCA
      *      USADO RECEBENDO VALOR ALTO E HORARIO INCOMUM; SEM
      *      SUPERVISOR PRESENTE NO CANAL, O MOVIMENTO DISPARADO E
      *      BLOQUEADO E O GATILHO FICA NA AUDITORIA E NOS EVENTOS
      *      DE FRAUDE, PARA SER VINCULADO A UM CASO
      ******************************************************************
       P620-VERIFICAR-VELOCIDADE.
             MOVE 'S' TO WS-VELOC-OK
                  TO WS-VELOC-MOTIVO
             END-IF

             IF WS-VELOC-MOTIVO EQUAL TO SPACES
                AND DSP-CONFIAVEL
                AND WS-DSP-DIAS-CADASTRO NOT GREATER THAN
                    WS-VELOC-DISP-DIAS
                AND WS-VALOR GREATER THAN WS-VELOC-VALOR-DEST-NOVO
                MOVE 'VALOR ALTO EM DISPOSITIVO NOVO'
                  TO WS-VELOC-MOTIVO
             END-IF

             IF WS-VELOC-MOTIVO EQUAL TO SPACES
                AND WS-VELOC-DEST GREATER THAN ZEROS
                AND WS-VALOR GREATER THAN WS-VELOC-VALOR-DEST-NOVO
             MOVE 'GATILHO VELOCIDADE' TO WS-AUD-ACAO
             MOVE WS-VELOC-MOTIVO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
             MOVE 'V' TO FRE-TIPO
             MOVE REQ-ID TO FRE-REFERENCIA
             MOVE WS-VALOR TO FRE-VALOR
             MOVE WS-VELOC-MOTIVO TO FRE-DESCRICAO
             PERFORM P690-GRAVAR-EVENTO-FRAUDE
             DISPLAY 'TRANSFERENCIA DO CANAL BLOQUEADA: '
                     WS-VELOC-MOTIVO
       .
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA O DISPOSITIVO DA REQUISICAO NO
      *      CADASTRO DA CONTA: DISPOSITIVO VISTO PELA PRIMEIRA VEZ
      *      E GRAVADO COMO NAO CONFIAVEL; BLOQUEADO OU CANCELADO E
      *      RECUSADO COM STATUS 14. DEIXA EM WS-DSP-DIAS-CADASTRO HA
      *      QUANTOS DIAS O DISPOSITIVO FOI CADASTRADO NO BALCAO
      ******************************************************************
       P640-LOCALIZAR-DISPOSITIVO.
             MOVE '00' TO WS-STATUS-RESP
             MOVE 999 TO WS-DSP-DIAS-CADASTRO
             IF REQ-DISPOSITIVO EQUAL TO SPACES THEN
                MOVE '14' TO WS-STATUS-RESP
                MOVE 'DISPOSITIVO NAO INFORMADO' TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             MOVE REQ-CONTA TO DSP-CONTA-NUM
             MOVE REQ-DISPOSITIVO TO DSP-ID
             READ ARQ-DISPOSITIVO RECORD KEY IS DSP-CHAVE
                INVALID KEY
                   INITIALIZE REG-DISPOSITIVO
                   MOVE REQ-CONTA TO DSP-CONTA-NUM
                   MOVE REQ-DISPOSITIVO TO DSP-ID
                   MOVE 'DISPOSITIVO VISTO NO CANAL' TO DSP-DESCRICAO
                   SET DSP-NAO-CONFIAVEL TO TRUE
                   MOVE WS-DATA-ATUAL TO DSP-DATA-PRIM-USO
                   MOVE SPACES TO DSP-OTP-HASH
                   WRITE REG-DISPOSITIVO
                   IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O DISPOSITIVO '
                              DSP-ID ', STATUS: ' FS-DISPOSITIVO
                   END-IF
                   MOVE REQ-CONTA TO WS-AUD-CONTA-NUM
                   MOVE 'DISPOSITIVO NOVO' TO WS-AUD-ACAO
                   MOVE REQ-DISPOSITIVO TO WS-AUD-DETALHE
                   PERFORM P380-REGISTRAR-AUDITORIA
             END-READ
             IF DSP-BLOQUEADO OR DSP-CANCELADO THEN
                MOVE '14' TO WS-STATUS-RESP
                MOVE 'DISPOSITIVO BLOQUEADO OU CANCELADO'
                  TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF
             IF DSP-DATA-CADASTRO NOT EQUAL TO ZEROS THEN
                COMPUTE WS-DSP-DIAS-CADASTRO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                      - FUNCTION INTEGER-OF-DATE(DSP-DATA-CADASTRO)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIGE O CODIGO DE CONFIRMACAO DE USO UNICO
      *      QUANDO O DISPOSITIVO NAO E CONFIAVEL OU O VALOR PASSA DO
      *      LIMITE OTP-LIMITE-VALOR: SEM CODIGO (OU COM O CODIGO
      *      VENCIDO OU PEDIDO PARA OUTRA OPERACAO) UM NOVO E
      *      EMITIDO E A REQUISICAO VOLTA COM STATUS 12; CODIGO
      *      ERRADO CONTA TENTATIVA E, NO LIMITE OTP-MAX-ERROS,
      *      BLOQUEIA O DISPOSITIVO
      ******************************************************************
       P650-CONFERIR-CODIGO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE '00' TO WS-STATUS-RESP
             IF DSP-CONFIAVEL
                AND WS-VALOR NOT GREATER THAN WS-OTP-LIMITE THEN
                MOVE WS-DATA-ATUAL TO DSP-DATA-ULT-USO
                REWRITE REG-DISPOSITIVO
                EXIT PARAGRAPH
             END-IF

             IF DSP-OTP-HASH EQUAL TO SPACES
                OR REQ-OTP EQUAL TO SPACES
                OR DSP-OTP-REQ-TIPO NOT EQUAL TO REQ-TIPO
                OR DSP-OTP-VALOR NOT EQUAL TO REQ-VALOR
                OR DSP-OTP-DESTINO NOT EQUAL TO REQ-CONTA-DESTINO
                MOVE 'N' TO WS-OTP-EXPIRADO
                PERFORM P660-EMITIR-CODIGO
                EXIT PARAGRAPH
             END-IF

             DIVIDE DSP-OTP-HORA BY 10000
                   GIVING WS-VELOC-HH
                   REMAINDER WS-VELOC-RESTO
             DIVIDE WS-VELOC-RESTO BY 100
                   GIVING WS-VELOC-MM
                   REMAINDER WS-VELOC-RESTO
             COMPUTE WS-OTP-MIN-EMISSAO =
                     (FUNCTION INTEGER-OF-DATE(DSP-OTP-DATA) * 1440)
                   + (WS-VELOC-HH * 60) + WS-VELOC-MM
             COMPUTE WS-OTP-MIN-AGORA =
                     (FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL) * 1440)
                   + (WS-DHC-HORA * 60) + WS-DHC-MINUTO
             IF WS-OTP-MIN-AGORA - WS-OTP-MIN-EMISSAO
                GREATER THAN WS-OTP-VALIDADE-MIN THEN
                MOVE 'S' TO WS-OTP-EXPIRADO
                PERFORM P660-EMITIR-CODIGO
                EXIT PARAGRAPH
             END-IF

             MOVE REQ-OTP TO WS-HASH-ENTRADA
             PERFORM P360-CALCULAR-HASH-SENHA
             IF WS-HASH-SAIDA EQUAL TO DSP-OTP-HASH THEN
                MOVE SPACES TO DSP-OTP-HASH
                MOVE ZEROS TO DSP-QTDE-ERRO-OTP
                MOVE WS-DATA-ATUAL TO DSP-DATA-ULT-USO
                REWRITE REG-DISPOSITIVO
                IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR O DISPOSITIVO '
                           DSP-ID ', STATUS: ' FS-DISPOSITIVO
                END-IF
                EXIT PARAGRAPH
             END-IF

             ADD 1 TO DSP-QTDE-ERRO-OTP
             MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'OTP INVALIDO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING REQ-DISPOSITIVO DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REQ-ID          DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             IF DSP-QTDE-ERRO-OTP NOT LESS THAN WS-OTP-MAX-ERROS THEN
                SET DSP-BLOQUEADO TO TRUE
                MOVE WS-DATA-ATUAL TO DSP-DATA-BLOQUEIO
                MOVE SPACES TO DSP-OTP-HASH
                MOVE '14' TO WS-STATUS-RESP
                MOVE 'DISPOSITIVO BLOQUEADO POR CODIGOS INVALIDOS'
                  TO WS-LINHA-RESP
                MOVE 'BLOQUEIO DISPOSITIVO' TO WS-AUD-ACAO
                PERFORM P380-REGISTRAR-AUDITORIA
                MOVE 'N' TO FRE-TIPO
                MOVE DSP-ID TO FRE-REFERENCIA
                MOVE WS-VALOR TO FRE-VALOR
                MOVE 'DISPOSITIVO BLOQUEADO POR CODIGOS INVALIDOS'
                  TO FRE-DESCRICAO
                PERFORM P690-GRAVAR-EVENTO-FRAUDE
             ELSE
                MOVE '13' TO WS-STATUS-RESP
                MOVE 'CODIGO DE CONFIRMACAO INVALIDO'
                  TO WS-LINHA-RESP
             END-IF
             REWRITE REG-DISPOSITIVO
             IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O DISPOSITIVO '
                        DSP-ID ', STATUS: ' FS-DISPOSITIVO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE EMITE UM NOVO CODIGO DE CONFIRMACAO: SEIS
      *      DIGITOS DERIVADOS DO HASH DO ID DA REQUISICAO E DO
      *      RELOGIO, GUARDADOS NO DISPOSITIVO SO COMO HASH E
      *      AMARRADOS AO TIPO, VALOR E DESTINO DA REQUISICAO; O
      *      CODIGO SAI POR SMS (OTP-ENVIO.DAT) PARA O CELULAR DO
      *      CADASTRO DO CLIENTE, NUNCA PARA O PROPRIO DISPOSITIVO
      ******************************************************************
       P660-EMITIR-CODIGO.
             MOVE SPACES TO WS-OTP-TELEFONE
             IF FS-CLIENTE NOT EQUAL TO "35" THEN
                MOVE WS-ORIGEM-CPF TO CLI-CPF
                READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CLI-TELEFONE TO WS-OTP-TELEFONE
                END-READ
             END-IF
             IF WS-OTP-TELEFONE EQUAL TO SPACES THEN
                MOVE '14' TO WS-STATUS-RESP
                MOVE 'SEM CELULAR CADASTRADO PARA O CODIGO'
                  TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF

             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE REQ-ID TO WS-HASH-ENTRADA
             PERFORM P360-CALCULAR-HASH-SENHA
             COMPUTE WS-OTP-SEMENTE = WS-HASH-RESTO
                   + (WS-HORA-ATUAL * 7919)
                   + (WS-DHC-CENTESIMO * 104729)
                   + REQ-CONTA
             DIVIDE WS-OTP-SEMENTE BY 1000000
                   GIVING WS-HASH-QUOC
                   REMAINDER WS-OTP-CODIGO
             MOVE WS-OTP-CODIGO TO WS-HASH-ENTRADA
             PERFORM P360-CALCULAR-HASH-SENHA
             MOVE WS-HASH-SAIDA     TO DSP-OTP-HASH
             MOVE WS-DATA-ATUAL     TO DSP-OTP-DATA
             MOVE WS-HORA-ATUAL     TO DSP-OTP-HORA
             MOVE REQ-TIPO          TO DSP-OTP-REQ-TIPO
             MOVE REQ-VALOR         TO DSP-OTP-VALOR
             MOVE REQ-CONTA-DESTINO TO DSP-OTP-DESTINO
             REWRITE REG-DISPOSITIVO
             IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GUARDAR O CODIGO NO DISPOSITIVO '
                        DSP-ID ', STATUS: ' FS-DISPOSITIVO
                MOVE '14' TO WS-STATUS-RESP
                MOVE 'FALHA AO EMITIR O CODIGO DE CONFIRMACAO'
                  TO WS-LINHA-RESP
                EXIT PARAGRAPH
             END-IF

             MOVE SPACES TO REG-OTP-ENVIO
             STRING 'SMS '             DELIMITED SIZE
                    WS-OTP-TELEFONE    DELIMITED SIZE
                    ' CONTA '          DELIMITED SIZE
                    REQ-CONTA          DELIMITED SIZE
                    ' CODIGO '         DELIMITED SIZE
                    WS-OTP-CODIGO      DELIMITED SIZE
                    ' VALIDO POR '     DELIMITED SIZE
                    WS-OTP-VALIDADE-MIN DELIMITED SIZE
                    ' MIN PARA '       DELIMITED SIZE
                    REQ-TIPO           DELIMITED SIZE
                    ' DE '             DELIMITED SIZE
                    REQ-VALOR          DELIMITED SIZE
                    ' - NAO INFORME A NINGUEM' DELIMITED SIZE
               INTO REG-OTP-ENVIO
             END-STRING
             WRITE REG-OTP-ENVIO
             IF FS-OTP-ENVIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O SMS DO CODIGO, STATUS: '
                        FS-OTP-ENVIO
             END-IF

             MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'OTP EMITIDO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING REQ-DISPOSITIVO DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REQ-ID          DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             MOVE '12' TO WS-STATUS-RESP
             IF OTP-EXPIRADO THEN
                MOVE 'CODIGO VENCIDO, NOVO CODIGO ENVIADO AO CELULAR'
                  TO WS-LINHA-RESP
             ELSE
                MOVE 'CODIGO DE CONFIRMACAO ENVIADO AO CELULAR'
                  TO WS-LINHA-RESP
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA EM ARQ-FRAUDE-EVT, SEM CASO, O EVENTO
      *      MONTADO EM FRE-TIPO, FRE-REFERENCIA, FRE-VALOR E
      *      FRE-DESCRICAO, NUMERADO PELO CONTROLE ARQ-FRAUDCTL COMO
      *      P7090 DO MENU
      ******************************************************************
       P690-GRAVAR-EVENTO-FRAUDE.
             OPEN I-O ARQ-FRAUDCTL
             IF FS-FRAUDCTL EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-FRAUDCTL
                MOVE 0 TO ULT-CASO-FRAUDE
                MOVE 0 TO ULT-EVENTO-FRAUDE
                WRITE REG-FRAUDCTL
                CLOSE ARQ-FRAUDCTL
                OPEN I-O ARQ-FRAUDCTL
             END-IF
             IF FS-FRAUDCTL EQUAL TO "00" THEN
                READ ARQ-FRAUDCTL
             END-IF
             IF FS-FRAUDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CASOS DE FRAUDE,'
                        ' STATUS: ' FS-FRAUDCTL
                CLOSE ARQ-FRAUDCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-EVENTO-FRAUDE
             REWRITE REG-FRAUDCTL
             CLOSE ARQ-FRAUDCTL

             MOVE ULT-EVENTO-FRAUDE TO FRE-SEQ
             MOVE ZEROS             TO FRE-CASO
             MOVE WS-ORIGEM-CONTA   TO FRE-CONTA-NUM
             MOVE WS-DATA-ATUAL     TO FRE-DATA
             MOVE WS-HORA-ATUAL     TO FRE-HORA
             MOVE 'CANAL'           TO FRE-OPER
             WRITE REG-FRAUDE-EVT
             IF FS-FRAUDE-EVT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EVENTO DE FRAUDE, STATUS: '
                        FS-FRAUDE-EVT
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UMA LINHA DE RESPOSTA NA CAIXA DE SAIDA
      *      COM O ID DA REQUISICAO E O CODIGO DE STATUS
      ******************************************************************
             END-IF
             CLOSE ARQ-JORNAL
             CLOSE ARQ-TERMINAL
             IF FS-CARTAO NOT EQUAL TO "35" THEN
                CLOSE ARQ-CARTAO
             END-IF
             CLOSE ARQ-DISPOSITIVO
             IF FS-CLIENTE NOT EQUAL TO "35" THEN
                CLOSE ARQ-CLIENTE
             END-IF
             CLOSE ARQ-FRAUDE-EVT
             CLOSE ARQ-OTP-ENVIO
             CLOSE ARQ-ENVELOPE
             IF FS-RECOPER NOT EQUAL TO "35" THEN
                CLOSE ARQ-RECOPER
             END-IF
             CLOSE ARQ-RECARGA
             CLOSE ARQ-CANAL-REQ
             CLOSE ARQ-CANAL-RESP
             DISPLAY 'REQUISICOES PROCESSADAS: ' WS-QTDE-REQUISICOES
