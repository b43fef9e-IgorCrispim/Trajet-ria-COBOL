                RECORD KEY   IS CLI-CPF
                FILE STATUS  IS FS-CLIENTE.

           SELECT ARQ-LGPD ASSIGN TO "lgpd.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS LGP-CHAVE
                FILE STATUS  IS FS-LGPD.

           SELECT ARQ-OBITO ASSIGN TO "obito.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS OBI-CPF
                FILE STATUS  IS FS-OBITO.

           SELECT ARQ-ALVARA ASSIGN TO "alvara.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ALV-CHAVE
                FILE STATUS  IS FS-ALVARA.

           SELECT ARQ-EMPRESA ASSIGN TO "empresa.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS EPJ-CNPJ
                FILE STATUS  IS FS-EMPRESA.

           SELECT ARQ-REPRESENTANTE ASSIGN TO "representante.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RPJ-CHAVE
                ALTERNATE RECORD KEY IS RPJ-CPF WITH DUPLICATES
                FILE STATUS  IS FS-REPRESENTANTE.

           SELECT ARQ-PROCURACAO ASSIGN TO "procuracao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRC-CHAVE
                FILE STATUS  IS FS-PROCURACAO.

           SELECT ARQ-CCSMOV ASSIGN TO "ccs-movimento.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCM-CHAVE
                FILE STATUS  IS FS-CCSMOV.

           SELECT ARQ-RECLAMACAO ASSIGN TO "reclamacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RCL-PROTOCOLO
                ALTERNATE RECORD KEY IS RCL-CPF WITH DUPLICATES
                FILE STATUS  IS FS-RECLAMACAO.

           SELECT ARQ-RECLAMCTL ASSIGN TO "reclamctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-RECLAMCTL.

           SELECT ARQ-CONVFOLHA ASSIGN TO "convfolha.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-JORNAL.

           SELECT ARQ-JRNCTL ASSIGN TO "jrnctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-JRNCTL.

           SELECT ARQ-FERIADO ASSIGN TO "feriado.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                     WITH DUPLICATES
                FILE STATUS  IS FS-FATURA.

           SELECT ARQ-CONTESTACAO ASSIGN TO "contestacao.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CTS-CHAVE
                ALTERNATE RECORD KEY IS CTS-CONTA-NUM
                     WITH DUPLICATES
                FILE STATUS  IS FS-CONTESTACAO.

           SELECT ARQ-PARCELA ASSIGN TO "parcela.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PCL-CHAVE
                FILE STATUS  IS FS-PARCELA.

           SELECT ARQ-PARC-FATURA ASSIGN TO "parcfatura.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PFT-CHAVE
                FILE STATUS  IS FS-PARC-FATURA.

           SELECT ARQ-PONTOS ASSIGN TO "pontos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PTS-CHAVE
                FILE STATUS  IS FS-PONTOS.

           SELECT ARQ-RISCOCLI ASSIGN TO "riscocli.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RSC-CHAVE
                FILE STATUS  IS FS-RISCOCLI.

           SELECT ARQ-PORTCRED ASSIGN TO "portcred.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PTC-NUMERO
                ALTERNATE RECORD KEY IS PTC-CPF WITH DUPLICATES
                FILE STATUS  IS FS-PORTCRED.

           SELECT ARQ-PORTCRED-PEDIDO ASSIGN TO "portcred-pedido.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PORTCRED-PEDIDO.

           SELECT ARQ-CCB ASSIGN TO "contrato-ccb.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCB-CHAVE
                FILE STATUS  IS FS-CCB.

           SELECT ARQ-PREVIDENCIA ASSIGN TO "previdencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRV-SEQ
                ALTERNATE RECORD KEY IS PRV-CPF WITH DUPLICATES
                FILE STATUS  IS FS-PREVIDENCIA.

           SELECT ARQ-PREVAPORTE ASSIGN TO "prevaporte.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PVA-CHAVE
                FILE STATUS  IS FS-PREVAPORTE.

           SELECT ARQ-PREVCTL ASSIGN TO "prevctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PREVCTL.

           SELECT ARQ-SEGPRODUTO ASSIGN TO "segproduto.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS SGP-CODIGO
                FILE STATUS  IS FS-SEGPRODUTO.

           SELECT ARQ-APOLICE ASSIGN TO "apolice.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APO-NUMERO
                ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
                FILE STATUS  IS FS-APOLICE.

           SELECT ARQ-SEGCTL ASSIGN TO "segctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-SEGCTL.

           SELECT ARQ-CONSENTIMENTO ASSIGN TO "consentimento.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CSN-ID
                ALTERNATE RECORD KEY IS CSN-CPF WITH DUPLICATES
                FILE STATUS  IS FS-CONSENTIMENTO.

           SELECT ARQ-CSNCTL ASSIGN TO "csnctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CSNCTL.

           SELECT ARQ-OFACESSO ASSIGN TO "openfin-acesso.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS OFA-CHAVE
                FILE STATUS  IS FS-OFACESSO.

           SELECT ARQ-PROVISAO ASSIGN TO "provsaque.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PVS-ID
                ALTERNATE RECORD KEY IS PVS-CONTA-NUM WITH DUPLICATES
                ALTERNATE RECORD KEY IS PVS-DATA-SAQUE WITH DUPLICATES
                FILE STATUS  IS FS-PROVISAO.

           SELECT ARQ-PVSCTL ASSIGN TO "pvsctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PVSCTL.

           SELECT ARQ-NUMHIST ASSIGN TO "numerario-hist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS NMH-CHAVE
                FILE STATUS  IS FS-NUMHIST.

           SELECT ARQ-CORBAN ASSIGN TO "corban-cad.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CBC-CODIGO
                FILE STATUS  IS FS-CORBAN.

           SELECT ARQ-FRAUDE ASSIGN TO "fraude.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FRC-CASO
                ALTERNATE RECORD KEY IS FRC-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-FRAUDE.

           SELECT ARQ-FRAUDE-EVT ASSIGN TO "fraude-evt.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FRE-SEQ
                ALTERNATE RECORD KEY IS FRE-CASO WITH DUPLICATES
                FILE STATUS  IS FS-FRAUDE-EVT.

           SELECT ARQ-FRAUDCTL ASSIGN TO "fraudctl.dat"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS FS-FRAUDCTL.

           SELECT ARQ-COBRANCA ASSIGN TO "cobranca-fila.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS COB-CPF
                ALTERNATE RECORD KEY IS COB-ORDEM-FILA WITH DUPLICATES
                FILE STATUS  IS FS-COBRANCA.

           SELECT ARQ-COBR-CONTATO ASSIGN TO "cobranca-contato.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCT-SEQ
                ALTERNATE RECORD KEY IS CCT-CPF WITH DUPLICATES
                FILE STATUS  IS FS-COBR-CONTATO.

           SELECT ARQ-COBRCTL ASSIGN TO "cobrctl.dat"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS FS-COBRCTL.

           SELECT ARQ-REMEXT ASSIGN TO "remessa-exterior.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS REX-NUMERO
                ALTERNATE RECORD KEY IS REX-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-REMEXT.

           SELECT ARQ-REMEXTCTL ASSIGN TO "remextctl.dat"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS FS-REMEXTCTL.

           SELECT ARQ-DISPOSITIVO ASSIGN TO "dispositivo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DSP-CHAVE
                FILE STATUS  IS FS-DISPOSITIVO.

           SELECT ARQ-CEP ASSIGN TO "cep.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CEP-NUM
                FILE STATUS  IS FS-CEP.

           SELECT ARQ-BENEFICIO ASSIGN TO "beneficio-inss.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS BNF-NB
                ALTERNATE RECORD KEY IS BNF-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-BENEFICIO.

           SELECT ARQ-GERENTE ASSIGN TO "gerente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GER-OPER-ID
                FILE STATUS  IS FS-GERENTE.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CRT-CPF
                ALTERNATE RECORD KEY IS CRT-GERENTE WITH DUPLICATES
                FILE STATUS  IS FS-CARTEIRA.

           SELECT ARQ-OFERTA ASSIGN TO "oferta.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS OFT-CHAVE
                FILE STATUS  IS FS-OFERTA.

           SELECT ARQ-ENVELOPE ASSIGN TO "envelope.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ENV-SEQ
                ALTERNATE RECORD KEY IS ENV-TERMINAL WITH DUPLICATES
                ALTERNATE RECORD KEY IS ENV-CONTA-NUM WITH DUPLICATES
                FILE STATUS  IS FS-ENVELOPE.

           SELECT ARQ-ALERTACTL ASSIGN TO "alertactl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-ALERTACTL.

           SELECT ARQ-PAGAGENDA ASSIGN TO "pagagenda.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PGA-SEQ
                ALTERNATE RECORD KEY IS PGA-CONTA-NUM WITH DUPLICATES
                ALTERNATE RECORD KEY IS PGA-LINHA-DIG WITH DUPLICATES
                FILE STATUS  IS FS-PAGAGENDA.

           SELECT ARQ-PAGAGCTL ASSIGN TO "pagagctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PAGAGCTL.

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

           SELECT ARQ-PERDA-OP ASSIGN TO "perdaop.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRD-EVENTO
                ALTERNATE RECORD KEY IS PRD-LOCAL WITH DUPLICATES
                FILE STATUS  IS FS-PERDA-OP.

           SELECT ARQ-PERDACTL ASSIGN TO "perdactl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-PERDACTL.

           SELECT ARQ-CAPPLANO ASSIGN TO "capplano.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CPL-CODIGO
                FILE STATUS  IS FS-CAPPLANO.

           SELECT ARQ-TITCAP ASSIGN TO "titcap.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS TCP-NUMERO
                ALTERNATE RECORD KEY IS TCP-CPF WITH DUPLICATES
                FILE STATUS  IS FS-TITCAP.

           SELECT ARQ-CAPCTL ASSIGN TO "capctl.dat"
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CAPCTL.

           SELECT ARQ-CAPMOV ASSIGN TO "capmov.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS FS-CAPMOV.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-CLIENTE.
           COPY CLIENTECAD.

       FD ARQ-LGPD.
           COPY LGPDCAD.

       FD ARQ-OBITO.
           COPY OBITOCAD.

       FD ARQ-ALVARA.
           COPY ALVARACAD.

       FD ARQ-EMPRESA.
           COPY EMPRESACAD.

       FD ARQ-REPRESENTANTE.
           COPY REPRESCAD.

       FD ARQ-PROCURACAO.
           COPY PROCURCAD.

       FD ARQ-CCSMOV.
           COPY CCSMOV.

       FD ARQ-RECLAMACAO.
           COPY RECLAMCAD.

       FD ARQ-RECLAMCTL.
           COPY RECLAMCTL.

       FD ARQ-CONVFOLHA.
           COPY CONVFOLHA.

       FD ARQ-JORNAL.
           COPY JORNAL.

       FD ARQ-JRNCTL.
           COPY JRNCTL.

       FD ARQ-ALERTA.
           COPY ALERTACAD.

       FD ARQ-CHQDEPCTL.
           COPY CHQDEPCTL.

       FD ARQ-CONTESTACAO.
           COPY CONTESTCAD.

       FD ARQ-PARCELA.
           COPY PARCELCAD.

       FD ARQ-PARC-FATURA.
           COPY PFATCAD.

       FD ARQ-PONTOS.
           COPY PONTOSCAD.

       FD ARQ-RISCOCLI.
           COPY RISCCAD.

       FD ARQ-PORTCRED.
           COPY PORTCRED.

       FD ARQ-PORTCRED-PEDIDO.
           COPY PORTCMSG.

       FD ARQ-CCB.
           COPY CCBDOC.

       FD ARQ-PREVIDENCIA.
           COPY PREVCAD.

       FD ARQ-PREVAPORTE.
           COPY PREVAPO.

       FD ARQ-PREVCTL.
           COPY PREVCTL.

       FD ARQ-SEGPRODUTO.
           COPY SEGPROD.

       FD ARQ-APOLICE.
           COPY APOLICE.

       FD ARQ-SEGCTL.
           COPY SEGCTL.

       FD ARQ-CONSENTIMENTO.
           COPY CONSENTCAD.

       FD ARQ-CSNCTL.
           COPY CSNCTL.

       FD ARQ-OFACESSO.
           COPY OFACESSO.

       FD ARQ-PROVISAO.
           COPY PROVSAQ.

       FD ARQ-PVSCTL.
           COPY PVSCTL.

       FD ARQ-NUMHIST.
           COPY NUMHIST.

       FD ARQ-CORBAN.
           COPY CORBANCAD.

       FD ARQ-FRAUDE.
           COPY FRAUDCAD.

       FD ARQ-FRAUDE-EVT.
           COPY FRAUDEVT.

       FD ARQ-FRAUDCTL.
           COPY FRAUDCTL.

       FD ARQ-COBRANCA.
           COPY COBRFILA.

       FD ARQ-COBR-CONTATO.
           COPY COBRCONT.

       FD ARQ-COBRCTL.
           COPY COBRCTL.

       FD ARQ-REMEXT.
           COPY REMEXT.

       FD ARQ-REMEXTCTL.
           COPY REMEXTCTL.

       FD ARQ-DISPOSITIVO.
           COPY DISPCAD.

       FD ARQ-CEP.
           COPY CEPCAD.

       FD ARQ-BENEFICIO.
           COPY BENEFCAD.

       FD ARQ-GERENTE.
           COPY GERENTECAD.

       FD ARQ-CARTEIRA.
           COPY CARTEIRA.

       FD ARQ-OFERTA.
           COPY OFERTACAD.

       FD ARQ-ENVELOPE.
           COPY ENVELCAD.

       FD ARQ-ALERTACTL.
           COPY ALERTACTL.

       FD ARQ-PAGAGENDA.
           COPY PAGAGCAD.

       FD ARQ-PAGAGCTL.
           COPY PAGAGCTL.

       FD ARQ-RECOPER.
           COPY RECOPER.

       FD ARQ-RECARGA.
           COPY RECARGA.

       FD ARQ-RECARGACTL.
           COPY RECARGACTL.

       FD ARQ-PERDA-OP.
           COPY PERDAOP.

       FD ARQ-PERDACTL.
           COPY PERDACTL.

       FD ARQ-CAPPLANO.
           COPY CAPPLANO.

       FD ARQ-TITCAP.
           COPY TITCAP.

       FD ARQ-CAPCTL.
           COPY CAPCTL.

       FD ARQ-CAPMOV.
           COPY CAPMOV.

       WORKING-STORAGE SECTION.
       77 FS-CONTA                     PIC XX.
       77 FS-ID-STATUS                 PIC XX.
       77 WS-REL-QTDE-LINHAS-PAG       PIC 9(02) VALUE ZEROS.
       77 WS-REL-MAX-LINHAS-PAG        PIC 9(02) VALUE 20.
       77 WS-REL-PAGINA-EDT            PIC ZZZ9.
       77 WS-REL-SALDO-EDT             PIC -ZZZ,ZZZ,ZZ9.99.
       77 FS-CKPT700                   PIC XX.
       77 WS-RETOMAR-CKPT700           PIC X(01) VALUE 'N'.
           88 RETOMAR-CKPT700          VALUE 'S'.
       77 WS-OPCAO                     PIC 9(02).
       77 WS-OPCAO-ALFA                PIC X(02).
       77 WS-OPCAO-ALFA1               PIC X(01).
       77 WS-VALOR                     PIC S9(09)V99.
       77 WS-AUX                       PIC S9(09)V99.
       77 WS-ERRO                      PIC 9 VALUE ZERO.
       77 WS-SENHA                     PIC X(10).
       77 WS-SENHA-2                   PIC X(10).
       77 WS-TARIFA-PERCENTUAL         PIC 9V9(04) VALUE 0.0050.
       77 WS-TARIFA-TRANSF             PIC S9(07)V99.
       77 WS-ORIGEM-CONTA              PIC 9(06).
       77 WS-ORIGEM-SALDO              PIC S9(09)V99.
       77 WS-ORIGEM-SEQ                PIC 9(06).
       77 WS-ACHOU-EXTRATO             PIC X(01) VALUE 'N'.
           88 WS-TEM-EXTRATO           VALUE 'S'.
       77 WS-SCORE-MINIMO              PIC 9(03) VALUE 300.
       77 WS-QUIT-EMP-SEQ              PIC 9(06).
       77 WS-QUIT-PARC-RESTANTES       PIC 9(03).
       77 WS-QUIT-VALOR                PIC S9(09)V99.
       77 WS-QUIT-ACHOU-EMP            PIC X(01) VALUE 'N'.
           88 QUIT-ACHOU-EMP           VALUE 'S'.
       77 FS-APLICACAO                 PIC XX.
       77 WS-RESG-APL-SEQ              PIC 9(06).
       77 WS-RESG-DIAS-DECORRIDOS      PIC 9(05).
       77 WS-RESG-DIAS-TOTAIS          PIC 9(05).
       77 WS-RESG-JUROS                PIC S9(09)V99.
       77 WS-RESG-VALOR                PIC S9(09)V99.
       77 WS-RESG-FATOR-REDUCAO        PIC 9V99 VALUE 0.50.
       77 FS-IRFONTE                   PIC XX.
       77 FS-PARAMETRO                 PIC XX.
           88 SISTEMA-LIVRE            VALUE 'S'.
       77 FS-EXTRATO-HIST              PIC XX.
       77 FS-CLIENTE                   PIC XX.
       77 FS-LGPD                      PIC XX.
       77 FS-OBITO                     PIC XX.
       77 FS-ALVARA                    PIC XX.
       77 FS-EMPRESA                   PIC XX.
       77 FS-REPRESENTANTE             PIC XX.
       77 FS-PROCURACAO                PIC XX.
       77 FS-CCSMOV                    PIC XX.
       77 FS-RECLAMACAO                PIC XX.
       77 FS-RECLAMCTL                 PIC XX.
       77 FS-CONVFOLHA                 PIC XX.
       77 FS-DEBAUTO                   PIC XX.
       77 FS-AGENCIA                   PIC XX.
       77 FS-TALAO                     PIC XX.
       77 FS-MAUCHEQUE                 PIC XX.
       77 FS-JORNAL                    PIC XX.
       77 FS-JRNCTL                    PIC XX.
       77 FS-ALERTA                    PIC XX.
       77 FS-PACOTE                    PIC XX.
       77 FS-TEDENVIO                  PIC XX.
       77 WS-APR-SEQ-ESCOLHIDA         PIC 9(08).
       77 WS-APR-ACHOU                 PIC X(01) VALUE 'N'.
           88 APR-ACHOU                VALUE 'S'.
       77 FS-RISCOCLI                  PIC XX.
       77 WS-EXP-CPF                   PIC 9(11).
       77 WS-EXP-CONTA-GRANT           PIC 9(06).
       77 WS-EXP-CONTA-ALVO            PIC 9(06).
       77 WS-EXP-INCREMENTO            PIC S9(11)V99.
       77 WS-EXP-EMPRESTIMOS           PIC S9(11)V99.
       77 WS-EXP-CHEQUE                PIC S9(11)V99.
       77 WS-EXP-CARTOES               PIC S9(11)V99.
       77 WS-EXP-TOTAL                 PIC S9(11)V99.
       77 WS-EXP-RENDA                 PIC S9(09)V99.
       77 WS-EXP-RATING                PIC X(01).
       77 WS-EXP-MULTIPLO              PIC 9(03)V99.
       77 WS-EXP-TETO                  PIC S9(11)V99.
       77 WS-EXP-VALIDADE-AUT          PIC 9(03) VALUE 30.
       77 WS-EXP-QTDE-CONTAS           PIC 9(02).
       77 WS-EXP-IDX                   PIC 9(02).
       77 WS-TETO-OK                   PIC X(01) VALUE 'S'.
           88 TETO-OK                  VALUE 'S'.
       77 WS-EXP-CONTA-SALVA           PIC X(400).
       77 WS-EXP-EMP-SALVO             PIC X(200).
       77 WS-EXP-CARTAO-SALVO          PIC X(200).
       01 WS-EXP-CONTAS-TAB.
           05 WS-EXP-CONTA             PIC 9(06) OCCURS 30 TIMES.
       77 FS-PORTCRED                  PIC XX.
       77 FS-PORTCRED-PEDIDO           PIC XX.
       77 WS-PTC-BANCO-PROPRIO         PIC 9(03) VALUE 001.
       77 WS-PTC-NUMERO                PIC X(22).
       77 WS-PTC-CPF                   PIC 9(11).
       77 WS-PTC-BANCO-ORIGEM          PIC 9(03).
       77 WS-PTC-CONTRATO-ORIGEM       PIC X(20).
       77 WS-PTC-TED-NUMERO            PIC X(20).
       77 WS-PTC-QTDE                  PIC 9(04).
       77 FS-CCB                       PIC XX.
       77 WS-CCB-TIPO                  PIC X(01).
           88 CCB-EMITIR-CEDULA          VALUE 'C'.
           88 CCB-EMITIR-ADITIVO         VALUE 'A'.
           88 CCB-EMITIR-PORTABILIDADE   VALUE 'P'.
           88 CCB-EMITIR-HABITACIONAL    VALUE 'H'.
       77 WS-CCB-IOF                   PIC S9(09)V99.
       77 WS-CCB-ENCARGOS              PIC S9(09)V99.
       77 WS-CCB-NUM-LINHA             PIC 9(04).
       77 WS-CCB-PARC                  PIC 9(03).
       77 WS-CCB-SALDO                 PIC S9(09)V99.
       77 WS-CCB-TOTAL-PARCELAS        PIC S9(09)V99.
       77 WS-CCB-TOTAL-SEGURO          PIC S9(09)V99.
       77 WS-CCB-TOTAL-PAGAR           PIC S9(09)V99.
       77 WS-CCB-CET                   PIC S9(03)V99.
       77 WS-CCB-GAR-CONTRATO          PIC 9(06).
       77 WS-CCB-DIA-INTEIRO           PIC 9(07).
       77 WS-CCB-SEMANA-QUOC           PIC 9(07).
       77 WS-CCB-DIA-SEMANA            PIC 9(01).
       77 WS-CCB-NAO-UTIL              PIC X(01).
       77 WS-CCB-SEQ-ENT               PIC 9(06).
       77 WS-CCB-ACHOU                 PIC X(01) VALUE 'N'.
           88 CCB-ACHOU                  VALUE 'S'.
       77 WS-CCB-VALOR-EDT             PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-CCB-VALOR-EDT-2           PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-CCB-TAXA-EDT              PIC ZZ9.99.
       77 WS-CCB-CET-EDT               PIC -ZZ9.99.
       01 WS-CCB-SEPARADOR             PIC X(80) VALUE ALL '='.
       01 WS-CCB-TRACEJADO             PIC X(80) VALUE ALL '-'.
       01 WS-CCB-VENC.
           05 WS-CCB-VENC-ANO          PIC 9(04).
           05 WS-CCB-VENC-MES          PIC 9(02).
           05 WS-CCB-VENC-DIA          PIC 9(02).
       01 WS-CCB-VENC-R REDEFINES WS-CCB-VENC PIC 9(08).
       01 WS-CCB-DATA-UTIL             PIC 9(08).
       01 WS-CCB-DATA-UTIL-R REDEFINES WS-CCB-DATA-UTIL.
           05 WS-CCB-DU-ANO            PIC 9(04).
           05 WS-CCB-DU-MES            PIC 9(02).
           05 WS-CCB-DU-DIA            PIC 9(02).
       01 WS-CCB-DATA-EDT.
           05 WS-CCB-DE-DIA            PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WS-CCB-DE-MES            PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WS-CCB-DE-ANO            PIC 9(04).
       01 WS-CCB-CAB-PARC.
           05 FILLER                   PIC X(07) VALUE ' PARC.'.
           05 FILLER                   PIC X(14) VALUE ' VENCIMENTO'.
           05 FILLER                   PIC X(18) VALUE
                                       '           PARCELA'.
           05 FILLER                   PIC X(18) VALUE
                                       '            SEGURO'.
           05 FILLER                   PIC X(18) VALUE
                                       '             TOTAL'.
           05 FILLER                   PIC X(18) VALUE
                                       '     SALDO DEVEDOR'.
       01 WS-CCB-LINHA-PARC.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-CCB-LP-NUM            PIC ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-CCB-LP-VENC           PIC X(10).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-CCB-LP-PARCELA        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-CCB-LP-SEGURO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-CCB-LP-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-CCB-LP-SALDO          PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-CCB-HAB-PARCELA           PIC S9(09)V99.
       77 WS-CCB-HAB-SEGURO            PIC S9(07)V99.
       77 WS-HAB-TAXA-JUROS            PIC 9(03)V99.
       77 WS-HAB-TAXA-MIP              PIC 9(01)V9(04).
       77 WS-HAB-TAXA-DFI              PIC 9(01)V9(04).
       77 WS-HAB-PERC-LTV              PIC 9(03)V99.
       77 WS-HAB-PRAZO-MAXIMO          PIC 9(03).
       77 WS-HAB-VALOR-IMOVEL          PIC S9(09)V99.
       77 WS-HAB-VALOR-MAXIMO          PIC S9(09)V99.
       77 WS-HAB-DESCRICAO-IMOVEL      PIC X(30).
       77 WS-HAB-CONFIRMA              PIC X(01).
       77 FS-PREVIDENCIA               PIC XX.
       77 FS-PREVAPORTE                PIC XX.
       77 FS-PREVCTL                   PIC XX.
       77 WS-PRV-SEQ-ENT               PIC 9(06).
       77 WS-PRV-CPF-ENT               PIC 9(11).
       77 WS-PRV-ACHOU                 PIC X(01).
           88 PRV-ACHOU                VALUE 'S'.
       77 WS-PRV-BEN-OK                PIC X(01).
           88 PRV-BEN-OK               VALUE 'S'.
       77 WS-PRV-BEN-QTDE              PIC 9(01).
       77 WS-PRV-BEN-I                 PIC 9(01).
       77 WS-PRV-BEN-SOMA              PIC 9(03)V99.
       77 WS-PRV-VALOR-MINIMO          PIC S9(07)V99.
       77 WS-PRV-CARENCIA-DIAS         PIC 9(03).
       77 WS-PRV-DIAS-ADESAO           PIC 9(05).
       77 WS-PRV-VALOR-RESGATE         PIC S9(09)V99.
       77 WS-PRV-RESTANTE              PIC S9(09)V99.
       77 WS-PRV-PARCELA               PIC S9(09)V99.
       77 WS-PRV-PARC-PRINCIPAL        PIC S9(09)V99.
       77 WS-PRV-PARC-RENDIMENTO       PIC S9(09)V99.
       77 WS-PRV-BASE-IR               PIC S9(09)V99.
       77 WS-PRV-ALIQUOTA              PIC 9(02)V99.
       77 WS-PRV-IR-APORTE             PIC S9(09)V99.
       77 WS-PRV-IR-TOTAL              PIC S9(09)V99.
       77 WS-PRV-LIQUIDO               PIC S9(09)V99.
       77 WS-PRV-DIAS-APORTE           PIC 9(05).
       77 WS-PRV-EFETIVAR              PIC X(01).
           88 PRV-EFETIVAR             VALUE 'S'.
       77 WS-PRV-CONFIRMA              PIC X(01).
       77 WS-PRV-NOVO-VALOR            PIC S9(07)V99.
       77 WS-PRV-NOVO-DIA              PIC 9(02).
       77 FS-SEGPRODUTO                PIC XX.
       77 FS-APOLICE                   PIC XX.
       77 FS-SEGCTL                    PIC XX.
       77 WS-SEG-NUM-ENT               PIC 9(06).
       77 WS-SEG-CPF-ENT               PIC 9(11).
       77 WS-SEG-ACHOU                 PIC X(01).
           88 SEG-ACHOU                VALUE 'S'.
       77 WS-SEG-IS                    PIC S9(09)V99.
       77 WS-SEG-PREMIO-MAX            PIC S9(11)V99.
       77 WS-SEG-CONFIRMA              PIC X(01).
       01 WS-SEG-DATA.
           05 WS-SEG-DATA-ANO          PIC 9(04).
           05 WS-SEG-DATA-MES          PIC 9(02).
           05 WS-SEG-DATA-DIA          PIC 9(02).
       01 WS-SEG-DATA-R REDEFINES WS-SEG-DATA PIC 9(08).
       77 FS-CONSENTIMENTO             PIC XX.
       77 FS-CSNCTL                    PIC XX.
       77 FS-OFACESSO                  PIC XX.
       77 WS-OFC-PRAZO-MAX             PIC 9(03) VALUE 365.
       77 WS-OFC-DATA-LIMITE           PIC 9(08).
       77 WS-OFC-ID-ENT                PIC 9(08).
       77 WS-OFC-CPF-ENT               PIC 9(11).
       77 WS-OFC-INSTITUICAO           PIC X(08).
       77 WS-OFC-QTDE                  PIC 9(06).
       77 WS-OFC-CONFIRMA              PIC X(01).
       77 WS-OFC-DUPLICADO             PIC X(01).
           88 OFC-DUPLICADO            VALUE 'S'.
       77 FS-PROVISAO                  PIC XX.
       77 FS-PVSCTL                    PIC XX.
       77 FS-NUMHIST                   PIC XX.
       77 WS-PVS-LIMIAR                PIC S9(07)V99 VALUE 50000.00.
       77 WS-PVS-CONTA-ENT             PIC 9(06).
       77 WS-PVS-ID-ENT                PIC 9(08).
       77 WS-PVS-AGENCIA-ENT           PIC 9(04).
       77 WS-PVS-VALOR-ENT             PIC S9(07)V99.
       77 WS-PVS-DATA-ENT              PIC 9(08).
       77 WS-PVS-DATA-QUEBRA           PIC 9(08).
       77 WS-PVS-TOTAL-DIA             PIC S9(11)V99.
       77 WS-PVS-TOTAL-GERAL           PIC S9(11)V99.
       77 WS-PVS-QTDE                  PIC 9(06).
       77 WS-PVS-CONFIRMA              PIC X(01).
       77 WS-PVS-EM-USO                PIC X(01) VALUE 'N'.
           88 PROVISAO-EM-USO          VALUE 'S'.
       77 WS-PVS-OK                    PIC X(01) VALUE 'S'.
           88 PROVISAO-OK              VALUE 'S'.
       77 FS-CORBAN                    PIC XX.
       77 WS-CBC-CODIGO-ENT            PIC 9(06).
       77 WS-CBC-LIMITE-ENT            PIC S9(09)V99.
       77 WS-CBC-ACHOU                 PIC X(01) VALUE 'N'.
           88 CBC-ACHOU                VALUE 'S'.
       77 FS-FRAUDE                    PIC XX.
       77 FS-FRAUDE-EVT                PIC XX.
       77 FS-FRAUDCTL                  PIC XX.
       77 WS-FRC-CASO-ENT              PIC 9(08).
       77 WS-FRC-SEQ-ENT               PIC 9(06).
       77 WS-FRC-NOTIF-ENT             PIC 9(08).
       77 WS-FRE-SEQ-ENT               PIC 9(08).
       77 WS-FRC-CONTA-FILTRO          PIC 9(06).
       77 WS-FRC-VALOR-PERDA           PIC S9(09)V99.
       77 WS-FRC-QTDE                  PIC 9(06).
       77 WS-FRC-CONFIRMA              PIC X(01).
       77 WS-FRC-ESTORNAR              PIC X(01).
       77 WS-FRC-OPCAO-EVT             PIC X(01).
       77 WS-FRC-ACHOU                 PIC X(01) VALUE 'N'.
           88 FRC-ACHOU                VALUE 'S'.
       77 WS-FRC-DUPLICADO             PIC X(01) VALUE 'N'.
           88 FRC-EVENTO-DUPLICADO     VALUE 'S'.
       77 WS-FRE-CASO                  PIC 9(08).
       77 WS-FRE-TIPO                  PIC X(01).
       77 WS-FRE-CONTA                 PIC 9(06).
       77 WS-FRE-VALOR                 PIC S9(09)V99.
       77 WS-FRE-DESCRICAO             PIC X(60).
       77 WS-FRE-OK                    PIC X(01) VALUE 'N'.
           88 FRE-GRAVADO              VALUE 'S'.
       01 WS-FRE-REFERENCIA            PIC X(22).
       01 WS-FRE-REF-CONTESTACAO REDEFINES WS-FRE-REFERENCIA.
           05 WS-FRE-REF-CARTAO        PIC 9(16).
           05 WS-FRE-REF-SEQ           PIC 9(06).
       77 FS-COBRANCA                  PIC XX.
       77 FS-COBR-CONTATO              PIC XX.
       77 FS-COBRCTL                   PIC XX.
       77 WS-COB-CPF-ENT               PIC 9(11).
       77 WS-COB-PROMESSA-DATA         PIC 9(08).
       77 WS-COB-PROMESSA-VALOR        PIC S9(09)V99.
       77 WS-COB-QTDE                  PIC 9(03).
       77 WS-COB-MAX-LISTA             PIC 9(03) VALUE 20.
       77 FS-REMEXT                    PIC XX.
       77 FS-REMEXTCTL                 PIC XX.
       77 WS-REX-CONTA-ENT             PIC 9(06).
       77 WS-REX-VALOR-ME              PIC 9(09)V99.
       77 WS-REX-TAXA                  PIC 9(03)V9999.
       77 WS-REX-VALOR-BRL             PIC S9(09)V99.
       77 WS-REX-IOF                   PIC S9(09)V99.
       77 WS-REX-TARIFA                PIC S9(07)V99.
       77 WS-REX-TOTAL                 PIC S9(09)V99.
       77 WS-REX-TARIFA-BASE           PIC S9(05)V99 VALUE 80.00.
       77 WS-REX-TARIFA-OUR            PIC S9(05)V99 VALUE 40.00.
       77 WS-REX-SEQ-RX                PIC 9(06).
       77 WS-REX-SALDO-RX              PIC S9(09)V99.
       77 WS-REX-SALDO-IOF             PIC S9(09)V99.
       77 WS-REX-CONFIRMA              PIC X(01).
       77 WS-REX-QTDE                  PIC 9(03).
       77 FS-DISPOSITIVO               PIC XX.
       77 WS-DSP-CONTA-ENT             PIC 9(06).
       77 WS-DSP-ID-ENT                PIC X(20).
       77 WS-DSP-QTDE                  PIC 9(03).
       77 WS-DSP-EXISTE                PIC X(01).
           88 DSP-EXISTE               VALUE 'S'.
       77 FS-CEP                       PIC XX.
       77 WS-CEP-TABELA                PIC X(01) VALUE 'N'.
           88 CEP-TABELA-CARREGADA     VALUE 'S'.
       77 WS-CEP-ACHADO                PIC X(01).
           88 CEP-ACHADO               VALUE 'S'.
       77 FS-BENEFICIO                 PIC XX.
       77 WS-BNF-NB-ENT                PIC 9(10).
       77 WS-BNF-CPF-ENT               PIC 9(11).
       77 WS-BNF-CONFIRMA              PIC X(01).
       77 WS-BNF-DESBLOQUEAR           PIC X(01).
           88 BNF-DESBLOQUEAR-CONTA    VALUE 'S'.
       77 FS-GERENTE                   PIC XX.
       77 FS-CARTEIRA                  PIC XX.
       77 WS-GER-ID-ENT                PIC X(08).
       77 WS-GER-DESTINO-ENT           PIC X(08).
       77 WS-GER-NOME-ENT              PIC X(30).
       77 WS-GER-AGENCIA-ENT           PIC 9(04).
       77 WS-GER-SEGMENTO-ENT          PIC X(01).
       77 WS-GER-CPF-ENT               PIC 9(11).
       77 WS-GER-CONFIRMA              PIC X(01).
       77 WS-GER-QTDE                  PIC 9(05).
       77 WS-GER-EXISTE                PIC X(01).
           88 GER-EXISTE               VALUE 'S'.
       77 WS-CRT-EXISTE                PIC X(01).
           88 CRT-EXISTE               VALUE 'S'.
       77 WS-CRT-FIM                   PIC X(01).
           88 CRT-FIM-CARTEIRA         VALUE 'S'.
       77 FS-OFERTA                    PIC XX.
       77 WS-OFT-CPF                   PIC 9(11).
       77 WS-OFT-COMPETENCIA           PIC 9(06).
       77 WS-OFT-ACHOU                 PIC X(01).
           88 OFT-ACHOU                VALUE 'S'.
       77 WS-OFT-USAR                  PIC X(01).
           88 OFT-USAR-OFERTA          VALUE 'S'.
       77 FS-ENVELOPE                  PIC XX.
       77 FS-ALERTACTL                 PIC XX.
       77 WS-ENV-SEQ-ENT               PIC 9(08).
       77 WS-ENV-TERMINAL-ENT          PIC X(08).
       77 WS-ENV-QTDE                  PIC 9(05).
       77 WS-ENV-TOTAL                 PIC S9(09)V99.
       77 WS-ENV-DINHEIRO-ENT          PIC 9(09)V99.
       77 WS-ENV-CHEQUES               PIC S9(09)V99.
       77 WS-ENV-CONFERIDO             PIC S9(09)V99.
       77 WS-ENV-DIFERENCA             PIC S9(09)V99.
       77 WS-ENV-QTDE-CHQ              PIC 9(03).
       77 WS-ENV-MAX-CHQ               PIC 9(03) VALUE 20.
       77 WS-ENV-I                     PIC 9(03).
       77 WS-ENV-CONFIRMA              PIC X(01).
       77 WS-ENV-EXT-AJUSTE            PIC 9(06).
       77 WS-ENV-VALOR-EDT             PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ENV-VALOR-EDT-2           PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ENV-DIF-EDT               PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ENV-TAB-CHEQUES.
           05 WS-ENV-CHQ OCCURS 20 TIMES.
              10 WS-ENV-CHQ-BANCO      PIC 9(03).
              10 WS-ENV-CHQ-CONTA      PIC 9(10).
              10 WS-ENV-CHQ-NUMERO     PIC 9(06).
              10 WS-ENV-CHQ-VALOR      PIC 9(09)V99.
       77 FS-PAGAGENDA                 PIC XX.
       77 FS-PAGAGCTL                  PIC XX.
       77 WS-PGA-DATA-ENT              PIC X(08).
       01 WS-PGA-DATA                  PIC 9(08).
       01 WS-PGA-DATA-R REDEFINES WS-PGA-DATA.
           05 WS-PGA-ANO               PIC 9(04).
           05 WS-PGA-MES               PIC 9(02).
           05 WS-PGA-DIA               PIC 9(02).
       77 WS-PGA-DATA-OK               PIC X(01) VALUE 'N'.
           88 PGA-DATA-OK                VALUE 'S'.
       77 WS-PGA-AGENDAR               PIC X(01) VALUE 'N'.
           88 PGA-AGENDAR                VALUE 'S'.
       77 WS-PGA-MAX-DIAS              PIC 9(03) VALUE 365.
       77 WS-PGA-INTEIRO-LIMITE        PIC 9(07).
       77 WS-PGA-DATA-LIMITE           PIC 9(08).
       77 WS-PGA-ACHOU                 PIC X(01) VALUE 'N'.
           88 PGA-ACHOU                  VALUE 'S'.
       77 WS-PGA-SEQ-ACHADO            PIC 9(08).
       77 WS-PGA-SEQ-ENT               PIC 9(08).
       77 WS-PGA-QTDE                  PIC 9(05).
       77 WS-PGA-CONFIRMA              PIC X(01).
       77 WS-PGA-VALOR-EDT             PIC ZZZ,ZZZ,ZZ9.99.
       77 FS-RECOPER                   PIC XX.
       77 FS-RECARGA                   PIC XX.
       77 FS-RECARGACTL                PIC XX.
       77 WS-REC-CONTA-ENT             PIC 9(06).
       77 WS-REC-DDD-ENT               PIC X(02).
       77 WS-REC-FONE-ENT              PIC X(09).
       77 WS-REC-OPCAO                 PIC 9(02).
       77 WS-REC-I                     PIC 9(02).
       77 WS-REC-VALOR                 PIC S9(07)V99.
       77 WS-REC-COMISSAO              PIC S9(05)V99.
       77 WS-REC-SEQ-RG                PIC 9(06).
       77 WS-REC-QTDE                  PIC 9(05).
       77 WS-REC-CONFIRMA              PIC X(01).
       77 WS-REC-VALOR-EDT             PIC ZZ,ZZ9.99.
       77 FS-PERDA-OP                  PIC XX.
       77 FS-PERDACTL                  PIC XX.
       77 WS-PRD-EVENTO-ENT            PIC 9(06).
       77 WS-PRD-AGENCIA-ENT           PIC 9(04).
       77 WS-PRD-VALOR                 PIC S9(11)V99.
       77 WS-PRD-LIQUIDO               PIC S9(11)V99.
       77 WS-PRD-QTDE                  PIC 9(05).
       77 WS-PRD-CONFIRMA              PIC X(01).
       77 WS-PRD-VALOR-EDT             PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-PRD-GRAVADO               PIC X(01).
           88 PRD-GRAVADO              VALUE 'S'.
       77 FS-CAPPLANO                  PIC XX.
       77 FS-TITCAP                    PIC XX.
       77 FS-CAPCTL                    PIC XX.
       77 FS-CAPMOV                    PIC XX.
       77 WS-CAP-NUM-ENT               PIC 9(06).
       77 WS-CAP-CPF-ENT               PIC 9(11).
       77 WS-CAP-I                     PIC 9(01).
       77 WS-CAP-ACHOU                 PIC X(01).
           88 CAP-ACHOU                VALUE 'S'.
       77 WS-CAP-CONFIRMA              PIC X(01).
       77 WS-CAP-MESES                 PIC 9(07).
       77 WS-CAP-MESES-DECORRIDOS      PIC S9(05).
       77 WS-CAP-ALIQUOTA-IR           PIC 9(02)V99.
       77 WS-CAP-BRUTO                 PIC S9(09)V99.
       77 WS-CAP-RENDIMENTO            PIC S9(09)V99.
       77 WS-CAP-IR                    PIC S9(09)V99.
       77 WS-CAP-LIQUIDO               PIC S9(09)V99.
       01 WS-CAP-DATA.
           05 WS-CAP-DATA-ANO          PIC 9(04).
           05 WS-CAP-DATA-MES          PIC 9(02).
           05 WS-CAP-DATA-DIA          PIC 9(02).
       01 WS-CAP-DATA-R REDEFINES WS-CAP-DATA PIC 9(08).
       77 WS-HASH-ENTRADA              PIC X(10).
       77 WS-HASH-SAIDA                PIC X(10).
       77 WS-HASH-ACUM                 PIC 9(18).
       77 WS-HASH-RESTO                PIC 9(10).
       77 WS-HASH-I                    PIC 9(02).
       77 WS-HASH-CHAR-VAL             PIC 9(05).
       77 WS-CDV-ENTRADA               PIC X(08).
       77 WS-CDV-DV-ENT                PIC X(01).
       77 WS-CDV-CONTA                 PIC 9(06).
       77 WS-CDV-CONFERE               PIC X(01) VALUE 'N'.
           88 CDV-CONFERE              VALUE 'S'.
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
       77 WS-DV-ORIGEM                 PIC X(01).
       77 WS-DV-DESTINO                PIC X(01).
       77 WS-CAD-ENTRADA               PIC X(700).
       77 WS-CAD-TAMANHO               PIC 9(04).
       77 WS-CAD-I                     PIC 9(04).
       77 WS-CAD-HASH-ANTERIOR         PIC 9(10).
       77 WS-CAD-HASH                  PIC 9(10).
       77 WS-SENHA-CONFERE             PIC X(01) VALUE 'N'.
           88 SENHA-CONFERE            VALUE 'S'.
       77 WS-COMPETENCIA-ATUAL         PIC 9(06).
       77 WS-ALERTA-CONTA-CONSULTA     PIC 9(06).
       77 WS-ALERTA-ACHOU              PIC X(01) VALUE 'N'.
           88 ALERTA-ACHOU             VALUE 'S'.
       77 WS-JRN-ANTES                 PIC X(300).
       77 WS-JRN-DEPOIS                PIC X(300).
       77 WS-TAL-ULT-SEQ               PIC 9(04).
       77 WS-TAL-ULT-FINAL             PIC 9(06).
       77 WS-TAL-QTDE-FOLHAS           PIC 9(02) VALUE 20.
       77 WS-CAMBIO-CONTA-ORIGEM       PIC 9(06).
       77 WS-CAMBIO-CPF-ORIGEM         PIC 9(11).
       77 WS-CAMBIO-MOEDA-ORIGEM       PIC X(03).
       77 WS-CAMBIO-SALDO-ORIGEM       PIC S9(09)V99.
       77 WS-CAMBIO-SEQ-ORIGEM         PIC 9(06).
       77 WS-CAMBIO-TAXA-EFETIVA       PIC 9(03)V9999.
       77 WS-OPER-ID-LOGADO            PIC X(08) VALUE SPACES.
           88 CX-CONFERIDO             VALUE 'S'.
       77 WS-OPER-ID-ALVO              PIC X(08).
       77 WS-OPER-NIVEL-NOVO           PIC X(01).
       77 WS-OPER-VALIDADE-DIAS        PIC 9(03) VALUE 90.
       77 WS-OPER-HIST-MAX             PIC 9(02) VALUE 5.
       77 WS-OPER-MAX-ERRO-LOGIN       PIC 9(02) VALUE 3.
       77 WS-OPER-HIST-I               PIC 9(02).
       77 WS-OPER-DIAS-SENHA           PIC S9(05).
       77 WS-OPER-SENHA-NOVA           PIC X(10).
       77 WS-OPER-SENHA-CONFIRMA       PIC X(10).
       77 WS-OPER-SENHA-ACEITA         PIC X(01) VALUE 'N'.
           88 OPER-SENHA-ACEITA        VALUE 'S'.
       77 WS-OPER-HORARIO-OK           PIC X(01) VALUE 'N'.
           88 OPER-HORARIO-OK          VALUE 'S'.
       77 WS-OPER-HORA-AGORA           PIC 9(04).
       77 WS-OPER-HORA-INI-NOVA        PIC 9(04).
       77 WS-OPER-HORA-FIM-NOVA        PIC 9(04).
       01 WS-OPER-HORA-ENTRADA.
           05 WS-OPER-HORA-ENT-HH      PIC X(02).
           05 WS-OPER-HORA-ENT-MM      PIC X(02).
       01 WS-OPER-HORA-ENTRADA-R REDEFINES WS-OPER-HORA-ENTRADA
                                       PIC X(04).
       77 WS-AGENCIA-ENTRADA           PIC 9(04).
       77 WS-AGE-I                     PIC 9(02).
       77 WS-AGE-QTDE                  PIC 9(02) VALUE ZEROS.
           88 APG-ACHOU                  VALUE 'S'.
       77 WS-APG-SEQ-ENT               PIC 9(06).
       77 WS-SWEEP-FALTA               PIC S9(09)V99.
       77 WS-SWEEP-PISO-ENT            PIC S9(09)V99.
       77 WS-SWEEP-TOTAL               PIC S9(11)V99.
       77 WS-IOF-DIARIO                PIC 9V9(06) VALUE 0.000082.
       77 WS-IOF-ADICIONAL             PIC 9V9(04) VALUE 0.0038.
       77 WS-IOF-CAMBIO                PIC 9V9(04) VALUE 0.0110.
       77 WS-IOF-VALOR                 PIC S9(09)V99.
       77 WS-IOF-DIAS                  PIC 9(05).
       77 WS-PRJ-VALOR-REC             PIC S9(09)V99.
       77 WS-GAR-EXIGIDA               PIC X(01) VALUE 'N'.
       77 WS-MAX-ERRO-PIN              PIC 9 VALUE 3.
       77 WS-FAT-EXPOSICAO             PIC S9(09)V99.
       77 WS-FAT-TOTAL                 PIC S9(09)V99.
       77 WS-FAT-VALOR-PGTO            PIC S9(09)V99.
       77 WS-FAT-ACHOU                 PIC X(01) VALUE 'N'.
           88 FAT-ACHOU                VALUE 'S'.
       77 WS-FAT-COMPETENCIA           PIC 9(06).
       77 FS-CONTESTACAO               PIC XX.
       77 WS-CTS-SEQ-ENTRADA           PIC 9(06).
       77 WS-CTS-MOTIVO-ENT            PIC X(30).
       77 FS-PARCELA                   PIC XX.
       77 WS-PCL-QTDE-ENT              PIC 9(02).
       77 WS-PCL-MAX-PARCELAS          PIC 9(02) VALUE 12.
       77 WS-PCL-VALOR-PARCELA         PIC S9(09)V99.
       77 WS-PCL-VALOR-FATURA          PIC S9(09)V99.
       77 FS-PARC-FATURA               PIC XX.
       77 WS-PFT-COMPETENCIA-ENT       PIC 9(06).
       77 WS-PFT-QTDE-ENT              PIC 9(02).
       77 WS-PFT-MAX-PARCELAS          PIC 9(02) VALUE 24.
       77 WS-PFT-TAXA                  PIC 9V9(04) VALUE 0.0500.
       77 WS-PFT-CONFIRMA              PIC X(01).
       77 FS-PONTOS                    PIC XX.
       77 WS-CARD-PRODUTO-ENT          PIC X(01).
       77 WS-PTS-VALOR-PONTO           PIC 9V9(04) VALUE 0.0100.
       77 WS-PTS-CUSTO-ISENCAO         PIC 9(07) VALUE 1000.
       77 WS-PTS-COMPETENCIA           PIC 9(06).
       77 WS-PTS-SALDO                 PIC 9(11).
       77 WS-PTS-SALDO-LOTE            PIC 9(09).
       77 WS-PTS-A-CONSUMIR            PIC 9(11).
       77 WS-PTS-QTDE-ENT              PIC 9(09).
       77 WS-PTS-MESES-ENT             PIC 9(02).
       77 WS-PTS-VALOR-RESGATE         PIC S9(07)V99.
       77 WS-PTS-CONFIRMA              PIC X(01).
       77 WS-OBI-CPF                   PIC 9(11).
       77 WS-OBI-NOME                  PIC X(30).
       77 WS-OBI-DATA                  PIC 9(08).
       77 WS-OBI-CERTIDAO              PIC X(32).
       77 WS-OBI-QTDE-CONTAS           PIC 9(03).
       77 WS-OBI-MAX-CONTAS            PIC 9(03) VALUE 50.
       77 WS-OBI-I                     PIC 9(03).
       77 WS-OBI-J                     PIC 9(03).
       77 WS-OBI-CONTA                 PIC 9(06).
       77 WS-OBI-QTDE-BLOQ             PIC 9(03).
       77 WS-OBI-QTDE-CARTOES          PIC 9(03).
       77 WS-OBI-QTDE-RECORR           PIC 9(03).
       77 WS-OBI-JA-LISTADA            PIC X(01).
           88 OBI-JA-LISTADA           VALUE 'S'.
       01 WS-OBI-TAB.
           05 WS-OBI-CONTA-TAB         PIC 9(06) OCCURS 50 TIMES.
       77 WS-ALV-PROCESSO              PIC X(20).
       77 WS-ALV-QTDE                  PIC 9(02).
       77 WS-ALV-MAX-BENEF             PIC 9(02) VALUE 10.
       77 WS-ALV-SEQ                   PIC 9(02).
       77 WS-ALV-ULT-SEQ               PIC 9(02).
       77 WS-ALV-PENDENTES             PIC 9(02).
       77 WS-ALV-PROCESSADOS           PIC 9(02).
       77 WS-ALV-SOMA-PERC             PIC 9(03)V99.
       77 WS-ALV-PERC-ENT              PIC 9(03)V99.
       77 WS-ALV-VALOR-AUT             PIC 9(09)V99.
       77 WS-ALV-CONFIRMA              PIC X(01).
           88 ALV-CAPTURA-CANCELADA    VALUE 'N'.
       77 WS-ALV-DISPONIVEL            PIC S9(11)V99.
       77 WS-ALV-BASE                  PIC S9(11)V99.
       77 WS-ALV-COTA                  PIC S9(11)V99.
       77 WS-ALV-DISTRIBUIDO           PIC S9(11)V99.
       77 WS-ALV-RESTANTE              PIC S9(11)V99.
       77 WS-ALV-LIBERADO              PIC S9(11)V99.
       77 WS-ALV-DISP-CONTA            PIC S9(09)V99.
       77 WS-ALV-PARCELA               PIC S9(09)V99.
       77 WS-ALV-ORIGEM-SEQ            PIC 9(06).
       77 WS-ALV-ORIGEM-SALDO          PIC S9(09)V99.
       01 WS-ALV-TAB.
           05 WS-ALV-ITEM OCCURS 10 TIMES.
               10 WS-ALV-T-CPF         PIC 9(11).
               10 WS-ALV-T-NOME        PIC X(30).
               10 WS-ALV-T-PAPEL       PIC X(01).
               10 WS-ALV-T-PERC        PIC 9(03)V99.
               10 WS-ALV-T-CONTA       PIC 9(06).
       77 WS-PJ-ABERTURA               PIC X(01) VALUE 'N'.
           88 ABERTURA-PJ              VALUE 'S'.
       77 WS-PJ-CNPJ-ENTRADA           PIC X(14).
       77 WS-PJ-CNPJ                   PIC 9(14).
       77 WS-PJ-EMPRESA-OK             PIC X(01).
           88 EMPRESA-PJ-OK            VALUE 'S'.
       77 WS-PJ-QTDE-REP               PIC 9(03).
       77 WS-PJ-REP-EXISTE             PIC X(01).
       77 WS-PJ-CPF-REP1               PIC 9(11).
       77 WS-PJ-CPF-REP2               PIC 9(11).
       77 WS-PJ-CONFIRMA               PIC X(01).
       77 WS-PJ-ASSIN-OK               PIC X(01).
           88 ASSINATURA-PJ-OK         VALUE 'S'.
       77 WS-PJ-LIMITE-ASSIN-PADRAO    PIC 9(09)V99 VALUE 5000.00.
       77 WS-MEN-ABERTURA              PIC X(01) VALUE 'N'.
           88 ABERTURA-MENOR           VALUE 'S'.
       77 WS-MEN-RECUSA                PIC X(01) VALUE 'N'.
           88 MENOR-RECUSADO           VALUE 'S'.
       77 WS-MEN-DATA-MAIORIDADE       PIC 9(08).
       77 WS-MEN-CPF-TITULAR           PIC 9(11).
       77 WS-MEN-CPF-RESP              PIC 9(11).
       77 WS-MEN-AUTORIZADO            PIC X(01) VALUE 'N'.
           88 RESPONSAVEL-AUTORIZOU    VALUE 'S'.
       77 WS-MEN-CONFIRMA              PIC X(01).
       77 WS-LIMITE-DIARIO-MENOR       PIC S9(07)V99 VALUE 500.00.
       77 WS-PRC-QUEM                  PIC X(01).
       77 WS-PRC-EM-USO                PIC X(01) VALUE 'N'.
           88 PROCURADOR-EM-USO        VALUE 'S'.
       77 WS-PRC-PODER-EXIGIDO         PIC X(01).
           88 PRC-EXIGE-SAQUE          VALUE 'S'.
           88 PRC-EXIGE-TRANSF         VALUE 'T'.
           88 PRC-EXIGE-ENCERRAMENTO   VALUE 'E'.
       77 WS-PRC-PODER-OK              PIC X(01).
       77 WS-PRC-TETO-OK               PIC X(01).
           88 TETO-PROCURACAO-OK       VALUE 'S'.
       77 WS-PRC-CPF-USO               PIC 9(11).
       77 WS-PRC-TETO-USO              PIC 9(09)V99.
       77 WS-PRC-DETALHE               PIC X(30).
       77 WS-PRC-CONTA                 PIC 9(06).
       77 WS-PRC-CPF                   PIC 9(11).
       77 WS-PRC-EXISTE                PIC X(01).
       77 WS-PRC-CONFIRMA              PIC X(01).
       77 WS-PRC-QTDE                  PIC 9(03).
       77 WS-CCS-ACHOU                 PIC X(01) VALUE 'N'.
           88 CCS-ACHOU                VALUE 'S'.
       77 WS-CCS-SEQ-REMESSA           PIC 9(06).
       77 WS-CCS-SEQ-REG               PIC 9(08).
       77 WS-CCS-CONFIRMA              PIC X(01).
       77 WS-SLA-SAC-DIAS              PIC 9(03) VALUE 5.
       77 WS-SLA-OUVIDORIA-DIAS        PIC 9(03) VALUE 10.
       77 WS-RCL-PROTOCOLO             PIC 9(08).
       77 WS-RCL-CPF                   PIC 9(11).
       77 WS-RCL-ACHOU                 PIC X(01) VALUE 'N'.
           88 RECLAMACAO-ACHADA        VALUE 'S'.
       77 WS-RCL-VINCULO-OK            PIC X(01) VALUE 'N'.
           88 PRODUTO-VINCULADO        VALUE 'S'.
       77 WS-RCL-SEQ-EXTRATO           PIC 9(06).
       77 WS-RCL-REFERENCIA            PIC 9(16).
       77 WS-RCL-QTDE                  PIC 9(04).
       77 WS-RCL-DATA-BASE             PIC 9(08).
       77 WS-RCL-DATA-LIMITE           PIC 9(08).
       77 WS-RCL-DIAS-PRAZO            PIC 9(03).
       77 WS-RCL-DIAS-CONTADOS         PIC 9(03).
       77 WS-RCL-DIA-INTEIRO           PIC 9(07).
       77 WS-RCL-SEMANA-QUOC           PIC 9(07).
       77 WS-RCL-DIA-SEMANA            PIC 9(01).
       01 WS-CNPJ-GRUPO.
           05 WS-CNPJ-NUM               PIC 9(14).
       01 WS-CNPJ-TAB REDEFINES WS-CNPJ-GRUPO.
           05 WS-CNPJ-DIG               PIC 9 OCCURS 14 TIMES.
       77 WS-CNPJ-SOMA                 PIC 9(05).
       77 WS-CNPJ-PESO                 PIC 9(02).
       77 WS-CNPJ-VALIDO               PIC X(01) VALUE 'N'.
           88 CNPJ-VALIDO              VALUE 'S'.
       77 WS-CNPJ-REPETIDO             PIC X(01).
           88 CNPJ-REPETIDO            VALUE 'S'.
       77 WS-CARD-VALIDADE-ANOS        PIC 9(02) VALUE 5.
       77 WS-CARD-COMPETENCIA          PIC 9(06).
       77 WS-PERC-PGTO-MINIMO          PIC 9V9(04) VALUE 0.1500.
       77 WS-PARAM-CODIGO              PIC X(20).
       77 WS-PARAM-VALOR-RESULT        PIC S9(07)V9(04).
       77 WS-PARAM-DATA-INICIO         PIC 9(08).
       77 WS-PARAM-DATA-FIM            PIC 9(08).
       77 WS-PARAM-VALOR-ENTRADA       PIC S9(07)V9(04).
       77 WS-TTX-CODIGO-TAXA           PIC X(20).
       77 WS-TTX-CODIGO-TETO           PIC X(20).
       77 WS-TTX-FATOR                 PIC 9(03).
       77 WS-TTX-TETO                  PIC 9(05)V9(04).
       77 WS-TTX-TAXA-PERC             PIC S9(09)V9(04).
       77 WS-TTX-SITUACAO              PIC X(01) VALUE 'S'.
           88 TTX-DENTRO-TETO          VALUE 'S'.
       77 WS-RESG-VALOR-IR             PIC S9(09)V99.
       77 WS-RESG-ALIQUOTA-IR          PIC 9(02)V99.
       77 WS-RESG-ACHOU-APL            PIC X(01) VALUE 'N'.
           88 RESG-ACHOU-APL           VALUE 'S'.
       01 WS-TOPN-TAB.
           05 WS-TOPN-ITEM OCCURS 50 TIMES.
               10 WS-TOPN-CONTA        PIC 9(06).
               10 WS-TOPN-SALDO        PIC S9(09)V99.
       77 WS-NOME-PESQUISA             PIC X(30).
       77 WS-NOME-PESQUISA-LEN         PIC 9(02).
       77 WS-NOME-POS                  PIC 9(02).
       77 WS-NOTIF-FS-SEQ              PIC 9(08).
       77 WS-NOTIF-CONTA-NUM           PIC 9(06).
       77 WS-NOTIF-TIPO-MOV            PIC X(02).
       77 WS-NOTIF-VALOR               PIC S9(09)V99.
       77 WS-NOTIF-DETALHE             PIC X(40).
       77 WS-LIMITE-MONITORAMENTO      PIC S9(07)V99 VALUE 10000.00.
       77 WS-EST-CONTA-NUM             PIC 9(06).
       77 WS-EST-SEQUENCIA             PIC 9(06).
       77 WS-EST-CONTA-CONTRA          PIC 9(06).
       77 WS-EST-VALOR                 PIC S9(09)V99.
       77 WS-EST-TIPO-MOV              PIC X(02).
       77 WS-EST-DATA-MOV              PIC 9(08).
       77 WS-EST-HORA-MOV              PIC 9(06).
       77 WS-CPF-ENTRADA               PIC X(11).
       77 WS-REP-MAIOR-CONTA-NUM       PIC 9(06) VALUE ZEROS.
       77 WS-REP-ULT-CONTA-ANTIGO      PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-DISPONIVEL          PIC S9(09)V99.
       77 WS-VALOR-RETIDO-ENTRADA      PIC S9(07)V99.
       77 FS-OPERADOR                  PIC XX.
       77 WS-OPER-ID-DIGITADO          PIC X(08).
                 IF FS-AUDCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-AUDCTL
                   MOVE 0 TO ULT-AUDITORIA
                   MOVE 0 TO ULT-HASH-AUDITORIA
                   WRITE REG-AUDCTL
                   IF FS-AUDCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
             OPEN I-O ARQ-OPERADOR
                 IF FS-OPERADOR EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-OPERADOR
                   INITIALIZE REG-OPERADOR
                   MOVE 'ADMIN'   TO OPER-ID
                   MOVE 'ADMIN'   TO WS-HASH-ENTRADA
                   PERFORM P318-CALCULAR-HASH-SENHA
                   OPEN I-O ARQ-CLIENTE
                 END-IF.

             OPEN I-O ARQ-LGPD
                 IF FS-LGPD EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-LGPD
                   CLOSE ARQ-LGPD
                   OPEN I-O ARQ-LGPD
                 END-IF.

             OPEN I-O ARQ-OBITO
                 IF FS-OBITO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-OBITO
                   CLOSE ARQ-OBITO
                   OPEN I-O ARQ-OBITO
                 END-IF.

             OPEN I-O ARQ-ALVARA
                 IF FS-ALVARA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-ALVARA
                   CLOSE ARQ-ALVARA
                   OPEN I-O ARQ-ALVARA
                 END-IF.

             OPEN I-O ARQ-EMPRESA
                 IF FS-EMPRESA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-EMPRESA
                   CLOSE ARQ-EMPRESA
                   OPEN I-O ARQ-EMPRESA
                 END-IF.

             OPEN I-O ARQ-REPRESENTANTE
                 IF FS-REPRESENTANTE EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-REPRESENTANTE
                   CLOSE ARQ-REPRESENTANTE
                   OPEN I-O ARQ-REPRESENTANTE
                 END-IF.

             OPEN I-O ARQ-PROCURACAO
                 IF FS-PROCURACAO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PROCURACAO
                   CLOSE ARQ-PROCURACAO
                   OPEN I-O ARQ-PROCURACAO
                 END-IF.

             OPEN I-O ARQ-CCSMOV
                 IF FS-CCSMOV EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CCSMOV
                   CLOSE ARQ-CCSMOV
                   OPEN I-O ARQ-CCSMOV
                 END-IF.

             OPEN I-O ARQ-RECLAMACAO
                 IF FS-RECLAMACAO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-RECLAMACAO
                   CLOSE ARQ-RECLAMACAO
                   OPEN I-O ARQ-RECLAMACAO
                 END-IF.

             OPEN INPUT ARQ-RECLAMCTL
                 IF FS-RECLAMCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-RECLAMCTL
                   MOVE 0 TO ULT-PROTOCOLO
                   WRITE REG-RECLAMCTL
                   IF FS-RECLAMCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE PROTOCOLOS DE RECLAMACAO, STATUS: '
                              FS-RECLAMCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-RECLAMCTL.

             OPEN I-O ARQ-CONVFOLHA
                 IF FS-CONVFOLHA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CONVFOLHA
                   OPEN EXTEND ARQ-JORNAL
                 END-IF.

             OPEN INPUT ARQ-JRNCTL
                 IF FS-JRNCTL EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-JRNCTL
                   MOVE 0 TO ULT-JORNAL
                   MOVE 0 TO ULT-HASH-JORNAL
                   WRITE REG-JRNCTL
                   IF FS-JRNCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DO JORNAL, STATUS: ' FS-JRNCTL
                      STOP RUN
                   END-IF
                 END-IF
                 CLOSE ARQ-JRNCTL.

             OPEN I-O ARQ-ALERTA
                 IF FS-ALERTA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-ALERTA
                   OPEN I-O ARQ-FATURA
                 END-IF.

             OPEN I-O ARQ-CONTESTACAO
                 IF FS-CONTESTACAO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CONTESTACAO
                   CLOSE ARQ-CONTESTACAO
                   OPEN I-O ARQ-CONTESTACAO
                 END-IF.

             OPEN I-O ARQ-PARCELA
                 IF FS-PARCELA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PARCELA
                   CLOSE ARQ-PARCELA
                   OPEN I-O ARQ-PARCELA
                 END-IF.

             OPEN I-O ARQ-PARC-FATURA
                 IF FS-PARC-FATURA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PARC-FATURA
                   CLOSE ARQ-PARC-FATURA
                   OPEN I-O ARQ-PARC-FATURA
                 END-IF.

             OPEN I-O ARQ-PONTOS
                 IF FS-PONTOS EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PONTOS
                   CLOSE ARQ-PONTOS
                   OPEN I-O ARQ-PONTOS
                 END-IF.

             OPEN I-O ARQ-RISCOCLI
                 IF FS-RISCOCLI EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-RISCOCLI
                   CLOSE ARQ-RISCOCLI
                   OPEN I-O ARQ-RISCOCLI
                 END-IF.

             OPEN I-O ARQ-PORTCRED
                 IF FS-PORTCRED EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PORTCRED
                   CLOSE ARQ-PORTCRED
                   OPEN I-O ARQ-PORTCRED
                 END-IF.

             OPEN EXTEND ARQ-PORTCRED-PEDIDO
                 IF FS-PORTCRED-PEDIDO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PORTCRED-PEDIDO
                   CLOSE ARQ-PORTCRED-PEDIDO
                   OPEN EXTEND ARQ-PORTCRED-PEDIDO
                 END-IF.

             OPEN I-O ARQ-CCB
                 IF FS-CCB EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CCB
                   CLOSE ARQ-CCB
                   OPEN I-O ARQ-CCB
                 END-IF.

             OPEN I-O ARQ-PREVIDENCIA
                 IF FS-PREVIDENCIA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PREVIDENCIA
                   CLOSE ARQ-PREVIDENCIA
                   OPEN I-O ARQ-PREVIDENCIA
                 END-IF.

             OPEN I-O ARQ-PREVAPORTE
                 IF FS-PREVAPORTE EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PREVAPORTE
                   CLOSE ARQ-PREVAPORTE
                   OPEN I-O ARQ-PREVAPORTE
                 END-IF.

             OPEN INPUT ARQ-PREVCTL
                 IF FS-PREVCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-PREVCTL
                   MOVE 0 TO ULT-PREVIDENCIA
                   WRITE REG-PREVCTL
                   IF FS-PREVCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE PLANOS DE PREVIDENCIA, STATUS: '
                              FS-PREVCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-PREVCTL.

             OPEN I-O ARQ-SEGPRODUTO
                 IF FS-SEGPRODUTO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-SEGPRODUTO
                   CLOSE ARQ-SEGPRODUTO
                   OPEN I-O ARQ-SEGPRODUTO
                 END-IF.

             OPEN I-O ARQ-APOLICE
                 IF FS-APOLICE EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-APOLICE
                   CLOSE ARQ-APOLICE
                   OPEN I-O ARQ-APOLICE
                 END-IF.

             OPEN INPUT ARQ-SEGCTL
                 IF FS-SEGCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-SEGCTL
                   MOVE 0 TO ULT-APOLICE
                   MOVE 0 TO SGC-ULT-COMPET-REMESSA
                   WRITE REG-SEGCTL
                   IF FS-SEGCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE SEGUROS, STATUS: ' FS-SEGCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-SEGCTL.

             OPEN I-O ARQ-CONSENTIMENTO
                 IF FS-CONSENTIMENTO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CONSENTIMENTO
                   CLOSE ARQ-CONSENTIMENTO
                   OPEN I-O ARQ-CONSENTIMENTO
                 END-IF.

             OPEN INPUT ARQ-CSNCTL
                 IF FS-CSNCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-CSNCTL
                   MOVE 0 TO ULT-CONSENTIMENTO
                   WRITE REG-CSNCTL
                   IF FS-CSNCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE CONSENTIMENTOS, STATUS: ' FS-CSNCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-CSNCTL.

             OPEN I-O ARQ-OFACESSO
                 IF FS-OFACESSO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-OFACESSO
                   CLOSE ARQ-OFACESSO
                   OPEN I-O ARQ-OFACESSO
                 END-IF.

             OPEN I-O ARQ-PROVISAO
                 IF FS-PROVISAO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PROVISAO
                   CLOSE ARQ-PROVISAO
                   OPEN I-O ARQ-PROVISAO
                 END-IF.

             OPEN INPUT ARQ-PVSCTL
                 IF FS-PVSCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-PVSCTL
                   MOVE 0 TO ULT-PROVISAO
                   WRITE REG-PVSCTL
                   IF FS-PVSCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE PROVISIONAMENTOS, STATUS: ' FS-PVSCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-PVSCTL.

             OPEN I-O ARQ-NUMHIST
                 IF FS-NUMHIST EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-NUMHIST
                   CLOSE ARQ-NUMHIST
                   OPEN I-O ARQ-NUMHIST
                 END-IF.

             OPEN I-O ARQ-CORBAN
                 IF FS-CORBAN EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CORBAN
                   CLOSE ARQ-CORBAN
                   OPEN I-O ARQ-CORBAN
                 END-IF.

             OPEN I-O ARQ-FRAUDE
                 IF FS-FRAUDE EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-FRAUDE
                   CLOSE ARQ-FRAUDE
                   OPEN I-O ARQ-FRAUDE
                 END-IF.

             OPEN I-O ARQ-FRAUDE-EVT
                 IF FS-FRAUDE-EVT EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-FRAUDE-EVT
                   CLOSE ARQ-FRAUDE-EVT
                   OPEN I-O ARQ-FRAUDE-EVT
                 END-IF.

             OPEN INPUT ARQ-FRAUDCTL
                 IF FS-FRAUDCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-FRAUDCTL
                   MOVE 0 TO ULT-CASO-FRAUDE
                   MOVE 0 TO ULT-EVENTO-FRAUDE
                   WRITE REG-FRAUDCTL
                   IF FS-FRAUDCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE CASOS DE FRAUDE, STATUS: '
                              FS-FRAUDCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-FRAUDCTL.

             OPEN I-O ARQ-COBRANCA
                 IF FS-COBRANCA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-COBRANCA
                   CLOSE ARQ-COBRANCA
                   OPEN I-O ARQ-COBRANCA
                 END-IF.

             OPEN I-O ARQ-COBR-CONTATO
                 IF FS-COBR-CONTATO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-COBR-CONTATO
                   CLOSE ARQ-COBR-CONTATO
                   OPEN I-O ARQ-COBR-CONTATO
                 END-IF.

             OPEN INPUT ARQ-COBRCTL
                 IF FS-COBRCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-COBRCTL
                   MOVE 0 TO ULT-CONTATO-COBRANCA
                   WRITE REG-COBRCTL
                   IF FS-COBRCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE CONTATOS DA COBRANCA, STATUS: '
                              FS-COBRCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-COBRCTL.

             OPEN I-O ARQ-REMEXT
                 IF FS-REMEXT EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-REMEXT
                   CLOSE ARQ-REMEXT
                   OPEN I-O ARQ-REMEXT
                 END-IF.

             OPEN INPUT ARQ-REMEXTCTL
                 IF FS-REMEXTCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-REMEXTCTL
                   MOVE 0 TO ULT-REMESSA-EXT
                   WRITE REG-REMEXTCTL
                   IF FS-REMEXTCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE REMESSAS AO EXTERIOR, STATUS: '
                              FS-REMEXTCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-REMEXTCTL.

             OPEN I-O ARQ-DISPOSITIVO
                 IF FS-DISPOSITIVO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-DISPOSITIVO
                   CLOSE ARQ-DISPOSITIVO
                   OPEN I-O ARQ-DISPOSITIVO
                 END-IF.

             OPEN I-O ARQ-CEP
                 IF FS-CEP EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CEP
                   CLOSE ARQ-CEP
                   OPEN I-O ARQ-CEP
                 END-IF.
             MOVE ZEROS TO CEP-NUM
             START ARQ-CEP KEY IS NOT LESS THAN CEP-NUM
                INVALID KEY
                   DISPLAY 'TABELA DE CEP VAZIA: CIDADE/UF DO CADASTRO'
                           ' SERAO DIGITADAS (RODE O CEP-CARGA)'
                NOT INVALID KEY
                   MOVE 'S' TO WS-CEP-TABELA
             END-START.

             OPEN I-O ARQ-BENEFICIO
                 IF FS-BENEFICIO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-BENEFICIO
                   CLOSE ARQ-BENEFICIO
                   OPEN I-O ARQ-BENEFICIO
                 END-IF.

             OPEN I-O ARQ-GERENTE
                 IF FS-GERENTE EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-GERENTE
                   CLOSE ARQ-GERENTE
                   OPEN I-O ARQ-GERENTE
                 END-IF.

             OPEN I-O ARQ-CARTEIRA
                 IF FS-CARTEIRA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CARTEIRA
                   CLOSE ARQ-CARTEIRA
                   OPEN I-O ARQ-CARTEIRA
                 END-IF.

             OPEN I-O ARQ-OFERTA
                 IF FS-OFERTA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-OFERTA
                   CLOSE ARQ-OFERTA
                   OPEN I-O ARQ-OFERTA
                 END-IF.

             OPEN I-O ARQ-ENVELOPE
                 IF FS-ENVELOPE EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-ENVELOPE
                   CLOSE ARQ-ENVELOPE
                   OPEN I-O ARQ-ENVELOPE
                 END-IF.

             OPEN INPUT ARQ-ALERTACTL
                 IF FS-ALERTACTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-ALERTACTL
                   MOVE 0 TO ULT-ALERTA
                   WRITE REG-ALERTACTL
                   IF FS-ALERTACTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE AVISOS AO CLIENTE, STATUS: '
                              FS-ALERTACTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-ALERTACTL.

             OPEN I-O ARQ-PAGAGENDA
                 IF FS-PAGAGENDA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PAGAGENDA
                   CLOSE ARQ-PAGAGENDA
                   OPEN I-O ARQ-PAGAGENDA
                 END-IF.

             OPEN INPUT ARQ-PAGAGCTL
                 IF FS-PAGAGCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-PAGAGCTL
                   MOVE 0 TO ULT-PAGAGENDA
                   WRITE REG-PAGAGCTL
                   IF FS-PAGAGCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE PAGAMENTOS AGENDADOS, STATUS: '
                              FS-PAGAGCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-PAGAGCTL.

             OPEN I-O ARQ-RECOPER
                 IF FS-RECOPER EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-RECOPER
                   CLOSE ARQ-RECOPER
                   OPEN I-O ARQ-RECOPER
                 END-IF.

             OPEN I-O ARQ-RECARGA
                 IF FS-RECARGA EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-RECARGA
                   CLOSE ARQ-RECARGA
                   OPEN I-O ARQ-RECARGA
                 END-IF.

             OPEN INPUT ARQ-RECARGACTL
                 IF FS-RECARGACTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-RECARGACTL
                   MOVE 0 TO ULT-RECARGA
                   WRITE REG-RECARGACTL
                   IF FS-RECARGACTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE RECARGAS DE CELULAR, STATUS: '
                              FS-RECARGACTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-RECARGACTL.

             OPEN I-O ARQ-PERDA-OP
                 IF FS-PERDA-OP EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-PERDA-OP
                   CLOSE ARQ-PERDA-OP
                   OPEN I-O ARQ-PERDA-OP
                 END-IF.

             OPEN INPUT ARQ-PERDACTL
                 IF FS-PERDACTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-PERDACTL
                   MOVE 0 TO ULT-EVENTO-PERDA
                   WRITE REG-PERDACTL
                   IF FS-PERDACTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE EVENTOS DE PERDA, STATUS: '
                              FS-PERDACTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-PERDACTL.

             OPEN I-O ARQ-CAPPLANO
                 IF FS-CAPPLANO EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-CAPPLANO
                   CLOSE ARQ-CAPPLANO
                   OPEN I-O ARQ-CAPPLANO
                 END-IF.

             OPEN I-O ARQ-TITCAP
                 IF FS-TITCAP EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-TITCAP
                   CLOSE ARQ-TITCAP
                   OPEN I-O ARQ-TITCAP
                 END-IF.

             OPEN INPUT ARQ-CAPCTL
                 IF FS-CAPCTL EQUAL TO "35"
                   OPEN OUTPUT ARQ-CAPCTL
                   MOVE 0 TO ULT-TITULO-CAP
                   MOVE 0 TO CPC-ULT-NUMERO-SORTE
                   MOVE 0 TO CPC-ULT-SORTEIO
                   MOVE 0 TO CPC-ULT-COMPET-REMESSA
                   WRITE REG-CAPCTL
                   IF FS-CAPCTL NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR O ARQUIVO DE CONTROLE'
                              ' DE CAPITALIZACAO, STATUS: ' FS-CAPCTL
                      STOP RUN
                   END-IF
                 END-IF.
             CLOSE ARQ-CAPCTL.

             OPEN I-O ARQ-TERMINAL
                 IF FS-TERMINAL EQUAL TO "35" THEN
                   OPEN OUTPUT ARQ-TERMINAL
                   CLOSE ARQ-TERMINAL
                   MOVE ZEROS              TO IOF-CHEQUE-ACUM
                   MOVE 'N'                TO FLAG-EXPORT-EXTRATO
                   MOVE ZEROS              TO ULTIMA-TAXA-CAMBIO
                   MOVE ZEROS              TO QTDE-ISENCAO-PONTOS
                   MOVE ZEROS              TO DATA-ENCERRAMENTO
                   MOVE ZEROS              TO DATA-ANONIMIZACAO
                   MOVE SPACES             TO MOTIVO-BLOQUEIO
                   MOVE 'N'                TO RESTRICAO-MENOR
                   MOVE CONTA-NUM          TO WS-CDV-NUM
                   PERFORM P297-CALCULAR-DV-CONTA
                   MOVE WS-CDV-SAIDA       TO CONTA-DV
                   WRITE REG-CONTA
                   IF FS-CONTA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CRIAR A CONTA CASA, STATUS: '
                      DISPLAY 'OPERADOR INATIVO, ACESSO NEGADO'
                      PERFORM P260-LOGIN-OPERADOR
                   ELSE
                   IF OPER-BLOQUEADO THEN
                      DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE'
                              ' TENTATIVAS, PECA O DESBLOQUEIO A UM'
                              ' ADMIN'
                      PERFORM P260-LOGIN-OPERADOR
                   ELSE
                   IF OPER-SENHA-COM-HASH THEN
                      MOVE WS-OPER-SENHA-DIGITADA
                        TO WS-HASH-ENTRADA
                   END-IF
                   IF OPER-SENHA NOT EQUAL TO WS-OPER-SENHA-DIGITADA
                      THEN
                      PERFORM P261-REGISTRAR-ERRO-LOGIN
                      PERFORM P260-LOGIN-OPERADOR
                   ELSE
                      PERFORM P262-CONCLUIR-LOGIN-OPERADOR
                   END-IF
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTA UMA SENHA ERRADA NO LOGIN DO OPERADOR EM
      *      REG-OPERADOR E O BLOQUEIA AO ATINGIR O MAXIMO DE
      *      TENTATIVAS (PARAMETRO SENHA-OPER-MAX-ERRO); SO UM ADMIN
      *      DESBLOQUEIA, PELA ADMINISTRACAO DE OPERADORES
      ******************************************************************
       P261-REGISTRAR-ERRO-LOGIN.
             ADD 1 TO OPER-QTDE-ERRO-LOGIN
             IF OPER-QTDE-ERRO-LOGIN NOT LESS THAN
                WS-OPER-MAX-ERRO-LOGIN THEN
                SET OPER-BLOQUEADO TO TRUE
             END-IF
             REWRITE REG-OPERADOR
             IF FS-OPERADOR NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O OPERADOR, STATUS: '
                        FS-OPERADOR
             END-IF
             IF OPER-BLOQUEADO THEN
                DISPLAY 'SENHA INCORRETA! O OPERADOR ' OPER-ID
                        ' FOI BLOQUEADO POR EXCESSO DE TENTATIVAS'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'BLOQUEIO OPERADOR' TO WS-AUD-ACAO
                MOVE OPER-ID TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             ELSE
                DISPLAY 'SENHA INCORRETA, TENTE NOVAMENTE'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONCLUI O LOGIN DO OPERADOR JA COM A SENHA
      *      CONFERIDA: ZERA O CONTADOR DE ERROS, RECUSA O ACESSO FORA
      *      DO HORARIO DO OPERADOR E EXIGE A TROCA DA SENHA VENCIDA
      *      (PARAMETRO SENHA-OPER-VALIDADE, EM DIAS) OU AINDA NUNCA
      *      TROCADA PELO PROPRIO OPERADOR
      ******************************************************************
       P262-CONCLUIR-LOGIN-OPERADOR.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             IF OPER-QTDE-ERRO-LOGIN NOT EQUAL TO ZEROS THEN
                MOVE ZEROS TO OPER-QTDE-ERRO-LOGIN
                REWRITE REG-OPERADOR
             END-IF
             PERFORM P263-VERIFICAR-HORARIO-OPER
             IF NOT OPER-HORARIO-OK THEN
                DISPLAY 'LOGIN FORA DO HORARIO PERMITIDO PARA O'
                        ' OPERADOR (' OPER-HORA-INICIO ' A '
                        OPER-HORA-FIM '), ACESSO NEGADO'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'LOGIN FORA HORARIO' TO WS-AUD-ACAO
                MOVE OPER-ID TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
                PERFORM P260-LOGIN-OPERADOR
                EXIT PARAGRAPH
             END-IF
             IF OPER-DATA-TROCA-SENHA EQUAL TO ZEROS THEN
                DISPLAY 'PRIMEIRO ACESSO OU SENHA RESETADA: TROQUE'
                        ' A SENHA PARA CONTINUAR'
                PERFORM P264-TROCAR-SENHA-OPERADOR
             ELSE
                COMPUTE WS-OPER-DIAS-SENHA =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                    - FUNCTION INTEGER-OF-DATE(OPER-DATA-TROCA-SENHA)
                IF WS-OPER-VALIDADE-DIAS > ZEROS
                   AND WS-OPER-DIAS-SENHA NOT LESS THAN
                       WS-OPER-VALIDADE-DIAS THEN
                   DISPLAY 'SENHA VENCIDA (TROCADA EM '
                           OPER-DATA-TROCA-SENHA '): TROQUE A SENHA'
                           ' PARA CONTINUAR'
                   PERFORM P264-TROCAR-SENHA-OPERADOR
                END-IF
             END-IF
             MOVE OPER-NIVEL TO WS-NIVEL-OPERADOR
             MOVE OPER-ID    TO WS-OPER-ID-LOGADO
             DISPLAY 'OPERADOR ' OPER-ID ' AUTENTICADO,'
                     ' NIVEL: ' OPER-NIVEL
             IF WS-OPERADOR-CAIXA THEN
                PERFORM P265-ABRIR-CAIXA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE SE A HORA CORRENTE ESTA NA JANELA DE
      *      LOGIN DO OPERADOR EM REG-OPERADOR; DEVOLVE
      *      WS-OPER-HORARIO-OK
      ******************************************************************
       P263-VERIFICAR-HORARIO-OPER.
             MOVE 'S' TO WS-OPER-HORARIO-OK
             IF OPER-HORA-INICIO EQUAL TO OPER-HORA-FIM THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-OPER-HORA-AGORA = WS-HORA-ATUAL / 100
             IF OPER-HORA-INICIO < OPER-HORA-FIM THEN
                IF WS-OPER-HORA-AGORA < OPER-HORA-INICIO
                   OR WS-OPER-HORA-AGORA > OPER-HORA-FIM THEN
                   MOVE 'N' TO WS-OPER-HORARIO-OK
                END-IF
             ELSE
                IF WS-OPER-HORA-AGORA < OPER-HORA-INICIO
                   AND WS-OPER-HORA-AGORA > OPER-HORA-FIM THEN
                   MOVE 'N' TO WS-OPER-HORARIO-OK
                END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE OBRIGA O OPERADOR LOGANDO A CADASTRAR UMA NOVA
      *      SENHA, DIGITADA DUAS VEZES, FORA DO HISTORICO, E GRAVA A
      *      DATA DA TROCA PARA O CONTROLE DE VALIDADE
      ******************************************************************
       P264-TROCAR-SENHA-OPERADOR.
             DISPLAY 'DIGITE A NOVA SENHA DO OPERADOR'
             ACCEPT WS-OPER-SENHA-NOVA WITH SECURE
             DISPLAY 'REDIGITE A NOVA SENHA PARA CONFIRMAR'
             ACCEPT WS-OPER-SENHA-CONFIRMA WITH SECURE
             IF WS-OPER-SENHA-NOVA EQUAL TO SPACES THEN
                DISPLAY 'A SENHA NAO PODE FICAR EM BRANCO'
                PERFORM P264-TROCAR-SENHA-OPERADOR
                EXIT PARAGRAPH
             END-IF
             IF WS-OPER-SENHA-NOVA NOT EQUAL TO WS-OPER-SENHA-CONFIRMA
                THEN
                DISPLAY 'AS SENHAS DIGITADAS NAO CONFEREM'
                PERFORM P264-TROCAR-SENHA-OPERADOR
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OPER-SENHA-NOVA TO WS-HASH-ENTRADA
             PERFORM P318-CALCULAR-HASH-SENHA
             MOVE WS-HASH-SAIDA TO WS-OPER-SENHA-NOVA
             PERFORM P268-APLICAR-SENHA-OPERADOR
             IF NOT OPER-SENHA-ACEITA THEN
                PERFORM P264-TROCAR-SENHA-OPERADOR
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DATA-ATUAL TO OPER-DATA-TROCA-SENHA
             REWRITE REG-OPERADOR
             IF FS-OPERADOR NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A NOVA SENHA, STATUS: '
                        FS-OPERADOR
             ELSE
                DISPLAY 'SENHA DO OPERADOR ' OPER-ID
                        ' TROCADA COM SUCESSO'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'TROCA SENHA OPER' TO WS-AUD-ACAO
                MOVE OPER-ID TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A GAVETA DO OPERADOR DE CAIXA NO INICIO
      *      DO EXPEDIENTE, CAPTURANDO O SALDO INICIAL CONTADO; SE A
      *      GAVETA JA ESTA ABERTA NA DATA DE HOJE, O EXPEDIENTE
                   DISPLAY 'ABERTURA DE CAIXA - DIGITE O SALDO'
                           ' INICIAL CONTADO NA GAVETA'
                   ACCEPT CX-SALDO-INICIAL
                   DISPLAY 'DIGITE A AGENCIA DO CAIXA'
                   ACCEPT CX-AGENCIA
                   MOVE WS-OPER-ID-LOGADO TO CX-OPER-ID
                   SET CX-ABERTO TO TRUE
                   MOVE WS-DATA-ATUAL TO CX-DATA-ABERTURA
                   MOVE ZEROS TO CX-TOTAL-ENTRADAS
                   MOVE ZEROS TO CX-TOTAL-SAIDAS
                   MOVE ZEROS TO CX-TOTAL-SUPRIMENTOS
                   MOVE ZEROS TO CX-TOTAL-SANGRIAS
                   WRITE REG-CAIXA
                   IF FS-CAIXA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ABRIR O CAIXA, STATUS: '
                      DISPLAY 'ABERTURA DE CAIXA - DIGITE O SALDO'
                              ' INICIAL CONTADO NA GAVETA'
                      ACCEPT CX-SALDO-INICIAL
                      DISPLAY 'DIGITE A AGENCIA DO CAIXA'
                      ACCEPT CX-AGENCIA
                      SET CX-ABERTO TO TRUE
                      MOVE WS-DATA-ATUAL TO CX-DATA-ABERTURA
                      MOVE ZEROS TO CX-TOTAL-ENTRADAS
                      MOVE ZEROS TO CX-TOTAL-SAIDAS
                      MOVE ZEROS TO CX-TOTAL-SUPRIMENTOS
                      MOVE ZEROS TO CX-TOTAL-SANGRIAS
                      REWRITE REG-CAIXA
                      IF FS-CAIXA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO REABRIR O CAIXA,'
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE TROCA A SENHA DE REG-OPERADOR PELO HASH EM
      *      WS-OPER-SENHA-NOVA, RECUSANDO A SENHA ATUAL E AS ULTIMAS
      *      SENHAS DO HISTORICO (PARAMETRO SENHA-OPER-HISTORICO); A
      *      SENHA SUBSTITUIDA ENTRA NA POSICAO 1 DO HISTORICO. NAO
      *      REGRAVA O REGISTRO; DEVOLVE WS-OPER-SENHA-ACEITA
      ******************************************************************
       P268-APLICAR-SENHA-OPERADOR.
             MOVE 'N' TO WS-OPER-SENHA-ACEITA
             IF WS-OPER-SENHA-NOVA EQUAL TO OPER-SENHA THEN
                DISPLAY 'A NOVA SENHA NAO PODE SER IGUAL A ATUAL'
                EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-OPER-HIST-I FROM 1 BY 1
                UNTIL WS-OPER-HIST-I > OPER-QTDE-HIST-SENHA
                   OR WS-OPER-HIST-I > WS-OPER-HIST-MAX
                IF OPER-HIST-SENHA(WS-OPER-HIST-I) EQUAL TO
                   WS-OPER-SENHA-NOVA THEN
                   DISPLAY 'SENHA JA USADA ENTRE AS ULTIMAS '
                           WS-OPER-HIST-MAX ', ESCOLHA OUTRA'
                   EXIT PARAGRAPH
                END-IF
             END-PERFORM
             IF OPER-SENHA-COM-HASH
                AND OPER-SENHA NOT EQUAL TO SPACES THEN
                PERFORM VARYING WS-OPER-HIST-I FROM 10 BY -1
                   UNTIL WS-OPER-HIST-I < 2
                   MOVE OPER-HIST-SENHA(WS-OPER-HIST-I - 1)
                     TO OPER-HIST-SENHA(WS-OPER-HIST-I)
                END-PERFORM
                MOVE OPER-SENHA TO OPER-HIST-SENHA(1)
                IF OPER-QTDE-HIST-SENHA < 10 THEN
                   ADD 1 TO OPER-QTDE-HIST-SENHA
                END-IF
             END-IF
             MOVE WS-OPER-SENHA-NOVA TO OPER-SENHA
             SET OPER-SENHA-COM-HASH TO TRUE
             MOVE 'S' TO WS-OPER-SENHA-ACEITA
       .
      ******************************************************************
      *      FUNÇÃO DE IMPLEMENTAÇÃO DO MENU DO SISTEMA
      ******************************************************************
       P200-MENU.
             MOVE ZEROS TO WS-ERRO
             MOVE 'N' TO WS-DDA-PAGANDO
             MOVE 'N' TO WS-PRC-EM-USO
             PERFORM P296-LIBERAR-TRAVAS
             DISPLAY'**************************************************'
             DISPLAY 'QUAL OPERACAO DESEJA REALIZAR? '
                     ' (ADMIN)'
             DISPLAY '63 - CHECKLIST E ATIVACAO DE CONTAS NOVAS'
             DISPLAY '64 - LIVRO DE TRANSMISSAO DE REMESSAS (ADMIN)'
             DISPLAY '65 - OBITO DE CLIENTE E ESPOLIO (ADMIN)'
             DISPLAY '66 - CLIENTES PESSOA JURIDICA E REPRESENTANTES'
                     ' (ADMIN)'
             DISPLAY '67 - PROCURACOES (REGISTRO, REVOGACAO E CONSULTA)'
             DISPLAY '68 - FILA DE CORRECAO DO CCS (ADMIN)'
             DISPLAY '69 - SAC / OUVIDORIA (RECLAMACOES)'
             DISPLAY '70 - PORTABILIDADE DE CREDITO (TRAZER EMPRESTIMO'
                     ' DE OUTRO BANCO)'
             DISPLAY '71 - FINANCIAMENTO HABITACIONAL (SAC COM'
                     ' CORRECAO PELA TR)'
             DISPLAY '72 - PREVIDENCIA PRIVADA (PGBL/VGBL)'
             DISPLAY '73 - SEGUROS RESIDENCIAL E DE VIDA'
             DISPLAY '74 - OPEN FINANCE (CONSENTIMENTOS DE'
                     ' COMPARTILHAMENTO)'
             DISPLAY '75 - PROVISIONAMENTO DE SAQUE EM ESPECIE (AVISO'
                     ' PREVIO)'
             DISPLAY '76 - CORRESPONDENTES BANCARIOS (ADMIN)'
             DISPLAY '77 - CASOS DE FRAUDE (ADMIN)'
             DISPLAY '78 - FILA DE COBRANCA'
             DISPLAY '79 - REMESSA AO EXTERIOR (SWIFT MT103)'
             DISPLAY '80 - DISPOSITIVOS DOS CANAIS (CADASTRO NO'
                     ' BALCAO)'
             DISPLAY '81 - PROVA DE VIDA INSS (BENEFICIARIO NO'
                     ' BALCAO)'
             DISPLAY '82 - GERENTES DE RELACIONAMENTO E CARTEIRAS'
                     ' (ADMIN)'
             DISPLAY '83 - ENVELOPES DE DEPOSITO DOS TERMINAIS ATM'
                     ' (RECOLHIMENTO E CONFERENCIA)'
             DISPLAY '84 - PAGAMENTOS DE TITULO AGENDADOS (CONSULTA'
                     ' E CANCELAMENTO)'
             DISPLAY '85 - RECARGA DE CELULAR'
             DISPLAY '86 - RISCO OPERACIONAL - EVENTOS DE PERDA'
                     ' (ADMIN)'
             DISPLAY '87 - TITULOS DE CAPITALIZACAO'
             ACCEPT WS-OPCAO-ALFA
             IF WS-OPCAO-ALFA NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
             ELSE
             MOVE WS-OPCAO-ALFA TO WS-OPCAO

             IF WS-OPCAO > 87 OR WS-OPCAO < 1
                DISPLAY 'OPERACAO INEXISTENTE, TENTE NOVAMENTE!'
                PERFORM P200-MENU
             ELSE

             MOVE 'S' TO WS-SISTEMA-LIVRE
             IF WS-OPCAO EQUAL TO 3 OR 4 OR 11 OR 12 OR 13 OR 18
                OR 22 OR 23 OR 25 OR 26 OR 27 OR 34 OR 49 OR 65
                OR 70 OR 71 OR 72 OR 73 OR 75 OR 77 OR 79 OR 81
                OR 83 OR 84 OR 85 OR 87
                THEN
                PERFORM P280-VERIFICAR-SISTEMA
             END-IF
             IF NOT SISTEMA-LIVRE THEN
                   ELSE
                      PERFORM P5700-TRANSMISSOES
                   END-IF
                WHEN 65
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P5800-OBITO-ESPOLIO
                   END-IF
                WHEN 66
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P5900-PESSOA-JURIDICA
                   END-IF
                WHEN 67
                   PERFORM P6000-PROCURACOES
                WHEN 68
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P6100-FILA-CCS
                   END-IF
                WHEN 69
                   PERFORM P6200-RECLAMACOES
                WHEN 70
                   PERFORM P6300-PORTABILIDADE-CREDITO
                WHEN 71
                   PERFORM P6400-FINANCIAMENTO-HAB
                WHEN 72
                   PERFORM P6500-PREVIDENCIA
                WHEN 73
                   PERFORM P6600-SEGUROS
                WHEN 74
                   PERFORM P6700-OPEN-FINANCE
                WHEN 75
                   PERFORM P6800-PROVISIONAMENTO-SAQUE
                WHEN 76
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P6900-CORRESPONDENTES
                   END-IF
                WHEN 77
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P7000-CASOS-FRAUDE
                   END-IF
                WHEN 78
                   PERFORM P7100-COBRANCA
                WHEN 79
                   PERFORM P7200-REMESSA-EXTERIOR
                WHEN 80
                   PERFORM P7300-DISPOSITIVOS
                WHEN 81
                   PERFORM P7400-PROVA-VIDA-INSS
                WHEN 82
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P7500-GERENTES
                   END-IF
                WHEN 83
                   PERFORM P7600-ENVELOPES-ATM
                WHEN 84
                   PERFORM P7700-PAGAMENTOS-AGENDADOS
                WHEN 85
                   PERFORM P7800-RECARGA-CELULAR
                WHEN 86
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P7900-RISCO-OPERACIONAL
                   END-IF
                WHEN 87
                   PERFORM P8000-CAPITALIZACAO

             END-EVALUATE
             END-IF
      ******************************************************************
       P300-CRIAR.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'A CONTA SERA DE: 1 - PESSOA FISICA (CPF),'
                     ' 2 - PESSOA JURIDICA (CNPJ)'
             ACCEPT WS-OPCAO-ALFA1
             MOVE 'N' TO WS-PJ-ABERTURA
             MOVE 'N' TO WS-MEN-ABERTURA
             MOVE ZEROS TO WS-PJ-CNPJ
             IF WS-OPCAO-ALFA1 EQUAL TO '2' THEN
      *         NA CONTA PJ O CPF FICA ZERADO: O TITULAR E A EMPRESA
      *         DO CNPJ E QUEM ASSINA SAO OS REPRESENTANTES
                PERFORM P5930-IDENTIFICAR-EMPRESA-PJ
                IF NOT EMPRESA-PJ-OK THEN
                   PERFORM P200-MENU
                END-IF
                MOVE 'S' TO WS-PJ-ABERTURA
                MOVE EPJ-RAZAO-SOCIAL TO NOME
                MOVE ZEROS TO WS-CPF-ENTRADA
             ELSE
                DISPLAY 'DIGITE O NOME DO TITULAR DA CONTA: '
                ACCEPT NOME
                DISPLAY 'DIGITE O CPF DO BENEFICIARIO (EXATAMENTE 11'
                        ' DIGITOS): '
                MOVE SPACES TO WS-CPF-ENTRADA
                ACCEPT WS-CPF-ENTRADA
             END-IF
             IF WS-CPF-ENTRADA NOT NUMERIC THEN
                DISPLAY 'CPF DEVE CONTER EXATAMENTE 11 DIGITOS'
                        ' NUMERICOS, TENTE NOVAMENTE'
             ELSE
             MOVE WS-CPF-ENTRADA TO CPF

             IF ABERTURA-PJ THEN
                MOVE 'S' TO WS-CPF-VALIDO
             ELSE
                PERFORM P310-VALIDAR-CPF
             END-IF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, VERIFIQUE OS DIGITOS'
                        ' DIGITADOS E TENTE NOVAMENTE!'
                PERFORM P200-MENU
             ELSE

             IF ABERTURA-PJ THEN
                MOVE 'S' TO WS-CPF-VALIDO-EXTERNO
             ELSE
                PERFORM P315-VALIDAR-CPF-EXTERNO
             END-IF
             IF NOT CPF-VALIDO-EXTERNO THEN
                DISPLAY 'CPF NAO CONFIRMADO JUNTO AO ORGAO EXTERNO DE'
                        ' VALIDACAO, CADASTRO RECUSADO'
                PERFORM P200-MENU
             ELSE

             MOVE CPF TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'CPF COM OBITO REGISTRADO EM '
                           OBI-DATA-OBITO ', ABERTURA RECUSADA'
                   PERFORM P200-MENU
             END-READ

             MOVE CPF  TO WS-TRIA-CPF
             MOVE NOME TO WS-TRIA-NOME
             MOVE 'CRIACAO CONTA' TO WS-TRIA-ORIGEM
                PERFORM P200-MENU
             END-IF

             IF NOT ABERTURA-PJ THEN
             PERFORM P365-GARANTIR-CADASTRO-CLIENTE
             PERFORM P367-VERIFICAR-MENORIDADE
             IF MENOR-RECUSADO THEN
                PERFORM P200-MENU
             END-IF

             MOVE NOME TO WS-NOME-TEMP
             READ ARQ-CONTA RECORD KEY IS CPF
                   MOVE WS-NOME-TEMP TO NOME
                   MOVE WS-CPF-BUSCA TO CPF
             END-READ
             END-IF

             DISPLAY 'DIGITE A SUA SENHA DE ATE 10 CARACTERES (MINIMO'
                     ' DE 6, COM LETRAS E NUMEROS)'
             MOVE ZEROS TO IOF-CHEQUE-ACUM
             MOVE 'N' TO FLAG-EXPORT-EXTRATO
             MOVE ZEROS TO ULTIMA-TAXA-CAMBIO
             MOVE ZEROS TO QTDE-ISENCAO-PONTOS
             MOVE ZEROS TO DATA-ENCERRAMENTO
             MOVE ZEROS TO DATA-ANONIMIZACAO
             MOVE SPACES TO MOTIVO-BLOQUEIO
             MOVE WS-PJ-CNPJ TO CNPJ
             MOVE 'N' TO RESTRICAO-MENOR
             PERFORM P347-SELECIONAR-AGENCIA

             DISPLAY 'DIGITE O LIMITE DIARIO DE MOVIMENTACAO (SAQUES'
             MOVE ZEROS TO VALOR-MOVIMENTADO-DIA
             MOVE ZEROS TO DATA-ULT-MOVIMENTO

      *      CONTA DE MENOR: LIMITE DIARIO REDUZIDO E SEM CHEQUE
      *      ESPECIAL ATE A MAIORIDADE (BATCH CONTA-MAIORIDADE)
             IF ABERTURA-MENOR THEN
                SET CONTA-MENOR TO TRUE
                IF LIMITE-DIARIO GREATER THAN WS-LIMITE-DIARIO-MENOR
                   DISPLAY 'LIMITE DIARIO REDUZIDO PARA '
                           WS-LIMITE-DIARIO-MENOR ' (CONTA DE MENOR)'
                   MOVE WS-LIMITE-DIARIO-MENOR TO LIMITE-DIARIO
                END-IF
                MOVE ZEROS TO LIMITE-CHEQUE-ESPECIAL
             ELSE
                DISPLAY 'DIGITE O LIMITE DE CHEQUE ESPECIAL (0 SE NAO'
                        ' DESEJAR): '
                ACCEPT LIMITE-CHEQUE-ESPECIAL
             END-IF

             IF ABERTURA-PJ THEN
                SET CONTA-PJ TO TRUE
             ELSE
                PERFORM P340-SELECIONAR-TIPO-CONTA
             END-IF
             PERFORM P345-SELECIONAR-MOEDA

             MOVE WS-DATA-ATUAL TO DATA-ABERTURA
             MOVE WS-HORA-ATUAL TO HORA-ABERTURA

             MOVE CONTA-NUM TO WS-CDV-NUM
             PERFORM P297-CALCULAR-DV-CONTA
             MOVE WS-CDV-SAIDA TO CONTA-DV

             DISPLAY 'CRIANDO CONTA: ' CONTA-NUM '-' CONTA-DV
             DISPLAY 'PARABENS ' NOME
             DISPLAY 'A SUA CONTA FOI CRIADA COM SUCESSO! '
             DISPLAY 'A CONTA FICA PENDENTE DE DOCUMENTACAO ATE A'
             MOVE CONTA-NUM       TO WS-AUD-CONTA-NUM
             MOVE 'CRIACAO DE CONTA'  TO WS-AUD-ACAO
             MOVE SPACES          TO WS-AUD-DETALHE
             IF ABERTURA-PJ THEN
                STRING 'CONTA PJ CNPJ ' DELIMITED SIZE
                       CNPJ             DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
             END-IF
             IF ABERTURA-MENOR THEN
                STRING 'CONTA MENOR RESP ' DELIMITED SIZE
                       CLI-CPF-RESPONSAVEL DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
             END-IF
             PERFORM P380-REGISTRAR-AUDITORIA

             MOVE CONTA-NUM TO WS-CONTA-PRINCIPAL
             IF ABERTURA-PJ THEN
                MOVE 'N' TO WS-ADD-COTITULAR
             ELSE
                DISPLAY 'DESEJA ADICIONAR UM COTITULAR A ESTA CONTA?'
                        ' (S/N)'
                ACCEPT WS-ADD-COTITULAR
             END-IF
             PERFORM UNTIL NOT ADD-COTITULAR
                PERFORM P360-ADICIONAR-COTITULAR
                DISPLAY 'DESEJA ADICIONAR OUTRO COTITULAR? (S/N)'
             ELSE
                DISPLAY 'QUAL CONTA DESEJA CONSULTAR ?'
                DISPLAY 'INFORME O ID DA CONTA DESEJADA!'
                PERFORM P298-ACEITAR-CONTA
                MOVE WS-CDV-CONTA TO FS-ID
                MOVE FS-ID TO CONTA-NUM

                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      DISPLAY 'DADOS DA CONTA ' FS-ID
                      DISPLAY '****************************************'
                      DISPLAY 'NOME: '          NOME
                      IF CONTA-PJ THEN
                         DISPLAY 'CNPJ: '       CNPJ
                                 ' (CONTA PESSOA JURIDICA)'
                      ELSE
                         DISPLAY 'CPF: '        CPF
                      END-IF
                      IF CONTA-MENOR THEN
                         DISPLAY 'CONTA DE MENOR DE IDADE: MOVIMENTO'
                                 ' COM AUTORIZACAO DO RESPONSAVEL LEGAL'
                      END-IF
                      DISPLAY 'SALDO: '         SALDO
                      COMPUTE WS-SALDO-DISPONIVEL = SALDO - VALOR-RETIDO
                      DISPLAY 'VALOR RETIDO: '  VALOR-RETIDO
                      DISPLAY 'ID: '            CONTA-NUM
                      DISPLAY 'DATA DE ABERTURA: ' DATA-ABERTURA
                              ' HORA: ' HORA-ABERTURA
                      IF CONTA-BLOQUEADA AND BLOQUEIO-OBITO THEN
                         DISPLAY 'CONTA BLOQUEADA POR OBITO (ESPOLIO):'
                                 ' SALDO SOMENTE POR ALVARA JUDICIAL'
                      END-IF
                      IF CONTA-BLOQUEADA AND BLOQUEIO-PROVA-VIDA THEN
                         DISPLAY 'CONTA BLOQUEADA POR PROVA DE VIDA DO'
                                 ' INSS VENCIDA: FACA A PROVA DE VIDA'
                                 ' (OPCAO 81)'
                      END-IF

                      MOVE CONTA-NUM  TO WS-AUD-CONTA-NUM
                      MOVE 'CONSULTA'    TO WS-AUD-ACAO

                      PERFORM P406-EXIBIR-ALERTAS
                      PERFORM P408-EXIBIR-DDA
                      MOVE CPF TO WS-OFT-CPF
                      PERFORM P1417-EXIBIR-OFERTA

                      DISPLAY 'REDIRECIONANDO PARA O MENU...'
                      PERFORM P200-MENU

                   PERFORM P406-EXIBIR-ALERTAS
                   PERFORM P408-EXIBIR-DDA
                   MOVE CPF TO WS-OFT-CPF
                   PERFORM P1417-EXIBIR-OFERTA

                   MOVE CPF TO WS-CPF-BUSCA
                   PERFORM P403-LISTAR-CONTAS-CLIENTE
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   OR CPF NOT EQUAL TO WS-CPF-BUSCA
                   ADD 1 TO WS-QTDE-CONTAS-CLIENTE
                   DISPLAY 'CONTA: ' CONTA-NUM '-' CONTA-DV
                           ' NOME: ' NOME
                           ' TIPO: ' TIPO-CONTA
                   DISPLAY '   SALDO: ' SALDO
                        FOR ALL FUNCTION TRIM(WS-BUSCA-PARCIAL)
                IF WS-QTDE-OCORRENCIAS GREATER THAN ZEROS THEN
                   ADD 1 TO WS-QTDE-ACHADAS-PARCIAL
                   DISPLAY 'CONTA: ' CONTA-NUM '-' CONTA-DV
                           ' NOME: ' NOME
                   DISPLAY '   SALDO: ' SALDO
                           ' STATUS: ' STATUS-CONTA
                END-IF
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'QUAL CONTA IRA REALIZAR A TRANSFERENCIA? '
             DISPLAY 'DIGITE O ID DA CONTA! '
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                      PERFORM P200-MENU
                   END-IF
                   MOVE CONTA-NUM TO WS-TRV-CONTA-1
                   SET PRC-EXIGE-TRANSF TO TRUE
                   PERFORM P325-AUTENTICAR-TITULAR-OU-PROCURADOR
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                      DISPLAY 'QUAL O VALOR DA TRANSFERENCIA? '
                      ACCEPT WS-VALOR
                      PERFORM P327-VERIFICAR-TETO-PROCURACAO
                      IF NOT TETO-PROCURACAO-OK THEN
                         PERFORM P200-MENU
                      END-IF
                      PERFORM P332-VERIFICAR-ASSINATURA-PJ
                      IF NOT ASSINATURA-PJ-OK THEN
                         PERFORM P200-MENU
                      END-IF
                      PERFORM P330-VERIFICAR-LIMITE-DIARIO
                      IF NOT LIMITE-OK THEN
                         PERFORM P200-MENU
                         ELSE
                            DISPLAY 'QUAL CONTA IRA RECEBER A'
                                    ' TRANSFERENCIA? '
                            PERFORM P298-ACEITAR-CONTA
                            MOVE WS-CDV-CONTA TO FS-ID
                            MOVE FS-ID TO CONTA-NUM
                            READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                               INVALID KEY
                               MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
                               MOVE 'TRANSF ENVIADA'  TO WS-AUD-ACAO
                               MOVE SPACES          TO WS-AUD-DETALHE
                               IF PROCURADOR-EM-USO THEN
                                  MOVE WS-PRC-DETALHE
                                    TO WS-AUD-DETALHE
                               END-IF
                               PERFORM P380-REGISTRAR-AUDITORIA

      *                        A TARIFA SAI COMO MOVIMENTO TF PROPRIO
                                     MOVE CONTA-NUM
                                             TO EXT-CONTA-CONTRA
                                     MOVE SPACES TO EXT-DETALHE
                                     IF PROCURADOR-EM-USO THEN
                                        MOVE WS-PRC-DETALHE
                                          TO EXT-DETALHE
                                     END-IF
                                     MOVE WS-OPER-ID-LOGADO
                                       TO EXT-OPER-ID
                                     SET EXT-MOV-NORMAL TO TRUE
                                       INTO WS-ID-TRANSACAO
                                     END-STRING

                                     MOVE WS-ORIGEM-CONTA TO WS-CDV-NUM
                                     PERFORM P297-CALCULAR-DV-CONTA
                                     MOVE WS-CDV-SAIDA TO WS-DV-ORIGEM
                                     MOVE CONTA-NUM TO WS-CDV-NUM
                                     PERFORM P297-CALCULAR-DV-CONTA
                                     MOVE WS-CDV-SAIDA TO WS-DV-DESTINO

                                     MOVE SPACES
                                             TO WS-LINHA-COMPROVANTE
                                     STRING
                                        'TRANSF ID: '  DELIMITED SIZE
                                        WS-ID-TRANSACAO DELIMITED SIZE
                                        ' DT: '        DELIMITED SIZE
                                        WS-DATA-ATUAL  DELIMITED SIZE
                                        ' HR: '        DELIMITED SIZE
                                        WS-HORA-ATUAL  DELIMITED SIZE
                                        ' ORIG: '      DELIMITED SIZE
                                        WS-ORIGEM-CONTA DELIMITED SIZE
                                        '-'            DELIMITED SIZE
                                        WS-DV-ORIGEM   DELIMITED SIZE
                                        ' DEST: '      DELIMITED SIZE
                                        CONTA-NUM      DELIMITED SIZE
                                        '-'            DELIMITED SIZE
                                        WS-DV-DESTINO  DELIMITED SIZE
                                        ' VLR: '       DELIMITED SIZE
                                        WS-VALOR       DELIMITED SIZE
                                        ' TAR: '       DELIMITED SIZE
                                        WS-TARIFA-TRANSF
                                                       DELIMITED SIZE
                                        ' SLD DEST: '  DELIMITED SIZE
                                        SALDO          DELIMITED SIZE
                                       INTO WS-LINHA-COMPROVANTE
                                     END-STRING
             MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'TED EXTERNA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             IF PROCURADOR-EM-USO THEN
                MOVE WS-PRC-DETALHE TO WS-AUD-DETALHE
             END-IF
             PERFORM P380-REGISTRAR-AUDITORIA

             IF WS-VALOR GREATER THAN WS-LIMITE-MONITORAMENTO THEN
                WHEN 1
                   DISPLAY 'QUAL CONTA IRA REALIZAR A MOVIMENTACAO? '
                   DISPLAY 'DIGITE O ID DA CONTA'
                   PERFORM P298-ACEITAR-CONTA
                   MOVE WS-CDV-CONTA TO FS-ID
                   MOVE FS-ID TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                WHEN 2
                   DISPLAY 'QUAL CONTA IRA REALIZAR A MOVIMENTACAO? '
                   DISPLAY 'DIGITE O ID DA CONTA'
                   PERFORM P298-ACEITAR-CONTA
                   MOVE WS-CDV-CONTA TO FS-ID
                   MOVE FS-ID TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                            PERFORM P200-MENU
                         END-IF
                         MOVE CONTA-NUM TO WS-TRV-CONTA-1
                         SET PRC-EXIGE-SAQUE TO TRUE
                         PERFORM P325-AUTENTICAR-TITULAR-OU-PROCURADOR
                         IF NOT SENHA-OK THEN
                            PERFORM P200-MENU
                         ELSE
                            DISPLAY 'QUAL O VALOR DA MOVIMENTACAO? '
                            ACCEPT WS-VALOR
                            PERFORM P327-VERIFICAR-TETO-PROCURACAO
                            IF NOT TETO-PROCURACAO-OK THEN
                               PERFORM P200-MENU
                            END-IF
                            PERFORM P333-VERIFICAR-PROVISIONAMENTO
                            IF NOT PROVISAO-OK THEN
                               PERFORM P200-MENU
                            END-IF
                            PERFORM P332-VERIFICAR-ASSINATURA-PJ
                            IF NOT ASSINATURA-PJ-OK THEN
                               PERFORM P200-MENU
                            END-IF
                            PERFORM P330-VERIFICAR-LIMITE-DIARIO
                            IF NOT LIMITE-OK THEN
                               PERFORM P200-MENU
                            ELSE
                            PERFORM P331-RESGATAR-SWEEP-AUTO
      *                     O VALOR RETIDO PELO AGENDAMENTO E O PROPRIO
      *                     DINHEIRO DESTE SAQUE, E SAI DA RETENCAO AQUI
                            IF PROVISAO-EM-USO THEN
                               SUBTRACT PVS-VALOR FROM VALOR-RETIDO
                               IF VALOR-RETIDO LESS THAN ZEROS THEN
                                  MOVE ZEROS TO VALOR-RETIDO
                               END-IF
                            END-IF
                            COMPUTE WS-AUX =
                               SALDO - VALOR-RETIDO - WS-VALOR
                            IF WS-AUX LESS THAN
                               MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                               MOVE 'SAQUE'      TO WS-AUD-ACAO
                               MOVE SPACES    TO WS-AUD-DETALHE
                               IF PROCURADOR-EM-USO THEN
                                  MOVE WS-PRC-DETALHE TO WS-AUD-DETALHE
                               END-IF
                               PERFORM P380-REGISTRAR-AUDITORIA
                               PERFORM P267-LANCAR-SAIDA-CAIXA
                               IF PROVISAO-EM-USO THEN
                                  PERFORM P334-BAIXAR-PROVISIONAMENTO
                               END-IF

                               IF WS-VALOR GREATER THAN
                                  WS-LIMITE-MONITORAMENTO THEN
                               MOVE SALDO            TO EXT-SALDO-APOS
                               MOVE ZEROS          TO EXT-CONTA-CONTRA
                               MOVE SPACES TO EXT-DETALHE
                               IF PROCURADOR-EM-USO THEN
                                  MOVE WS-PRC-DETALHE TO EXT-DETALHE
                               END-IF
                               MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                               SET EXT-MOV-NORMAL TO TRUE
                               WRITE REG-EXTRATO
                      DISPLAY '****************************************'
                   NOT INVALID KEY
                      DISPLAY '****************************************'
                      DISPLAY 'CONTA: ' CONTA-NUM '-' CONTA-DV
                              ' AGENCIA: ' AGENCIA
                      DISPLAY 'NOME: '  NOME
                      DISPLAY 'CPF: '   CPF
                              WS-LINHA-RELATORIO (9:30)
                         MOVE CPF       TO
                              WS-LINHA-RELATORIO (41:11)
                         MOVE SALDO     TO WS-REL-SALDO-EDT
                         MOVE WS-REL-SALDO-EDT TO
                              WS-LINHA-RELATORIO (55:15)
                         MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
                         WRITE REG-RELATORIO
                         ADD 1 TO WS-REL-QTDE-LINHAS-PAG
             MOVE 'CONTA '  TO WS-LINHA-RELATORIO (1:6)
             MOVE 'NOME'    TO WS-LINHA-RELATORIO (9:30)
             MOVE 'CPF'     TO WS-LINHA-RELATORIO (41:11)
             MOVE 'SALDO'   TO WS-LINHA-RELATORIO (55:15)
             MOVE WS-LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO

             MOVE 'N' TO WS-ACHOU-EXTRATO
             DISPLAY 'DE QUAL CONTA DESEJA O EXTRATO? '
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   PERFORM P800-EXTRATO
                NOT INVALID KEY
                   DISPLAY '*******************************************'
                   DISPLAY 'EXTRATO DA CONTA ' CONTA-NUM '-' CONTA-DV
                           ' - ' NOME
                   DISPLAY '*******************************************'

                   MOVE CONTA-NUM TO EXT-CONTA-NUM
             MOVE 'N' TO WS-ACHOU-EXTRATO
             DISPLAY 'DE QUAL CONTA DESEJA O EXTRATO POR PERIODO? '
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   ACCEPT WS-EXT-DATA-FIM

                   DISPLAY '*******************************************'
                   DISPLAY 'EXTRATO DA CONTA ' CONTA-NUM '-' CONTA-DV
                           ' - ' NOME
                   DISPLAY 'PERIODO: ' WS-EXT-DATA-INICIO ' A '
                           WS-EXT-DATA-FIM
                   DISPLAY '*******************************************'
       P1000-ALTERAR-SENHA.
             DISPLAY 'QUAL CONTA DESEJA ALTERAR A SENHA? '
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM

             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
       P1100-ENCERRAR-CONTA.
             DISPLAY 'QUAL CONTA DESEJA ENCERRAR? '
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM

             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      PERFORM P200-MENU
                   ELSE

                   SET PRC-EXIGE-ENCERRAMENTO TO TRUE
                   PERFORM P325-AUTENTICAR-TITULAR-OU-PROCURADOR
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                         MOVE CONTA-NUM TO WS-APR-CONTA-NOVA
                         MOVE ZEROS TO WS-APR-VALOR-NOVO
                         PERFORM P395-CRIAR-SOLICITACAO
                         IF PROCURADOR-EM-USO THEN
                            MOVE WS-APR-CONTA-NOVA TO WS-AUD-CONTA-NUM
                            MOVE 'ENCERR PROCURADOR' TO WS-AUD-ACAO
                            MOVE WS-PRC-DETALHE TO WS-AUD-DETALHE
                            PERFORM P380-REGISTRAR-AUDITORIA
                         END-IF
                         DISPLAY 'O ENCERRAMENTO FICA PENDENTE DA'
                                 ' APROVACAO DE UM SEGUNDO ADMIN'
                         DISPLAY 'RETORNANDO PARA O MENU...'
       P1300-AGENDAR-TRANSFERENCIA.
             DISPLAY 'AGENDAMENTO DE TRANSFERENCIA RECORRENTE'
             DISPLAY 'DIGITE O ID DA CONTA DE ORIGEM'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY

                      IF FS-ID EQUAL TO ZEROS THEN
                         DISPLAY 'DIGITE O ID DA CONTA DE DESTINO'
                         PERFORM P298-ACEITAR-CONTA
                         MOVE WS-CDV-CONTA TO FS-ID
                      END-IF
                      MOVE FS-ID TO CONTA-NUM
                      READ ARQ-CONTA RECORD KEY IS CONTA-NUM
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'SOLICITACAO DE EMPRESTIMO'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                              ' BLOQUEADA, EMPRESTIMO CANCELADO!'
                      PERFORM P200-MENU
                   ELSE
                   IF CONTA-MENOR THEN
                      DISPLAY 'CONTA DE MENOR DE IDADE NAO CONTRATA'
                              ' EMPRESTIMO!'
                      PERFORM P200-MENU
                   END-IF
                   MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                   PERFORM P290-TRAVAR-CONTA
                   IF NOT TRAVA-OK THEN
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                      MOVE 'N' TO WS-OFT-USAR
                      MOVE CPF TO WS-OFT-CPF
                      PERFORM P1417-EXIBIR-OFERTA
                      IF OFT-ACHOU THEN
                         IF OFT-CONTA-NUM EQUAL TO CONTA-NUM THEN
                            DISPLAY 'CONTRATAR O CREDITO PRE-APROVADO,'
                                    ' SEM NOVA ANALISE? (S/N)'
                            ACCEPT WS-OFT-USAR
                         ELSE
                            DISPLAY 'A OFERTA E DA CONTA '
                                    OFT-CONTA-NUM ', ESTA SOLICITACAO'
                                    ' SEGUE A ANALISE NORMAL'
                         END-IF
                      END-IF
                      IF OFT-USAR-OFERTA THEN
                         MOVE OFT-SCORE TO WS-SCORE
                         DISPLAY 'SCORE DA OFERTA PRE-APROVADA: '
                                 WS-SCORE
                      ELSE
                         PERFORM P1410-CALCULAR-SCORE-CREDITO
                         DISPLAY 'SCORE DE CREDITO CALCULADO: '
                                 WS-SCORE
                      END-IF
                      IF WS-SCORE LESS THAN WS-SCORE-MINIMO
                         AND NOT OFT-USAR-OFERTA THEN
                         DISPLAY 'EMPRESTIMO NEGADO: SCORE ABAIXO DO'
                                 ' MINIMO EXIGIDO (' WS-SCORE-MINIMO
                                 ')'
                      DISPLAY 'DIGITE O VALOR DO PRINCIPAL DESEJADO'
                      ACCEPT WS-VALOR
                      MOVE WS-VALOR TO EMP-VALOR-PRINCIPAL
                      IF OFT-USAR-OFERTA
                         AND EMP-VALOR-PRINCIPAL GREATER THAN
                             OFT-VALOR-MAXIMO THEN
                         DISPLAY 'VALOR ACIMA DO PRE-APROVADO ('
                                 OFT-VALOR-MAXIMO
                                 '), EMPRESTIMO CANCELADO'
                         PERFORM P200-MENU
                      END-IF

                      IF OFT-USAR-OFERTA THEN
                         MOVE OFT-TAXA-JUROS TO WS-EMP-TAXA
                         MOVE WS-EMP-TAXA TO EMP-TAXA-JUROS
                         DISPLAY 'TAXA DE JUROS MENSAL DO CREDITO'
                                 ' PRE-APROVADO: ' EMP-TAXA-JUROS '%'
                      ELSE
                      PERFORM P1420-DEFINIR-TAXA-POR-SCORE
                      MOVE WS-EMP-TAXA TO EMP-TAXA-JUROS
                      DISPLAY 'TAXA DE JUROS MENSAL DEFINIDA PELA'
                              ' FAIXA DE SCORE: ' EMP-TAXA-JUROS '%'
                      END-IF

                      DISPLAY 'DIGITE A QUANTIDADE DE PARCELAS'
                      ACCEPT WS-EMP-QTDE-PARCELAS
                      MOVE WS-EMP-QTDE-PARCELAS TO EMP-QTDE-PARCELAS
                      IF OFT-USAR-OFERTA
                         AND EMP-QTDE-PARCELAS GREATER THAN
                             OFT-PRAZO-MAXIMO THEN
                         DISPLAY 'PRAZO ACIMA DO PRE-APROVADO ('
                                 OFT-PRAZO-MAXIMO
                                 ' PARCELAS), EMPRESTIMO CANCELADO'
                         PERFORM P200-MENU
                      END-IF

                      DISPLAY 'DIGITE O DIA DO MES DE VENCIMENTO'
                              ' (1-28)'
                         (EMP-VALOR-PRINCIPAL * EMP-TAXA-JUROS / 100
                          * EMP-QTDE-PARCELAS)) / EMP-QTDE-PARCELAS

                      MOVE CPF TO WS-EXP-CPF
                      MOVE CONTA-NUM TO WS-EXP-CONTA-GRANT
                      COMPUTE WS-EXP-INCREMENTO =
                              EMP-VALOR-PARCELA * EMP-QTDE-PARCELAS
                      PERFORM P1495-VERIFICAR-TETO-CREDITO
                      IF NOT TETO-OK THEN
                         DISPLAY 'EMPRESTIMO CANCELADO'
                         PERFORM P200-MENU
                      END-IF

                      MOVE 'N' TO WS-GAR-EXIGIDA
                      IF EMP-VALOR-PRINCIPAL GREATER THAN
                         WS-EMP-LIMITE-SEM-GAR THEN
                      IF WS-CONSIG-OPCAO EQUAL TO 'S' THEN
                         PERFORM P1440-VALIDAR-CONSIGNADO
                      END-IF
                      IF WS-CONSIG-OPCAO EQUAL TO 'S' THEN
                         PERFORM P1442-LIMITAR-TAXA-CONSIGNADO
                      END-IF

                      READ ARQ-EMPRESTCTL
                      IF FS-EMPRESTCTL NOT EQUAL TO "00" THEN
                         MOVE ZEROS TO EMP-CONV-CODIGO
                      END-IF
                      MOVE ZEROS TO EMP-DATA-ULT-CONSIG
                      MOVE ZEROS TO EMP-DADOS-HABITACIONAL
                      MOVE ZEROS TO EMP-DADOS-APROPRIACAO
                      IF WS-CARNE-OPCAO EQUAL TO 'S' THEN
                         SET EMP-COBRANCA-BOLETO TO TRUE
                         DISPLAY 'PARCELAS SERAO EMITIDAS EM BOLETO'
                         PERFORM P200-MENU
                      ELSE

                      IF OFT-USAR-OFERTA THEN
                         PERFORM P1418-BAIXAR-OFERTA
                      END-IF

                      COMPUTE WS-AUX = SALDO + EMP-VALOR-PRINCIPAL
                      MOVE WS-AUX TO SALDO
                      ADD 1 TO ULT-SEQ-EXTRATO

                      PERFORM P1445-COBRAR-IOF-EMPRESTIMO

                      SET CCB-EMITIR-CEDULA TO TRUE
                      MOVE WS-IOF-VALOR TO WS-CCB-IOF
                      MOVE ZEROS TO WS-CCB-ENCARGOS
                      PERFORM P1475-EMITIR-CCB

                      DISPLAY 'EMPRESTIMO ' EMP-SEQ
                              ' CONCEDIDO COM SUCESSO!'
                      DISPLAY 'VALOR DA PARCELA: ' EMP-VALOR-PARCELA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA A OFERTA DE CREDITO PRE-APROVADO
      *      DISPONIVEL E DENTRO DA VALIDADE PARA O CPF EM WS-OFT-CPF
      *      (A DA COMPETENCIA MAIS RECENTE), DEIXANDO-A EM REG-OFERTA
      ******************************************************************
       P1416-LOCALIZAR-OFERTA.
             MOVE 'N' TO WS-OFT-ACHOU
             MOVE ZEROS TO WS-OFT-COMPETENCIA
             MOVE WS-OFT-CPF TO OFT-CPF
             MOVE ZEROS TO OFT-COMPETENCIA
             START ARQ-OFERTA KEY IS NOT LESS THAN OFT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-OFERTA EQUAL TO "00" THEN
                PERFORM P1419-LER-PROX-OFERTA
                PERFORM UNTIL FS-OFERTA NOT EQUAL TO "00"
                   OR OFT-CPF NOT EQUAL TO WS-OFT-CPF
                   IF OFT-DISPONIVEL
                      AND OFT-DATA-VALIDADE NOT LESS THAN WS-DATA-ATUAL
                      MOVE OFT-COMPETENCIA TO WS-OFT-COMPETENCIA
                   END-IF
                   PERFORM P1419-LER-PROX-OFERTA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-OFERTA
             IF WS-OFT-COMPETENCIA EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OFT-CPF TO OFT-CPF
             MOVE WS-OFT-COMPETENCIA TO OFT-COMPETENCIA
             READ ARQ-OFERTA RECORD KEY IS OFT-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S' TO WS-OFT-ACHOU
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIBE AO CAIXA A OFERTA PRE-APROVADA VIGENTE
      *      DO CPF EM WS-OFT-CPF, QUANDO HOUVER, JUNTO COM OS AVISOS
      *      DA CONSULTA
      ******************************************************************
       P1417-EXIBIR-OFERTA.
             PERFORM P1416-LOCALIZAR-OFERTA
             IF OFT-ACHOU THEN
                DISPLAY '===== CREDITO PRE-APROVADO DISPONIVEL'
                        ' AO CLIENTE ====='
                DISPLAY 'CREDITO PESSOAL ATE ' OFT-VALOR-MAXIMO
                        ' TAXA ' OFT-TAXA-JUROS '% A.M. EM ATE '
                        OFT-PRAZO-MAXIMO ' PARCELAS'
                DISPLAY 'NA CONTA ' OFT-CONTA-NUM
                        ' VALIDO ATE ' OFT-DATA-VALIDADE
                        ' - CONTRATAR NA SOLICITACAO DE EMPRESTIMO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE MARCA COMO CONTRATADA A OFERTA PRE-APROVADA
      *      USADA NA SOLICITACAO DE EMPRESTIMO, COM O CONTRATO E O
      *      VALOR EFETIVAMENTE CONTRATADOS EM REG-EMPRESTIMO
      ******************************************************************
       P1418-BAIXAR-OFERTA.
             MOVE WS-OFT-CPF TO OFT-CPF
             MOVE WS-OFT-COMPETENCIA TO OFT-COMPETENCIA
             READ ARQ-OFERTA RECORD KEY IS OFT-CHAVE
                INVALID KEY
                   DISPLAY 'OFERTA PRE-APROVADA NAO ENCONTRADA PARA'
                           ' BAIXA, CPF ' WS-OFT-CPF
                   EXIT PARAGRAPH
             END-READ
             SET OFT-CONTRATADA TO TRUE
             MOVE WS-DATA-ATUAL       TO OFT-DATA-CONTRATACAO
             MOVE EMP-SEQ             TO OFT-EMP-SEQ
             MOVE EMP-VALOR-PRINCIPAL TO OFT-VALOR-CONTRATADO
             MOVE WS-OPER-ID-LOGADO   TO OFT-OPER-CONTRATACAO
             REWRITE REG-OFERTA
             IF FS-OFERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BAIXAR A OFERTA PRE-APROVADA,'
                        ' STATUS: ' FS-OFERTA
             END-IF
             MOVE EMP-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CONTRATA PRE-APROV' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'EMPRESTIMO '        DELIMITED SIZE
                    EMP-SEQ              DELIMITED SIZE
                    ' OFERTA '           DELIMITED SIZE
                    WS-OFT-COMPETENCIA   DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P1419-LER-PROX-OFERTA.
             READ ARQ-OFERTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-OFERTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DEFINE A TAXA DE JUROS MENSAL DO EMPRESTIMO
      *      PELA FAIXA DE SCORE DA CONTA, SUBSTITUINDO A TAXA LIVRE
      *      QUE ERA DIGITADA PELO OPERADOR
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'QUITACAO ANTECIPADA DE EMPRESTIMO'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                                 EMP-VALOR-PRINCIPAL
                                 * WS-QUIT-PARC-RESTANTES
                                 / EMP-QTDE-PARCELAS
      *                  NO HABITACIONAL A QUITACAO E O SALDO DEVEDOR
      *                  JA CORRIGIDO PELA TR
                         IF EMP-HABITACIONAL THEN
                            MOVE EMP-HAB-SALDO-DEVEDOR TO WS-QUIT-VALOR
                         END-IF
                         DISPLAY 'PARCELAS EM ABERTO: '
                                 WS-QUIT-PARC-RESTANTES
                         DISPLAY 'VALOR DA QUITACAO (PRINCIPAL SEM OS'
                            MOVE EMP-QTDE-PARCELAS
                              TO EMP-PARCELAS-PAGAS
                            MOVE WS-DATA-ATUAL TO EMP-ULT-COBRANCA
                            MOVE ZEROS TO EMP-HAB-SALDO-DEVEDOR
                            SET EMP-QUITADO TO TRUE
                            REWRITE REG-EMPRESTIMO
                            IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'APLICACAO EM CDB (DEPOSITO A PRAZO)'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'RESGATE ANTECIPADO DE CDB'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                PERFORM P1710-VERIFICAR-NOME
                IF NOME-ACHOU THEN
                   ADD 1 TO WS-NOME-QTDE-ENCONTRADAS
                   DISPLAY 'CONTA: ' CONTA-NUM '-' CONTA-DV
                           ' NOME: ' NOME
                           ' CPF: ' CPF ' SALDO: ' SALDO
                END-IF
                PERFORM P351-LER-PROX-CONTA-LIVRE
      ******************************************************************
       P1900-ESTORNAR-MOVIMENTO.
             DISPLAY 'DIGITE O ID DA CONTA DA MOVIMENTACAO A ESTORNAR'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-EST-CONTA-NUM
             DISPLAY 'DIGITE O NUMERO DE SEQUENCIA DA MOVIMENTACAO'
                     ' (VISTO NO EXTRATO)'
             ACCEPT WS-EST-SEQUENCIA
      ******************************************************************
       P1960-RETER-LIBERAR-SALDO.
             DISPLAY 'DIGITE O ID DA CONTA: '
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                WHEN 3
                   DISPLAY 'DIGITE O NOVO LIMITE DIARIO: '
                   ACCEPT WS-APR-VALOR-NOVO
                   IF CONTA-MENOR AND WS-APR-VALOR-NOVO
                      GREATER THAN WS-LIMITE-DIARIO-MENOR THEN
                      DISPLAY 'CONTA DE MENOR: LIMITE DIARIO MAXIMO DE '
                              WS-LIMITE-DIARIO-MENOR
                      PERFORM P200-MENU
                   END-IF
                   MOVE 'LD' TO WS-APR-TIPO-NOVO
                   PERFORM P395-CRIAR-SOLICITACAO
                   PERFORM P200-MENU
                WHEN 4
                   IF CONTA-MENOR THEN
                      DISPLAY 'CONTA DE MENOR DE IDADE NAO TEM CHEQUE'
                              ' ESPECIAL'
                      PERFORM P200-MENU
                   END-IF
                   DISPLAY 'DIGITE O NOVO LIMITE DE CHEQUE'
                           ' ESPECIAL: '
                   ACCEPT WS-APR-VALOR-NOVO
                   IF WS-APR-VALOR-NOVO GREATER THAN
                      LIMITE-CHEQUE-ESPECIAL
                      AND CPF NOT EQUAL TO ZEROS THEN
                      MOVE CPF TO WS-EXP-CPF
                      PERFORM P1490-CALCULAR-EXPOSICAO-CPF
                      IF WS-EXP-TOTAL + WS-APR-VALOR-NOVO
                         - LIMITE-CHEQUE-ESPECIAL
                         GREATER THAN WS-EXP-TETO THEN
                         DISPLAY 'ATENCAO: O NOVO LIMITE ULTRAPASSA O'
                                 ' TETO DE EXPOSICAO DO CPF ('
                                 WS-EXP-TETO '), O APROVADOR SERA'
                                 ' AVISADO'
                      END-IF
                   END-IF
                   MOVE 'LC' TO WS-APR-TIPO-NOVO
                   PERFORM P395-CRIAR-SOLICITACAO
                   PERFORM P200-MENU
             MOVE WS-PARAM-DATA-FIM TO PARAM-DATA-FIM
             DISPLAY 'DIGITE O VALOR DO PARAMETRO'
             ACCEPT WS-PARAM-VALOR-ENTRADA
             PERFORM P2215-VERIFICAR-TETO-TAXA
             IF NOT TTX-DENTRO-TETO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PARAM-VALOR-ENTRADA TO PARAM-VALOR
             DISPLAY 'DIGITE A DESCRICAO DO PARAMETRO'
             ACCEPT PARAM-DESCRICAO
             PERFORM P270-CARREGAR-PARAMETROS
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE A TAXA DIGITADA CONTRA O TETO LEGAL DO
      *      PRODUTO (PARAMETROS TETO-*, EM % AO MES, VIGENTE NO INICIO
      *      DA NOVA VIGENCIA; SEM VIGENCIA VALE O TETO PADRAO DO
      *      FONTE): CHEQUE ESPECIAL E ROTATIVO GUARDAM A TAXA EM
      *      FRACAO E SAO CONVERTIDOS PARA %. TAXA ACIMA DO TETO E
      *      RECUSADA E REGISTRADA NA AUDITORIA
      ******************************************************************
       P2215-VERIFICAR-TETO-TAXA.
             MOVE 'S' TO WS-TTX-SITUACAO
             MOVE PARAM-CODIGO TO WS-TTX-CODIGO-TAXA
             EVALUATE WS-TTX-CODIGO-TAXA
                WHEN 'TAXA-CHEQUE-ESPECIAL'
                   MOVE 'TETO-CHEQUE-ESPECIAL' TO WS-TTX-CODIGO-TETO
                   MOVE 100 TO WS-TTX-FATOR
                   MOVE 8.00 TO WS-TTX-TETO
                WHEN 'TAXA-ROTATIVO-MES'
                   MOVE 'TETO-ROTATIVO' TO WS-TTX-CODIGO-TETO
                   MOVE 100 TO WS-TTX-FATOR
                   MOVE 100.00 TO WS-TTX-TETO
                WHEN 'TAXA-EMP-FAIXA-A'
                WHEN 'TAXA-EMP-FAIXA-B'
                WHEN 'TAXA-EMP-FAIXA-C'
                   MOVE 'TETO-EMPRESTIMO' TO WS-TTX-CODIGO-TETO
                   MOVE 1 TO WS-TTX-FATOR
                   MOVE ZEROS TO WS-TTX-TETO
                WHEN OTHER
                   EXIT PARAGRAPH
             END-EVALUATE
             MOVE WS-TTX-CODIGO-TETO TO PARAM-CODIGO
             MOVE ZEROS TO PARAM-DATA-INICIO
             START ARQ-PARAMETRO KEY IS NOT LESS THAN PARAM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARAMETRO EQUAL TO "00" THEN
                PERFORM P387-LER-PROX-PARAMETRO
                PERFORM UNTIL FS-PARAMETRO NOT EQUAL TO "00"
                   OR PARAM-CODIGO NOT EQUAL TO WS-TTX-CODIGO-TETO
                   IF PARAM-DATA-INICIO NOT GREATER THAN
                      WS-PARAM-DATA-INICIO
                      AND PARAM-DATA-FIM NOT LESS THAN
                      WS-PARAM-DATA-INICIO
                      MOVE PARAM-VALOR TO WS-TTX-TETO
                   END-IF
                   PERFORM P387-LER-PROX-PARAMETRO
                END-PERFORM
             END-IF
             MOVE WS-TTX-CODIGO-TAXA TO PARAM-CODIGO
             MOVE WS-PARAM-DATA-INICIO TO PARAM-DATA-INICIO
             MOVE WS-PARAM-DATA-FIM TO PARAM-DATA-FIM
             COMPUTE WS-TTX-TAXA-PERC =
                     WS-PARAM-VALOR-ENTRADA * WS-TTX-FATOR
             IF WS-TTX-TETO GREATER THAN ZEROS
                AND WS-TTX-TAXA-PERC GREATER THAN WS-TTX-TETO THEN
                MOVE 'N' TO WS-TTX-SITUACAO
                DISPLAY 'TAXA DE ' WS-TTX-TAXA-PERC '% AO MES ACIMA'
                        ' DO TETO LEGAL DE ' WS-TTX-TETO '% ('
                        WS-TTX-CODIGO-TETO '), PARAMETRO RECUSADO'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'TAXA ACIMA DO TETO' TO WS-AUD-ACAO
                MOVE WS-TTX-CODIGO-TAXA TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ENCERRA A VIGENCIA DE UM PARAMETRO NA DATA
      *      INFORMADA PELO OPERADOR
      ******************************************************************
             DISPLAY '5 - PAGAR A FATURA DO CARTAO DE CREDITO'
             DISPLAY '6 - CONSULTAR AS FATURAS DE UM CARTAO'
             DISPLAY '7 - CADASTRAR OU ALTERAR O PIN DE UM CARTAO'
             DISPLAY '8 - CONTESTAR UMA COMPRA NO CARTAO'
             DISPLAY '9 - MAIS SERVICOS DE CARTAO'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                   PERFORM P2360-CONSULTAR-FATURAS
                WHEN '7'
                   PERFORM P2370-ALTERAR-PIN
                WHEN '8'
                   PERFORM P2380-CONTESTAR-COMPRA
                WHEN '9'
                   PERFORM P2390-MAIS-SERVICOS-CARTAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
       P2310-EMITIR-CARTAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                         DISPLAY 'DIGITE O DIA DE VENCIMENTO DA'
                                 ' FATURA (1 A 28)'
                         ACCEPT WS-CARD-DIA-VENC-ENT
                         DISPLAY 'PRODUTO DO CARTAO (N - NACIONAL,'
                                 ' G - GOLD, P - PLATINUM)'
                         ACCEPT WS-CARD-PRODUTO-ENT
                         IF WS-CARD-PRODUTO-ENT NOT EQUAL TO 'G'
                            AND WS-CARD-PRODUTO-ENT NOT EQUAL TO 'P'
                            MOVE 'N' TO WS-CARD-PRODUTO-ENT
                         END-IF
                      ELSE
                         MOVE 'D' TO WS-CARD-MODALIDADE-ENT
                         MOVE 'N' TO WS-CARD-PRODUTO-ENT
                      END-IF
                      MOVE 'S' TO WS-TETO-OK
                      IF WS-CARD-MODALIDADE-ENT EQUAL TO 'C' THEN
                         MOVE CPF TO WS-EXP-CPF
                         MOVE CONTA-NUM TO WS-EXP-CONTA-GRANT
                         MOVE WS-CARD-LIMITE-ENT TO WS-EXP-INCREMENTO
                         PERFORM P1495-VERIFICAR-TETO-CREDITO
                      END-IF
                      IF NOT TETO-OK THEN
                         DISPLAY 'EMISSAO DO CARTAO CANCELADA'
                      ELSE
                      PERFORM P2311-CAPTURAR-PIN
                      READ ARQ-CARTAOCTL
                      IF FS-CARTAOCTL NOT EQUAL TO "00" THEN
                              TO CARD-DIA-FECHAMENTO
                            MOVE WS-CARD-DIA-VENC-ENT
                              TO CARD-DIA-VENCIMENTO
                            MOVE WS-CARD-PRODUTO-ENT
                              TO CARD-PRODUTO
                            MOVE WS-HASH-SAIDA TO CARD-PIN
                            MOVE ZEROS TO CARD-QTDE-ERRO-PIN
                            PERFORM P2312-CALCULAR-VALIDADE
                            MOVE ZEROS TO CARD-NUMERO-ANTERIOR
                            MOVE ZEROS TO CARD-NUMERO-SUBSTITUTO
                            WRITE REG-CARTAO
                            IF FS-CARTAO NOT EQUAL TO "00" THEN
                               DISPLAY 'FALHA AO GRAVAR O CARTAO,'
                               DISPLAY 'CARTAO ' CARD-NUMERO
                                       ' EMITIDO PARA A CONTA '
                                       CONTA-NUM
                               DISPLAY 'VALIDADE: ' CARD-VALIDADE-MES
                                       '/' CARD-VALIDADE-ANO
                               MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                               MOVE 'EMISSAO CARTAO' TO WS-AUD-ACAO
                               MOVE SPACES TO WS-AUD-DETALHE
                            END-IF
                         END-IF
                      END-IF
                      END-IF
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA A VALIDADE DO CARTAO EM REG-CARTAO:
      *      MES ATUAL DAQUI A VALIDADE-CARTAO-ANOS ANOS (PADRAO 5)
      ******************************************************************
       P2312-CALCULAR-VALIDADE.
             MOVE 'VALIDADE-CARTAO-ANOS' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-CARD-VALIDADE-ANOS
             END-IF
             COMPUTE CARD-VALIDADE-ANO =
                     WS-DHC-ANO + WS-CARD-VALIDADE-ANOS
             MOVE WS-DHC-MES TO CARD-VALIDADE-MES
       .
      ******************************************************************
      *      FUNÇÃO QUE, PARA UM CARTAO JA REEMITIDO, TROCA REG-CARTAO
      *      E WS-CARD-NUMERO-ENTRADA PELO CARTAO SUBSTITUTO, DONO DAS
      *      FATURAS E DOS PARCELAMENTOS DESDE A REEMISSAO (O CARTAO
      *      ANTIGO SEGUE VALIDO ATE O FIM DA SUA VALIDADE)
      ******************************************************************
       P2317-SEGUIR-SUBSTITUTO.
             IF CARD-NUMERO-SUBSTITUTO EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CARTAO ' CARD-NUMERO ' REEMITIDO, FATURAS NO'
                     ' CARTAO SUBSTITUTO ' CARD-NUMERO-SUBSTITUTO
             MOVE CARD-NUMERO-SUBSTITUTO TO WS-CARD-NUMERO-ENTRADA
             MOVE CARD-NUMERO-SUBSTITUTO TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   DISPLAY 'CARTAO SUBSTITUTO NAO ENCONTRADO!'
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE BLOQUEIA OU DESBLOQUEIA UM CARTAO DE DEBITO
      ******************************************************************
       P2320-BLOQUEAR-CARTAO.
                      DISPLAY 'CARTAO BLOQUEADO OU CANCELADO,'
                              ' COMPRA NEGADA'
                   ELSE
                   COMPUTE WS-CARD-COMPETENCIA =
                           (WS-DHC-ANO * 100) + WS-DHC-MES
                   IF CARD-VALIDADE-AAAAMM NOT EQUAL TO ZEROS
                      AND CARD-VALIDADE-AAAAMM LESS THAN
                          WS-CARD-COMPETENCIA THEN
                      DISPLAY 'CARTAO VENCIDO EM ' CARD-VALIDADE-MES
                              '/' CARD-VALIDADE-ANO ', COMPRA NEGADA'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE CARD-CONTA-NUM TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                            DISPLAY 'DIGITE O VALOR DA COMPRA'
                            ACCEPT WS-VALOR
                            IF CARD-CREDITO THEN
                               PERFORM P2317-SEGUIR-SUBSTITUTO
                               PERFORM P2333-AUTORIZAR-CREDITO
                               EXIT PARAGRAPH
                            END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A CONTESTACAO DE UMA COMPRA COM CARTAO
      *      (MOVIMENTO CC OU CP DO EXTRATO DA CONTA DO CARTAO) E DA
      *      O CREDITO PROVISORIO AO CLIENTE: NO CARTAO DE DEBITO O
      *      VALOR VOLTA AO SALDO DA CONTA (CT); NO DE CREDITO ELE
      *      ABATE AS COMPRAS DA FATURA DA COMPETENCIA (CF, SEM
      *      EFEITO NO SALDO); O CHARGEBACK SEGUE PARA A ADQUIRENTE
      *      NO ARQUIVO DO BATCH CARTAO-LIQUIDACAO
      ******************************************************************
       P2380-CONTESTAR-COMPRA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CARTAO'
             ACCEPT WS-CARD-NUMERO-ENTRADA
             MOVE WS-CARD-NUMERO-ENTRADA TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SEQUENCIA DA COMPRA NO EXTRATO DA'
                     ' CONTA ' CARD-CONTA-NUM
             ACCEPT WS-CTS-SEQ-ENTRADA
             MOVE CARD-CONTA-NUM     TO EXT-CONTA-NUM
             MOVE WS-CTS-SEQ-ENTRADA TO EXT-SEQUENCIA
             READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                INVALID KEY
                   DISPLAY 'MOVIMENTO NAO ENCONTRADO NO EXTRATO DA'
                           ' CONTA DO CARTAO'
                   EXIT PARAGRAPH
             END-READ
             IF (CARD-CREDITO AND NOT EXT-COMPRA-CREDITO)
                OR (NOT CARD-CREDITO AND NOT EXT-COMPRA-CARTAO) THEN
                DISPLAY 'O MOVIMENTO ' EXT-SEQUENCIA ' NAO E UMA'
                        ' COMPRA NESTE CARTAO, CONTESTACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF EXT-MOV-ESTORNADA THEN
                DISPLAY 'COMPRA JA ESTORNADA, NADA A CONTESTAR'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CARD-NUMERO-ENTRADA TO CTS-CARD-NUMERO
             MOVE WS-CTS-SEQ-ENTRADA     TO CTS-EXT-SEQUENCIA
             READ ARQ-CONTESTACAO RECORD KEY IS CTS-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'COMPRA JA CONTESTADA EM '
                           CTS-DATA-ABERTURA ', STATUS: ' CTS-STATUS
                   EXIT PARAGRAPH
             END-READ

             MOVE WS-CARD-NUMERO-ENTRADA TO CTS-CARD-NUMERO
             MOVE WS-CTS-SEQ-ENTRADA     TO CTS-EXT-SEQUENCIA
             MOVE CARD-CONTA-NUM         TO CTS-CONTA-NUM
      *      CARTOES DO ACERVO SEM MODALIDADE SAO DE DEBITO
             IF CARD-CREDITO THEN
                SET CTS-CREDITO TO TRUE
             ELSE
                SET CTS-DEBITO TO TRUE
             END-IF
             MOVE EXT-VALOR              TO CTS-VALOR
             MOVE EXT-DATA-MOV           TO CTS-DATA-COMPRA
             MOVE EXT-DETALHE            TO CTS-ESTABELECIMENTO
             MOVE WS-DATA-ATUAL          TO CTS-DATA-ABERTURA
             MOVE WS-OPER-ID-LOGADO      TO CTS-OPER-ID
             MOVE ZEROS                  TO CTS-SEQ-CREDITO
             MOVE ZEROS                  TO CTS-COMPETENCIA-CREDITO
             MOVE ZEROS                  TO CTS-DATA-ENVIO
             MOVE ZEROS                  TO CTS-DATA-DECISAO
             MOVE SPACES                 TO CTS-REFERENCIA-ADQ
             SET CTS-ABERTA              TO TRUE
             DISPLAY 'COMPRA DE ' EXT-VALOR ' EM ' EXT-DATA-MOV
                     ' - ' EXT-DETALHE
             DISPLAY 'DIGITE O MOTIVO DA CONTESTACAO'
             ACCEPT WS-CTS-MOTIVO-ENT
             MOVE WS-CTS-MOTIVO-ENT TO CTS-MOTIVO

             MOVE CARD-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CARTAO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'CONTA ENCERRADA, CONTESTACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA'
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             IF CTS-CREDITO THEN
                PERFORM P2317-SEGUIR-SUBSTITUTO
                COMPUTE WS-FAT-COMPETENCIA =
                        (WS-DHC-ANO * 100) + WS-DHC-MES
                MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
                MOVE WS-FAT-COMPETENCIA     TO FAT-COMPETENCIA
                READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                   INVALID KEY
                      PERFORM P2315-ABRIR-FATURA
                END-READ
                SUBTRACT CTS-VALOR FROM FAT-VALOR-COMPRAS
                REWRITE REG-FATURA
                IF FS-FATURA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR A FATURA, STATUS: '
                           FS-FATURA
                   EXIT PARAGRAPH
                END-IF
                MOVE WS-FAT-COMPETENCIA TO CTS-COMPETENCIA-CREDITO
             ELSE
                ADD CTS-VALOR TO SALDO
             END-IF

             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             MOVE ULT-SEQ-EXTRATO TO CTS-SEQ-CREDITO

             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             IF CTS-CREDITO THEN
                SET EXT-CONTEST-CRED-FAT TO TRUE
             ELSE
                SET EXT-CONTEST-CREDITO TO TRUE
             END-IF
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE CTS-VALOR        TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'CONTESTACAO COMPRA SEQ ' DELIMITED SIZE
                    CTS-EXT-SEQUENCIA DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
                        FS-EXTRATO
             END-IF

             WRITE REG-CONTESTACAO
             IF FS-CONTESTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A CONTESTACAO, STATUS: '
                        FS-CONTESTACAO
                EXIT PARAGRAPH
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CONTESTACAO CARTAO' TO WS-AUD-ACAO
             MOVE CTS-MOTIVO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'CONTESTACAO ABERTA PARA A COMPRA '
                     CTS-EXT-SEQUENCIA ' DO CARTAO ' CTS-CARD-NUMERO
             IF CTS-CREDITO THEN
                DISPLAY 'CREDITO PROVISORIO DE ' CTS-VALOR
                        ' LANCADO NA FATURA ' WS-FAT-COMPETENCIA
             ELSE
                DISPLAY 'CREDITO PROVISORIO DE ' CTS-VALOR
                        ' NA CONTA, NOVO SALDO: ' SALDO
             END-IF
             DISPLAY 'O CREDITO FICA SUJEITO A DECISAO DA ADQUIRENTE'
       .
      ******************************************************************
      *      FUNÇÃO QUE APRESENTA OS DEMAIS SERVICOS DE CARTAO
      ******************************************************************
       P2390-MAIS-SERVICOS-CARTAO.
             DISPLAY 'MAIS SERVICOS DE CARTAO'
             DISPLAY '1 - PARCELAR UMA FATURA DO CARTAO DE CREDITO'
             DISPLAY '2 - PROGRAMA DE PONTOS DO CARTAO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P2391-PARCELAR-FATURA
                WHEN '2'
                   PERFORM P2392-PONTOS-CARTAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O SALDO DE PONTOS DO CARTAO DE
      *      CREDITO (LOTES VALIDOS DO LIVRO DE PONTOS) E RESGATA OS
      *      PONTOS COMO CREDITO NA FATURA DA COMPETENCIA ATUAL, PELO
      *      VALOR PONTOS-VALOR-RESGATE (MOVIMENTO PR NO EXTRATO, SEM
      *      EFEITO NO SALDO), OU COMO MESES DE ISENCAO DA TARIFA DE
      *      MANUTENCAO DA CONTA, A PONTOS-ISENCAO-TARIFA PONTOS POR
      *      MES; O RESGATE CONSOME PRIMEIRO OS LOTES MAIS ANTIGOS
      ******************************************************************
       P2392-PONTOS-CARTAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CARTAO'
             ACCEPT WS-CARD-NUMERO-ENTRADA
                DISPLAY 'ESTE CARTAO NAO E DE CREDITO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P2317-SEGUIR-SUBSTITUTO
             MOVE 'PONTOS-VALOR-RESGATE' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PTS-VALOR-PONTO
             END-IF
             MOVE 'PONTOS-ISENCAO-TARIFA' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PTS-CUSTO-ISENCAO
             END-IF
             COMPUTE WS-PTS-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES

             MOVE ZEROS TO WS-PTS-SALDO
             MOVE WS-CARD-NUMERO-ENTRADA TO PTS-CARD-NUMERO
             MOVE ZEROS TO PTS-COMPETENCIA
             START ARQ-PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PONTOS EQUAL TO "00" THEN
                PERFORM P2394-LER-PROX-PONTOS
                PERFORM UNTIL FS-PONTOS NOT EQUAL TO "00"
                   OR PTS-CARD-NUMERO NOT EQUAL TO
                      WS-CARD-NUMERO-ENTRADA
                   IF PTS-ATIVO
                      AND PTS-COMPETENCIA-EXPIRA NOT LESS THAN
                          WS-PTS-COMPETENCIA
                      COMPUTE WS-PTS-SALDO-LOTE = PTS-QTDE-GANHOS
                         - PTS-QTDE-RESGATADOS - PTS-QTDE-EXPIRADOS
                      ADD WS-PTS-SALDO-LOTE TO WS-PTS-SALDO
                      DISPLAY 'LOTE ' PTS-COMPETENCIA ' PONTOS: '
                              WS-PTS-SALDO-LOTE ' VALIDOS ATE '
                              PTS-COMPETENCIA-EXPIRA
                   END-IF
                   PERFORM P2394-LER-PROX-PONTOS
                END-PERFORM
             END-IF
             COMPUTE WS-PTS-VALOR-RESGATE ROUNDED =
                     WS-PTS-SALDO * WS-PTS-VALOR-PONTO
             DISPLAY 'SALDO DE PONTOS: ' WS-PTS-SALDO
                     ' EQUIVALENTE A ' WS-PTS-VALOR-RESGATE
             IF WS-PTS-SALDO EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF

             DISPLAY '1 - RESGATAR COMO CREDITO NA FATURA'
             DISPLAY '2 - RESGATAR COMO ISENCAO DA TARIFA DE'
                     ' MANUTENCAO (' WS-PTS-CUSTO-ISENCAO
                     ' PONTOS POR MES)'
             DISPLAY '0 - APENAS CONSULTAR'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   DISPLAY 'QUANTOS PONTOS DESEJA RESGATAR?'
                   ACCEPT WS-PTS-QTDE-ENT
                   IF WS-PTS-QTDE-ENT EQUAL TO ZEROS
                      OR WS-PTS-QTDE-ENT GREATER THAN WS-PTS-SALDO
                      DISPLAY 'QUANTIDADE DE PONTOS INVALIDA'
                      EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PTS-VALOR-RESGATE ROUNDED =
                           WS-PTS-QTDE-ENT * WS-PTS-VALOR-PONTO
                   IF WS-PTS-VALOR-RESGATE NOT GREATER THAN ZEROS THEN
                      DISPLAY 'PONTOS INSUFICIENTES PARA UM CREDITO'
                      EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'CREDITO NA FATURA: ' WS-PTS-VALOR-RESGATE
                WHEN '2'
                   DISPLAY 'QUANTOS MESES DE ISENCAO?'
                   ACCEPT WS-PTS-MESES-ENT
                   COMPUTE WS-PTS-QTDE-ENT =
                           WS-PTS-MESES-ENT * WS-PTS-CUSTO-ISENCAO
                   IF WS-PTS-MESES-ENT EQUAL TO ZEROS
                      OR WS-PTS-QTDE-ENT GREATER THAN WS-PTS-SALDO
                      DISPLAY 'QUANTIDADE DE MESES INVALIDA OU PONTOS'
                              ' INSUFICIENTES'
                      EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'PONTOS A CONSUMIR: ' WS-PTS-QTDE-ENT
                WHEN OTHER
                   EXIT PARAGRAPH
             END-EVALUATE
             DISPLAY 'CONFIRMA O RESGATE (S/N)?'
             ACCEPT WS-PTS-CONFIRMA
             IF WS-PTS-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'RESGATE NAO CONFIRMADO'
                EXIT PARAGRAPH
             END-IF

             MOVE CARD-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CARTAO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'CONTA ENCERRADA, RESGATE NEGADO'
                EXIT PARAGRAPH
             END-IF
             IF WS-OPCAO-ALFA1 EQUAL TO '2'
                AND QTDE-ISENCAO-PONTOS NUMERIC
                AND QTDE-ISENCAO-PONTOS + WS-PTS-MESES-ENT > 99
                DISPLAY 'LIMITE DE MESES DE ISENCAO EXCEDIDO, ISENCAO'
                        ' ATUAL: ' QTDE-ISENCAO-PONTOS
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             MOVE WS-PTS-QTDE-ENT TO WS-PTS-A-CONSUMIR
             PERFORM P2393-CONSUMIR-PONTOS
             IF WS-PTS-A-CONSUMIR NOT EQUAL TO ZEROS THEN
                DISPLAY 'FALHA AO BAIXAR OS PONTOS, FALTARAM: '
                        WS-PTS-A-CONSUMIR
                EXIT PARAGRAPH
             END-IF

             IF WS-OPCAO-ALFA1 EQUAL TO '2' THEN
                IF QTDE-ISENCAO-PONTOS NOT NUMERIC THEN
                   MOVE ZEROS TO QTDE-ISENCAO-PONTOS
                END-IF
                ADD WS-PTS-MESES-ENT TO QTDE-ISENCAO-PONTOS
                REWRITE REG-CONTA
                IF FS-CONTA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                           FS-CONTA
                   EXIT PARAGRAPH
                END-IF
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'RESGATE PONTOS ISENCAO' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CARTAO ' DELIMITED SIZE
                       WS-CARD-NUMERO-ENTRADA DELIMITED SIZE
                       ' PONTOS ' DELIMITED SIZE
                       WS-PTS-QTDE-ENT DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
                DISPLAY 'CONTA ' CONTA-NUM ' ISENTA DA TARIFA DE'
                        ' MANUTENCAO POR ' QTDE-ISENCAO-PONTOS
                        ' MES(ES)'
                EXIT PARAGRAPH
             END-IF

             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE WS-PTS-COMPETENCIA     TO FAT-COMPETENCIA
             READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                INVALID KEY
                   PERFORM P2315-ABRIR-FATURA
             END-READ
             SUBTRACT WS-PTS-VALOR-RESGATE FROM FAT-VALOR-COMPRAS
             REWRITE REG-FATURA
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A FATURA, STATUS: '
                        FS-FATURA
                EXIT PARAGRAPH
             END-IF

             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-RESGATE-PONTOS TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-PTS-VALOR-RESGATE TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'RESGATE ' DELIMITED SIZE
                    WS-PTS-QTDE-ENT DELIMITED SIZE
                    ' PONTOS FATURA ' DELIMITED SIZE
                    WS-PTS-COMPETENCIA DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                        FS-EXTRATO
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESGATE PONTOS FATURA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CARTAO ' DELIMITED SIZE
                    WS-CARD-NUMERO-ENTRADA DELIMITED SIZE
                    ' PONTOS ' DELIMITED SIZE
                    WS-PTS-QTDE-ENT DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'CREDITO DE ' WS-PTS-VALOR-RESGATE
                     ' LANCADO NA FATURA ' WS-PTS-COMPETENCIA
       .
      ******************************************************************
      *      FUNÇÃO QUE BAIXA WS-PTS-A-CONSUMIR PONTOS DOS LOTES
      *      VALIDOS DO CARTAO, DO MAIS ANTIGO PARA O MAIS NOVO; O
      *      LOTE ZERADO FICA ESGOTADO
      ******************************************************************
       P2393-CONSUMIR-PONTOS.
             MOVE WS-CARD-NUMERO-ENTRADA TO PTS-CARD-NUMERO
             MOVE ZEROS TO PTS-COMPETENCIA
             START ARQ-PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-START
             PERFORM P2394-LER-PROX-PONTOS
             PERFORM UNTIL FS-PONTOS NOT EQUAL TO "00"
                OR PTS-CARD-NUMERO NOT EQUAL TO WS-CARD-NUMERO-ENTRADA
                OR WS-PTS-A-CONSUMIR EQUAL TO ZEROS
                IF PTS-ATIVO
                   AND PTS-COMPETENCIA-EXPIRA NOT LESS THAN
                       WS-PTS-COMPETENCIA
                   COMPUTE WS-PTS-SALDO-LOTE = PTS-QTDE-GANHOS
                      - PTS-QTDE-RESGATADOS - PTS-QTDE-EXPIRADOS
                   IF WS-PTS-SALDO-LOTE GREATER THAN WS-PTS-A-CONSUMIR
                      THEN
                      MOVE WS-PTS-A-CONSUMIR TO WS-PTS-SALDO-LOTE
                   ELSE
                      SET PTS-ESGOTADO TO TRUE
                   END-IF
                   ADD WS-PTS-SALDO-LOTE TO PTS-QTDE-RESGATADOS
                   REWRITE REG-PONTOS
                   IF FS-PONTOS NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO BAIXAR O LOTE '
                              PTS-COMPETENCIA ', STATUS: ' FS-PONTOS
                      EXIT PARAGRAPH
                   END-IF
                   SUBTRACT WS-PTS-SALDO-LOTE FROM WS-PTS-A-CONSUMIR
                END-IF
                PERFORM P2394-LER-PROX-PONTOS
             END-PERFORM
       .
       P2394-LER-PROX-PONTOS.
             READ ARQ-PONTOS NEXT RECORD
                AT END
                   MOVE "10" TO FS-PONTOS
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PARCELA, A PEDIDO DO CLIENTE, O SALDO EM
      *      ABERTO DE UMA FATURA FECHADA: SIMULA JUROS SIMPLES NA
      *      TAXA TAXA-PARC-FATURA, IOF (ALIQUOTA ADICIONAL MAIS A
      *      DIARIA LIMITADA A 365 DIAS) FINANCIADO NO PLANO E CET
      *      MENSAL; CONFIRMADO, A FATURA SAI DO ROTATIVO (STATUS N),
      *      A PRIMEIRA PARCELA CAI NA FATURA DA COMPETENCIA ATUAL E
      *      AS DEMAIS SAO LANCADAS PELO FECHAMENTO MENSAL; O IOF VAI
      *      AO EXTRATO COMO MOVIMENTO IP, SEM EFEITO NO SALDO
      ******************************************************************
       P2391-PARCELAR-FATURA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CARTAO'
             ACCEPT WS-CARD-NUMERO-ENTRADA
             MOVE WS-CARD-NUMERO-ENTRADA TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT CARD-CREDITO THEN
                DISPLAY 'ESTE CARTAO NAO E DE CREDITO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P2317-SEGUIR-SUBSTITUTO
             DISPLAY 'DIGITE A COMPETENCIA DA FATURA (AAAAMM)'
             ACCEPT WS-PFT-COMPETENCIA-ENT
             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE WS-PFT-COMPETENCIA-ENT TO FAT-COMPETENCIA
             READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                INVALID KEY
                   DISPLAY 'FATURA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT FAT-FECHADA THEN
                DISPLAY 'SO E POSSIVEL PARCELAR UMA FATURA FECHADA,'
                        ' STATUS ATUAL: ' FAT-STATUS
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-FAT-TOTAL = FAT-VALOR-COMPRAS
                     + FAT-VALOR-ROTATIVO + FAT-VALOR-JUROS-ROT
                     + FAT-VALOR-PARCELAMENTO - FAT-VALOR-PAGO
             IF WS-FAT-TOTAL NOT GREATER THAN ZEROS THEN
                DISPLAY 'FATURA SEM SALDO EM ABERTO, NADA A PARCELAR'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CARD-NUMERO-ENTRADA TO PFT-CARD-NUMERO
             MOVE WS-PFT-COMPETENCIA-ENT TO PFT-COMPETENCIA-ORIGEM
             READ ARQ-PARC-FATURA RECORD KEY IS PFT-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'FATURA JA PARCELADA EM ' PFT-DATA-ADESAO
                   EXIT PARAGRAPH
             END-READ

             MOVE 'TAXA-PARC-FATURA' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PFT-TAXA
             END-IF
             MOVE 'MAX-PARC-FATURA' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PFT-MAX-PARCELAS
             END-IF
             DISPLAY 'FATURA ' FAT-COMPETENCIA ' EM ABERTO: '
                     WS-FAT-TOTAL
             DISPLAY 'EM QUANTAS PARCELAS (2 A ' WS-PFT-MAX-PARCELAS
                     ')?'
             ACCEPT WS-PFT-QTDE-ENT
             IF WS-PFT-QTDE-ENT LESS THAN 2
                OR WS-PFT-QTDE-ENT GREATER THAN WS-PFT-MAX-PARCELAS
                DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA'
                EXIT PARAGRAPH
             END-IF

             MOVE WS-CARD-NUMERO-ENTRADA TO PFT-CARD-NUMERO
             MOVE WS-PFT-COMPETENCIA-ENT TO PFT-COMPETENCIA-ORIGEM
             MOVE FAT-CONTA-NUM          TO PFT-CONTA-NUM
             MOVE WS-DATA-ATUAL          TO PFT-DATA-ADESAO
             SET PFT-VOLUNTARIO          TO TRUE
             MOVE WS-FAT-TOTAL           TO PFT-VALOR-PRINCIPAL
             MOVE WS-PFT-TAXA            TO PFT-TAXA-MES
             MOVE WS-PFT-QTDE-ENT        TO PFT-QTDE-PARCELAS
             COMPUTE PFT-VALOR-JUROS ROUNDED = PFT-VALOR-PRINCIPAL
                     * PFT-TAXA-MES * PFT-QTDE-PARCELAS
             COMPUTE WS-IOF-DIAS = PFT-QTDE-PARCELAS * 30
             IF WS-IOF-DIAS GREATER THAN 365 THEN
                MOVE 365 TO WS-IOF-DIAS
             END-IF
             COMPUTE PFT-VALOR-IOF ROUNDED =
                (PFT-VALOR-PRINCIPAL * WS-IOF-ADICIONAL)
                + (PFT-VALOR-PRINCIPAL * WS-IOF-DIARIO * WS-IOF-DIAS)
             COMPUTE PFT-VALOR-TOTAL = PFT-VALOR-PRINCIPAL
                     + PFT-VALOR-JUROS + PFT-VALOR-IOF
             COMPUTE PFT-VALOR-PARCELA =
                     PFT-VALOR-TOTAL / PFT-QTDE-PARCELAS
             COMPUTE PFT-CET-MES ROUNDED =
                     (PFT-VALOR-TOTAL / PFT-VALOR-PRINCIPAL - 1)
                     / PFT-QTDE-PARCELAS * 100
             DISPLAY 'PRINCIPAL: ' PFT-VALOR-PRINCIPAL
                     ' JUROS: ' PFT-VALOR-JUROS
                     ' IOF: ' PFT-VALOR-IOF
             DISPLAY 'TOTAL: ' PFT-VALOR-TOTAL
                     ' EM ' PFT-QTDE-PARCELAS ' PARCELAS DE '
                     PFT-VALOR-PARCELA
             DISPLAY 'CET: ' PFT-CET-MES '% A.M.'
             DISPLAY 'CONFIRMA O PARCELAMENTO (S/N)?'
             ACCEPT WS-PFT-CONFIRMA
             IF WS-PFT-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'PARCELAMENTO NAO CONFIRMADO'
                EXIT PARAGRAPH
             END-IF

             MOVE FAT-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CARTAO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'CONTA ENCERRADA, PARCELAMENTO NEGADO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA'
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

      *      A PRIMEIRA PARCELA JA ENTRA NA FATURA DA COMPETENCIA ATUAL
             COMPUTE WS-FAT-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             MOVE 1                  TO PFT-QTDE-LANCADAS
             MOVE PFT-VALOR-PARCELA  TO PFT-VALOR-LANCADO
             MOVE WS-FAT-COMPETENCIA TO PFT-COMPETENCIA-ULT
             MOVE WS-OPER-ID-LOGADO  TO PFT-OPER-ID
             SET PFT-ATIVO           TO TRUE
             WRITE REG-PARC-FATURA
             IF FS-PARC-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O PARCELAMENTO, STATUS: '
                        FS-PARC-FATURA
                EXIT PARAGRAPH
             END-IF

             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE WS-PFT-COMPETENCIA-ENT TO FAT-COMPETENCIA
             READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                INVALID KEY
                   DISPLAY 'FALHA AO RELER A FATURA'
                   EXIT PARAGRAPH
             END-READ
             SET FAT-PARCELADA TO TRUE
             REWRITE REG-FATURA
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A FATURA, STATUS: '
                        FS-FATURA
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE WS-FAT-COMPETENCIA     TO FAT-COMPETENCIA
             READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                INVALID KEY
                   PERFORM P2315-ABRIR-FATURA
             END-READ
             ADD PFT-VALOR-PARCELA TO FAT-VALOR-PARCELAMENTO
             REWRITE REG-FATURA
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LANCAR A PARCELA NA FATURA, STATUS: '
                        FS-FATURA
             END-IF

             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-IOF-PARC-FATURA TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE PFT-VALOR-IOF    TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'IOF PARCELAMENTO FATURA ' DELIMITED SIZE
                    WS-PFT-COMPETENCIA-ENT DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'PARCELAMENTO FATURA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'FATURA ' DELIMITED SIZE
                    WS-PFT-COMPETENCIA-ENT DELIMITED SIZE
                    ' EM ' DELIMITED SIZE
                    PFT-QTDE-PARCELAS DELIMITED SIZE
                    'X' DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'FATURA ' WS-PFT-COMPETENCIA-ENT ' PARCELADA EM '
                     PFT-QTDE-PARCELAS ' VEZES DE ' PFT-VALOR-PARCELA
             DISPLAY 'PRIMEIRA PARCELA LANCADA NA FATURA '
                     WS-FAT-COMPETENCIA
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A FATURA DA COMPETENCIA ATUAL PARA O
      *      CARTAO DE CREDITO EM REG-CARTAO, SE AINDA NAO EXISTIR
      ******************************************************************
       P2315-ABRIR-FATURA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             COMPUTE WS-FAT-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             MOVE CARD-NUMERO        TO FAT-CARD-NUMERO
             MOVE WS-FAT-COMPETENCIA TO FAT-COMPETENCIA
             MOVE CARD-CONTA-NUM     TO FAT-CONTA-NUM
             SET FAT-ABERTA          TO TRUE
             MOVE ZEROS              TO FAT-DATA-FECHAMENTO
             MOVE ZEROS              TO FAT-DATA-VENCIMENTO
             MOVE ZEROS              TO FAT-VALOR-COMPRAS
             MOVE ZEROS              TO FAT-VALOR-ROTATIVO
             MOVE ZEROS              TO FAT-VALOR-JUROS-ROT
             MOVE ZEROS              TO FAT-VALOR-PAGO
             MOVE ZEROS              TO FAT-PGTO-MINIMO
             MOVE ZEROS              TO FAT-VALOR-PARCELAMENTO
             WRITE REG-FATURA
                INVALID KEY
                   CONTINUE
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA EM WS-FAT-EXPOSICAO O QUE O CARTAO DE
      *      CREDITO EM REG-CARTAO JA DEVE (FATURAS ABERTAS E
      *      FECHADAS, DESCONTADO O QUE FOI PAGO, MAIS O QUE FALTA
      *      LANCAR DAS COMPRAS PARCELADAS E DOS PARCELAMENTOS DE
      *      FATURA)
      ******************************************************************
       P2336-CALC-EXPOSICAO.
             MOVE ZEROS TO WS-FAT-EXPOSICAO
             MOVE CARD-NUMERO TO FAT-CARD-NUMERO
             MOVE ZEROS TO FAT-COMPETENCIA
             START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FATURA EQUAL TO "00" THEN
                PERFORM P2355-LER-PROX-FATURA
                PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                   OR FAT-CARD-NUMERO NOT EQUAL TO CARD-NUMERO
                   IF FAT-ABERTA OR FAT-FECHADA THEN
                      COMPUTE WS-FAT-EXPOSICAO = WS-FAT-EXPOSICAO
                              + FAT-VALOR-COMPRAS
                              + FAT-VALOR-ROTATIVO
                              + FAT-VALOR-JUROS-ROT
                              + FAT-VALOR-PARCELAMENTO
                              - FAT-VALOR-PAGO
                   END-IF
                   PERFORM P2355-LER-PROX-FATURA
                END-PERFORM
             END-IF
      *      AS PARCELAS AINDA NAO LANCADAS EM FATURA TAMBEM OCUPAM
      *      O LIMITE ATE A ULTIMA SER COBRADA
             MOVE CARD-NUMERO TO PCL-CARD-NUMERO
             MOVE ZEROS TO PCL-EXT-SEQUENCIA
             START ARQ-PARCELA KEY IS NOT LESS THAN PCL-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARCELA EQUAL TO "00" THEN
                PERFORM P2337-LER-PROX-PARCELA
                PERFORM UNTIL FS-PARCELA NOT EQUAL TO "00"
                   OR PCL-CARD-NUMERO NOT EQUAL TO CARD-NUMERO
                   IF PCL-ATIVA THEN
                      COMPUTE WS-FAT-EXPOSICAO = WS-FAT-EXPOSICAO
                              + PCL-VALOR-TOTAL - PCL-VALOR-LANCADO
                   END-IF
                   PERFORM P2337-LER-PROX-PARCELA
                END-PERFORM
             END-IF
             MOVE CARD-NUMERO TO PFT-CARD-NUMERO
             MOVE ZEROS TO PFT-COMPETENCIA-ORIGEM
             START ARQ-PARC-FATURA KEY IS NOT LESS THAN PFT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PARC-FATURA EQUAL TO "00" THEN
                PERFORM P2339-LER-PROX-PARC-FATURA
                PERFORM UNTIL FS-PARC-FATURA NOT EQUAL TO "00"
                   OR PFT-CARD-NUMERO NOT EQUAL TO CARD-NUMERO
                   IF PFT-ATIVO THEN
                      COMPUTE WS-FAT-EXPOSICAO = WS-FAT-EXPOSICAO
                              + PFT-VALOR-TOTAL - PFT-VALOR-LANCADO
                   END-IF
                   PERFORM P2339-LER-PROX-PARC-FATURA
                END-PERFORM
             END-IF
       .
       P2337-LER-PROX-PARCELA.
             READ ARQ-PARCELA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARCELA
             END-READ
       .
       P2339-LER-PROX-PARC-FATURA.
             READ ARQ-PARC-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PARC-FATURA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE AUTORIZA A COMPRA NO CARTAO DE CREDITO:
      *      NADA SAI DO SALDO DA CONTA, A COMPRA ACUMULA NA FATURA
      *      ABERTA DA COMPETENCIA E O LIMITE CONFERIDO E O
      *      CARD-LIMITE-CREDITO DO CARTAO (EXPOSICAO TOTAL, JA
      *      CONTANDO AS FATURAS FECHADAS AINDA NAO PAGAS); A COMPRA
      *      PARCELADA OCUPA O LIMITE PELO VALOR CHEIO, SO A PRIMEIRA
      *      PARCELA CAI NA FATURA ABERTA E AS DEMAIS FICAM NO
      *      CRONOGRAMA DE ARQ-PARCELA PARA O FECHAMENTO MENSAL
      ******************************************************************
       P2333-AUTORIZAR-CREDITO.
             MOVE 'MAX-PARCELAS-CARTAO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PCL-MAX-PARCELAS
             END-IF
             DISPLAY 'DIGITE O NUMERO DE PARCELAS (1 A '
                     WS-PCL-MAX-PARCELAS ')'
             ACCEPT WS-PCL-QTDE-ENT
             IF WS-PCL-QTDE-ENT EQUAL TO ZEROS THEN
                MOVE 1 TO WS-PCL-QTDE-ENT
             END-IF
             IF WS-PCL-QTDE-ENT GREATER THAN WS-PCL-MAX-PARCELAS THEN
                DISPLAY 'NUMERO DE PARCELAS ACIMA DO PERMITIDO,'
                        ' COMPRA NEGADA'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-PCL-VALOR-PARCELA =
                     WS-VALOR / WS-PCL-QTDE-ENT
             IF WS-PCL-QTDE-ENT GREATER THAN 1
                AND WS-PCL-VALOR-PARCELA LESS THAN 0.01 THEN
                DISPLAY 'VALOR DA PARCELA ABAIXO DO MINIMO, COMPRA'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF WS-PCL-QTDE-ENT EQUAL TO 1 THEN
                MOVE WS-VALOR TO WS-PCL-VALOR-FATURA
             ELSE
                MOVE WS-PCL-VALOR-PARCELA TO WS-PCL-VALOR-FATURA
             END-IF

             PERFORM P2336-CALC-EXPOSICAO
             COMPUTE WS-FAT-TOTAL = WS-FAT-EXPOSICAO + WS-VALOR
             IF WS-FAT-TOTAL GREATER THAN CARD-LIMITE-CREDITO THEN
                DISPLAY 'LIMITE DE CREDITO INSUFICIENTE, COMPRA'
                        ' NEGADA'
                DISPLAY 'EXPOSICAO ATUAL: ' WS-FAT-EXPOSICAO
                        ' LIMITE: ' CARD-LIMITE-CREDITO
                EXIT PARAGRAPH
             END-IF

             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             COMPUTE WS-FAT-COMPETENCIA =
                     (WS-DHC-ANO * 100) + WS-DHC-MES
             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE WS-FAT-COMPETENCIA     TO FAT-COMPETENCIA
             READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                INVALID KEY
                   MOVE WS-CARD-NUMERO-ENTRADA TO CARD-NUMERO
                   PERFORM P2315-ABRIR-FATURA
             END-READ
             ADD WS-PCL-VALOR-FATURA TO FAT-VALOR-COMPRAS
             REWRITE REG-FATURA
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A FATURA, STATUS: '
                        FS-FATURA
                EXIT PARAGRAPH
             END-IF

             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF

             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-COMPRA-CREDITO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-VALOR         TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             IF WS-PCL-QTDE-ENT GREATER THAN 1 THEN
                STRING WS-CARD-ESTABELECIMENTO DELIMITED SIZE
                       ' '             DELIMITED SIZE
                       WS-PCL-QTDE-ENT DELIMITED SIZE
                       'X'             DELIMITED SIZE
                  INTO EXT-DETALHE
                END-STRING
             ELSE
                MOVE WS-CARD-ESTABELECIMENTO TO EXT-DETALHE
             END-IF
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             IF WS-PCL-QTDE-ENT GREATER THAN 1 THEN
                PERFORM P2338-GRAVAR-PARCELAMENTO
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'COMPRA CREDITO' TO WS-AUD-ACAO
             MOVE WS-CARD-ESTABELECIMENTO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'COMPRA AUTORIZADA NA FATURA '
                     WS-FAT-COMPETENCIA ' DO CARTAO '
                     WS-CARD-NUMERO-ENTRADA
             IF WS-PCL-QTDE-ENT GREATER THAN 1 THEN
                DISPLAY 'PARCELADA EM ' WS-PCL-QTDE-ENT 'X DE '
                        WS-PCL-VALOR-PARCELA ', PRIMEIRA PARCELA'
                        ' NESTA FATURA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O CRONOGRAMA DA COMPRA PARCELADA RECEM
      *      AUTORIZADA, COM A PRIMEIRA PARCELA JA LANCADA NA FATURA
      *      DA COMPETENCIA (REG-EXTRATO DA COMPRA AINDA EM MEMORIA)
      ******************************************************************
       P2338-GRAVAR-PARCELAMENTO.
             MOVE WS-CARD-NUMERO-ENTRADA TO PCL-CARD-NUMERO
             MOVE EXT-SEQUENCIA          TO PCL-EXT-SEQUENCIA
             MOVE CONTA-NUM              TO PCL-CONTA-NUM
             MOVE WS-DATA-ATUAL          TO PCL-DATA-COMPRA
             MOVE WS-CARD-ESTABELECIMENTO TO PCL-ESTABELECIMENTO
             MOVE WS-VALOR               TO PCL-VALOR-TOTAL
             MOVE WS-PCL-QTDE-ENT        TO PCL-QTDE-PARCELAS
             MOVE WS-PCL-VALOR-PARCELA   TO PCL-VALOR-PARCELA
             MOVE 1                      TO PCL-QTDE-LANCADAS
             MOVE WS-PCL-VALOR-FATURA    TO PCL-VALOR-LANCADO
             MOVE WS-FAT-COMPETENCIA     TO PCL-COMPETENCIA-ULT
             SET PCL-ATIVA               TO TRUE
             WRITE REG-PARCELA
             IF FS-PARCELA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O PARCELAMENTO, STATUS: '
                        FS-PARCELA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RECEBE NO CAIXA O PAGAMENTO DA FATURA FECHADA
      *      MAIS ANTIGA DO CARTAO DE CREDITO, DEBITANDO A CONTA
      *      VINCULADA; O PAGAMENTO PRECISA COBRIR AO MENOS O
      *      PAGAMENTO MINIMO E A FATURA VIRA PAGA QUANDO O TOTAL E
      *      QUITADO (O RESTANTE ROLA NO FECHAMENTO MENSAL COM OS
      *      JUROS DE ROTATIVO)
      ******************************************************************
       P2350-PAGAR-FATURA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CARTAO'
             ACCEPT WS-CARD-NUMERO-ENTRADA
             MOVE WS-CARD-NUMERO-ENTRADA TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT CARD-CREDITO THEN
                DISPLAY 'ESTE CARTAO NAO E DE CREDITO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P2317-SEGUIR-SUBSTITUTO

             MOVE 'N' TO WS-FAT-ACHOU
             MOVE ZEROS TO WS-FAT-COMPETENCIA
             MOVE CARD-NUMERO TO FAT-CARD-NUMERO
             MOVE ZEROS TO FAT-COMPETENCIA
             START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FATURA EQUAL TO "00" THEN
                PERFORM P2355-LER-PROX-FATURA
                PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                   OR FAT-CARD-NUMERO NOT EQUAL TO
                      WS-CARD-NUMERO-ENTRADA
                   OR FAT-ACHOU
                   IF FAT-FECHADA THEN
                      MOVE 'S' TO WS-FAT-ACHOU
                      MOVE FAT-COMPETENCIA TO WS-FAT-COMPETENCIA
                   ELSE
                      PERFORM P2355-LER-PROX-FATURA
                   END-IF
                END-PERFORM
             END-IF
             IF NOT FAT-ACHOU THEN
                DISPLAY 'NENHUMA FATURA FECHADA EM ABERTO PARA ESTE'
                        ' CARTAO'
                EXIT PARAGRAPH
             END-IF

             COMPUTE WS-FAT-TOTAL = FAT-VALOR-COMPRAS
                     + FAT-VALOR-ROTATIVO + FAT-VALOR-JUROS-ROT
                     + FAT-VALOR-PARCELAMENTO - FAT-VALOR-PAGO
             DISPLAY 'FATURA ' FAT-COMPETENCIA ' VENCIMENTO '
                     FAT-DATA-VENCIMENTO
             DISPLAY 'VALOR EM ABERTO: ' WS-FAT-TOTAL
                     ' PAGAMENTO MINIMO: ' FAT-PGTO-MINIMO
             DISPLAY 'DIGITE O VALOR DO PAGAMENTO'
             ACCEPT WS-FAT-VALOR-PGTO
             IF WS-FAT-VALOR-PGTO GREATER THAN WS-FAT-TOTAL THEN
                DISPLAY 'PAGAMENTO MAIOR QUE O VALOR EM ABERTO,'
                        ' AJUSTADO PARA ' WS-FAT-TOTAL
                MOVE WS-FAT-TOTAL TO WS-FAT-VALOR-PGTO
             END-IF
             IF WS-FAT-VALOR-PGTO LESS THAN FAT-PGTO-MINIMO
                AND WS-FAT-VALOR-PGTO LESS THAN WS-FAT-TOTAL THEN
                DISPLAY 'PAGAMENTO ABAIXO DO MINIMO DA FATURA,'
                        ' OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE FAT-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CARTAO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, PAGAMENTO'
                        ' NEGADO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA'
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO
                     - WS-FAT-VALOR-PGTO
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                DISPLAY 'SALDO INDISPONIVEL, PAGAMENTO NEGADO'
                EXIT PARAGRAPH
             END-IF

             COMPUTE SALDO = SALDO - WS-FAT-VALOR-PGTO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-PAGAMENTO-FATURA TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-FAT-VALOR-PGTO TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'FATURA ' DELIMITED SIZE
                    WS-FAT-COMPETENCIA DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE WS-FAT-COMPETENCIA     TO FAT-COMPETENCIA
             READ ARQ-FATURA RECORD KEY IS FAT-CHAVE
                INVALID KEY
                   DISPLAY 'FALHA AO RELER A FATURA'
                   EXIT PARAGRAPH
             END-READ
             ADD WS-FAT-VALOR-PGTO TO FAT-VALOR-PAGO
             COMPUTE WS-AUX = FAT-VALOR-COMPRAS + FAT-VALOR-ROTATIVO
                     + FAT-VALOR-JUROS-ROT + FAT-VALOR-PARCELAMENTO
                     - FAT-VALOR-PAGO
             IF WS-AUX NOT GREATER THAN ZEROS THEN
                SET FAT-PAGA TO TRUE
             END-IF
             REWRITE REG-FATURA
             IF FS-FATURA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A FATURA, STATUS: '
                        FS-FATURA
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'PAGAMENTO FATURA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'PAGAMENTO DE ' WS-FAT-VALOR-PGTO
                     ' RECEBIDO NA FATURA ' WS-FAT-COMPETENCIA
             IF FAT-PAGA THEN
                DISPLAY 'FATURA QUITADA'
             ELSE
                DISPLAY 'RESTAM ' WS-AUX ' EM ABERTO (ROTATIVO NO'
                        ' PROXIMO FECHAMENTO)'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS FATURAS DE UM CARTAO DE CREDITO
      ******************************************************************
       P2360-CONSULTAR-FATURAS.
             DISPLAY 'DIGITE O NUMERO DO CARTAO'
             ACCEPT WS-CARD-NUMERO-ENTRADA
             MOVE WS-CARD-NUMERO-ENTRADA TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM P2317-SEGUIR-SUBSTITUTO
             END-READ
             MOVE 'N' TO WS-FAT-ACHOU
             MOVE WS-CARD-NUMERO-ENTRADA TO FAT-CARD-NUMERO
             MOVE ZEROS TO FAT-COMPETENCIA
             START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FATURA EQUAL TO "00" THEN
                PERFORM P2355-LER-PROX-FATURA
                PERFORM UNTIL FS-FATURA NOT EQUAL TO "00"
                   OR FAT-CARD-NUMERO NOT EQUAL TO
                      WS-CARD-NUMERO-ENTRADA
                   MOVE 'S' TO WS-FAT-ACHOU
                   COMPUTE WS-FAT-TOTAL = FAT-VALOR-COMPRAS
                           + FAT-VALOR-ROTATIVO
                           + FAT-VALOR-JUROS-ROT
                           + FAT-VALOR-PARCELAMENTO
                   DISPLAY 'FATURA: ' FAT-COMPETENCIA
                           ' STATUS: ' FAT-STATUS
                           ' TOTAL: ' WS-FAT-TOTAL
                           ' PAGO: ' FAT-VALOR-PAGO
                           ' VENC: ' FAT-DATA-VENCIMENTO
                   PERFORM P2355-LER-PROX-FATURA
                END-PERFORM
             END-IF
             IF NOT FAT-ACHOU THEN
                DISPLAY 'NENHUMA FATURA PARA ESTE CARTAO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO REGISTRO DE FATURA
      ******************************************************************
       P2355-LER-PROX-FATURA.
             READ ARQ-FATURA NEXT RECORD
                AT END
                   MOVE "10" TO FS-FATURA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS CARTOES VINCULADOS A UMA CONTA,
      *      USANDO A CHAVE ALTERNADA POR CONTA
      ******************************************************************
       P2340-LISTAR-CARTOES.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE 'N' TO WS-CARD-ACHOU
             MOVE FS-ID TO CARD-CONTA-NUM
             START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CARTAO EQUAL TO "00" THEN
                PERFORM P2345-LER-PROX-CARTAO
                PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                   OR CARD-CONTA-NUM NOT EQUAL TO FS-ID
                   MOVE 'S' TO WS-CARD-ACHOU
                   DISPLAY 'CARTAO: ' CARD-NUMERO
                           ' STATUS: ' CARD-STATUS
                           ' EMITIDO EM: ' CARD-DATA-EMISSAO
                           ' VALIDADE: ' CARD-VALIDADE-MES '/'
                           CARD-VALIDADE-ANO
                   IF CARD-NUMERO-SUBSTITUTO NOT EQUAL TO ZEROS THEN
                      DISPLAY '   REEMITIDO COMO '
                              CARD-NUMERO-SUBSTITUTO
                   END-IF
                   PERFORM P2345-LER-PROX-CARTAO
                END-PERFORM
             END-IF
             IF NOT CARD-ACHOU THEN
                DISPLAY 'NENHUM CARTAO CADASTRADO PARA ESTA CONTA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO REGISTRO DE CARTAO
      ******************************************************************
       P2345-LER-PROX-CARTAO.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE COBRANCA: EMISSAO DE BOLETO COM
      *      NOSSO-NUMERO VINCULADO A CONTA DO BENEFICIARIO, LISTAGEM
      *      E CANCELAMENTO; O TITULO REGISTRADO E CARREGADO NA
      *      REMESSA PELO BATCH CNAB-EXPORT E O CREDITO ACONTECE NA
      *      LIQUIDACAO PROCESSADA PELO BATCH CNAB-RETORNO
      ******************************************************************
       P2400-BOLETOS.
             DISPLAY 'COBRANCA - BOLETOS'
             DISPLAY '1 - EMITIR UM BOLETO'
             DISPLAY '2 - LISTAR OS BOLETOS DE UMA CONTA'
             DISPLAY '3 - CANCELAR UM BOLETO REGISTRADO'
             DISPLAY '4 - ALTERAR O VENCIMENTO DE UM BOLETO'
             DISPLAY '5 - CONSULTAR AS INSTRUCOES DE UM BOLETO'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P2400-BOLETOS
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P2410-EMITIR-BOLETO
                WHEN '2'
                   PERFORM P2420-LISTAR-BOLETOS
                WHEN '3'
                   PERFORM P2430-CANCELAR-BOLETO
                WHEN '4'
                   PERFORM P2440-ALTERAR-VENCIMENTO
                WHEN '5'
                   PERFORM P2450-CONSULTAR-INSTRUCOES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE EMITE UM BOLETO PARA A CONTA BENEFICIARIA
      ******************************************************************
       P2410-EMITIR-BOLETO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA DO BENEFICIARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'CONTA ENCERRADA OU BLOQUEADA,'
                              ' EMISSAO CANCELADA!'
                   ELSE
                   DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                   ACCEPT WS-SENHA WITH SECURE
                   PERFORM P320-VERIFICAR-SENHA
                   IF SENHA-OK THEN
                      READ ARQ-BOLETOCTL
                      IF FS-BOLETOCTL NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO LER O CONTROLE DE'
                                 ' BOLETOS, STATUS: ' FS-BOLETOCTL
                      ELSE
                         ADD 1 TO ULT-BOLETO
                         REWRITE REG-BOLETOCTL
                         IF FS-BOLETOCTL NOT EQUAL TO "00" THEN
                            DISPLAY 'FALHA AO ATUALIZAR O CONTROLE'
                                    ' DE BOLETOS, STATUS: '
                                    FS-BOLETOCTL
                         ELSE
                            MOVE ULT-BOLETO TO BOL-NOSSO-NUMERO
                            MOVE CONTA-NUM  TO BOL-CONTA-NUM
                            DISPLAY 'DIGITE O VALOR DO BOLETO'
                            ACCEPT WS-VALOR
                            MOVE WS-VALOR TO BOL-VALOR
                            DISPLAY 'DIGITE A DATA DE VENCIMENTO'
                                    ' (AAAAMMDD)'
                            ACCEPT BOL-DATA-VENCIMENTO
                            DISPLAY 'DIGITE O NOME DO PAGADOR'
                            ACCEPT BOL-PAGADOR-NOME
                            DISPLAY 'DIGITE O CPF DO PAGADOR'
                            ACCEPT BOL-PAGADOR-CPF
                            MOVE WS-DATA-ATUAL TO BOL-DATA-EMISSAO
                            MOVE ZEROS TO BOL-EMP-SEQ
                            DISPLAY 'DIGITE A MULTA POR ATRASO EM'
                                    ' % (EX: 02,00; 0 SEM MULTA)'
                            ACCEPT BOL-MULTA-PERC
                            DISPLAY 'DIGITE OS JUROS AO DIA EM %'
                                    ' (EX: 0,0333; 0 SEM JUROS)'
                            ACCEPT BOL-JUROS-DIA-PERC
                            DISPLAY 'DIGITE O DESCONTO PARA'
                                    ' PAGAMENTO ANTECIPADO (0 SEM'
                                    ' DESCONTO)'
                            ACCEPT BOL-DESC-VALOR
                            IF BOL-DESC-VALOR GREATER THAN ZEROS
                               DISPLAY 'DIGITE A DATA LIMITE DO'
                                       ' DESCONTO (AAAAMMDD)'
                               ACCEPT BOL-DESC-DATA-LIMITE
                            ELSE
                               MOVE ZEROS TO BOL-DESC-DATA-LIMITE
                            END-IF
                            SET BOL-REGISTRADO TO TRUE
                            WRITE REG-BOLETO
                            IF FS-BOLETO NOT EQUAL TO "00" THEN
                               DISPLAY 'FALHA AO GRAVAR O BOLETO,'
                                       ' STATUS: ' FS-BOLETO
                            ELSE
                               DISPLAY 'BOLETO EMITIDO COM NOSSO'
                                       ' NUMERO: ' BOL-NOSSO-NUMERO
                               DISPLAY 'SERA CARREGADO NA PROXIMA'
                                       ' REMESSA CNAB'
                               MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                               MOVE 'EMISSAO BOLETO' TO WS-AUD-ACAO
                               MOVE SPACES TO WS-AUD-DETALHE
                               PERFORM P380-REGISTRAR-AUDITORIA
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS BOLETOS DE UMA CONTA BENEFICIARIA
      ******************************************************************
       P2420-LISTAR-BOLETOS.
             DISPLAY 'DIGITE O ID DA CONTA DO BENEFICIARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE 'N' TO WS-BOL-ACHOU
             MOVE FS-ID TO BOL-CONTA-NUM
             START ARQ-BOLETO KEY IS EQUAL TO BOL-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-BOLETO EQUAL TO "00" THEN
                PERFORM P2425-LER-PROX-BOLETO
                PERFORM UNTIL FS-BOLETO NOT EQUAL TO "00"
                   OR BOL-CONTA-NUM NOT EQUAL TO FS-ID
                   MOVE 'S' TO WS-BOL-ACHOU
                   DISPLAY 'NOSSO NUMERO: ' BOL-NOSSO-NUMERO
                           ' VALOR: ' BOL-VALOR
                           ' VENCIMENTO: ' BOL-DATA-VENCIMENTO
                           ' STATUS: ' BOL-STATUS
                   DISPLAY '   PAGADOR: ' BOL-PAGADOR-NOME
                   PERFORM P2425-LER-PROX-BOLETO
                END-PERFORM
             END-IF
             IF NOT BOL-ACHOU THEN
                DISPLAY 'NENHUM BOLETO CADASTRADO PARA ESTA CONTA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO REGISTRO DE BOLETO
      ******************************************************************
       P2425-LER-PROX-BOLETO.
             READ ARQ-BOLETO NEXT RECORD
                AT END
                   MOVE "10" TO FS-BOLETO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA UM BOLETO AINDA REGISTRADO
      ******************************************************************
       P2430-CANCELAR-BOLETO.
             DISPLAY 'DIGITE O NOSSO NUMERO DO BOLETO'
             ACCEPT BOL-NOSSO-NUMERO
             READ ARQ-BOLETO RECORD KEY IS BOL-NOSSO-NUMERO
                INVALID KEY
                   DISPLAY 'BOLETO NAO ENCONTRADO!'
                NOT INVALID KEY
                   IF NOT BOL-REGISTRADO THEN
                      DISPLAY 'SOMENTE BOLETOS REGISTRADOS PODEM SER'
                              ' CANCELADOS'
                   ELSE
                      SET BOL-CANCELADO TO TRUE
                      REWRITE REG-BOLETO
                      IF FS-BOLETO NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO CANCELAR O BOLETO,'
                                 ' STATUS: ' FS-BOLETO
                      ELSE
                         DISPLAY 'BOLETO ' BOL-NOSSO-NUMERO
                                 ' CANCELADO'
      *                  A BAIXA SEGUE NA REMESSA PARA O BANCO
      *                  LIQUIDANTE PARAR DE COBRAR O TITULO
                         MOVE 'B' TO WS-BIN-TIPO-NOVO
                         MOVE ZEROS TO WS-BIN-NOVO-VENC
                         PERFORM P2445-GRAVAR-INSTRUCAO
                         MOVE BOL-CONTA-NUM TO WS-AUD-CONTA-NUM
                         MOVE 'CANCELA BOLETO' TO WS-AUD-ACAO
                         MOVE SPACES TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                      END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERA O VENCIMENTO DE UM BOLETO REGISTRADO
      *      A PEDIDO DO BENEFICIARIO, COM A INSTRUCAO DE ALTERACAO
      *      CARREGADA NA PROXIMA REMESSA
      ******************************************************************
       P2440-ALTERAR-VENCIMENTO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NOSSO NUMERO DO BOLETO'
             ACCEPT BOL-NOSSO-NUMERO
             READ ARQ-BOLETO RECORD KEY IS BOL-NOSSO-NUMERO
                INVALID KEY
                   DISPLAY 'BOLETO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT BOL-REGISTRADO THEN
                DISPLAY 'SOMENTE BOLETOS REGISTRADOS PODEM TER O'
                        ' VENCIMENTO ALTERADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'VENCIMENTO ATUAL: ' BOL-DATA-VENCIMENTO
             DISPLAY 'DIGITE O NOVO VENCIMENTO (AAAAMMDD)'
             ACCEPT WS-BIN-NOVO-VENC
             IF WS-BIN-NOVO-VENC NOT GREATER THAN WS-DATA-ATUAL THEN
                DISPLAY 'NOVO VENCIMENTO INVALIDO, ALTERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-BIN-NOVO-VENC TO BOL-DATA-VENCIMENTO
             REWRITE REG-BOLETO
             IF FS-BOLETO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O BOLETO, STATUS: '
                        FS-BOLETO
                EXIT PARAGRAPH
             END-IF
             MOVE 'V' TO WS-BIN-TIPO-NOVO
             PERFORM P2445-GRAVAR-INSTRUCAO
             DISPLAY 'VENCIMENTO DO BOLETO ' BOL-NOSSO-NUMERO
                     ' ALTERADO PARA ' WS-BIN-NOVO-VENC
                     ', INSTRUCAO NA PROXIMA REMESSA'
             MOVE BOL-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ALTERA VENC BOLETO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UMA INSTRUCAO DE COBRANCA PENDENTE
      *      PARA O BOLETO EM REG-BOLETO (TIPO EM WS-BIN-TIPO-NOVO)
      ******************************************************************
       P2445-GRAVAR-INSTRUCAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             READ ARQ-BOLINSCTL
             IF FS-BOLINSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE INSTRUCOES,'
                        ' STATUS: ' FS-BOLINSCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-BOLINSTR
             REWRITE REG-BOLINSCTL
             MOVE ULT-BOLINSTR      TO BIN-SEQ
             MOVE BOL-NOSSO-NUMERO  TO BIN-NOSSO-NUMERO
             MOVE WS-BIN-TIPO-NOVO  TO BIN-TIPO
             MOVE WS-BIN-NOVO-VENC  TO BIN-NOVO-VENCIMENTO
             MOVE WS-DATA-ATUAL     TO BIN-DATA-SOLICITACAO
             SET BIN-PENDENTE       TO TRUE
             MOVE ZEROS             TO BIN-DATA-RETORNO
             MOVE SPACES            TO BIN-MOTIVO
             WRITE REG-BOLINSTR
             IF FS-BOLINSTR NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A INSTRUCAO, STATUS: '
                        FS-BOLINSTR
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA O HISTORICO DE INSTRUCOES DE UM BOLETO
      ******************************************************************
       P2450-CONSULTAR-INSTRUCOES.
             DISPLAY 'DIGITE O NOSSO NUMERO DO BOLETO'
             ACCEPT WS-BIN-NOSSO-ENT
             MOVE 'N' TO WS-BIN-ACHOU
             MOVE WS-BIN-NOSSO-ENT TO BIN-NOSSO-NUMERO
             START ARQ-BOLINSTR KEY IS EQUAL TO BIN-NOSSO-NUMERO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-BOLINSTR EQUAL TO "00" THEN
                PERFORM P2455-LER-PROX-INSTRUCAO
                PERFORM UNTIL FS-BOLINSTR NOT EQUAL TO "00"
                   OR BIN-NOSSO-NUMERO NOT EQUAL TO
                      WS-BIN-NOSSO-ENT
                   MOVE 'S' TO WS-BIN-ACHOU
                   DISPLAY 'INSTRUCAO ' BIN-SEQ
                           ' TIPO ' BIN-TIPO
                           ' STATUS ' BIN-STATUS
                           ' SOLICITADA EM ' BIN-DATA-SOLICITACAO
                           ' RETORNO ' BIN-DATA-RETORNO
                   IF BIN-MOTIVO NOT EQUAL TO SPACES THEN
                      DISPLAY '   MOTIVO: ' BIN-MOTIVO
                   END-IF
                   PERFORM P2455-LER-PROX-INSTRUCAO
                END-PERFORM
             END-IF
             IF NOT BIN-ACHOU THEN
                DISPLAY 'NENHUMA INSTRUCAO PARA ESTE BOLETO'
             END-IF
       .
       P2455-LER-PROX-INSTRUCAO.
             READ ARQ-BOLINSTR NEXT RECORD
                AT END
                   MOVE "10" TO FS-BOLINSTR
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE PAGA UM TITULO OU CONVENIO PELA LINHA
      *      DIGITAVEL NO CAIXA: VALIDA OS DIGITOS VERIFICADORES
      *      (MODULO 10 DOS TRES CAMPOS) E O VENCIMENTO PELO FATOR,
      *      DEBITA A CONTA SOB AS MESMAS REGRAS DE SALDO E LIMITE
      *      DIARIO DE P600-DEP-SAQ, GRAVA O MOVIMENTO PG NO EXTRATO
      *      E ACUMULA O PAGAMENTO NO ARQUIVO DE LIQUIDACAO DIARIA
      *      POR CONVENIO PARA A CAMARA DE COMPENSACAO; COM UMA DATA
      *      FUTURA O PAGAMENTO SO E AGENDADO (ARQ-PAGAGENDA) E O
      *      DEBITO FICA PARA O BATCH PAGTITULO-AGENDADO NA DATA
      ******************************************************************
       P2500-PAGAR-TITULO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'PAGAMENTO DE TITULO/CONVENIO'
             IF DDA-PAGANDO THEN
                DISPLAY 'PAGANDO A APRESENTACAO DDA '
                        WS-DDA-SEQ-ESCOLHIDO
             ELSE
                DISPLAY 'DIGITE A LINHA DIGITAVEL (47 DIGITOS, SEM'
                        ' PONTOS OU ESPACOS)'
                ACCEPT WS-LINHA-DIGITAVEL
             END-IF
             IF WS-LINHA-DIGITAVEL NOT NUMERIC THEN
                DISPLAY 'LINHA DIGITAVEL DEVE CONTER EXATAMENTE 47'
                        ' DIGITOS NUMERICOS'
                PERFORM P200-MENU
             ELSE

             PERFORM P2510-VALIDAR-LINHA-DIGITAVEL
             IF NOT LD-VALIDA THEN
                DISPLAY 'DIGITO VERIFICADOR INVALIDO NA LINHA'
                        ' DIGITAVEL, PAGAMENTO CANCELADO'
                PERFORM P200-MENU
             ELSE

             COMPUTE WS-LD-INTEIRO-DATA =
                FUNCTION INTEGER-OF-DATE(19971007) + WS-LD-FATOR
             COMPUTE WS-LD-DATA-VENC =
                FUNCTION DATE-OF-INTEGER(WS-LD-INTEIRO-DATA)
             DISPLAY 'VENCIMENTO DO TITULO: ' WS-LD-DATA-VENC
             IF WS-LD-FATOR GREATER THAN ZEROS
                AND WS-LD-DATA-VENC LESS THAN WS-DATA-ATUAL THEN
                DISPLAY 'TITULO VENCIDO, PAGAMENTO RECUSADO NO'
                        ' CAIXA'
                PERFORM P200-MENU
             ELSE

             MOVE WS-LD-VALOR TO WS-VALOR
             DISPLAY 'VALOR DO TITULO: ' WS-VALOR

             PERFORM P2560-VERIFICAR-AGENDADO
             IF PGA-ACHOU THEN
                DISPLAY 'ESTE TITULO JA ESTA AGENDADO SOB O NUMERO '
                        WS-PGA-SEQ-ACHADO ', CANCELE O AGENDAMENTO'
                        ' (OPCAO 84) ANTES DE PAGAR'
                PERFORM P200-MENU
             END-IF

             PERFORM P2550-OBTER-DATA-PAGAMENTO
             IF NOT PGA-DATA-OK THEN
                DISPLAY 'PAGAMENTO CANCELADO'
                PERFORM P200-MENU
             END-IF

             PERFORM P2530-VERIFICAR-DUPLICIDADE
             IF PGT-DUPLICADO AND NOT PGT-OVERRIDE-OK THEN
                DISPLAY 'PAGAMENTO CANCELADO PELA DUPLICIDADE'
                PERFORM P200-MENU
             END-IF

             DISPLAY 'DIGITE O ID DA CONTA A DEBITAR'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'ESTA CONTA ESTA ENCERRADA OU'
                              ' BLOQUEADA, PAGAMENTO CANCELADO!'
                      PERFORM P200-MENU
                   ELSE
                   MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                   PERFORM P290-TRAVAR-CONTA
                   IF NOT TRAVA-OK THEN
                      PERFORM P200-MENU
                   END-IF
                   MOVE CONTA-NUM TO WS-TRV-CONTA-1
                   DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                   ACCEPT WS-SENHA WITH SECURE
                   PERFORM P320-VERIFICAR-SENHA
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                   IF PGA-AGENDAR THEN
                      PERFORM P2570-GRAVAR-AGENDAMENTO
                      DISPLAY 'RETORNANDO PARA O MENU...'
                      PERFORM P200-MENU
                   END-IF
                   PERFORM P330-VERIFICAR-LIMITE-DIARIO
                   IF NOT LIMITE-OK THEN
                      PERFORM P200-MENU
                   ELSE
                   COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-VALOR
                   IF WS-AUX LESS THAN
                      (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                      DISPLAY 'SALDO INDISPONIVEL, PAGAMENTO'
                              ' CANCELADO'
                      PERFORM P200-MENU
                   ELSE
                      COMPUTE WS-AUX = SALDO - WS-VALOR
                      MOVE WS-AUX TO SALDO
                      ADD 1 TO ULT-SEQ-EXTRATO
                      PERFORM P376-JORNAL-CONTA
                      REWRITE REG-CONTA
                      IF FS-CONTA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO ATUALIZAR A CONTA,'
                                 ' STATUS: ' FS-CONTA
                      END-IF

                      MOVE CONTA-NUM        TO EXT-CONTA-NUM
                      MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
                      SET EXT-PAGAMENTO-TITULO TO TRUE
                      MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
                      MOVE WS-DATA-CONTABIL
                        TO EXT-DATA-CONTABIL
                      MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
                      MOVE WS-VALOR         TO EXT-VALOR
                      MOVE SALDO            TO EXT-SALDO-APOS
                      MOVE ZEROS            TO EXT-CONTA-CONTRA
                      MOVE SPACES           TO EXT-DETALHE
                      STRING 'TITULO CONV '  DELIMITED SIZE
                             WS-LD-BANCO     DELIMITED SIZE
                             ' VENC '        DELIMITED SIZE
                             WS-LD-DATA-VENC DELIMITED SIZE
                        INTO EXT-DETALHE
                      END-STRING
                      MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                      SET EXT-MOV-NORMAL    TO TRUE
                      WRITE REG-EXTRATO
                      IF FS-EXTRATO NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO GRAVAR O EXTRATO,'
                                 ' STATUS: ' FS-EXTRATO
                      END-IF

                      MOVE SPACES TO WS-LINHA-PAG-CONVENIO
                      STRING 'DATA: '          DELIMITED SIZE
                             WS-DATA-ATUAL     DELIMITED SIZE
                             ' CONVENIO: '     DELIMITED SIZE
                             WS-LD-BANCO       DELIMITED SIZE
                             ' LINHA: '        DELIMITED SIZE
                             WS-LINHA-DIGITAVEL DELIMITED SIZE
                             ' VALOR: '        DELIMITED SIZE
                             WS-VALOR          DELIMITED SIZE
                        INTO WS-LINHA-PAG-CONVENIO
                      END-STRING
                      MOVE WS-LINHA-PAG-CONVENIO TO REG-PAG-CONVENIO
                      WRITE REG-PAG-CONVENIO
                      IF FS-PAG-CONVENIO NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO GRAVAR A LIQUIDACAO DO'
                                 ' CONVENIO, STATUS: '
                                 FS-PAG-CONVENIO
                      END-IF

                      PERFORM P2540-REGISTRAR-PAGAMENTO

                      MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                      MOVE 'PAGAMENTO TITULO' TO WS-AUD-ACAO
                      MOVE SPACES TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA

                      DISPLAY 'PAGAMENTO EFETUADO COM SUCESSO!'
                      DISPLAY 'NOVO SALDO DA CONTA: ' SALDO
                      DISPLAY 'RETORNANDO PARA O MENU...'
                      PERFORM P200-MENU
                   END-IF
                   END-IF
                   END-IF
                   END-IF
             END-READ
             END-IF
             END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE SE A LINHA DIGITAVEL JA FOI PAGA
      *      ANTES (REGISTRO ARQ-PAGTITULO): MESMA LINHA PAGA
      *      LEVANTA O AVISO COM A DATA E O VALOR ORIGINAIS, E O
      *      PAGAMENTO SO SEGUE COM A LIBERACAO DE UM SUPERVISOR
      *      (ADMIN), QUE FICA MARCADA PARA O RELATORIO DIARIO DE
      *      DUPLICIDADES LIBERADAS
      ******************************************************************
       P2530-VERIFICAR-DUPLICIDADE.
             MOVE 'N' TO WS-PGT-DUPLICADO
             MOVE 'N' TO WS-PGT-OVERRIDE-OK
             MOVE WS-LINHA-DIGITAVEL TO PGT-LINHA-DIG
             START ARQ-PAGTITULO KEY IS EQUAL TO PGT-LINHA-DIG
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PAGTITULO NOT EQUAL TO "00" THEN
                MOVE "00" TO FS-PAGTITULO
                EXIT PARAGRAPH
             END-IF
             READ ARQ-PAGTITULO NEXT RECORD
                AT END
                   MOVE "00" TO FS-PAGTITULO
                   EXIT PARAGRAPH
             END-READ
             IF PGT-LINHA-DIG NOT EQUAL TO WS-LINHA-DIGITAVEL THEN
                EXIT PARAGRAPH
             END-IF

             MOVE 'S' TO WS-PGT-DUPLICADO
             MOVE PGT-DATA-PGTO TO WS-PGT-DATA-ORIG
             MOVE PGT-VALOR     TO WS-PGT-VALOR-ORIG
             DISPLAY '*** AVISO: ESTA LINHA DIGITAVEL JA FOI PAGA'
                     ' EM ' WS-PGT-DATA-ORIG ' NO VALOR DE '
                     WS-PGT-VALOR-ORIG ' ***'
             DISPLAY 'A LIBERACAO EXIGE A CREDENCIAL DE UM'
                     ' SUPERVISOR (ADMIN)'
             DISPLAY 'DIGITE O ID DO SUPERVISOR (OU ENTER PARA'
                     ' CANCELAR)'
             MOVE SPACES TO WS-SUP-ID-DIGITADO
             ACCEPT WS-SUP-ID-DIGITADO
             IF WS-SUP-ID-DIGITADO EQUAL TO SPACES THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DO SUPERVISOR'
             ACCEPT WS-SUP-SENHA-DIGITADA WITH SECURE
             MOVE WS-SUP-ID-DIGITADO TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'SUPERVISOR NAO ENCONTRADO, LIBERACAO'
                           ' NEGADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT OPER-ADMIN OR NOT OPER-ATIVO THEN
                DISPLAY 'CREDENCIAL NAO E DE UM ADMIN ATIVO,'
                        ' LIBERACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF OPER-SENHA-COM-HASH THEN
                MOVE WS-SUP-SENHA-DIGITADA TO WS-HASH-ENTRADA
                PERFORM P318-CALCULAR-HASH-SENHA
                MOVE WS-HASH-SAIDA TO WS-SUP-SENHA-DIGITADA
             END-IF
             IF OPER-SENHA NOT EQUAL TO WS-SUP-SENHA-DIGITADA THEN
                DISPLAY 'SENHA DO SUPERVISOR INCORRETA, LIBERACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-PGT-OVERRIDE-OK
             DISPLAY 'DUPLICIDADE LIBERADA PELO SUPERVISOR '
                     WS-SUP-ID-DIGITADO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'LIBERA DUPLICIDADE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PAGO ANTES EM ' DELIMITED SIZE
                    WS-PGT-DATA-ORIG DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA O TITULO PAGO EM ARQ-PAGTITULO
      *      (STATUS PENDENTE DE LIQUIDACAO NA CAMARA), COM A MARCA
      *      DE LIBERACAO DE DUPLICIDADE QUANDO HOUVE
      ******************************************************************
       P2540-REGISTRAR-PAGAMENTO.
             READ ARQ-PAGTITCTL
             IF FS-PAGTITCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE TITULOS PAGOS,'
                        ' STATUS: ' FS-PAGTITCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PAGTITULO
             REWRITE REG-PAGTITCTL
             MOVE ULT-PAGTITULO    TO PGT-SEQ
             MOVE WS-LINHA-DIGITAVEL TO PGT-LINHA-DIG
             MOVE CONTA-NUM        TO PGT-CONTA-NUM
             MOVE WS-LD-BANCO      TO PGT-BANCO
             MOVE WS-VALOR         TO PGT-VALOR
             MOVE WS-DATA-ATUAL    TO PGT-DATA-PGTO
             MOVE ZEROS            TO PGT-DATA-CONFIRMACAO
             SET PGT-PENDENTE      TO TRUE
             IF PGT-OVERRIDE-OK THEN
                SET PGT-DUPLIC-LIBERADO TO TRUE
                MOVE WS-SUP-ID-DIGITADO TO PGT-SUPERVISOR
             ELSE
                MOVE 'N' TO PGT-OVERRIDE
                MOVE SPACES TO PGT-SUPERVISOR
             END-IF
             WRITE REG-PAGTITULO
             IF FS-PAGTITULO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR O TITULO PAGO, STATUS: '
                        FS-PAGTITULO
             END-IF
             IF DDA-PAGANDO THEN
                MOVE WS-DDA-SEQ-ESCOLHIDO TO DDA-SEQ
                READ ARQ-DDA RECORD KEY IS DDA-SEQ
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET DDA-PAGO TO TRUE
                      REWRITE REG-DDA
                END-READ
                MOVE 'N' TO WS-DDA-PAGANDO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PERGUNTA A DATA DO PAGAMENTO: ENTER OU A DATA
      *      DE HOJE PAGA NA HORA; UMA DATA FUTURA (ATE O VENCIMENTO
      *      DO TITULO E NO MAXIMO WS-PGA-MAX-DIAS A FRENTE) LIGA O
      *      AGENDAMENTO, AVISANDO QUANDO ELA NAO E DIA UTIL E O
      *      DEBITO VAI PARA O PRIMEIRO DIA UTIL SEGUINTE
      ******************************************************************
       P2550-OBTER-DATA-PAGAMENTO.
             MOVE 'N' TO WS-PGA-DATA-OK
             MOVE 'N' TO WS-PGA-AGENDAR
             DISPLAY 'DIGITE A DATA DO PAGAMENTO (AAAAMMDD, OU ENTER'
                     ' PARA PAGAR HOJE)'
             MOVE SPACES TO WS-PGA-DATA-ENT
             ACCEPT WS-PGA-DATA-ENT
             IF WS-PGA-DATA-ENT EQUAL TO SPACES THEN
                MOVE 'S' TO WS-PGA-DATA-OK
                EXIT PARAGRAPH
             END-IF
             IF WS-PGA-DATA-ENT NOT NUMERIC THEN
                DISPLAY 'DATA INVALIDA, USE O FORMATO AAAAMMDD'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PGA-DATA-ENT TO WS-PGA-DATA
             IF WS-PGA-MES LESS THAN 1 OR WS-PGA-MES GREATER THAN 12
                OR WS-PGA-DIA LESS THAN 1
                OR WS-PGA-DIA GREATER THAN 31 THEN
                DISPLAY 'DATA INVALIDA, USE O FORMATO AAAAMMDD'
                EXIT PARAGRAPH
             END-IF
             IF WS-PGA-DATA EQUAL TO WS-DATA-ATUAL THEN
                MOVE 'S' TO WS-PGA-DATA-OK
                EXIT PARAGRAPH
             END-IF
             IF WS-PGA-DATA LESS THAN WS-DATA-ATUAL THEN
                DISPLAY 'A DATA DO PAGAMENTO NAO PODE SER ANTERIOR A'
                        ' HOJE'
                EXIT PARAGRAPH
             END-IF
             IF WS-LD-FATOR GREATER THAN ZEROS
                AND WS-PGA-DATA GREATER THAN WS-LD-DATA-VENC THEN
                DISPLAY 'A DATA DO PAGAMENTO NAO PODE SER POSTERIOR'
                        ' AO VENCIMENTO ' WS-LD-DATA-VENC
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-PGA-INTEIRO-LIMITE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                + WS-PGA-MAX-DIAS
             COMPUTE WS-PGA-DATA-LIMITE =
                FUNCTION DATE-OF-INTEGER(WS-PGA-INTEIRO-LIMITE)
             IF WS-PGA-DATA GREATER THAN WS-PGA-DATA-LIMITE THEN
                DISPLAY 'O AGENDAMENTO E LIMITADO A ' WS-PGA-MAX-DIAS
                        ' DIAS A PARTIR DE HOJE'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PGA-DATA TO WS-CCB-VENC-R
             PERFORM P1479-ROLAR-DIA-UTIL-CCB
             IF WS-CCB-DATA-UTIL NOT EQUAL TO WS-PGA-DATA THEN
                DISPLAY 'A DATA NAO E DIA UTIL, O DEBITO SERA FEITO'
                        ' EM ' WS-CCB-DATA-UTIL
             END-IF
             MOVE 'S' TO WS-PGA-AGENDAR
             MOVE 'S' TO WS-PGA-DATA-OK
       .
      ******************************************************************
      *      FUNÇÃO QUE PROCURA UM AGENDAMENTO AINDA ATIVO PARA A
      *      MESMA LINHA DIGITAVEL, DEVOLVENDO O NUMERO DELE EM
      *      WS-PGA-SEQ-ACHADO
      ******************************************************************
       P2560-VERIFICAR-AGENDADO.
             MOVE 'N' TO WS-PGA-ACHOU
             MOVE WS-LINHA-DIGITAVEL TO PGA-LINHA-DIG
             START ARQ-PAGAGENDA KEY IS EQUAL TO PGA-LINHA-DIG
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PAGAGENDA EQUAL TO "00" THEN
                PERFORM P2565-LER-PROX-AGENDADO
                PERFORM UNTIL FS-PAGAGENDA NOT EQUAL TO "00"
                   OR PGA-LINHA-DIG NOT EQUAL TO WS-LINHA-DIGITAVEL
                   OR PGA-ACHOU
                   IF PGA-AGENDADO THEN
                      MOVE 'S' TO WS-PGA-ACHOU
                      MOVE PGA-SEQ TO WS-PGA-SEQ-ACHADO
                   END-IF
                   PERFORM P2565-LER-PROX-AGENDADO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PAGAGENDA
       .
       P2565-LER-PROX-AGENDADO.
             READ ARQ-PAGAGENDA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PAGAGENDA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA O PAGAMENTO AGENDADO EM ARQ-PAGAGENDA,
      *      SEM DEBITAR A CONTA: O SALDO SO E CONFERIDO NA DATA,
      *      PELO BATCH PAGTITULO-AGENDADO, QUE TAMBEM LEVA A MARCA
      *      DE DUPLICIDADE LIBERADA E A APRESENTACAO DDA DE ORIGEM
      ******************************************************************
       P2570-GRAVAR-AGENDAMENTO.
             OPEN I-O ARQ-PAGAGCTL
             READ ARQ-PAGAGCTL
             IF FS-PAGAGCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE PAGAMENTOS'
                        ' AGENDADOS, STATUS: ' FS-PAGAGCTL
                CLOSE ARQ-PAGAGCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PAGAGENDA
             REWRITE REG-PAGAGCTL
             MOVE ULT-PAGAGENDA      TO PGA-SEQ
             CLOSE ARQ-PAGAGCTL
             MOVE CONTA-NUM          TO PGA-CONTA-NUM
             MOVE WS-LINHA-DIGITAVEL TO PGA-LINHA-DIG
             MOVE WS-LD-BANCO        TO PGA-BANCO
             MOVE WS-VALOR           TO PGA-VALOR
             IF WS-LD-FATOR GREATER THAN ZEROS THEN
                MOVE WS-LD-DATA-VENC TO PGA-DATA-VENC
             ELSE
                MOVE ZEROS TO PGA-DATA-VENC
             END-IF
             MOVE WS-PGA-DATA        TO PGA-DATA-AGENDADA
             MOVE WS-DATA-ATUAL      TO PGA-DATA-INCLUSAO
             MOVE WS-OPER-ID-LOGADO  TO PGA-OPER-INCLUSAO
             IF DDA-PAGANDO THEN
                MOVE WS-DDA-SEQ-ESCOLHIDO TO PGA-DDA-SEQ
                MOVE 'N' TO WS-DDA-PAGANDO
             ELSE
                MOVE ZEROS TO PGA-DDA-SEQ
             END-IF
             IF PGT-OVERRIDE-OK THEN
                SET PGA-DUPLIC-LIBERADO TO TRUE
                MOVE WS-SUP-ID-DIGITADO TO PGA-SUPERVISOR
             ELSE
                MOVE 'N' TO PGA-OVERRIDE
                MOVE SPACES TO PGA-SUPERVISOR
             END-IF
             SET PGA-AGENDADO        TO TRUE
             MOVE ZEROS              TO PGA-QTDE-TENTATIVAS
             MOVE ZEROS              TO PGA-DATA-ULT-TENTATIVA
             MOVE ZEROS              TO PGA-DATA-BAIXA
             MOVE SPACES             TO PGA-OPER-BAIXA
             MOVE ZEROS              TO PGA-PGT-SEQ
             MOVE SPACES             TO PGA-MOTIVO
             WRITE REG-PAGAGENDA
             IF FS-PAGAGENDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O AGENDAMENTO, STATUS: '
                        FS-PAGAGENDA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'AGENDA PAGTO TITULO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'AGENDAMENTO ' DELIMITED SIZE
                    PGA-SEQ DELIMITED SIZE
                    ' PARA ' DELIMITED SIZE
                    PGA-DATA-AGENDADA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'PAGAMENTO AGENDADO SOB O NUMERO ' PGA-SEQ
                     ' PARA ' PGA-DATA-AGENDADA
             DISPLAY 'O DEBITO SERA FEITO NA DATA, SUJEITO AO SALDO'
                     ' DISPONIVEL NA CONTA'
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA OS DIGITOS VERIFICADORES (MODULO 10)
      *      DOS TRES CAMPOS DA LINHA DIGITAVEL
      ******************************************************************
       P2510-VALIDAR-LINHA-DIGITAVEL.
             MOVE 'S' TO WS-LD-VALIDA
             MOVE 1  TO WS-M10-INI
             MOVE 10 TO WS-M10-FIM
             PERFORM P2520-VALIDAR-MOD10
             MOVE 11 TO WS-M10-INI
             MOVE 21 TO WS-M10-FIM
             PERFORM P2520-VALIDAR-MOD10
             MOVE 22 TO WS-M10-INI
             MOVE 32 TO WS-M10-FIM
             PERFORM P2520-VALIDAR-MOD10
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O DIGITO VERIFICADOR MODULO 10 DO
      *      CAMPO DA LINHA DIGITAVEL ENTRE WS-M10-INI E WS-M10-FIM
      *      (O DIGITO OCUPA A POSICAO WS-M10-FIM)
      ******************************************************************
       P2520-VALIDAR-MOD10.
             MOVE ZEROS TO WS-M10-SOMA
             MOVE 2 TO WS-M10-PESO
             COMPUTE WS-M10-I = WS-M10-FIM - 1
             PERFORM UNTIL WS-M10-I LESS THAN WS-M10-INI
                COMPUTE WS-M10-PROD =
                        WS-LD-DIG(WS-M10-I) * WS-M10-PESO
                IF WS-M10-PROD GREATER THAN 9 THEN
                   SUBTRACT 9 FROM WS-M10-PROD
                END-IF
                ADD WS-M10-PROD TO WS-M10-SOMA
                IF WS-M10-PESO EQUAL TO 2 THEN
                   MOVE 1 TO WS-M10-PESO
                ELSE
                   MOVE 2 TO WS-M10-PESO
                END-IF
                SUBTRACT 1 FROM WS-M10-I
             END-PERFORM
             DIVIDE WS-M10-SOMA BY 10 GIVING WS-M10-PROD
                   REMAINDER WS-M10-DV
             IF WS-M10-DV GREATER THAN ZEROS THEN
                COMPUTE WS-M10-DV = 10 - WS-M10-DV
             END-IF
             IF WS-M10-DV NOT EQUAL TO WS-LD-DIG(WS-M10-FIM) THEN
                MOVE 'N' TO WS-LD-VALIDA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GARANTE O CADASTRO COMPLETO DO CLIENTE NA
      *      ABERTURA DE CONTA: SE O CPF AINDA NAO TEM REGISTRO EM
      *      ARQ-CLIENTE, A CAPTURA DOS DADOS CADASTRAIS E
      *      OBRIGATORIA ANTES DE SEGUIR
      ******************************************************************
       P365-GARANTIR-CADASTRO-CLIENTE.
             MOVE 'N' TO WS-CLI-EXISTE
             MOVE CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CPF SEM CADASTRO DE CLIENTE, CAPTURA'
                           ' OBRIGATORIA DOS DADOS CADASTRAIS'
                   PERFORM P366-CAPTURAR-DADOS-CLIENTE
                   MOVE WS-DATA-ATUAL TO CLI-DATA-CADASTRO
                   MOVE WS-DATA-ATUAL TO CLI-DATA-ATUALIZACAO
                   WRITE REG-CLIENTE
                   IF FS-CLIENTE NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR O CADASTRO DO'
                              ' CLIENTE, STATUS: ' FS-CLIENTE
                   ELSE
                      DISPLAY 'CADASTRO DO CLIENTE GRAVADO'
                      MOVE 'S' TO WS-CLI-EXISTE
                   END-IF
                NOT INVALID KEY
                   MOVE 'S' TO WS-CLI-EXISTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA OS DADOS CADASTRAIS DO CLIENTE; COM A
      *      TABELA DE CEP CARREGADA O CEP E PEDIDO ANTES DA CIDADE E
      *      SO E ACEITO SE EXISTIR NA TABELA, DE ONDE VEM A CIDADE/UF
      ******************************************************************
       P366-CAPTURAR-DADOS-CLIENTE.
             MOVE CPF TO CLI-CPF
             MOVE NOME TO CLI-NOME
             MOVE CPF  TO WS-TRIA-CPF
             MOVE NOME TO WS-TRIA-NOME
             MOVE 'CAPTURA KYC' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             DISPLAY 'DIGITE O ENDERECO (LOGRADOURO E NUMERO)'
             ACCEPT CLI-ENDERECO
             IF CEP-TABELA-CARREGADA THEN
                PERFORM P3665-CAPTURAR-CEP
             ELSE
                DISPLAY 'DIGITE A CIDADE'
                ACCEPT CLI-CIDADE
                DISPLAY 'DIGITE A UF (2 LETRAS)'
                ACCEPT CLI-UF
                DISPLAY 'DIGITE O CEP (8 DIGITOS)'
                ACCEPT CLI-CEP
             END-IF
             DISPLAY 'DIGITE O TELEFONE'
             ACCEPT CLI-TELEFONE
             DISPLAY 'DIGITE O EMAIL'
             ACCEPT CLI-EMAIL
             DISPLAY 'DIGITE A RENDA MENSAL'
             ACCEPT CLI-RENDA-MENSAL
             DISPLAY 'DIGITE A DATA DE NASCIMENTO (AAAAMMDD)'
             ACCEPT CLI-DATA-NASCIMENTO
             IF CLI-DATA-NASCIMENTO GREATER THAN WS-DATA-ATUAL THEN
                DISPLAY 'DATA DE NASCIMENTO NO FUTURO, NAO REGISTRADA'
                MOVE ZEROS TO CLI-DATA-NASCIMENTO
             END-IF
             PERFORM P368-VINCULAR-RESPONSAVEL
       .
      ******************************************************************
      *      FUNÇÃO QUE PEDE O CEP ATE QUE SEJA DIGITADO UM CEP DA
      *      TABELA DOS CORREIOS E PREENCHE CIDADE E UF COM OS DA
      *      TABELA; CEP INEXISTENTE E RECUSADO
      ******************************************************************
       P3665-CAPTURAR-CEP.
             MOVE 'N' TO WS-CEP-ACHADO
             PERFORM UNTIL CEP-ACHADO
                DISPLAY 'DIGITE O CEP (8 DIGITOS)'
                ACCEPT CLI-CEP
                MOVE CLI-CEP TO CEP-NUM
                READ ARQ-CEP RECORD KEY IS CEP-NUM
                   INVALID KEY
                      DISPLAY 'CEP ' CLI-CEP ' INEXISTENTE NA TABELA'
                              ' DOS CORREIOS, CEP RECUSADO'
                   NOT INVALID KEY
                      MOVE 'S' TO WS-CEP-ACHADO
                END-READ
             END-PERFORM
             MOVE CEP-CIDADE TO CLI-CIDADE
             MOVE CEP-UF     TO CLI-UF
             DISPLAY 'CIDADE/UF DO CEP: ' CEP-CIDADE ' ' CEP-UF
             IF CEP-LOGRADOURO NOT EQUAL TO SPACES THEN
                DISPLAY 'LOGRADOURO DO CEP: ' CEP-LOGRADOURO
                        ' - ' CEP-BAIRRO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE, NA ABERTURA DA CONTA PF, CONFERE A IDADE DO
      *      TITULAR EM REG-CLIENTE: CADASTRO ANTIGO SEM DATA DE
      *      NASCIMENTO E COMPLETADO NA HORA; O MENOR DE IDADE SO
      *      ABRE CONTA COM RESPONSAVEL LEGAL VINCULADO E A CONTA
      *      NASCE COM AS RESTRICOES DE CONTA DE MENOR
      ******************************************************************
       P367-VERIFICAR-MENORIDADE.
             MOVE 'N' TO WS-MEN-ABERTURA
             MOVE 'N' TO WS-MEN-RECUSA
             IF NOT CLI-EXISTE THEN
                EXIT PARAGRAPH
             END-IF
             IF CLI-DATA-NASCIMENTO EQUAL TO ZEROS THEN
                DISPLAY 'CADASTRO SEM DATA DE NASCIMENTO, DIGITE-A'
                        ' (AAAAMMDD)'
                ACCEPT CLI-DATA-NASCIMENTO
                IF CLI-DATA-NASCIMENTO GREATER THAN WS-DATA-ATUAL THEN
                   MOVE ZEROS TO CLI-DATA-NASCIMENTO
                END-IF
                IF CLI-DATA-NASCIMENTO EQUAL TO ZEROS THEN
                   DISPLAY 'DATA DE NASCIMENTO INVALIDA, ABERTURA'
                           ' RECUSADA'
                   MOVE 'S' TO WS-MEN-RECUSA
                   EXIT PARAGRAPH
                END-IF
                PERFORM P368-VINCULAR-RESPONSAVEL
                PERFORM P369-REGRAVAR-CLIENTE
             END-IF
             COMPUTE WS-MEN-DATA-MAIORIDADE =
                     CLI-DATA-NASCIMENTO + 180000
             IF WS-MEN-DATA-MAIORIDADE NOT GREATER THAN WS-DATA-ATUAL
                THEN
                EXIT PARAGRAPH
             END-IF
             IF CLI-CPF-RESPONSAVEL EQUAL TO ZEROS THEN
                PERFORM P368-VINCULAR-RESPONSAVEL
                PERFORM P369-REGRAVAR-CLIENTE
             END-IF
             IF CLI-CPF-RESPONSAVEL EQUAL TO ZEROS THEN
                DISPLAY 'TITULAR MENOR DE IDADE SEM RESPONSAVEL LEGAL,'
                        ' ABERTURA RECUSADA'
                MOVE 'S' TO WS-MEN-RECUSA
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-MEN-ABERTURA
             DISPLAY 'CONTA DE MENOR DE IDADE: SEM CHEQUE ESPECIAL,'
                     ' EMPRESTIMO OU TALAO E LIMITE DIARIO ATE '
                     WS-LIMITE-DIARIO-MENOR
             DISPLAY 'RESPONSAVEL LEGAL: ' CLI-NOME-RESPONSAVEL
                     ' CPF ' CLI-CPF-RESPONSAVEL
       .
      ******************************************************************
      *      FUNÇÃO QUE, PARA O TITULAR MENOR DE IDADE EM REG-CLIENTE,
      *      CAPTURA O RESPONSAVEL LEGAL (PAI, MAE OU TUTOR); O CPF
      *      PASSA PELA VALIDACAO, PELO REGISTRO DE OBITO E PELA
      *      WATCHLIST; PARA O MAIOR DE IDADE O VINCULO FICA LIMPO
      ******************************************************************
       P368-VINCULAR-RESPONSAVEL.
             MOVE ZEROS TO CLI-CPF-RESPONSAVEL
             MOVE SPACES TO CLI-NOME-RESPONSAVEL
             MOVE SPACES TO CLI-VINCULO-RESPONSAVEL
             IF CLI-DATA-NASCIMENTO EQUAL TO ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-MEN-DATA-MAIORIDADE =
                     CLI-DATA-NASCIMENTO + 180000
             IF WS-MEN-DATA-MAIORIDADE NOT GREATER THAN WS-DATA-ATUAL
                THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'TITULAR MENOR DE IDADE, INFORME O RESPONSAVEL'
                     ' LEGAL'
             DISPLAY 'DIGITE O CPF DO RESPONSAVEL LEGAL'
             ACCEPT WS-MEN-CPF-RESP
             IF WS-MEN-CPF-RESP EQUAL TO CLI-CPF THEN
                DISPLAY 'O RESPONSAVEL NAO PODE SER O PROPRIO TITULAR'
                EXIT PARAGRAPH
             END-IF
             MOVE CPF TO WS-MEN-CPF-TITULAR
             MOVE WS-MEN-CPF-RESP TO CPF
             PERFORM P310-VALIDAR-CPF
             MOVE WS-MEN-CPF-TITULAR TO CPF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF DO RESPONSAVEL INVALIDO, VINCULO NAO'
                        ' REGISTRADO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-MEN-CPF-RESP TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL COM OBITO REGISTRADO EM '
                           OBI-DATA-OBITO ', VINCULO NAO REGISTRADO'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE O NOME DO RESPONSAVEL LEGAL'
             ACCEPT CLI-NOME-RESPONSAVEL
             MOVE WS-MEN-CPF-RESP TO WS-TRIA-CPF
             MOVE CLI-NOME-RESPONSAVEL TO WS-TRIA-NOME
             MOVE 'RESPONSAVEL LEGAL' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             IF TRIAGEM-COM-HIT THEN
                DISPLAY 'VINCULO DO RESPONSAVEL SUSPENSO ATE A'
                        ' ANALISE DA PENDENCIA DE WATCHLIST'
                MOVE SPACES TO CLI-NOME-RESPONSAVEL
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'VINCULO: P - PAI OU MAE, T - TUTOR'
             ACCEPT CLI-VINCULO-RESPONSAVEL
             IF NOT CLI-VINCULO-VALIDO THEN
                DISPLAY 'VINCULO INVALIDO, RESPONSAVEL NAO REGISTRADO'
                MOVE SPACES TO CLI-NOME-RESPONSAVEL
                MOVE SPACES TO CLI-VINCULO-RESPONSAVEL
                EXIT PARAGRAPH
             END-IF
             MOVE WS-MEN-CPF-RESP TO CLI-CPF-RESPONSAVEL
             DISPLAY 'RESPONSAVEL LEGAL VINCULADO: '
                     CLI-NOME-RESPONSAVEL
       .
       P369-REGRAVAR-CLIENTE.
             MOVE WS-DATA-ATUAL TO CLI-DATA-ATUALIZACAO
             REWRITE REG-CLIENTE
             IF FS-CLIENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CADASTRO DO CLIENTE,'
                        ' STATUS: ' FS-CLIENTE
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DE MANUTENCAO DO CADASTRO DE CLIENTES (ADMIN):
      *      INCLUSAO/ATUALIZACAO E CONSULTA POR CPF
      ******************************************************************
       P2600-CADASTRO-CLIENTES.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'CADASTRO DE CLIENTES'
             DISPLAY '1 - INCLUIR OU ATUALIZAR UM CLIENTE'
             DISPLAY '2 - CONSULTAR UM CLIENTE POR CPF'
             DISPLAY '3 - REGISTRAR PEDIDO DO TITULAR PELA LGPD'
                     ' (RELATORIO DE DADOS PESSOAIS)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P2600-CADASTRO-CLIENTES
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P2610-MANTER-CLIENTE
                WHEN '2'
                   PERFORM P2620-CONSULTAR-CLIENTE
                WHEN '3'
                   PERFORM P2630-SOLICITAR-LGPD
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI OU ATUALIZA O CADASTRO DE UM CLIENTE
      ******************************************************************
       P2610-MANTER-CLIENTE.
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-CLI-CPF-ENTRADA
             MOVE WS-CLI-CPF-ENTRADA TO CPF
             PERFORM P310-VALIDAR-CPF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, OPERACAO CANCELADA'
             ELSE
                MOVE WS-CLI-CPF-ENTRADA TO CLI-CPF
                READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                   INVALID KEY
                      DISPLAY 'CLIENTE NOVO, CAPTURANDO OS DADOS'
                      DISPLAY 'DIGITE O NOME DO CLIENTE'
                      ACCEPT NOME
                      MOVE WS-CLI-CPF-ENTRADA TO CPF
                      PERFORM P366-CAPTURAR-DADOS-CLIENTE
                      MOVE WS-DATA-ATUAL TO CLI-DATA-CADASTRO
                      MOVE WS-DATA-ATUAL TO CLI-DATA-ATUALIZACAO
                      WRITE REG-CLIENTE
                      IF FS-CLIENTE NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO GRAVAR O CLIENTE,'
                                 ' STATUS: ' FS-CLIENTE
                      ELSE
                         DISPLAY 'CLIENTE INCLUIDO COM SUCESSO'
                      END-IF
                   NOT INVALID KEY
                      DISPLAY 'CLIENTE JA CADASTRADO, ATUALIZANDO'
                              ' OS DADOS'
                      MOVE CLI-NOME TO NOME
                      MOVE WS-CLI-CPF-ENTRADA TO CPF
                      PERFORM P366-CAPTURAR-DADOS-CLIENTE
                      MOVE WS-DATA-ATUAL TO CLI-DATA-ATUALIZACAO
                      REWRITE REG-CLIENTE
                      IF FS-CLIENTE NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO ATUALIZAR O CLIENTE,'
                                 ' STATUS: ' FS-CLIENTE
                      ELSE
                         DISPLAY 'CLIENTE ATUALIZADO COM SUCESSO'
                      END-IF
                END-READ
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'MANUT CADASTRO CLI' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O CADASTRO DE UM CLIENTE POR CPF
      ******************************************************************
       P2620-CONSULTAR-CLIENTE.
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
                NOT INVALID KEY
                   DISPLAY 'CPF: '       CLI-CPF
                   DISPLAY 'NOME: '      CLI-NOME
                   DISPLAY 'ENDERECO: '  CLI-ENDERECO
                   DISPLAY 'CIDADE: '    CLI-CIDADE ' UF: ' CLI-UF
                           ' CEP: '      CLI-CEP
                   DISPLAY 'TELEFONE: '  CLI-TELEFONE
                   DISPLAY 'EMAIL: '     CLI-EMAIL
                   DISPLAY 'RENDA MENSAL: ' CLI-RENDA-MENSAL
                   DISPLAY 'DATA DE NASCIMENTO: ' CLI-DATA-NASCIMENTO
                   IF CLI-CPF-RESPONSAVEL NOT EQUAL TO ZEROS THEN
                      DISPLAY 'RESPONSAVEL LEGAL: '
                              CLI-NOME-RESPONSAVEL
                              ' CPF ' CLI-CPF-RESPONSAVEL
                              ' VINCULO ' CLI-VINCULO-RESPONSAVEL
                   END-IF
                   DISPLAY 'CADASTRADO EM: ' CLI-DATA-CADASTRO
                           ' ATUALIZADO EM: ' CLI-DATA-ATUALIZACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA O PEDIDO DO TITULAR DE ACESSO AOS
      *      SEUS DADOS PESSOAIS (LGPD); O RELATORIO COM TODOS OS
      *      REGISTROS QUE CITAM O CPF SAI NO BATCH LGPD-RELATORIO
      ******************************************************************
       P2630-SOLICITAR-LGPD.
             DISPLAY 'DIGITE O CPF DO TITULAR'
             ACCEPT WS-CLI-CPF-ENTRADA
             MOVE WS-CLI-CPF-ENTRADA TO CPF
             PERFORM P310-VALIDAR-CPF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CLI-CPF-ENTRADA TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CPF SEM CADASTRO DE CLIENTE, O RELATORIO'
                           ' TRARA APENAS O QUE HOUVER NOS DEMAIS'
                           ' ARQUIVOS'
             END-READ
             MOVE WS-CLI-CPF-ENTRADA TO LGP-CPF
             MOVE WS-DATA-ATUAL      TO LGP-DATA-SOLICITACAO
             MOVE WS-HORA-ATUAL      TO LGP-HORA-SOLICITACAO
             MOVE WS-OPER-ID-LOGADO  TO LGP-OPER-ID
             MOVE ZEROS              TO LGP-DATA-ATENDIMENTO
             MOVE ZEROS              TO LGP-QTDE-REGISTROS
             SET LGP-PENDENTE        TO TRUE
             WRITE REG-LGPD
                INVALID KEY
                   DISPLAY 'JA EXISTE PEDIDO LGPD PARA ESTE CPF HOJE'
                   EXIT PARAGRAPH
             END-WRITE
             IF FS-LGPD NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REGISTRAR O PEDIDO, STATUS: '
                        FS-LGPD
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'PEDIDO LGPD TITULAR' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    WS-CLI-CPF-ENTRADA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'PEDIDO REGISTRADO, O RELATORIO SERA GERADO NA'
                     ' PROXIMA EXECUCAO DO LGPD-RELATORIO'
       .
      ******************************************************************
      *      FUNÇÃO DE MANUTENCAO DOS CONVENIOS DE FOLHA DE
      *      PAGAMENTO (ADMIN): INCLUSAO/ATIVACAO/INATIVACAO DA
      *      EMPRESA CONVENIADA E LISTAGEM
      ******************************************************************
       P2700-CONVENIOS-FOLHA.
             DISPLAY 'CONVENIOS DE FOLHA DE PAGAMENTO'
             DISPLAY '1 - INCLUIR UM CONVENIO'
             DISPLAY '2 - ATIVAR/INATIVAR UM CONVENIO'
             DISPLAY '3 - LISTAR OS CONVENIOS'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P2700-CONVENIOS-FOLHA
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P2710-INCLUIR-CONVENIO
                WHEN '2'
                   PERFORM P2720-ALTERNAR-CONVENIO
                WHEN '3'
                   PERFORM P2730-LISTAR-CONVENIOS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UMA EMPRESA CONVENIADA DE FOLHA
      ******************************************************************
       P2710-INCLUIR-CONVENIO.
             DISPLAY 'DIGITE O CODIGO DO CONVENIO (4 DIGITOS)'
             ACCEPT CONV-CODIGO
             DISPLAY 'DIGITE O NOME DA EMPRESA'
             ACCEPT CONV-NOME
             DISPLAY 'DIGITE O ID DA CONTA DA EMPRESA NESTE BANCO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DA EMPRESA NAO ENCONTRADA,'
                           ' CONVENIO NAO INCLUIDO'
                NOT INVALID KEY
                   MOVE CONTA-NUM TO CONV-CONTA-NUM
                   SET CONV-ATIVO TO TRUE
                   WRITE REG-CONVFOLHA
                      INVALID KEY
                         DISPLAY 'JA EXISTE UM CONVENIO COM ESTE'
                                 ' CODIGO!'
                      NOT INVALID KEY
                         DISPLAY 'CONVENIO ' CONV-CODIGO ' INCLUIDO'
                                 ' COM SUCESSO'
                         MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                         MOVE 'INCLUSAO CONV FOLHA' TO WS-AUD-ACAO
                         MOVE SPACES TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                   END-WRITE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERNA O STATUS (ATIVO/INATIVO) DE UM
      *      CONVENIO DE FOLHA
      ******************************************************************
       P2720-ALTERNAR-CONVENIO.
             DISPLAY 'DIGITE O CODIGO DO CONVENIO'
             ACCEPT CONV-CODIGO
             READ ARQ-CONVFOLHA RECORD KEY IS CONV-CODIGO
                INVALID KEY
                   DISPLAY 'CONVENIO NAO ENCONTRADO!'
                NOT INVALID KEY
                   IF CONV-ATIVO THEN
                      SET CONV-INATIVO TO TRUE
                   ELSE
                      SET CONV-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-CONVFOLHA
                   IF FS-CONVFOLHA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O CONVENIO,'
                              ' STATUS: ' FS-CONVFOLHA
                   ELSE
                      DISPLAY 'CONVENIO ' CONV-CODIGO ' AGORA COM'
                              ' STATUS: ' CONV-STATUS
                      MOVE CONV-CONTA-NUM TO WS-AUD-CONTA-NUM
                      MOVE 'STATUS CONV FOLHA' TO WS-AUD-ACAO
                      MOVE SPACES TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS CONVENIOS DE FOLHA CADASTRADOS
      ******************************************************************
       P2730-LISTAR-CONVENIOS.
             MOVE ZEROS TO CONV-CODIGO
             START ARQ-CONVFOLHA KEY IS NOT LESS THAN CONV-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUM CONVENIO CADASTRADO'
             END-START
             IF FS-CONVFOLHA EQUAL TO "00" THEN
                PERFORM P2735-LER-PROX-CONVENIO
                PERFORM UNTIL FS-CONVFOLHA NOT EQUAL TO "00"
                   DISPLAY 'CONVENIO: ' CONV-CODIGO
                           ' EMPRESA: ' CONV-NOME
                           ' CONTA: ' CONV-CONTA-NUM
                           ' STATUS: ' CONV-STATUS
                   PERFORM P2735-LER-PROX-CONVENIO
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO CONVENIO DE FOLHA
      ******************************************************************
       P2735-LER-PROX-CONVENIO.
             READ ARQ-CONVFOLHA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONVFOLHA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE ADESAO E CANCELAMENTO DO DEBITO AUTOMATICO DE
      *      CONVENIOS (CONTA X CONVENIO), APLICADO PELO BATCH MENSAL
      ******************************************************************
       P2800-DEBITO-AUTOMATICO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DEBITO AUTOMATICO DE CONVENIOS'
             DISPLAY '1 - ADERIR A UM CONVENIO'
             DISPLAY '2 - CANCELAR UMA ADESAO'
             DISPLAY '3 - LISTAR AS ADESOES DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P2800-DEBITO-AUTOMATICO
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P2810-ADERIR-CONVENIO
                WHEN '2'
                   PERFORM P2820-CANCELAR-ADESAO
                WHEN '3'
                   PERFORM P2830-LISTAR-ADESOES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CADASTRA A ADESAO DE UMA CONTA A UM CONVENIO
      ******************************************************************
       P2810-ADERIR-CONVENIO.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'CONTA ENCERRADA OU BLOQUEADA,'
                              ' ADESAO CANCELADA!'
                   ELSE
                   DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                   ACCEPT WS-SENHA WITH SECURE
                   PERFORM P320-VERIFICAR-SENHA
                   IF SENHA-OK THEN
                      MOVE CONTA-NUM TO DEB-CONTA-NUM
                      DISPLAY 'DIGITE O CODIGO DO CONVENIO'
                      ACCEPT DEB-CONV-CODIGO
                      READ ARQ-DEBAUTO RECORD KEY IS DEB-CHAVE
                         INVALID KEY
                            SET DEB-ATIVO TO TRUE
                            MOVE WS-DATA-ATUAL TO DEB-DATA-ADESAO
                            WRITE REG-DEBAUTO
                            IF FS-DEBAUTO NOT EQUAL TO "00" THEN
                               DISPLAY 'FALHA AO GRAVAR A ADESAO,'
                                       ' STATUS: ' FS-DEBAUTO
                            ELSE
                               DISPLAY 'ADESAO CADASTRADA COM'
                                       ' SUCESSO'
                            END-IF
                         NOT INVALID KEY
                            SET DEB-ATIVO TO TRUE
                            MOVE WS-DATA-ATUAL TO DEB-DATA-ADESAO
                            REWRITE REG-DEBAUTO
                            DISPLAY 'ADESAO REATIVADA COM SUCESSO'
                      END-READ
                      MOVE DEB-CONTA-NUM TO WS-AUD-CONTA-NUM
                      MOVE 'ADESAO DEB AUTO' TO WS-AUD-ACAO
                      MOVE SPACES TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA A ADESAO DE UMA CONTA A UM CONVENIO
      ******************************************************************
       P2820-CANCELAR-ADESAO.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO DEB-CONTA-NUM
             DISPLAY 'DIGITE O CODIGO DO CONVENIO'
             ACCEPT DEB-CONV-CODIGO
             READ ARQ-DEBAUTO RECORD KEY IS DEB-CHAVE
                INVALID KEY
                   DISPLAY 'ADESAO NAO ENCONTRADA!'
                NOT INVALID KEY
                   SET DEB-CANCELADO TO TRUE
                   REWRITE REG-DEBAUTO
                   IF FS-DEBAUTO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO CANCELAR A ADESAO,'
                              ' STATUS: ' FS-DEBAUTO
                   ELSE
                      DISPLAY 'ADESAO CANCELADA COM SUCESSO'
                      MOVE DEB-CONTA-NUM TO WS-AUD-CONTA-NUM
                      MOVE 'CANCELA DEB AUTO' TO WS-AUD-ACAO
                      MOVE SPACES TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS ADESOES DE DEBITO AUTOMATICO DE UMA
      *      CONTA
      ******************************************************************
       P2830-LISTAR-ADESOES.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE 'N' TO WS-DEB-ACHOU
             MOVE FS-ID TO DEB-CONTA-NUM
             MOVE ZEROS TO DEB-CONV-CODIGO
             START ARQ-DEBAUTO KEY IS NOT LESS THAN DEB-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-DEBAUTO EQUAL TO "00" THEN
                PERFORM P2835-LER-PROX-ADESAO
                PERFORM UNTIL FS-DEBAUTO NOT EQUAL TO "00"
                   OR DEB-CONTA-NUM NOT EQUAL TO FS-ID
                   MOVE 'S' TO WS-DEB-ACHOU
                   DISPLAY 'CONVENIO: ' DEB-CONV-CODIGO
                           ' STATUS: ' DEB-STATUS
                           ' ADESAO EM: ' DEB-DATA-ADESAO
                   PERFORM P2835-LER-PROX-ADESAO
                END-PERFORM
             END-IF
             IF NOT DEB-ACHOU THEN
                DISPLAY 'NENHUMA ADESAO CADASTRADA PARA ESTA CONTA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE A PROXIMA ADESAO CADASTRADA
      ******************************************************************
       P2835-LER-PROX-ADESAO.
             READ ARQ-DEBAUTO NEXT RECORD
                AT END
                   MOVE "10" TO FS-DEBAUTO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE MANUTENCAO DO CADASTRO DE AGENCIAS (ADMIN)
      ******************************************************************
       P2900-CADASTRO-AGENCIAS.
             DISPLAY 'CADASTRO DE AGENCIAS'
             DISPLAY '1 - INCLUIR UMA AGENCIA'
             DISPLAY '2 - LISTAR AS AGENCIAS'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P2900-CADASTRO-AGENCIAS
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   DISPLAY 'DIGITE O CODIGO DA NOVA AGENCIA'
                   ACCEPT AGE-CODIGO
                   DISPLAY 'DIGITE O NOME DA AGENCIA'
                   ACCEPT AGE-NOME
                   SET AGE-ATIVA TO TRUE
                   WRITE REG-AGENCIA
                      INVALID KEY
                         DISPLAY 'JA EXISTE UMA AGENCIA COM ESTE'
                                 ' CODIGO!'
                      NOT INVALID KEY
                         DISPLAY 'AGENCIA ' AGE-CODIGO ' INCLUIDA'
                                 ' COM SUCESSO'
                         MOVE ZEROS TO WS-AUD-CONTA-NUM
                         MOVE 'INCLUSAO AGENCIA' TO WS-AUD-ACAO
                         MOVE AGE-NOME TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                   END-WRITE
                WHEN '2'
                   MOVE ZEROS TO AGE-CODIGO
                   START ARQ-AGENCIA KEY IS NOT LESS THAN AGE-CODIGO
                      INVALID KEY
                         DISPLAY 'NENHUMA AGENCIA CADASTRADA'
                   END-START
                   IF FS-AGENCIA EQUAL TO "00" THEN
                      PERFORM P2910-LER-PROX-AGENCIA
                      PERFORM UNTIL FS-AGENCIA NOT EQUAL TO "00"
                         DISPLAY 'AGENCIA: ' AGE-CODIGO
                                 ' NOME: ' AGE-NOME
                                 ' STATUS: ' AGE-STATUS
                         PERFORM P2910-LER-PROX-AGENCIA
                      END-PERFORM
                   END-IF
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE A PROXIMA AGENCIA CADASTRADA
      ******************************************************************
       P2910-LER-PROX-AGENCIA.
             READ ARQ-AGENCIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-AGENCIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE FECHAMENTO DA GAVETA DO OPERADOR DE CAIXA:
      *      CONFRONTA O DINHEIRO CONTADO COM A POSICAO DO SISTEMA
      *      (SALDO INICIAL + ENTRADAS - SAIDAS) E SO LIBERA O LOGOUT
      *      QUANDO O FECHAMENTO CONFERE
      ******************************************************************
       P3000-FECHAR-CAIXA.
             MOVE 'N' TO WS-CX-CONFERIDO
             MOVE WS-OPER-ID-LOGADO TO CX-OPER-ID
             READ ARQ-CAIXA RECORD KEY IS CX-OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR SEM CAIXA ABERTO, LOGOUT'
                           ' LIBERADO'
                   MOVE 'S' TO WS-CX-CONFERIDO
                NOT INVALID KEY
                   IF NOT CX-ABERTO THEN
                      DISPLAY 'CAIXA JA FECHADO, LOGOUT LIBERADO'
                      MOVE 'S' TO WS-CX-CONFERIDO
                   ELSE
                      COMPUTE WS-CX-SALDO-SISTEMA =
                              CX-SALDO-INICIAL + CX-TOTAL-ENTRADAS
                              - CX-TOTAL-SAIDAS
                      DISPLAY 'FECHAMENTO DO CAIXA DO OPERADOR '
                              CX-OPER-ID
                      DISPLAY 'SALDO INICIAL: ' CX-SALDO-INICIAL
                      DISPLAY 'ENTRADAS DO DIA: ' CX-TOTAL-ENTRADAS
                      DISPLAY 'SAIDAS DO DIA: ' CX-TOTAL-SAIDAS
                      DISPLAY 'POSICAO DO SISTEMA: '
                              WS-CX-SALDO-SISTEMA
                      DISPLAY 'DIGITE O VALOR CONTADO NA GAVETA'
                      ACCEPT WS-CX-VALOR-CONTADO
                      COMPUTE WS-CX-DIFERENCA =
                              WS-CX-VALOR-CONTADO
                              - WS-CX-SALDO-SISTEMA
                      IF WS-CX-DIFERENCA EQUAL TO ZEROS THEN
                         SET CX-FECHADO TO TRUE
                         REWRITE REG-CAIXA
                         IF FS-CAIXA NOT EQUAL TO "00" THEN
                            DISPLAY 'FALHA AO FECHAR O CAIXA,'
                                    ' STATUS: ' FS-CAIXA
                         ELSE
                            MOVE 'S' TO WS-CX-CONFERIDO
                            DISPLAY 'CAIXA FECHADO E CONFERIDO COM'
                                    ' SUCESSO'
                            PERFORM P3010-GRAVAR-HIST-CAIXA
                            MOVE ZEROS TO WS-AUD-CONTA-NUM
                            MOVE 'FECHAMENTO CAIXA' TO WS-AUD-ACAO
                            MOVE WS-OPER-ID-LOGADO TO WS-AUD-DETALHE
                            PERFORM P380-REGISTRAR-AUDITORIA
                         END-IF
                      ELSE
                         DISPLAY '*** DIFERENCA DE CAIXA: '
                                 WS-CX-DIFERENCA ' ***'
                         IF WS-CX-DIFERENCA LESS THAN ZEROS THEN
                            PERFORM P3020-FECHAR-COM-FALTA
                         ELSE
                            DISPLAY 'RECONTE O DINHEIRO OU ACIONE O'
                                    ' SUPERVISOR PARA SUPRIMENTO/'
                                    'SANGRIA'
                         END-IF
                      END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA NO HISTORICO DE NUMERARIO DA AGENCIA O
      *      MOVIMENTO DOS CLIENTES NA GAVETA FECHADA EM REG-CAIXA:
      *      ENTRADAS SEM OS SUPRIMENTOS E SAIDAS SEM AS SANGRIAS,
      *      QUE SAO SO TROCA DE NUMERARIO COM O COFRE
      ******************************************************************
       P3010-GRAVAR-HIST-CAIXA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE CX-AGENCIA TO NMH-AGENCIA
             MOVE CX-DATA-ABERTURA TO NMH-DATA
             SET NMH-FECHAMENTO-CAIXA TO TRUE
             MOVE CX-OPER-ID TO NMH-ORIGEM
             MOVE WS-HORA-ATUAL TO NMH-HORA
             COMPUTE NMH-ENTRADAS =
                     CX-TOTAL-ENTRADAS - CX-TOTAL-SUPRIMENTOS
             COMPUTE NMH-SAIDAS =
                     CX-TOTAL-SAIDAS - CX-TOTAL-SANGRIAS
             WRITE REG-NUMHIST
             IF FS-NUMHIST NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O HISTORICO DE NUMERARIO,'
                        ' STATUS: ' FS-NUMHIST
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE FECHA A GAVETA COM FALTA DE NUMERARIO QUANDO O
      *      OPERADOR CONFIRMA A CONTAGEM: A FALTA VIRA UM EVENTO DE
      *      PERDA OPERACIONAL (EXECUCAO DE PROCESSOS, VAREJO) NA
      *      AGENCIA DA GAVETA, COM O OPERADOR COMO LOCAL, E O
      *      FECHAMENTO FICA NA AUDITORIA; SEM A CONFIRMACAO VALE A
      *      RECONTAGEM OU O SUPRIMENTO PELO SUPERVISOR
      ******************************************************************
       P3020-FECHAR-COM-FALTA.
             DISPLAY 'CONFIRMA A CONTAGEM E FECHA O CAIXA COM A FALTA'
                     ' REGISTRADA COMO PERDA OPERACIONAL? (S/N)'
             ACCEPT WS-PRD-CONFIRMA
             IF WS-PRD-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'RECONTE O DINHEIRO OU ACIONE O'
                        ' SUPERVISOR PARA SUPRIMENTO/SANGRIA'
                EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             INITIALIZE REG-PERDA-OP
             SET PRD-EXECUCAO-PROCESSOS TO TRUE
             SET PRD-LN-VAREJO TO TRUE
             SET PRD-DIFERENCA-CAIXA TO TRUE
             MOVE CX-AGENCIA TO PRD-AGENCIA
             MOVE CX-OPER-ID TO PRD-LOCAL
             COMPUTE PRD-VALOR-BRUTO = WS-CX-DIFERENCA * -1
             MOVE CX-DATA-ABERTURA TO PRD-DATA-OCORRENCIA
             MOVE WS-DATA-ATUAL TO PRD-DATA-DESCOBERTA
             MOVE 11001 TO PRD-CONTA-CONTRA
             MOVE SPACES TO PRD-DESCRICAO
             STRING 'FALTA NO FECHAMENTO DA GAVETA DO OPERADOR '
                                    DELIMITED SIZE
                    CX-OPER-ID      DELIMITED SIZE
               INTO PRD-DESCRICAO
             END-STRING
             PERFORM P7950-GRAVAR-EVENTO-PERDA
             IF NOT PRD-GRAVADO THEN
                DISPLAY 'CAIXA NAO FECHADO, RECONTE OU ACIONE O'
                        ' SUPERVISOR'
                EXIT PARAGRAPH
             END-IF
             SET CX-FECHADO TO TRUE
             REWRITE REG-CAIXA
             IF FS-CAIXA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO FECHAR O CAIXA, STATUS: ' FS-CAIXA
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-CX-CONFERIDO
             DISPLAY 'CAIXA FECHADO COM FALTA, EVENTO DE PERDA '
                     PRD-EVENTO ' REGISTRADO'
             PERFORM P3010-GRAVAR-HIST-CAIXA
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'FECHAMENTO C/ FALTA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING WS-OPER-ID-LOGADO DELIMITED SIZE
                    ' EVENTO PERDA '  DELIMITED SIZE
                    PRD-EVENTO        DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DE SUPRIMENTO E SANGRIA DA GAVETA DE UM OPERADOR
      *      PELO SUPERVISOR (ADMIN)
      ******************************************************************
       P3100-SUPRIMENTO-SANGRIA.
             DISPLAY 'SUPRIMENTO/SANGRIA DE CAIXA'
             DISPLAY 'DIGITE O ID DO OPERADOR DE CAIXA'
             ACCEPT WS-CX-OPER-ALVO
             MOVE WS-CX-OPER-ALVO TO CX-OPER-ID
             READ ARQ-CAIXA RECORD KEY IS CX-OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR SEM CAIXA CADASTRADO!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF NOT CX-ABERTO THEN
                      DISPLAY 'CAIXA DO OPERADOR NAO ESTA ABERTO'
                      PERFORM P200-MENU
                   ELSE
                   DISPLAY '1 - SUPRIMENTO (ENTRADA DE DINHEIRO)'
                   DISPLAY '2 - SANGRIA (RETIRADA DE DINHEIRO)'
                   ACCEPT WS-OPCAO-ALFA1
                   DISPLAY 'DIGITE O VALOR'
                   ACCEPT WS-CX-VALOR-SUPRIMENTO
                   DISPLAY 'DIGITE A AGENCIA DO COFRE (CONTRAPARTE)'
                   ACCEPT WS-TES-AGENCIA-ENT
                   MOVE FUNCTION CURRENT-DATE
                     TO WS-DATA-HORA-COMPLETA
                   MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
                   PERFORM P4605-GARANTIR-COFRE
                   EVALUATE WS-OPCAO-ALFA1
                      WHEN '1'
                         IF WS-CX-VALOR-SUPRIMENTO GREATER THAN
                            TES-SALDO THEN
                            DISPLAY 'SALDO DO COFRE INSUFICIENTE'
                                    ' PARA O SUPRIMENTO, OPERACAO'
                                    ' CANCELADA'
                         ELSE
                            ADD WS-CX-VALOR-SUPRIMENTO
                                TO CX-TOTAL-ENTRADAS
                            ADD WS-CX-VALOR-SUPRIMENTO
                                TO CX-TOTAL-SUPRIMENTOS
                            REWRITE REG-CAIXA
                            SUBTRACT WS-CX-VALOR-SUPRIMENTO
                                FROM TES-SALDO
                            ADD WS-CX-VALOR-SUPRIMENTO
                                TO TES-TOTAL-SAIDAS
                            MOVE WS-DATA-ATUAL TO TES-DATA-ULT-MOV
                            REWRITE REG-TESOURARIA
                            DISPLAY 'SUPRIMENTO LANCADO NO CAIXA DO'
                                    ' OPERADOR ' CX-OPER-ID
                                    ' (SAIDA DO COFRE DA AGENCIA '
                                    TES-AGENCIA ')'
                            MOVE ZEROS TO WS-AUD-CONTA-NUM
                            MOVE 'SUPRIMENTO CAIXA' TO WS-AUD-ACAO
                            MOVE WS-CX-OPER-ALVO TO WS-AUD-DETALHE
                            PERFORM P380-REGISTRAR-AUDITORIA
                         END-IF
                      WHEN '2'
                         ADD WS-CX-VALOR-SUPRIMENTO
                             TO CX-TOTAL-SAIDAS
                         ADD WS-CX-VALOR-SUPRIMENTO
                             TO CX-TOTAL-SANGRIAS
                         REWRITE REG-CAIXA
                         ADD WS-CX-VALOR-SUPRIMENTO TO TES-SALDO
                         ADD WS-CX-VALOR-SUPRIMENTO
                             TO TES-TOTAL-ENTRADAS
                         MOVE WS-DATA-ATUAL TO TES-DATA-ULT-MOV
                         REWRITE REG-TESOURARIA
                         DISPLAY 'SANGRIA LANCADA NO CAIXA DO'
                                 ' OPERADOR ' CX-OPER-ID
                                 ' (ENTRADA NO COFRE DA AGENCIA '
                                 TES-AGENCIA ')'
                         MOVE ZEROS TO WS-AUD-CONTA-NUM
                         MOVE 'SANGRIA CAIXA' TO WS-AUD-ACAO
                         MOVE WS-CX-OPER-ALVO TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                      WHEN OTHER
                         DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
                   PERFORM P200-MENU
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE ADMINISTRACAO DE OPERADORES (ADMIN): CRIACAO,
      *      DESATIVACAO/REATIVACAO, LISTAGEM, RESET DE SENHA E
      *      ALTERACAO DE NIVEL, TUDO COM TRILHA DE AUDITORIA
      ******************************************************************
       P3200-ADMIN-OPERADORES.
             DISPLAY 'ADMINISTRACAO DE OPERADORES'
             DISPLAY '1 - CRIAR UM OPERADOR'
             DISPLAY '2 - DESATIVAR/REATIVAR UM OPERADOR'
             DISPLAY '3 - LISTAR OS OPERADORES'
             DISPLAY '4 - RESETAR A SENHA DE UM OPERADOR'
             DISPLAY '5 - ALTERAR O NIVEL DE UM OPERADOR'
             DISPLAY '6 - DESBLOQUEAR UM OPERADOR'
             DISPLAY '7 - ALTERAR O HORARIO DE LOGIN DE UM OPERADOR'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P3200-ADMIN-OPERADORES
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P3210-CRIAR-OPERADOR
                WHEN '2'
                   PERFORM P3220-ALTERNAR-OPERADOR
                WHEN '3'
                   PERFORM P3230-LISTAR-OPERADORES
                WHEN '4'
                   PERFORM P3240-RESETAR-SENHA-OPERADOR
                WHEN '5'
                   PERFORM P3250-ALTERAR-NIVEL-OPERADOR
                WHEN '6'
                   PERFORM P3260-DESBLOQUEAR-OPERADOR
                WHEN '7'
                   PERFORM P3270-ALTERAR-HORARIO-OPERADOR
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CRIA UM NOVO OPERADOR DO SISTEMA
      ******************************************************************
       P3210-CRIAR-OPERADOR.
             INITIALIZE REG-OPERADOR
             DISPLAY 'DIGITE O ID DO NOVO OPERADOR (ATE 8'
                     ' CARACTERES)'
             ACCEPT OPER-ID
             DISPLAY 'DIGITE A SENHA INICIAL'
             ACCEPT WS-HASH-ENTRADA WITH SECURE
             PERFORM P318-CALCULAR-HASH-SENHA
             MOVE WS-HASH-SAIDA TO OPER-SENHA
             SET OPER-SENHA-COM-HASH TO TRUE
             DISPLAY 'DIGITE O NIVEL (A=ADMIN, T=CAIXA)'
             ACCEPT OPER-NIVEL
             IF NOT OPER-ADMIN AND NOT OPER-CAIXA THEN
                DISPLAY 'NIVEL INVALIDO, OPERADOR NAO CRIADO'
             ELSE
                PERFORM P3275-CAPTURAR-HORARIO-OPER
                MOVE WS-OPER-HORA-INI-NOVA TO OPER-HORA-INICIO
                MOVE WS-OPER-HORA-FIM-NOVA TO OPER-HORA-FIM
                SET OPER-ATIVO TO TRUE
                WRITE REG-OPERADOR
                   INVALID KEY
                      DISPLAY 'JA EXISTE UM OPERADOR COM ESTE ID!'
                   NOT INVALID KEY
                      DISPLAY 'OPERADOR ' OPER-ID ' CRIADO COM'
                              ' SUCESSO'
                      MOVE ZEROS TO WS-AUD-CONTA-NUM
                      MOVE 'CRIACAO OPERADOR' TO WS-AUD-ACAO
                      MOVE OPER-ID TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                END-WRITE
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DESATIVA OU REATIVA UM OPERADOR
      ******************************************************************
       P3220-ALTERNAR-OPERADOR.
             DISPLAY 'DIGITE O ID DO OPERADOR'
             ACCEPT WS-OPER-ID-ALVO
             IF WS-OPER-ID-ALVO EQUAL TO WS-OPER-ID-LOGADO THEN
                DISPLAY 'NAO E PERMITIDO DESATIVAR O PROPRIO'
                        ' OPERADOR LOGADO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OPER-ID-ALVO TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO!'
                NOT INVALID KEY
                   IF OPER-ATIVO THEN
                      SET OPER-INATIVO TO TRUE
                   ELSE
                      SET OPER-ATIVO TO TRUE
                      MOVE ZEROS TO OPER-QTDE-ERRO-LOGIN
                   END-IF
                   REWRITE REG-OPERADOR
                   IF FS-OPERADOR NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ATUALIZAR O OPERADOR,'
                              ' STATUS: ' FS-OPERADOR
                   ELSE
                      DISPLAY 'OPERADOR ' OPER-ID ' AGORA COM'
                              ' STATUS: ' OPER-STATUS
                      MOVE ZEROS TO WS-AUD-CONTA-NUM
                      MOVE 'STATUS OPERADOR' TO WS-AUD-ACAO
                      MOVE OPER-ID TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS OPERADORES CADASTRADOS
      ******************************************************************
       P3230-LISTAR-OPERADORES.
             MOVE SPACES TO OPER-ID
             START ARQ-OPERADOR KEY IS NOT LESS THAN OPER-ID
                INVALID KEY
                   DISPLAY 'NENHUM OPERADOR CADASTRADO'
             END-START
             IF FS-OPERADOR EQUAL TO "00" THEN
                PERFORM P3235-LER-PROX-OPERADOR
                PERFORM UNTIL FS-OPERADOR NOT EQUAL TO "00"
                   DISPLAY 'OPERADOR: ' OPER-ID
                           ' NIVEL: ' OPER-NIVEL
                           ' STATUS: ' OPER-STATUS
                           ' HORARIO: ' OPER-HORA-INICIO
                           '-' OPER-HORA-FIM
                           ' TROCA SENHA: ' OPER-DATA-TROCA-SENHA
                   PERFORM P3235-LER-PROX-OPERADOR
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO OPERADOR CADASTRADO
      ******************************************************************
       P3235-LER-PROX-OPERADOR.
             READ ARQ-OPERADOR NEXT RECORD
                AT END
                   MOVE "10" TO FS-OPERADOR
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE RESETA A SENHA DE UM OPERADOR ESQUECIDO
      ******************************************************************
       P3240-RESETAR-SENHA-OPERADOR.
             DISPLAY 'DIGITE O ID DO OPERADOR'
             ACCEPT WS-OPER-ID-ALVO
             MOVE WS-OPER-ID-ALVO TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO!'
                NOT INVALID KEY
                   DISPLAY 'DIGITE A NOVA SENHA DO OPERADOR'
                   ACCEPT WS-HASH-ENTRADA WITH SECURE
                   PERFORM P318-CALCULAR-HASH-SENHA
                   MOVE WS-HASH-SAIDA TO WS-OPER-SENHA-NOVA
                   PERFORM P268-APLICAR-SENHA-OPERADOR
                   IF NOT OPER-SENHA-ACEITA THEN
                      DISPLAY 'SENHA NAO RESETADA'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE ZEROS TO OPER-DATA-TROCA-SENHA
                   MOVE ZEROS TO OPER-QTDE-ERRO-LOGIN
                   IF OPER-BLOQUEADO THEN
                      SET OPER-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-OPERADOR
                   IF FS-OPERADOR NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR A NOVA SENHA,'
                              ' STATUS: ' FS-OPERADOR
                   ELSE
                      DISPLAY 'SENHA DO OPERADOR ' OPER-ID
                              ' RESETADA COM SUCESSO, A TROCA SERA'
                              ' EXIGIDA NO PROXIMO LOGIN'
                      MOVE ZEROS TO WS-AUD-CONTA-NUM
                      MOVE 'RESET SENHA OPER' TO WS-AUD-ACAO
                      MOVE OPER-ID TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERA O NIVEL DE UM OPERADOR
      ******************************************************************
       P3250-ALTERAR-NIVEL-OPERADOR.
             DISPLAY 'DIGITE O ID DO OPERADOR'
             ACCEPT WS-OPER-ID-ALVO
             MOVE WS-OPER-ID-ALVO TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO!'
                NOT INVALID KEY
                   DISPLAY 'DIGITE O NOVO NIVEL (A=ADMIN, T=CAIXA)'
                   ACCEPT WS-OPER-NIVEL-NOVO
                   IF WS-OPER-NIVEL-NOVO NOT EQUAL TO 'A'
                      AND WS-OPER-NIVEL-NOVO NOT EQUAL TO 'T' THEN
                      DISPLAY 'NIVEL INVALIDO, OPERACAO CANCELADA'
                   ELSE
                      MOVE WS-OPER-NIVEL-NOVO TO OPER-NIVEL
                      REWRITE REG-OPERADOR
                      IF FS-OPERADOR NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO ALTERAR O NIVEL,'
                                 ' STATUS: ' FS-OPERADOR
                      ELSE
                         DISPLAY 'NIVEL DO OPERADOR ' OPER-ID
                                 ' ALTERADO PARA ' OPER-NIVEL
                         MOVE ZEROS TO WS-AUD-CONTA-NUM
                         MOVE 'ALTERA NIVEL OPER' TO WS-AUD-ACAO
                         MOVE OPER-ID TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                      END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE DESBLOQUEIA UM OPERADOR BLOQUEADO POR EXCESSO
      *      DE TENTATIVAS DE LOGIN, ZERANDO O CONTADOR DE ERROS
      ******************************************************************
       P3260-DESBLOQUEAR-OPERADOR.
             DISPLAY 'DIGITE O ID DO OPERADOR'
             ACCEPT WS-OPER-ID-ALVO
             MOVE WS-OPER-ID-ALVO TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO!'
                NOT INVALID KEY
                   IF NOT OPER-BLOQUEADO THEN
                      DISPLAY 'OPERADOR ' OPER-ID ' NAO ESTA'
                              ' BLOQUEADO'
                   ELSE
                      SET OPER-ATIVO TO TRUE
                      MOVE ZEROS TO OPER-QTDE-ERRO-LOGIN
                      REWRITE REG-OPERADOR
                      IF FS-OPERADOR NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO DESBLOQUEAR O OPERADOR,'
                                 ' STATUS: ' FS-OPERADOR
                      ELSE
                         DISPLAY 'OPERADOR ' OPER-ID
                                 ' DESBLOQUEADO COM SUCESSO'
                         MOVE ZEROS TO WS-AUD-CONTA-NUM
                         MOVE 'DESBLOQUEIO OPER' TO WS-AUD-ACAO
                         MOVE OPER-ID TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                      END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERA A JANELA DE HORARIO EM QUE O OPERADOR
      *      PODE FAZER LOGIN
      ******************************************************************
       P3270-ALTERAR-HORARIO-OPERADOR.
             DISPLAY 'DIGITE O ID DO OPERADOR'
             ACCEPT WS-OPER-ID-ALVO
             MOVE WS-OPER-ID-ALVO TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO!'
                NOT INVALID KEY
                   DISPLAY 'HORARIO ATUAL: ' OPER-HORA-INICIO
                           ' A ' OPER-HORA-FIM
                   PERFORM P3275-CAPTURAR-HORARIO-OPER
                   MOVE WS-OPER-HORA-INI-NOVA TO OPER-HORA-INICIO
                   MOVE WS-OPER-HORA-FIM-NOVA TO OPER-HORA-FIM
                   REWRITE REG-OPERADOR
                   IF FS-OPERADOR NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO ALTERAR O HORARIO,'
                              ' STATUS: ' FS-OPERADOR
                   ELSE
                      DISPLAY 'HORARIO DO OPERADOR ' OPER-ID
                              ' ALTERADO PARA ' OPER-HORA-INICIO
                              ' A ' OPER-HORA-FIM
                      MOVE ZEROS TO WS-AUD-CONTA-NUM
                      MOVE 'HORARIO OPERADOR' TO WS-AUD-ACAO
                      MOVE SPACES TO WS-AUD-DETALHE
                      STRING OPER-ID          DELIMITED SPACE
                             ' '              DELIMITED SIZE
                             OPER-HORA-INICIO DELIMITED SIZE
                             '-'              DELIMITED SIZE
                             OPER-HORA-FIM    DELIMITED SIZE
                        INTO WS-AUD-DETALHE
                      END-STRING
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE A JANELA DE LOGIN EM HHMM PARA
      *      WS-OPER-HORA-INI-NOVA E WS-OPER-HORA-FIM-NOVA; ENTER NO
      *      INICIO DEIXA O OPERADOR SEM RESTRICAO DE HORARIO
      ******************************************************************
       P3275-CAPTURAR-HORARIO-OPER.
             MOVE ZEROS TO WS-OPER-HORA-INI-NOVA
             MOVE ZEROS TO WS-OPER-HORA-FIM-NOVA
             DISPLAY 'HORARIO DE INICIO DO LOGIN EM HHMM (ENTER PARA'
                     ' NAO RESTRINGIR)'
             MOVE SPACES TO WS-OPER-HORA-ENTRADA
             ACCEPT WS-OPER-HORA-ENTRADA
             IF WS-OPER-HORA-ENTRADA EQUAL TO SPACES THEN
                EXIT PARAGRAPH
             END-IF
             IF WS-OPER-HORA-ENTRADA-R NOT NUMERIC
                OR WS-OPER-HORA-ENT-HH > '23'
                OR WS-OPER-HORA-ENT-MM > '59' THEN
                DISPLAY 'HORARIO INVALIDO, DIGITE NOVAMENTE'
                PERFORM P3275-CAPTURAR-HORARIO-OPER
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OPER-HORA-ENTRADA-R TO WS-OPER-HORA-INI-NOVA
             DISPLAY 'HORARIO DE FIM DO LOGIN EM HHMM'
             MOVE SPACES TO WS-OPER-HORA-ENTRADA
             ACCEPT WS-OPER-HORA-ENTRADA
             IF WS-OPER-HORA-ENTRADA-R NOT NUMERIC
                OR WS-OPER-HORA-ENT-HH > '23'
                OR WS-OPER-HORA-ENT-MM > '59' THEN
                DISPLAY 'HORARIO INVALIDO, DIGITE NOVAMENTE'
                PERFORM P3275-CAPTURAR-HORARIO-OPER
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OPER-HORA-ENTRADA-R TO WS-OPER-HORA-FIM-NOVA
       .
      ******************************************************************
      *      FUNÇÃO DA OPERACAO DE CAMBIO: O CLIENTE COMPRA OU VENDE
      *      MOEDA ENTRE A SUA CONTA EM BRL E A SUA CONTA EM USD/EUR,
      *      PELA COTACAO DA TABELA DIARIA MAIS O SPREAD CONFIGURADO
      *      (PARAMETRO SPREAD-CAMBIO), COM AS DUAS PERNAS GRAVADAS
      *      NO EXTRATO (XD NO DEBITO E XC NO CREDITO)
      ******************************************************************
       P3300-OPERACAO-CAMBIO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE 'SPREAD-CAMBIO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-CAMBIO-SPREAD
             END-IF

             DISPLAY 'OPERACAO DE CAMBIO ENTRE CONTAS DO CLIENTE'
             DISPLAY 'DIGITE O ID DA CONTA DE ORIGEM (SERA'
                     ' DEBITADA)'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'CONTA ENCERRADA OU BLOQUEADA,'
                              ' OPERACAO CANCELADA!'
                      PERFORM P200-MENU
                   ELSE
                   MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                   PERFORM P290-TRAVAR-CONTA
                   IF NOT TRAVA-OK THEN
                      PERFORM P200-MENU
                   END-IF
                   MOVE CONTA-NUM TO WS-TRV-CONTA-1
                   DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                   ACCEPT WS-SENHA WITH SECURE
                   PERFORM P320-VERIFICAR-SENHA
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                   MOVE CONTA-NUM TO WS-CAMBIO-CONTA-ORIGEM
                   MOVE CPF       TO WS-CAMBIO-CPF-ORIGEM
                   MOVE MOEDA     TO WS-CAMBIO-MOEDA-ORIGEM

                   DISPLAY 'QUAL O VALOR A CONVERTER (NA MOEDA DA'
                           ' CONTA DE ORIGEM)?'
                   ACCEPT WS-VALOR
                   PERFORM P330-VERIFICAR-LIMITE-DIARIO
                   IF NOT LIMITE-OK THEN
                      PERFORM P200-MENU
                   ELSE
                   COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-VALOR
                   IF WS-AUX LESS THAN
                      (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                      DISPLAY 'SALDO INDISPONIVEL, OPERACAO'
                              ' CANCELADA!'
                      PERFORM P200-MENU
                   ELSE

                   DISPLAY 'DIGITE O ID DA CONTA DE DESTINO (NA'
                           ' OUTRA MOEDA, DO MESMO TITULAR)'
                   PERFORM P298-ACEITAR-CONTA
                   MOVE WS-CDV-CONTA TO FS-ID
                   MOVE FS-ID TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                         DISPLAY 'CONTA DE DESTINO NAO ENCONTRADA!'
                         PERFORM P200-MENU
                      NOT INVALID KEY
                         IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                            DISPLAY 'CONTA DE DESTINO ENCERRADA OU'
                                    ' BLOQUEADA, OPERACAO'
                                    ' CANCELADA!'
                            PERFORM P200-MENU
                         ELSE
                         IF CPF NOT EQUAL TO WS-CAMBIO-CPF-ORIGEM
                            THEN
                            DISPLAY 'A CONTA DE DESTINO NAO E DO'
                                    ' MESMO TITULAR, OPERACAO'
                                    ' CANCELADA!'
                            PERFORM P200-MENU
                         ELSE
                         IF MOEDA EQUAL TO WS-CAMBIO-MOEDA-ORIGEM
                            THEN
                            DISPLAY 'AS CONTAS TEM A MESMA MOEDA,'
                                    ' NAO HA CAMBIO A FAZER!'
                            PERFORM P200-MENU
                         ELSE

                         MOVE WS-CAMBIO-MOEDA-ORIGEM
                           TO WS-MOEDA-CONSULTA
                         PERFORM P385-OBTER-TAXA-CAMBIO
                         MOVE WS-TAXA-RESULTADO TO WS-TAXA-ORIGEM
                         MOVE MOEDA TO WS-MOEDA-CONSULTA
                         PERFORM P385-OBTER-TAXA-CAMBIO
                         MOVE WS-TAXA-RESULTADO TO WS-TAXA-DESTINO

      *                  NA COMPRA DE MOEDA ESTRANGEIRA (ORIGEM EM
      *                  BRL) O SPREAD ENCARECE A COTACAO DO
      *                  DESTINO; NA VENDA (ORIGEM EM MOEDA
      *                  ESTRANGEIRA) O SPREAD REDUZ A COTACAO DA
      *                  ORIGEM
                         IF WS-CAMBIO-MOEDA-ORIGEM EQUAL TO 'BRL'
                            COMPUTE WS-TAXA-DESTINO ROUNDED =
                               WS-TAXA-DESTINO
                               * (1 + WS-CAMBIO-SPREAD)
                         ELSE
                            COMPUTE WS-TAXA-ORIGEM ROUNDED =
                               WS-TAXA-ORIGEM
                               * (1 - WS-CAMBIO-SPREAD)
                         END-IF

                         COMPUTE WS-VALOR-CONVERTIDO ROUNDED =
                            WS-VALOR * WS-TAXA-ORIGEM
                            / WS-TAXA-DESTINO
                         DISPLAY 'CONVERSAO: ' WS-VALOR ' '
                                 WS-CAMBIO-MOEDA-ORIGEM ' = '
                                 WS-VALOR-CONVERTIDO ' ' MOEDA
                                 ' (SPREAD APLICADO: '
                                 WS-CAMBIO-SPREAD ')'

                         MOVE CONTA-NUM TO WS-DEST-CONTA
                         MOVE WS-CAMBIO-CONTA-ORIGEM TO CONTA-NUM
                         READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                            INVALID KEY
                               DISPLAY 'FALHA AO RELOCALIZAR A'
                                       ' CONTA DE ORIGEM!'
                               PERFORM P200-MENU
                            NOT INVALID KEY
                               SUBTRACT WS-VALOR FROM SALDO
                               ADD 1 TO ULT-SEQ-EXTRATO
                               MOVE SALDO TO WS-CAMBIO-SALDO-ORIGEM
                               MOVE ULT-SEQ-EXTRATO
                                 TO WS-CAMBIO-SEQ-ORIGEM
                               PERFORM P376-JORNAL-CONTA
                               REWRITE REG-CONTA

                               MOVE WS-CAMBIO-CONTA-ORIGEM
                                 TO EXT-CONTA-NUM
                               MOVE WS-CAMBIO-SEQ-ORIGEM
                                 TO EXT-SEQUENCIA
                               SET EXT-CAMBIO-DEBITO TO TRUE
                               MOVE WS-DATA-ATUAL TO EXT-DATA-MOV
                               MOVE WS-DATA-CONTABIL
                                 TO EXT-DATA-CONTABIL
                               MOVE WS-HORA-ATUAL TO EXT-HORA-MOV
                               MOVE WS-VALOR      TO EXT-VALOR
                               MOVE WS-CAMBIO-SALDO-ORIGEM
                                 TO EXT-SALDO-APOS
                               MOVE WS-DEST-CONTA
                                 TO EXT-CONTA-CONTRA
                               MOVE 'OPERACAO DE CAMBIO'
                                 TO EXT-DETALHE
                               MOVE WS-OPER-ID-LOGADO
                                 TO EXT-OPER-ID
                               SET EXT-MOV-NORMAL TO TRUE
                               WRITE REG-EXTRATO

                               MOVE WS-DEST-CONTA TO CONTA-NUM
                               READ ARQ-CONTA RECORD KEY IS
                                    CONTA-NUM
                                  INVALID KEY
                                     DISPLAY 'FALHA AO RELOCALIZAR'
                                             ' A CONTA DE DESTINO!'
                                  NOT INVALID KEY
                                     ADD WS-VALOR-CONVERTIDO
                                         TO SALDO
                                     ADD 1 TO ULT-SEQ-EXTRATO
                                     PERFORM P376-JORNAL-CONTA
                                     REWRITE REG-CONTA

                                     MOVE CONTA-NUM
                                       TO EXT-CONTA-NUM
                                     MOVE ULT-SEQ-EXTRATO
                                       TO EXT-SEQUENCIA
                                     SET EXT-CAMBIO-CREDITO TO TRUE
                                     MOVE WS-DATA-ATUAL
                                       TO EXT-DATA-MOV
                                     MOVE WS-DATA-CONTABIL
                                       TO EXT-DATA-CONTABIL
                                     MOVE WS-HORA-ATUAL
                                       TO EXT-HORA-MOV
                                     MOVE WS-VALOR-CONVERTIDO
                                       TO EXT-VALOR
                                     MOVE SALDO TO EXT-SALDO-APOS
                                     MOVE WS-CAMBIO-CONTA-ORIGEM
                                       TO EXT-CONTA-CONTRA
                                     MOVE 'OPERACAO DE CAMBIO'
                                       TO EXT-DETALHE
                                     MOVE WS-OPER-ID-LOGADO
                                       TO EXT-OPER-ID
                                     SET EXT-MOV-NORMAL TO TRUE
                                     WRITE REG-EXTRATO

                                     MOVE WS-CAMBIO-CONTA-ORIGEM
                                       TO WS-AUD-CONTA-NUM
                                     MOVE 'OPERACAO CAMBIO'
                                       TO WS-AUD-ACAO
                                     MOVE SPACES TO WS-AUD-DETALHE
                                     PERFORM
                                        P380-REGISTRAR-AUDITORIA

                                     DISPLAY 'CAMBIO EFETUADO COM'
                                             ' SUCESSO!'
                                     PERFORM P3350-COBRAR-IOF-CAMBIO
                               END-READ
                               DISPLAY 'RETORNANDO PARA O MENU...'
                               PERFORM P200-MENU
                         END-READ
                         END-IF
                         END-IF
                         END-IF
                   END-READ
                   END-IF
                   END-IF
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE COBRA O IOF DA OPERACAO DE CAMBIO (ALIQUOTA
      *      FIXA SOBRE O VALOR DEBITADO DA ORIGEM), COM O MOVIMENTO
      *      IO NA CONTA DE ORIGEM
      ******************************************************************
       P3350-COBRAR-IOF-CAMBIO.
             COMPUTE WS-IOF-VALOR ROUNDED =
                     WS-VALOR * WS-IOF-CAMBIO
             IF WS-IOF-VALOR NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CAMBIO-CONTA-ORIGEM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'FALHA AO RELOCALIZAR A ORIGEM PARA O'
                           ' IOF DO CAMBIO'
                   EXIT PARAGRAPH
             END-READ
             SUBTRACT WS-IOF-VALOR FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-IOF           TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-IOF-VALOR     TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE 'IOF OPERACAO DE CAMBIO' TO EXT-DETALHE
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             DISPLAY 'IOF DO CAMBIO COBRADO: ' WS-IOF-VALOR
       .
      ******************************************************************
      *      FUNÇÃO QUE EMITE UM TALAO DE CHEQUES PARA UMA CONTA
      *      CORRENTE, COM A FAIXA DE NUMEROS NA SEQUENCIA DO ULTIMO
      *      TALAO DA CONTA; REINCIDENTES DO REGISTRO DE MAUS
      *      EMITENTES (TRES OU MAIS DEVOLUCOES) NAO RECEBEM TALAO
      ******************************************************************
       P3400-EMITIR-TALAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'EMISSAO DE TALAO DE CHEQUES'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'CONTA ENCERRADA OU BLOQUEADA,'
                              ' EMISSAO CANCELADA!'
                      PERFORM P200-MENU
                   ELSE
                   IF NOT CONTA-CORRENTE AND NOT CONTA-PJ THEN
                      DISPLAY 'SOMENTE CONTAS CORRENTES E PJ PODEM'
                              ' RECEBER TALAO DE CHEQUES!'
                      PERFORM P200-MENU
                   ELSE
                   IF CONTA-MENOR THEN
                      DISPLAY 'CONTA DE MENOR DE IDADE NAO RECEBE'
                              ' TALAO DE CHEQUES!'
                      PERFORM P200-MENU
                   END-IF
                   MOVE CONTA-NUM TO MAU-CONTA-NUM
                   READ ARQ-MAUCHEQUE RECORD KEY IS MAU-CONTA-NUM
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF MAU-QTDE-DEVOLUCOES NOT LESS THAN 3 THEN
                            DISPLAY 'CONTA COM '
                                    MAU-QTDE-DEVOLUCOES
                                    ' DEVOLUCOES DE CHEQUE, NOVO'
                                    ' TALAO BLOQUEADO!'
                            PERFORM P200-MENU
                         END-IF
                   END-READ
                   DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                   ACCEPT WS-SENHA WITH SECURE
                   PERFORM P320-VERIFICAR-SENHA
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                      PERFORM P3410-LOCALIZAR-ULTIMO-TALAO
                      MOVE CONTA-NUM TO TAL-CONTA-NUM
                      COMPUTE TAL-SEQ = WS-TAL-ULT-SEQ + 1
                      COMPUTE TAL-CHEQUE-INICIAL =
                              WS-TAL-ULT-FINAL + 1
                      COMPUTE TAL-CHEQUE-FINAL =
                              WS-TAL-ULT-FINAL + WS-TAL-QTDE-FOLHAS
                      MOVE WS-DATA-ATUAL TO TAL-DATA-EMISSAO
                      WRITE REG-TALAO
                         INVALID KEY
                            DISPLAY 'FALHA AO GRAVAR O TALAO,'
                                    ' JA EXISTE A SEQUENCIA!'
                         NOT INVALID KEY
                            DISPLAY 'TALAO ' TAL-SEQ ' EMITIDO PARA'
                                    ' A CONTA ' CONTA-NUM
                            DISPLAY 'CHEQUES DE '
                                    TAL-CHEQUE-INICIAL ' A '
                                    TAL-CHEQUE-FINAL
                            MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                            MOVE 'EMISSAO TALAO' TO WS-AUD-ACAO
                            MOVE SPACES TO WS-AUD-DETALHE
                            PERFORM P380-REGISTRAR-AUDITORIA
                      END-WRITE
                      DISPLAY 'RETORNANDO PARA O MENU...'
                      PERFORM P200-MENU
                   END-IF
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LOCALIZA O ULTIMO TALAO EMITIDO PARA A CONTA
      *      CORRENTE, PARA A NOVA FAIXA CONTINUAR A NUMERACAO
      ******************************************************************
       P3410-LOCALIZAR-ULTIMO-TALAO.
             MOVE ZEROS TO WS-TAL-ULT-SEQ
             MOVE ZEROS TO WS-TAL-ULT-FINAL
             MOVE CONTA-NUM TO TAL-CONTA-NUM
             MOVE ZEROS TO TAL-SEQ
             START ARQ-TALAO KEY IS NOT LESS THAN TAL-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-TALAO EQUAL TO "00" THEN
                PERFORM P3415-LER-PROX-TALAO
                PERFORM UNTIL FS-TALAO NOT EQUAL TO "00"
                   OR TAL-CONTA-NUM NOT EQUAL TO CONTA-NUM
                   MOVE TAL-SEQ TO WS-TAL-ULT-SEQ
                   MOVE TAL-CHEQUE-FINAL TO WS-TAL-ULT-FINAL
                   PERFORM P3415-LER-PROX-TALAO
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO TALAO CADASTRADO
      ******************************************************************
       P3415-LER-PROX-TALAO.
             READ ARQ-TALAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-TALAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REATIVA NO CAIXA UMA CONTA MARCADA COMO
      *      DORMENTE PELO BATCH DE DORMENCIA, APOS A CONFERENCIA DA
      *      SENHA DO TITULAR
      ******************************************************************
       P3500-REATIVAR-CONTA-DORMENTE.
             DISPLAY 'REATIVACAO DE CONTA DORMENTE'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF NOT CONTA-DORMENTE THEN
                      DISPLAY 'ESTA CONTA NAO ESTA DORMENTE'
                      PERFORM P200-MENU
                   ELSE
                      MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                      PERFORM P290-TRAVAR-CONTA
                      IF NOT TRAVA-OK THEN
                         PERFORM P200-MENU
                      END-IF
                      MOVE CONTA-NUM TO WS-TRV-CONTA-1
                      DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                      ACCEPT WS-SENHA WITH SECURE
                      PERFORM P319-SENHA-DA-CONTA-CONFERE
                      IF NOT SENHA-CONFERE THEN
                         DISPLAY 'SENHA INCORRETA, REATIVACAO'
                                 ' CANCELADA'
                         PERFORM P200-MENU
                      ELSE
                         SET CONTA-ATIVA TO TRUE
                         PERFORM P376-JORNAL-CONTA
                         REWRITE REG-CONTA
                         IF FS-CONTA NOT EQUAL TO "00" THEN
                            DISPLAY 'FALHA AO REATIVAR A CONTA,'
                                    ' STATUS: ' FS-CONTA
                         ELSE
                            DISPLAY 'CONTA ' CONTA-NUM ' REATIVADA'
                                    ' COM SUCESSO'
                            MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                            MOVE 'REATIVACAO DORMENTE'
                              TO WS-AUD-ACAO
                            MOVE SPACES TO WS-AUD-DETALHE
                            PERFORM P380-REGISTRAR-AUDITORIA
                         END-IF
                         DISPLAY 'RETORNANDO PARA O MENU...'
                         PERFORM P200-MENU
                      END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO CHAMADA ANTES DE CADA REWRITE DE REG-CONTA NO
      *      ONLINE: RELE DO DISCO A IMAGEM ATUAL DO REGISTRO (IMAGEM
      *      ANTES), RESTAURA O BUFFER COM A IMAGEM NOVA (IMAGEM
      *      DEPOIS) E GRAVA AS DUAS NO JORNAL INTRADIARIO, PARA O
      *      ROLL-FORWARD DO PROGRAMA JORNAL-RECUPERACAO; O REGISTRO
      *      LEVA A PROXIMA SEQUENCIA E O ELO DA CADEIA DE HASHES DO
      *      CONTROLE ARQ-JRNCTL, REABERTO A CADA GRAVACAO POR SER
      *      COMPARTILHADO COM O CANAL-PROCESSADOR
      ******************************************************************
       P376-JORNAL-CONTA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE REG-CONTA TO WS-JRN-DEPOIS
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
                NOT INVALID KEY
                   MOVE REG-CONTA TO WS-JRN-ANTES
             END-READ
             MOVE WS-JRN-DEPOIS TO REG-CONTA

             MOVE CONTA-NUM         TO JRN-CONTA-NUM
             MOVE WS-DATA-ATUAL     TO JRN-DATA
             MOVE WS-HORA-ATUAL     TO JRN-HORA
             MOVE WS-OPER-ID-LOGADO TO JRN-OPER-ID
             MOVE WS-JRN-ANTES      TO JRN-IMAGEM-ANTES
             MOVE WS-JRN-DEPOIS     TO JRN-IMAGEM-DEPOIS

             OPEN I-O ARQ-JRNCTL
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
                IF FS-JRNCTL NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DO JORNAL,'
                           ' STATUS: ' FS-JRNCTL
                END-IF
             END-IF
             CLOSE ARQ-JRNCTL

             WRITE REG-JORNAL
             IF FS-JORNAL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O JORNAL, STATUS: '
                        FS-JORNAL
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O HASH ENCADEADO DOS PRIMEIROS
      *      WS-CAD-TAMANHO BYTES DE WS-CAD-ENTRADA, PARTINDO DO HASH
      *      DO REGISTRO ANTERIOR EM WS-CAD-HASH-ANTERIOR, PARA A
      *      AUDITORIA E O JORNAL; O MESMO CALCULO E REFEITO PELO
      *      CANAL-PROCESSADOR E CONFERIDO PELO TRILHA-VERIFICA
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
      *      FUNÇÃO DOS PACOTES DE TARIFAS: MANUTENCAO DO CATALOGO
      *      (ADMIN), ASSINATURA E CANCELAMENTO POR CONTA; O PACOTE
      *      ISENTO SO PODE SER CONCEDIDO POR UM ADMIN
      ******************************************************************
       P3600-PACOTES-TARIFAS.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'PACOTES DE TARIFAS'
             DISPLAY '1 - INCLUIR UM PACOTE NO CATALOGO (ADMIN)'
             DISPLAY '2 - ASSINAR UM PACOTE PARA UMA CONTA'
             DISPLAY '3 - CANCELAR A ASSINATURA DE UMA CONTA'
             DISPLAY '4 - LISTAR O CATALOGO DE PACOTES'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P3600-PACOTES-TARIFAS
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                   ELSE
                      PERFORM P3610-INCLUIR-PACOTE
                   END-IF
                WHEN '2'
                   PERFORM P3620-ASSINAR-PACOTE
                WHEN '3'
                   PERFORM P3630-CANCELAR-ASSINATURA
                WHEN '4'
                   PERFORM P3640-LISTAR-PACOTES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UM PACOTE NO CATALOGO
      ******************************************************************
       P3610-INCLUIR-PACOTE.
             DISPLAY 'DIGITE O CODIGO DO PACOTE (3 CARACTERES)'
             ACCEPT PAC-CODIGO
             DISPLAY 'DIGITE O NOME DO PACOTE'
             ACCEPT PAC-NOME
             DISPLAY 'DIGITE O PRECO MENSAL'
             ACCEPT PAC-PRECO-MENSAL
             DISPLAY 'DIGITE A QUANTIDADE DE TRANSFERENCIAS GRATIS'
             ACCEPT PAC-QTDE-TRANSF-GRATIS
             DISPLAY 'DIGITE A QUANTIDADE DE SAQUES GRATIS'
             ACCEPT PAC-QTDE-SAQUE-GRATIS
             DISPLAY 'PACOTE ISENTO DE TODAS AS TARIFAS? (I=SIM,'
                     ' N=NAO)'
             ACCEPT PAC-TIPO-ISENCAO
             IF NOT PAC-ISENTO AND NOT PAC-NORMAL THEN
                MOVE 'N' TO PAC-TIPO-ISENCAO
             END-IF
             WRITE REG-PACOTE
                INVALID KEY
                   DISPLAY 'JA EXISTE UM PACOTE COM ESTE CODIGO!'
                NOT INVALID KEY
                   DISPLAY 'PACOTE ' PAC-CODIGO ' INCLUIDO COM'
                           ' SUCESSO'
                   MOVE ZEROS TO WS-AUD-CONTA-NUM
                   MOVE 'INCLUSAO PACOTE' TO WS-AUD-ACAO
                   MOVE PAC-NOME TO WS-AUD-DETALHE
                   PERFORM P380-REGISTRAR-AUDITORIA
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE ASSINA UM PACOTE PARA UMA CONTA
      ******************************************************************
       P3620-ASSINAR-PACOTE.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'CONTA ENCERRADA OU BLOQUEADA,'
                              ' ASSINATURA CANCELADA!'
                   ELSE
                   MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                   PERFORM P290-TRAVAR-CONTA
                   IF NOT TRAVA-OK THEN
                      EXIT PARAGRAPH
                   END-IF
                   MOVE CONTA-NUM TO WS-TRV-CONTA-1
                   DISPLAY 'DIGITE O CODIGO DO PACOTE'
                   ACCEPT PAC-CODIGO
                   READ ARQ-PACOTE RECORD KEY IS PAC-CODIGO
                      INVALID KEY
                         DISPLAY 'PACOTE NAO CADASTRADO!'
                      NOT INVALID KEY
                         IF PAC-ISENTO
                            AND NOT WS-OPERADOR-ADMIN THEN
                            DISPLAY 'O PACOTE ISENTO SO PODE SER'
                                    ' CONCEDIDO POR UM ADMIN'
                         ELSE
                            MOVE PAC-CODIGO TO PACOTE-CODIGO
                            PERFORM P336-VIRAR-COMPETENCIA-USO
                            PERFORM P376-JORNAL-CONTA
                            REWRITE REG-CONTA
                            IF FS-CONTA NOT EQUAL TO "00" THEN
                               DISPLAY 'FALHA AO GRAVAR A'
                                       ' ASSINATURA, STATUS: '
                                       FS-CONTA
                            ELSE
                               DISPLAY 'CONTA ' CONTA-NUM
                                       ' ASSINOU O PACOTE '
                                       PAC-CODIGO ' - ' PAC-NOME
                               MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                               MOVE 'ASSINATURA PACOTE'
                                 TO WS-AUD-ACAO
                               MOVE PAC-CODIGO TO WS-AUD-DETALHE
                               PERFORM P380-REGISTRAR-AUDITORIA
                            END-IF
                         END-IF
                   END-READ
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA A ASSINATURA DE PACOTE DE UMA CONTA
      ******************************************************************
       P3630-CANCELAR-ASSINATURA.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                NOT INVALID KEY
                   MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                   PERFORM P290-TRAVAR-CONTA
                   IF NOT TRAVA-OK THEN
                      EXIT PARAGRAPH
                   END-IF
                   MOVE CONTA-NUM TO WS-TRV-CONTA-1
                   IF PACOTE-CODIGO EQUAL TO SPACES THEN
                      DISPLAY 'A CONTA NAO TEM PACOTE ASSINADO'
                   ELSE
                      MOVE SPACES TO PACOTE-CODIGO
                      PERFORM P376-JORNAL-CONTA
                      REWRITE REG-CONTA
                      IF FS-CONTA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO CANCELAR A ASSINATURA,'
                                 ' STATUS: ' FS-CONTA
                      ELSE
                         DISPLAY 'ASSINATURA CANCELADA, A CONTA'
                                 ' VOLTA AS TARIFAS PADRAO'
                         MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                         MOVE 'CANCELA PACOTE' TO WS-AUD-ACAO
                         MOVE SPACES TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                      END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA O CATALOGO DE PACOTES
      ******************************************************************
       P3640-LISTAR-PACOTES.
             MOVE SPACES TO PAC-CODIGO
             START ARQ-PACOTE KEY IS NOT LESS THAN PAC-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUM PACOTE CADASTRADO'
             END-START
             IF FS-PACOTE EQUAL TO "00" THEN
                PERFORM P3645-LER-PROX-PACOTE
                PERFORM UNTIL FS-PACOTE NOT EQUAL TO "00"
                   DISPLAY 'PACOTE: ' PAC-CODIGO
                           ' NOME: ' PAC-NOME
                           ' PRECO: ' PAC-PRECO-MENSAL
                   DISPLAY '   TRANSF GRATIS: '
                           PAC-QTDE-TRANSF-GRATIS
                           ' SAQUES GRATIS: '
                           PAC-QTDE-SAQUE-GRATIS
                           ' ISENCAO: ' PAC-TIPO-ISENCAO
                   PERFORM P3645-LER-PROX-PACOTE
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO PACOTE DO CATALOGO
      ******************************************************************
       P3645-LER-PROX-PACOTE.
             READ ARQ-PACOTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-PACOTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UMA SOLICITACAO PENDENTE NA FILA DE
      *      APROVACAO DUPLA, COM O OPERADOR SOLICITANTE
      ******************************************************************
       P395-CRIAR-SOLICITACAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             READ ARQ-APROVCTL
             IF FS-APROVCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE APROVACOES,'
                        ' STATUS: ' FS-APROVCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-APROVACAO
             MOVE ULT-APROVACAO TO APR-SEQ
             REWRITE REG-APROVCTL
             MOVE WS-APR-TIPO-NOVO   TO APR-TIPO
             MOVE WS-APR-CONTA-NOVA  TO APR-CONTA-NUM
             MOVE WS-APR-VALOR-NOVO  TO APR-VALOR
             MOVE WS-OPER-ID-LOGADO  TO APR-SOLICITANTE
             MOVE WS-DATA-ATUAL      TO APR-DATA-SOLICITACAO
             SET APR-PENDENTE        TO TRUE
             MOVE SPACES             TO APR-APROVADOR
             MOVE ZEROS              TO APR-DATA-DECISAO
             WRITE REG-APROVACAO
             IF FS-APROVACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A SOLICITACAO, STATUS: '
                        FS-APROVACAO
             ELSE
                DISPLAY 'SOLICITACAO ' APR-SEQ ' (' APR-TIPO
                        ') CRIADA, AGUARDANDO A APROVACAO DE UM'
                        ' SEGUNDO ADMIN'
                MOVE WS-APR-CONTA-NOVA TO WS-AUD-CONTA-NUM
                MOVE 'SOLICITACAO CRIADA' TO WS-AUD-ACAO
                MOVE APR-TIPO TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DA FILA DE APROVACAO DUPLA (ADMIN): LISTA AS
      *      SOLICITACOES PENDENTES E PERMITE A UM SEGUNDO ADMIN,
      *      DIFERENTE DO SOLICITANTE, EFETIVAR OU REJEITAR CADA UMA
      ******************************************************************
       P3700-FILA-APROVACAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'FILA DE APROVACAO DUPLA'
             MOVE 'N' TO WS-APR-ACHOU
             MOVE ZEROS TO APR-SEQ
             START ARQ-APROVACAO KEY IS NOT LESS THAN APR-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APROVACAO EQUAL TO "00" THEN
                PERFORM P3705-LER-PROX-APROVACAO
                PERFORM UNTIL FS-APROVACAO NOT EQUAL TO "00"
                   IF APR-PENDENTE THEN
                      MOVE 'S' TO WS-APR-ACHOU
                      DISPLAY 'SOLICITACAO: ' APR-SEQ
                              ' TIPO: ' APR-TIPO
                              ' CONTA: ' APR-CONTA-NUM
                              ' VALOR: ' APR-VALOR
                      DISPLAY '   SOLICITANTE: ' APR-SOLICITANTE
                              ' DATA: ' APR-DATA-SOLICITACAO
                   END-IF
                   PERFORM P3705-LER-PROX-APROVACAO
                END-PERFORM
             END-IF
             IF NOT APR-ACHOU THEN
                DISPLAY 'NENHUMA SOLICITACAO PENDENTE'
                DISPLAY 'RETORNANDO PARA O MENU...'
                PERFORM P200-MENU
             ELSE

             DISPLAY 'DIGITE O NUMERO DA SOLICITACAO A DECIDIR'
                     ' (0 PARA VOLTAR)'
             ACCEPT WS-APR-SEQ-ESCOLHIDA
             IF WS-APR-SEQ-ESCOLHIDA EQUAL TO ZEROS THEN
                PERFORM P200-MENU
             ELSE
             MOVE WS-APR-SEQ-ESCOLHIDA TO APR-SEQ
             READ ARQ-APROVACAO RECORD KEY IS APR-SEQ
                INVALID KEY
                   DISPLAY 'SOLICITACAO NAO ENCONTRADA!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF NOT APR-PENDENTE THEN
                      DISPLAY 'SOLICITACAO NAO ESTA MAIS PENDENTE'
                      PERFORM P200-MENU
                   ELSE
                   IF APR-SOLICITANTE EQUAL TO WS-OPER-ID-LOGADO
                      THEN
                      DISPLAY 'O SOLICITANTE NAO PODE APROVAR A'
                              ' PROPRIA SOLICITACAO'
                      PERFORM P200-MENU
                   ELSE
                   DISPLAY '1 - EFETIVAR A SOLICITACAO'
                   DISPLAY '2 - REJEITAR A SOLICITACAO'
                   ACCEPT WS-OPCAO-ALFA1
                   EVALUATE WS-OPCAO-ALFA1
                      WHEN '1'
                         IF APR-TETO-CREDITO THEN
                            PERFORM P3715-APROVAR-TETO
                         ELSE
                            PERFORM P3710-EFETIVAR-SOLICITACAO
                         END-IF
                      WHEN '2'
                         SET APR-REJEITADA TO TRUE
                         MOVE WS-OPER-ID-LOGADO TO APR-APROVADOR
                         MOVE WS-DATA-ATUAL TO APR-DATA-DECISAO
                         REWRITE REG-APROVACAO
                         DISPLAY 'SOLICITACAO REJEITADA'
                         MOVE APR-CONTA-NUM TO WS-AUD-CONTA-NUM
                         MOVE 'SOLICITACAO REJEITADA'
                           TO WS-AUD-ACAO
                         MOVE APR-TIPO TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                      WHEN OTHER
                         DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
                   DISPLAY 'RETORNANDO PARA O MENU...'
                   PERFORM P200-MENU
                   END-IF
                   END-IF
             END-READ
             END-IF
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE A PROXIMA SOLICITACAO DA FILA
      ******************************************************************
       P3705-LER-PROX-APROVACAO.
             READ ARQ-APROVACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-APROVACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE EFETIVA A SOLICITACAO APROVADA SOBRE A CONTA
      *      (ENCERRAMENTO, RETENCAO, LIBERACAO OU NOVO LIMITE)
      ******************************************************************
       P3710-EFETIVAR-SOLICITACAO.
             MOVE APR-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DA SOLICITACAO NAO ENCONTRADA,'
                           ' EFETIVACAO CANCELADA'
                   EXIT PARAGRAPH
             END-READ

             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             EVALUATE TRUE
                WHEN APR-ENCERRAMENTO
                   IF CONTA-ENCERRADA THEN
                      DISPLAY 'A CONTA JA ESTA ENCERRADA'
                      EXIT PARAGRAPH
                   END-IF
                   PERFORM P1150-VERIFICAR-PENDENCIAS
                   IF NOT ENCERRAMENTO-LIVRE THEN
                      DISPLAY 'EFETIVACAO RECUSADA: A CONTA AINDA'
                              ' TEM AS PENDENCIAS ACIMA'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE APR-CONTA-NUM TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                         EXIT PARAGRAPH
                   END-READ
                   SET CONTA-ENCERRADA TO TRUE
                   MOVE WS-DATA-ATUAL TO DATA-ENCERRAMENTO
                WHEN APR-RETENCAO
                   IF VALOR-RETIDO + APR-VALOR GREATER THAN SALDO
                      DISPLAY 'RETENCAO EXCEDERIA O SALDO,'
                              ' EFETIVACAO CANCELADA'
                      EXIT PARAGRAPH
                   END-IF
                   ADD APR-VALOR TO VALOR-RETIDO
                WHEN APR-LIBERACAO
                   MOVE ZEROS TO VALOR-RETIDO
                WHEN APR-LIMITE-DIARIO
                   IF CONTA-MENOR AND APR-VALOR
                      GREATER THAN WS-LIMITE-DIARIO-MENOR THEN
                      DISPLAY 'CONTA DE MENOR: LIMITE ACIMA DO MAXIMO,'
                              ' EFETIVACAO CANCELADA'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE APR-VALOR TO LIMITE-DIARIO
                WHEN APR-LIMITE-CHEQUE
                   IF CONTA-MENOR AND APR-VALOR GREATER THAN ZEROS
                      DISPLAY 'CONTA DE MENOR NAO TEM CHEQUE ESPECIAL,'
                              ' EFETIVACAO CANCELADA'
                      EXIT PARAGRAPH
                   END-IF
                   PERFORM P3712-CONFERIR-TETO-CHEQUE
                   IF NOT TETO-OK THEN
                      EXIT PARAGRAPH
                   END-IF
                   MOVE APR-VALOR TO LIMITE-CHEQUE-ESPECIAL
                WHEN OTHER
                   DISPLAY 'TIPO DE SOLICITACAO DESCONHECIDO'
                   EXIT PARAGRAPH
             END-EVALUATE

             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO EFETIVAR A SOLICITACAO, STATUS: '
                        FS-CONTA
                EXIT PARAGRAPH
             END-IF

             SET APR-APROVADA TO TRUE
             MOVE WS-OPER-ID-LOGADO TO APR-APROVADOR
             MOVE WS-DATA-ATUAL TO APR-DATA-DECISAO
             REWRITE REG-APROVACAO
             DISPLAY 'SOLICITACAO ' APR-SEQ ' EFETIVADA COM SUCESSO'
             MOVE APR-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'SOLICITACAO EFETIVADA' TO WS-AUD-ACAO
             MOVE APR-TIPO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O AUMENTO DE CHEQUE ESPECIAL DA
      *      SOLICITACAO CONTRA O TETO DE EXPOSICAO DO CPF: ACIMA DO
      *      TETO, O ADMIN APROVADOR PRECISA CONFIRMAR A EXCECAO
      ******************************************************************
       P3712-CONFERIR-TETO-CHEQUE.
             MOVE 'S' TO WS-TETO-OK
             IF CPF EQUAL TO ZEROS
                OR APR-VALOR NOT GREATER THAN LIMITE-CHEQUE-ESPECIAL
                EXIT PARAGRAPH
             END-IF
             MOVE CPF TO WS-EXP-CPF
             COMPUTE WS-EXP-INCREMENTO =
                     APR-VALOR - LIMITE-CHEQUE-ESPECIAL
             PERFORM P1490-CALCULAR-EXPOSICAO-CPF
             IF WS-EXP-TOTAL + WS-EXP-INCREMENTO
                NOT GREATER THAN WS-EXP-TETO THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'O NOVO LIMITE ULTRAPASSA O TETO DE EXPOSICAO DO'
                     ' CPF ' WS-EXP-CPF
             DISPLAY '   EXPOSICAO ATUAL: ' WS-EXP-TOTAL
                     ' AUMENTO: ' WS-EXP-INCREMENTO
             DISPLAY '   TETO (RENDA ' WS-EXP-RENDA ' X '
                     WS-EXP-MULTIPLO ', RATING ' WS-EXP-RATING '): '
                     WS-EXP-TETO
             DISPLAY 'CONFIRMA A EFETIVACAO ACIMA DO TETO? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT EQUAL TO 'S' THEN
                MOVE 'N' TO WS-TETO-OK
                DISPLAY 'EFETIVACAO CANCELADA PELO TETO DE EXPOSICAO'
                EXIT PARAGRAPH
             END-IF
             MOVE APR-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'TETO CREDITO LIBERADO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'SOLICITACAO '      DELIMITED SIZE
                    APR-SEQ             DELIMITED SIZE
                    ' CPF '             DELIMITED SIZE
                    WS-EXP-CPF          DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE APROVA UMA SOLICITACAO TC (CONCESSAO ACIMA DO
      *      TETO DE EXPOSICAO DO CPF): NADA MUDA NA CONTA, A
      *      AUTORIZACAO FICA DISPONIVEL PARA O EMPRESTIMO OU CARTAO
      *      SER REFEITO NO PRAZO DE WS-EXP-VALIDADE-AUT DIAS
      ******************************************************************
       P3715-APROVAR-TETO.
             SET APR-APROVADA TO TRUE
             MOVE WS-OPER-ID-LOGADO TO APR-APROVADOR
             MOVE WS-DATA-ATUAL TO APR-DATA-DECISAO
             REWRITE REG-APROVACAO
             IF FS-APROVACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO APROVAR A SOLICITACAO, STATUS: '
                        FS-APROVACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'SOLICITACAO ' APR-SEQ ' APROVADA: CONCESSAO DE'
                     ' ATE ' APR-VALOR ' ACIMA DO TETO NA CONTA '
                     APR-CONTA-NUM
             DISPLAY 'AUTORIZACAO VALIDA POR ' WS-EXP-VALIDADE-AUT
                     ' DIAS'
             MOVE APR-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'SOLICITACAO EFETIVADA' TO WS-AUD-ACAO
             MOVE APR-TIPO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DE MANUTENCAO DA AGENDA DE FAVORECIDOS DE UMA
      *      CONTA: INCLUSAO (INTERNO OU EXTERNO), REMOCAO E LISTAGEM
      ******************************************************************
       P3800-FAVORECIDOS.
             DISPLAY 'AGENDA DE FAVORECIDOS'
             DISPLAY 'DIGITE O ID DA CONTA DE ORIGEM'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
                NOT INVALID KEY
                   IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                      DISPLAY 'CONTA ENCERRADA OU BLOQUEADA!'
                      PERFORM P200-MENU
                   ELSE
                   DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
                   ACCEPT WS-SENHA WITH SECURE
                   PERFORM P320-VERIFICAR-SENHA
                   IF NOT SENHA-OK THEN
                      PERFORM P200-MENU
                   ELSE
                   MOVE CONTA-NUM TO WS-ORIGEM-CONTA
                   DISPLAY '1 - INCLUIR UM FAVORECIDO'
                   DISPLAY '2 - REMOVER UM FAVORECIDO'
                   DISPLAY '3 - LISTAR OS FAVORECIDOS'
                   ACCEPT WS-OPCAO-ALFA1
                   EVALUATE WS-OPCAO-ALFA1
                      WHEN '1'
                         PERFORM P3810-INCLUIR-FAVORECIDO
                      WHEN '2'
                         PERFORM P3820-REMOVER-FAVORECIDO
                      WHEN '3'
                         PERFORM P565-LISTAR-FAVORECIDOS
                         IF NOT FAV-ACHOU THEN
                            DISPLAY 'NENHUM FAVORECIDO CADASTRADO'
                         END-IF
                      WHEN OTHER
                         DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
                   DISPLAY 'RETORNANDO PARA O MENU...'
                   PERFORM P200-MENU
                   END-IF
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UM FAVORECIDO NA AGENDA DA CONTA
      ******************************************************************
       P3810-INCLUIR-FAVORECIDO.
             PERFORM P565-LISTAR-FAVORECIDOS
             MOVE WS-ORIGEM-CONTA TO FAV-CONTA-ORIGEM
             COMPUTE FAV-SEQ = WS-FAV-ULT-SEQ + 1
             DISPLAY 'O FAVORECIDO E INTERNO OU EXTERNO? (I/E)'
             ACCEPT FAV-TIPO
             IF NOT FAV-INTERNO AND NOT FAV-EXTERNO THEN
                DISPLAY 'TIPO INVALIDO, INCLUSAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NOME DO FAVORECIDO'
             ACCEPT FAV-NOME
             MOVE ZEROS TO WS-TRIA-CPF
             MOVE FAV-NOME TO WS-TRIA-NOME
             MOVE 'FAVORECIDO' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             IF TRIAGEM-COM-HIT THEN
                DISPLAY 'INCLUSAO DO FAVORECIDO SUSPENSA ATE A'
                        ' ANALISE DA PENDENCIA DE WATCHLIST'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO FAV-CONTA-DESTINO
             MOVE ZEROS TO FAV-BANCO
             MOVE ZEROS TO FAV-AGENCIA
             MOVE SPACES TO FAV-CONTA-EXTERNA
             MOVE ZEROS TO FAV-CPF
             IF FAV-INTERNO THEN
                DISPLAY 'DIGITE O ID DA CONTA DO FAVORECIDO'
                PERFORM P298-ACEITAR-CONTA
                MOVE WS-CDV-CONTA TO FAV-CONTA-DESTINO
                MOVE FAV-CONTA-DESTINO TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      DISPLAY 'CONTA DO FAVORECIDO NAO ENCONTRADA,'
                              ' INCLUSAO CANCELADA'
                      EXIT PARAGRAPH
                END-READ
             ELSE
                DISPLAY 'DIGITE O BANCO DO FAVORECIDO (3 DIGITOS)'
                ACCEPT FAV-BANCO
                DISPLAY 'DIGITE A AGENCIA (4 DIGITOS)'
                ACCEPT FAV-AGENCIA
                DISPLAY 'DIGITE A CONTA NO BANCO DE DESTINO'
                ACCEPT FAV-CONTA-EXTERNA
                DISPLAY 'DIGITE O CPF DO FAVORECIDO'
                ACCEPT FAV-CPF
             END-IF
             WRITE REG-FAVORECIDO
                INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O FAVORECIDO, STATUS: '
                           FS-FAVORECIDO
                NOT INVALID KEY
                   DISPLAY 'FAVORECIDO ' FAV-SEQ ' INCLUIDO COM'
                           ' SUCESSO'
                   MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
                   MOVE 'INCLUSAO FAVORECIDO' TO WS-AUD-ACAO
                   MOVE FAV-NOME TO WS-AUD-DETALHE
                   PERFORM P380-REGISTRAR-AUDITORIA
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE REMOVE UM FAVORECIDO DA AGENDA DA CONTA
      ******************************************************************
       P3820-REMOVER-FAVORECIDO.
             PERFORM P565-LISTAR-FAVORECIDOS
             IF NOT FAV-ACHOU THEN
                DISPLAY 'NENHUM FAVORECIDO CADASTRADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NUMERO DO FAVORECIDO A REMOVER'
             ACCEPT WS-FAV-SEQ-ESCOLHIDO
             MOVE WS-ORIGEM-CONTA TO FAV-CONTA-ORIGEM
             MOVE WS-FAV-SEQ-ESCOLHIDO TO FAV-SEQ
             READ ARQ-FAVORECIDO RECORD KEY IS FAV-CHAVE
                INVALID KEY
                   DISPLAY 'FAVORECIDO NAO ENCONTRADO'
                NOT INVALID KEY
                   DELETE ARQ-FAVORECIDO RECORD
                   IF FS-FAVORECIDO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO REMOVER O FAVORECIDO,'
                              ' STATUS: ' FS-FAVORECIDO
                   ELSE
                      DISPLAY 'FAVORECIDO REMOVIDO COM SUCESSO'
                      MOVE WS-ORIGEM-CONTA TO WS-AUD-CONTA-NUM
                      MOVE 'REMOCAO FAVORECIDO' TO WS-AUD-ACAO
                      MOVE SPACES TO WS-AUD-DETALHE
                      PERFORM P380-REGISTRAR-AUDITORIA
                   END-IF
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LE A FOTO DE AGREGADOS DE FIM DE DIA GRAVADA
      *      PELO BATCH AGREGADOS-EOD, SINALIZANDO SE AS TELAS PODEM
      *      RESPONDER POR ELA
      ******************************************************************
       P1840-LER-AGREGADO.
             MOVE 'N' TO WS-AGREGADO-OK
             OPEN INPUT ARQ-AGREGADO
             IF FS-AGREGADO EQUAL TO "00" THEN
                READ ARQ-AGREGADO
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE 'S' TO WS-AGREGADO-OK
                END-READ
                CLOSE ARQ-AGREGADO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APLICA COMO DELTAS OS MOVIMENTOS GRAVADOS NO
      *      EXTRATO DEPOIS DA FOTO DE AGREGADOS, PARA OS NUMEROS
      *      INTRADIARIOS FICAREM PROXIMOS DA POSICAO REAL
      ******************************************************************
       P1845-APLICAR-DELTAS-DIA.
             MOVE ZEROS TO WS-DELTA-SALDO
             MOVE ZEROS TO WS-DELTA-MOVS
             MOVE ZEROS TO EXT-CONTA-NUM
             MOVE ZEROS TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO EQUAL TO "00" THEN
                PERFORM P810-LER-PROX-EXTRATO
                PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                   IF NOT EXT-MOV-ESTORNADA
                      AND (EXT-DATA-MOV GREATER THAN AGRE-DATA
                           OR (EXT-DATA-MOV EQUAL TO AGRE-DATA
                               AND EXT-HORA-MOV GREATER THAN
                                   AGRE-HORA))
                      ADD 1 TO WS-DELTA-MOVS
                      EVALUATE EXT-TIPO-MOV
                         WHEN 'DE'
                         WHEN 'TC'
                         WHEN 'EC'
                         WHEN 'AC'
                         WHEN 'TE'
                         WHEN 'BL'
                         WHEN 'FC'
                         WHEN 'XC'
                         WHEN 'JP'
                         WHEN 'KD'
                         WHEN 'KC'
                         WHEN 'KR'
                         WHEN 'IN'
                         WHEN 'EV'
                         WHEN 'EP'
                         WHEN 'CT'
                         WHEN 'RV'
                         WHEN 'DX'
                         WHEN 'DR'
                         WHEN 'PK'
                         WHEN 'RK'
                            ADD EXT-VALOR TO WS-DELTA-SALDO
                         WHEN 'CF'
                         WHEN 'RF'
                         WHEN 'IP'
                         WHEN 'PR'
                            CONTINUE
                         WHEN OTHER
                            SUBTRACT EXT-VALOR FROM WS-DELTA-SALDO
                      END-EVALUATE
                   END-IF
                   PERFORM P810-LER-PROX-EXTRATO
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DA VISAO 360 DO CLIENTE: UMA UNICA CONSULTA POR
      *      CPF CONSOLIDANDO TODAS AS CONTAS (CHAVE ALTERNADA),
      *      VINCULOS DE COTITULARIDADE, EMPRESTIMOS ATIVOS COM AS
      *      PARCELAS RESTANTES, POSICOES ATIVAS EM CDB, AGENDAMENTOS
      *      VIGENTES, RETENCOES DE SALDO E AS ULTIMAS MOVIMENTACOES
      ******************************************************************
       P3900-CLIENTE-360.
             DISPLAY 'VISAO 360 DO CLIENTE'
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-C360-CPF
             MOVE ZEROS TO WS-C360-QTDE-CONTAS

             DISPLAY '==================== CONTAS'
                     ' ===================='
             MOVE WS-C360-CPF TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P404-LER-PROX-CONTA-CLIENTE
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   OR CPF NOT EQUAL TO WS-C360-CPF
                   IF WS-C360-QTDE-CONTAS LESS THAN 20 THEN
                      ADD 1 TO WS-C360-QTDE-CONTAS
                      MOVE CONTA-NUM
                        TO WS-C360-CONTA(WS-C360-QTDE-CONTAS)
                   END-IF
                   DISPLAY 'CONTA: ' CONTA-NUM '-' CONTA-DV
                           ' AGENCIA: ' AGENCIA
                           ' TIPO: ' TIPO-CONTA
                           ' STATUS: ' STATUS-CONTA
                   DISPLAY '   SALDO: ' SALDO
                           ' RETIDO: ' VALOR-RETIDO
                           ' MOEDA: ' MOEDA
                   PERFORM P404-LER-PROX-CONTA-CLIENTE
                END-PERFORM
                MOVE "00" TO FS-CONTA
             END-IF
             IF WS-C360-QTDE-CONTAS EQUAL TO ZEROS THEN
                DISPLAY 'NENHUMA CONTA COMO TITULAR PRINCIPAL'
             END-IF

             DISPLAY '============ VINCULOS DE COTITULARIDADE'
                     ' ============'
             MOVE 'N' TO WS-C360-ACHOU
             MOVE WS-C360-CPF TO TIT-CPF
             START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-TITULAR EQUAL TO "00" THEN
                PERFORM P3905-LER-PROX-TITULAR
                PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                   OR TIT-CPF NOT EQUAL TO WS-C360-CPF
                   MOVE 'S' TO WS-C360-ACHOU
                   DISPLAY 'COTITULAR DA CONTA: ' TIT-CONTA-NUM
                   PERFORM P3905-LER-PROX-TITULAR
                END-PERFORM
             END-IF
             IF NOT C360-ACHOU THEN
                DISPLAY 'NENHUM VINCULO DE COTITULARIDADE'
             END-IF

             DISPLAY '================ EMPRESTIMOS ATIVOS'
                     ' ================'
             MOVE 'N' TO WS-C360-ACHOU
             PERFORM VARYING WS-C360-I FROM 1 BY 1
                UNTIL WS-C360-I > WS-C360-QTDE-CONTAS
                MOVE WS-C360-CONTA(WS-C360-I) TO EMP-CONTA-NUM
                START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                   INVALID KEY
                      CONTINUE
                END-START
                IF FS-EMPRESTIMO EQUAL TO "00" THEN
                   PERFORM P1456-LER-PROX-EMPRESTIMO
                   PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                      OR EMP-CONTA-NUM NOT EQUAL TO
                         WS-C360-CONTA(WS-C360-I)
                      IF EMP-ATIVO THEN
                         MOVE 'S' TO WS-C360-ACHOU
                         COMPUTE WS-C360-PARC-RESTANTES =
                                 EMP-QTDE-PARCELAS
                                 - EMP-PARCELAS-PAGAS
                         DISPLAY 'EMPRESTIMO: ' EMP-SEQ
                                 ' CONTA: ' EMP-CONTA-NUM
                                 ' PARCELA: ' EMP-VALOR-PARCELA
                                 ' RESTANTES: '
                                 WS-C360-PARC-RESTANTES
                      END-IF
                      PERFORM P1456-LER-PROX-EMPRESTIMO
                   END-PERFORM
                END-IF
             END-PERFORM
             IF NOT C360-ACHOU THEN
                DISPLAY 'NENHUM EMPRESTIMO ATIVO'
             END-IF

             DISPLAY '================ APLICACOES EM CDB'
                     ' ================'
             MOVE 'N' TO WS-C360-ACHOU
             PERFORM VARYING WS-C360-I FROM 1 BY 1
                UNTIL WS-C360-I > WS-C360-QTDE-CONTAS
                MOVE WS-C360-CONTA(WS-C360-I) TO APL-CONTA-NUM
                START ARQ-APLICACAO KEY IS EQUAL TO APL-CONTA-NUM
                   INVALID KEY
                      CONTINUE
                END-START
                IF FS-APLICACAO EQUAL TO "00" THEN
                   PERFORM P1556-LER-PROX-APLICACAO
                   PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                      OR APL-CONTA-NUM NOT EQUAL TO
                         WS-C360-CONTA(WS-C360-I)
                      IF APL-ATIVA THEN
                         MOVE 'S' TO WS-C360-ACHOU
                         DISPLAY 'APLICACAO: ' APL-SEQ
                                 ' CONTA: ' APL-CONTA-NUM
                                 ' VALOR: ' APL-VALOR-APLICADO
                                 ' VENCIMENTO: '
                                 APL-DATA-VENCIMENTO
                      END-IF
                      PERFORM P1556-LER-PROX-APLICACAO
                   END-PERFORM
                END-IF
             END-PERFORM
             IF NOT C360-ACHOU THEN
                DISPLAY 'NENHUMA APLICACAO ATIVA'
             END-IF

             DISPLAY '=============== FUNDOS DE INVESTIMENTO'
                     ' ==============='
             MOVE 'N' TO WS-C360-ACHOU
             PERFORM VARYING WS-C360-I FROM 1 BY 1
                UNTIL WS-C360-I > WS-C360-QTDE-CONTAS
                MOVE WS-C360-CONTA(WS-C360-I) TO PFU-CONTA-NUM
                MOVE LOW-VALUES TO PFU-FUNDO
                START ARQ-POSFUNDO KEY IS NOT LESS THAN PFU-CHAVE
                   INVALID KEY
                      CONTINUE
                END-START
                IF FS-POSFUNDO EQUAL TO "00" THEN
                   PERFORM P4935-LER-PROX-POSFUNDO
                   PERFORM UNTIL FS-POSFUNDO NOT EQUAL TO "00"
                      OR PFU-CONTA-NUM NOT EQUAL TO
                         WS-C360-CONTA(WS-C360-I)
                      IF PFU-QTDE-COTAS GREATER THAN ZEROS THEN
                         MOVE 'S' TO WS-C360-ACHOU
                         DISPLAY 'FUNDO: ' PFU-FUNDO
                                 ' CONTA: ' PFU-CONTA-NUM
                                 ' COTAS: ' PFU-QTDE-COTAS
                                 ' CUSTO: ' PFU-VALOR-CUSTO
                      END-IF
                      PERFORM P4935-LER-PROX-POSFUNDO
                   END-PERFORM
                END-IF
             END-PERFORM
             IF NOT C360-ACHOU THEN
                DISPLAY 'NENHUMA POSICAO EM FUNDOS'
             END-IF

             DISPLAY '=============== AGENDAMENTOS ATIVOS'
                     ' ==============='
             MOVE 'N' TO WS-C360-ACHOU
             MOVE ZEROS TO AGEND-SEQ
             START ARQ-AGENDAMENTO KEY IS NOT LESS THAN AGEND-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-AGENDAMENTO EQUAL TO "00" THEN
                PERFORM P3910-LER-PROX-AGENDAMENTO
                PERFORM UNTIL FS-AGENDAMENTO NOT EQUAL TO "00"
                   IF AGEND-ATIVO THEN
                      PERFORM VARYING WS-C360-I FROM 1 BY 1
                         UNTIL WS-C360-I > WS-C360-QTDE-CONTAS
                         IF AGEND-CONTA-ORIGEM EQUAL TO
                            WS-C360-CONTA(WS-C360-I)
                            MOVE 'S' TO WS-C360-ACHOU
                            DISPLAY 'AGENDAMENTO: ' AGEND-SEQ
                                    ' ORIGEM: ' AGEND-CONTA-ORIGEM
                                    ' DESTINO: '
                                    AGEND-CONTA-DESTINO
                                    ' VALOR: ' AGEND-VALOR
                                    ' DIA: ' AGEND-DIA-MES
                         END-IF
                      END-PERFORM
                   END-IF
                   PERFORM P3910-LER-PROX-AGENDAMENTO
                END-PERFORM
             END-IF
             IF NOT C360-ACHOU THEN
                DISPLAY 'NENHUM AGENDAMENTO ATIVO'
             END-IF

             DISPLAY '============== ULTIMAS MOVIMENTACOES'
                     ' =============='
             PERFORM VARYING WS-C360-I FROM 1 BY 1
                UNTIL WS-C360-I > WS-C360-QTDE-CONTAS
                MOVE WS-C360-CONTA(WS-C360-I) TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF ULT-SEQ-EXTRATO GREATER THAN 5 THEN
                         COMPUTE WS-C360-SEQ-INICIO =
                                 ULT-SEQ-EXTRATO - 4
                      ELSE
                         MOVE 1 TO WS-C360-SEQ-INICIO
                      END-IF
                      MOVE CONTA-NUM TO EXT-CONTA-NUM
                      MOVE WS-C360-SEQ-INICIO TO EXT-SEQUENCIA
                      START ARQ-EXTRATO KEY IS NOT LESS THAN
                            EXT-CHAVE
                         INVALID KEY
                            CONTINUE
                      END-START
                      IF FS-EXTRATO EQUAL TO "00" THEN
                         PERFORM P810-LER-PROX-EXTRATO
                         PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                            OR EXT-CONTA-NUM NOT EQUAL TO
                               WS-C360-CONTA(WS-C360-I)
                            DISPLAY 'CONTA ' EXT-CONTA-NUM
                                    ' SEQ ' EXT-SEQUENCIA
                                    ' TIPO ' EXT-TIPO-MOV
                                    ' DATA ' EXT-DATA-MOV
                                    ' VALOR ' EXT-VALOR
                            PERFORM P810-LER-PROX-EXTRATO
                         END-PERFORM
                      END-IF
                END-READ
             END-PERFORM

             DISPLAY '================ CREDITO PRE-APROVADO'
                     ' ================'
             MOVE WS-C360-CPF TO WS-OFT-CPF
             PERFORM P1417-EXIBIR-OFERTA
             IF NOT OFT-ACHOU THEN
                DISPLAY 'NENHUMA OFERTA PRE-APROVADA VIGENTE'
             END-IF

             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'CONSULTA 360' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO COTITULAR CADASTRADO
      ******************************************************************
       P3905-LER-PROX-TITULAR.
             READ ARQ-TITULAR NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITULAR
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO AGENDAMENTO CADASTRADO
      ******************************************************************
       P3910-LER-PROX-AGENDAMENTO.
             READ ARQ-AGENDAMENTO NEXT RECORD
                AT END
                   MOVE "10" TO FS-AGENDAMENTO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE AS PENDENCIAS DA CONTA EM CONTA-NUM
      *      ANTES DO ENCERRAMENTO: EMPRESTIMO ATIVO, APLICACAO EM
      *      CDB ATIVA, AGENDAMENTO ATIVO APONTANDO PARA A CONTA
      *      (ORIGEM OU DESTINO) E VALOR RETIDO, IMPRIMINDO A LISTA
      *      DO QUE PRECISA SER RESOLVIDO
      ******************************************************************
       P1150-VERIFICAR-PENDENCIAS.
             MOVE 'S' TO WS-ENC-LIVRE
             MOVE CONTA-NUM TO WS-ENC-CONTA-ALVO

             IF VALOR-RETIDO GREATER THAN ZEROS THEN
                MOVE 'N' TO WS-ENC-LIVRE
                DISPLAY 'PENDENCIA: VALOR RETIDO DE ' VALOR-RETIDO
                        ' NA CONTA'
             END-IF

             MOVE WS-ENC-CONTA-ALVO TO EMP-CONTA-NUM
             START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EMPRESTIMO EQUAL TO "00" THEN
                PERFORM P1456-LER-PROX-EMPRESTIMO
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   OR EMP-CONTA-NUM NOT EQUAL TO WS-ENC-CONTA-ALVO
                   IF EMP-ATIVO THEN
                      MOVE 'N' TO WS-ENC-LIVRE
                      DISPLAY 'PENDENCIA: EMPRESTIMO ' EMP-SEQ
                              ' ATIVO COM PARCELAS EM COBRANCA'
                   END-IF
                   PERFORM P1456-LER-PROX-EMPRESTIMO
                END-PERFORM
             END-IF

             MOVE WS-ENC-CONTA-ALVO TO APL-CONTA-NUM
             START ARQ-APLICACAO KEY IS EQUAL TO APL-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APLICACAO EQUAL TO "00" THEN
                PERFORM P1556-LER-PROX-APLICACAO
                PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                   OR APL-CONTA-NUM NOT EQUAL TO WS-ENC-CONTA-ALVO
                   IF APL-ATIVA THEN
                      MOVE 'N' TO WS-ENC-LIVRE
                      DISPLAY 'PENDENCIA: APLICACAO ' APL-SEQ
                              ' EM CDB AGUARDANDO O VENCIMENTO'
                   END-IF
                   PERFORM P1556-LER-PROX-APLICACAO
                END-PERFORM
             END-IF

             MOVE ZEROS TO AGEND-SEQ
             START ARQ-AGENDAMENTO KEY IS NOT LESS THAN AGEND-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-AGENDAMENTO EQUAL TO "00" THEN
                PERFORM P3910-LER-PROX-AGENDAMENTO
                PERFORM UNTIL FS-AGENDAMENTO NOT EQUAL TO "00"
                   IF AGEND-ATIVO
                      AND (AGEND-CONTA-ORIGEM EQUAL TO
                           WS-ENC-CONTA-ALVO
                           OR AGEND-CONTA-DESTINO EQUAL TO
                              WS-ENC-CONTA-ALVO)
                      MOVE 'N' TO WS-ENC-LIVRE
                      DISPLAY 'PENDENCIA: AGENDAMENTO ' AGEND-SEQ
                              ' ATIVO APONTANDO PARA A CONTA'
                   END-IF
                   PERFORM P3910-LER-PROX-AGENDAMENTO
                END-PERFORM
             END-IF

      *      A CONTA E RELIDA PARA RESTAURAR O BUFFER DE REG-CONTA
      *      DEPOIS DAS VARREDURAS ACIMA
             MOVE WS-ENC-CONTA-ALVO TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE SEGUNDA VIA DE COMPROVANTE: LOCALIZA O
      *      COMPROVANTE INDEXADO PELO ID DE TRANSACAO OU POR CONTA E
      *      DATA, REIMPRIME MARCADO COMO COPIA E CONTA A REIMPRESSAO
      ******************************************************************
       P4000-SEGUNDA-VIA.
             DISPLAY 'SEGUNDA VIA DE COMPROVANTE'
             DISPLAY '1 - PELO ID DA TRANSACAO'
             DISPLAY '2 - POR CONTA E DATA'
             DISPLAY '3 - CEDULA DE CREDITO (CONTRATO DE EMPRESTIMO'
                     ' OU ADITIVO)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P4000-SEGUNDA-VIA
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   DISPLAY 'DIGITE O ID DA TRANSACAO'
                           ' (CONTA-SEQUENCIA)'
                   ACCEPT WS-SV-ID-TRANSACAO
                   MOVE WS-SV-ID-TRANSACAO TO CPV-ID-TRANSACAO
                   READ ARQ-COMPROVANTE-IDX RECORD
                        KEY IS CPV-ID-TRANSACAO
                      INVALID KEY
                         DISPLAY 'COMPROVANTE NAO ENCONTRADO'
                      NOT INVALID KEY
                         PERFORM P4010-REIMPRIMIR-COMPROVANTE
                   END-READ
                WHEN '2'
                   DISPLAY 'DIGITE O ID DA CONTA DE ORIGEM'
                   PERFORM P298-ACEITAR-CONTA
                   MOVE WS-CDV-CONTA TO WS-SV-CONTA
                   DISPLAY 'DIGITE A DATA DO COMPROVANTE (AAAAMMDD)'
                   ACCEPT WS-SV-DATA
                   MOVE 'N' TO WS-SV-ACHOU
                   MOVE SPACES TO CPV-ID-TRANSACAO
                   START ARQ-COMPROVANTE-IDX KEY IS NOT LESS THAN
                         CPV-ID-TRANSACAO
                      INVALID KEY
                         CONTINUE
                   END-START
                   IF FS-COMPROVANTE-IDX EQUAL TO "00" THEN
                      PERFORM P4020-LER-PROX-COMPROVANTE
                      PERFORM UNTIL FS-COMPROVANTE-IDX
                         NOT EQUAL TO "00"
                         IF CPV-CONTA-ORIGEM EQUAL TO WS-SV-CONTA
                            AND CPV-DATA EQUAL TO WS-SV-DATA
                            MOVE 'S' TO WS-SV-ACHOU
                            PERFORM P4010-REIMPRIMIR-COMPROVANTE
                         END-IF
                         PERFORM P4020-LER-PROX-COMPROVANTE
                      END-PERFORM
                   END-IF
                   IF NOT SV-ACHOU THEN
                      DISPLAY 'NENHUM COMPROVANTE ENCONTRADO PARA'
                              ' ESTA CONTA NESTA DATA'
                   END-IF
                WHEN '3'
                   PERFORM P4030-SEGUNDA-VIA-CCB
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REIMPRIME O COMPROVANTE CORRENTE COMO SEGUNDA
      *      VIA, CONTANDO A REIMPRESSAO NO REGISTRO INDEXADO
      ******************************************************************
       P4010-REIMPRIMIR-COMPROVANTE.
             ADD 1 TO CPV-QTDE-REIMPRESSOES
             DISPLAY '*** SEGUNDA VIA - REIMPRESSAO NUMERO '
                     CPV-QTDE-REIMPRESSOES ' ***'
             DISPLAY CPV-LINHA
             DISPLAY '*** DOCUMENTO EMITIDO COMO COPIA ***'
             REWRITE REG-COMPROVANTE-IDX
             IF FS-COMPROVANTE-IDX NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CONTAR A REIMPRESSAO, STATUS: '
                        FS-COMPROVANTE-IDX
             END-IF
             MOVE CPV-CONTA-ORIGEM TO WS-AUD-CONTA-NUM
             MOVE 'SEGUNDA VIA COMPROV' TO WS-AUD-ACAO
             MOVE CPV-ID-TRANSACAO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO COMPROVANTE INDEXADO
      ******************************************************************
       P4020-LER-PROX-COMPROVANTE.
             READ ARQ-COMPROVANTE-IDX NEXT RECORD
                AT END
                   MOVE "10" TO FS-COMPROVANTE-IDX
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REIMPRIME A CEDULA DE CREDITO (OU O ADITIVO)
      *      GUARDADA DO CONTRATO, IDENTICA AO ORIGINAL E MARCADA
      *      COMO COPIA, CONTANDO A REIMPRESSAO NA PRIMEIRA LINHA
      ******************************************************************
       P4030-SEGUNDA-VIA-CCB.
             DISPLAY 'DIGITE O NUMERO DO CONTRATO'
             ACCEPT WS-CCB-SEQ-ENT
             MOVE WS-CCB-SEQ-ENT TO CCB-EMP-SEQ
             MOVE 1 TO CCB-LINHA
             READ ARQ-CCB RECORD KEY IS CCB-CHAVE
                INVALID KEY
                   DISPLAY 'NENHUMA CEDULA EMITIDA PARA O CONTRATO '
                           WS-CCB-SEQ-ENT
                   EXIT PARAGRAPH
             END-READ
             ADD 1 TO CCB-QTDE-REIMPRESSOES
             REWRITE REG-CCB
             IF FS-CCB NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CONTAR A REIMPRESSAO, STATUS: '
                        FS-CCB
             END-IF
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING '*** SEGUNDA VIA - REIMPRESSAO NUMERO '
                                          DELIMITED SIZE
                    CCB-QTDE-REIMPRESSOES DELIMITED SIZE
                    ' ***'                DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             DISPLAY WS-LINHA-COMPROVANTE
             MOVE WS-LINHA-COMPROVANTE TO REG-COMPROVANTE
             WRITE REG-COMPROVANTE
             MOVE CCB-CONTA-NUM TO WS-AUD-CONTA-NUM
             PERFORM UNTIL FS-CCB NOT EQUAL TO "00"
                OR CCB-EMP-SEQ NOT EQUAL TO WS-CCB-SEQ-ENT
                DISPLAY CCB-TEXTO
                MOVE CCB-TEXTO TO REG-COMPROVANTE
                WRITE REG-COMPROVANTE
                PERFORM P4035-LER-PROX-CCB
             END-PERFORM
             MOVE '*** DOCUMENTO EMITIDO COMO COPIA ***'
               TO WS-LINHA-COMPROVANTE
             DISPLAY WS-LINHA-COMPROVANTE
             MOVE WS-LINHA-COMPROVANTE TO REG-COMPROVANTE
             WRITE REG-COMPROVANTE
             MOVE 'SEGUNDA VIA CEDULA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CONTRATO ' DELIMITED SIZE
                    WS-CCB-SEQ-ENT DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE A PROXIMA LINHA DE CEDULA GUARDADA
      ******************************************************************
       P4035-LER-PROX-CCB.
             READ ARQ-CCB NEXT RECORD
                AT END
                   MOVE "10" TO FS-CCB
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE MANUTENCAO DO CALENDARIO DE FERIADOS (ADMIN),
      *      USADO PELOS BATCHES GUIADOS POR DATA PARA ROLAR OS
      *      VENCIMENTOS PARA O PROXIMO DIA UTIL
      ******************************************************************
       P4100-CALENDARIO-FERIADOS.
             DISPLAY 'CALENDARIO DE FERIADOS'
             DISPLAY '1 - INCLUIR UM FERIADO'
             DISPLAY '2 - REMOVER UM FERIADO'
             DISPLAY '3 - LISTAR OS FERIADOS'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT NUMERIC THEN
                DISPLAY 'ENTRADA INVALIDA, DIGITE APENAS NUMEROS'
                PERFORM P4100-CALENDARIO-FERIADOS
             ELSE
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   DISPLAY 'DIGITE A DATA DO FERIADO (AAAAMMDD)'
                   ACCEPT FER-DATA
                   DISPLAY 'DIGITE A DESCRICAO DO FERIADO'
                   ACCEPT FER-DESCRICAO
                   WRITE REG-FERIADO
                      INVALID KEY
                         DISPLAY 'ESTA DATA JA ESTA CADASTRADA!'
                      NOT INVALID KEY
                         DISPLAY 'FERIADO ' FER-DATA ' INCLUIDO'
                         MOVE ZEROS TO WS-AUD-CONTA-NUM
                         MOVE 'INCLUSAO FERIADO' TO WS-AUD-ACAO
                         MOVE FER-DESCRICAO TO WS-AUD-DETALHE
                         PERFORM P380-REGISTRAR-AUDITORIA
                   END-WRITE
                WHEN '2'
                   DISPLAY 'DIGITE A DATA DO FERIADO A REMOVER'
                           ' (AAAAMMDD)'
                   ACCEPT FER-DATA
                   READ ARQ-FERIADO RECORD KEY IS FER-DATA
                      INVALID KEY
                         DISPLAY 'FERIADO NAO ENCONTRADO!'
                      NOT INVALID KEY
                         DELETE ARQ-FERIADO RECORD
                         IF FS-FERIADO NOT EQUAL TO "00" THEN
                            DISPLAY 'FALHA AO REMOVER O FERIADO,'
                                    ' STATUS: ' FS-FERIADO
                         ELSE
                            DISPLAY 'FERIADO REMOVIDO'
                            MOVE ZEROS TO WS-AUD-CONTA-NUM
                            MOVE 'REMOCAO FERIADO' TO WS-AUD-ACAO
                            MOVE SPACES TO WS-AUD-DETALHE
                            PERFORM P380-REGISTRAR-AUDITORIA
                         END-IF
                   END-READ
                WHEN '3'
                   MOVE ZEROS TO FER-DATA
                   START ARQ-FERIADO KEY IS NOT LESS THAN FER-DATA
                      INVALID KEY
                         DISPLAY 'NENHUM FERIADO CADASTRADO'
                   END-START
                   IF FS-FERIADO EQUAL TO "00" THEN
                      PERFORM P4110-LER-PROX-FERIADO
                      PERFORM UNTIL FS-FERIADO NOT EQUAL TO "00"
                         DISPLAY 'FERIADO: ' FER-DATA ' - '
                                 FER-DESCRICAO
                         PERFORM P4110-LER-PROX-FERIADO
                      END-PERFORM
                   END-IF
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO FERIADO CADASTRADO
      ******************************************************************
       P4110-LER-PROX-FERIADO.
             READ ARQ-FERIADO NEXT RECORD
                AT END
                   MOVE "10" TO FS-FERIADO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE TERMINAIS DE AUTOATENDIMENTO (ATM):
      *      CADASTRO DOS TERMINAIS, CARGA E SANGRIA DE NUMERARIO DOS
      *      CASSETES (REGISTRADAS COMO O SUPRIMENTO/SANGRIA DE
      *      CAIXA, COM AUDITORIA); OS SAQUES SAO PROCESSADOS PELO
      *      CANAL-PROCESSADOR E A CONCILIACAO NOTURNA PELO BATCH
      *      ATM-CONCILIACAO
      ******************************************************************
       P4200-TERMINAIS-ATM.
             DISPLAY 'TERMINAIS DE AUTOATENDIMENTO (ATM)'
             DISPLAY '1 - INCLUIR UM TERMINAL'
             DISPLAY '2 - ATIVAR/INATIVAR UM TERMINAL'
             DISPLAY '3 - LISTAR OS TERMINAIS'
             DISPLAY '4 - CARGA DE NUMERARIO (SUPRIMENTO)'
             DISPLAY '5 - RETIRADA DE NUMERARIO (SANGRIA)'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P4210-INCLUIR-TERMINAL
                WHEN '2'
                   PERFORM P4220-ALTERNAR-TERMINAL
                WHEN '3'
                   PERFORM P4230-LISTAR-TERMINAIS
                WHEN '4'
                   PERFORM P4240-CARGA-NUMERARIO
                WHEN '5'
                   PERFORM P4250-SANGRIA-NUMERARIO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P4210-INCLUIR-TERMINAL.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DO TERMINAL (ATE 8 CARACTERES)'
             ACCEPT WS-TRM-ID-ENTRADA
             MOVE WS-TRM-ID-ENTRADA TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'TERMINAL JA CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-TRM-ID-ENTRADA TO TRM-ID
             DISPLAY 'DIGITE A AGENCIA DO TERMINAL'
             ACCEPT TRM-AGENCIA
             DISPLAY 'DIGITE A LOCALIZACAO DO TERMINAL'
             ACCEPT TRM-LOCALIZACAO
             SET TRM-ATIVO TO TRUE
             MOVE ZEROS TO TRM-SALDO-NUMERARIO
             MOVE ZEROS TO TRM-DATA-ULT-CARGA
             WRITE REG-TERMINAL
             IF FS-TERMINAL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O TERMINAL, STATUS: '
                        FS-TERMINAL
             ELSE
                DISPLAY 'TERMINAL ' TRM-ID ' CADASTRADO'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'INCLUSAO TERMINAL' TO WS-AUD-ACAO
                MOVE WS-TRM-ID-ENTRADA TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P4220-ALTERNAR-TERMINAL.
             DISPLAY 'DIGITE O ID DO TERMINAL'
             ACCEPT WS-TRM-ID-ENTRADA
             MOVE WS-TRM-ID-ENTRADA TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   DISPLAY 'TERMINAL NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF TRM-ATIVO THEN
                SET TRM-INATIVO TO TRUE
                DISPLAY 'TERMINAL SERA INATIVADO'
             ELSE
                SET TRM-ATIVO TO TRUE
                DISPLAY 'TERMINAL SERA REATIVADO'
             END-IF
             REWRITE REG-TERMINAL
             IF FS-TERMINAL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O TERMINAL, STATUS: '
                        FS-TERMINAL
             ELSE
                DISPLAY 'TERMINAL ' TRM-ID ' ATUALIZADO, STATUS: '
                        TRM-STATUS
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'ALTERNAR TERMINAL' TO WS-AUD-ACAO
                MOVE WS-TRM-ID-ENTRADA TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P4230-LISTAR-TERMINAIS.
             MOVE 'N' TO WS-TRM-ACHOU
             MOVE LOW-VALUES TO TRM-ID
             START ARQ-TERMINAL KEY IS NOT LESS THAN TRM-ID
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-TERMINAL EQUAL TO "00" THEN
                PERFORM P4235-LER-PROX-TERMINAL
                PERFORM UNTIL FS-TERMINAL NOT EQUAL TO "00"
                   MOVE 'S' TO WS-TRM-ACHOU
                   DISPLAY 'TERMINAL: ' TRM-ID
                           ' AGENCIA: ' TRM-AGENCIA
                           ' STATUS: ' TRM-STATUS
                           ' NUMERARIO: ' TRM-SALDO-NUMERARIO
                           ' LOCAL: ' TRM-LOCALIZACAO
                   PERFORM P4235-LER-PROX-TERMINAL
                END-PERFORM
                MOVE "00" TO FS-TERMINAL
             END-IF
             IF NOT TRM-ACHOU THEN
                DISPLAY 'NENHUM TERMINAL CADASTRADO'
             END-IF
       .
       P4235-LER-PROX-TERMINAL.
             READ ARQ-TERMINAL NEXT RECORD
                AT END
                   MOVE "10" TO FS-TERMINAL
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA NUMERARIO NOS CASSETES DO TERMINAL,
      *      LANCANDO A CONTRAPARTIDA COMO SAIDA NO CAIXA DO
      *      OPERADOR LOGADO (MESMO REGISTRO DO SUPRIMENTO/SANGRIA)
      ******************************************************************
       P4240-CARGA-NUMERARIO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DO TERMINAL'
             ACCEPT WS-TRM-ID-ENTRADA
             MOVE WS-TRM-ID-ENTRADA TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   DISPLAY 'TERMINAL NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE O VALOR DA CARGA'
             ACCEPT WS-TRM-VALOR-CARGA
             IF WS-TRM-VALOR-CARGA NOT GREATER THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO'
                EXIT PARAGRAPH
             END-IF
             ADD WS-TRM-VALOR-CARGA TO TRM-SALDO-NUMERARIO
             MOVE WS-DATA-ATUAL TO TRM-DATA-ULT-CARGA
             REWRITE REG-TERMINAL
             IF FS-TERMINAL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O TERMINAL, STATUS: '
                        FS-TERMINAL
                EXIT PARAGRAPH
             END-IF
             MOVE WS-TRM-VALOR-CARGA TO WS-VALOR
             PERFORM P267-LANCAR-SAIDA-CAIXA
             MOVE ZEROS TO NMH-ENTRADAS
             MOVE WS-TRM-VALOR-CARGA TO NMH-SAIDAS
             PERFORM P4245-GRAVAR-HIST-ATM
             DISPLAY 'CARGA DE ' WS-TRM-VALOR-CARGA
                     ' LANCADA NO TERMINAL ' TRM-ID
                     ', NOVO NUMERARIO: ' TRM-SALDO-NUMERARIO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'CARGA ATM' TO WS-AUD-ACAO
             MOVE WS-TRM-ID-ENTRADA TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA NO HISTORICO DE NUMERARIO DA AGENCIA DO
      *      TERMINAL EM REG-TERMINAL A CARGA (NMH-SAIDAS) OU A
      *      SANGRIA (NMH-ENTRADAS) DO ATM
      ******************************************************************
       P4245-GRAVAR-HIST-ATM.
             MOVE TRM-AGENCIA TO NMH-AGENCIA
             MOVE WS-DATA-ATUAL TO NMH-DATA
             SET NMH-MOVIMENTO-ATM TO TRUE
             MOVE TRM-ID TO NMH-ORIGEM
             MOVE WS-HORA-ATUAL TO NMH-HORA
             WRITE REG-NUMHIST
             IF FS-NUMHIST NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O HISTORICO DE NUMERARIO,'
                        ' STATUS: ' FS-NUMHIST
             END-IF
       .
       P4250-SANGRIA-NUMERARIO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DO TERMINAL'
             ACCEPT WS-TRM-ID-ENTRADA
             MOVE WS-TRM-ID-ENTRADA TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   DISPLAY 'TERMINAL NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE O VALOR DA RETIRADA'
             ACCEPT WS-TRM-VALOR-CARGA
             IF WS-TRM-VALOR-CARGA NOT GREATER THAN ZEROS
                OR WS-TRM-VALOR-CARGA GREATER THAN
                   TRM-SALDO-NUMERARIO THEN
                DISPLAY 'VALOR INVALIDO OU MAIOR QUE O NUMERARIO'
                        ' DO TERMINAL'
                EXIT PARAGRAPH
             END-IF
             SUBTRACT WS-TRM-VALOR-CARGA FROM TRM-SALDO-NUMERARIO
             REWRITE REG-TERMINAL
             IF FS-TERMINAL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O TERMINAL, STATUS: '
                        FS-TERMINAL
                EXIT PARAGRAPH
             END-IF
             MOVE WS-TRM-VALOR-CARGA TO WS-VALOR
             PERFORM P266-LANCAR-ENTRADA-CAIXA
             MOVE WS-TRM-VALOR-CARGA TO NMH-ENTRADAS
             MOVE ZEROS TO NMH-SAIDAS
             PERFORM P4245-GRAVAR-HIST-ATM
             DISPLAY 'SANGRIA DE ' WS-TRM-VALOR-CARGA
                     ' LANCADA NO TERMINAL ' TRM-ID
                     ', NOVO NUMERARIO: ' TRM-SALDO-NUMERARIO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'SANGRIA ATM' TO WS-AUD-ACAO
             MOVE WS-TRM-ID-ENTRADA TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE SUSTACAO DE CHEQUES: REGISTRA A
      *      SUSTACAO DE UM CHEQUE PERDIDO OU ROUBADO (HONRADA PELO
      *      BATCH CHEQUE-COMPENSACAO, QUE DEVOLVE O CHEQUE SUSTADO
      *      COM O MOTIVO 21), CANCELA UMA SUSTACAO E CONSULTA OS
      *      TALOES E SUSTACOES DE UMA CONTA
      ******************************************************************
       P4300-SUSTACAO-CHEQUES.
             DISPLAY 'SUSTACAO DE CHEQUES'
             DISPLAY '1 - SUSTAR UM CHEQUE'
             DISPLAY '2 - CANCELAR UMA SUSTACAO'
             DISPLAY '3 - CONSULTAR TALOES E SUSTACOES DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P4310-SUSTAR-CHEQUE
                WHEN '2'
                   PERFORM P4320-CANCELAR-SUSTACAO
                WHEN '3'
                   PERFORM P4330-CONSULTAR-SUSTACOES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P4310-SUSTAR-CHEQUE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'CONTA ENCERRADA, SUSTACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NUMERO DO CHEQUE A SUSTAR'
             ACCEPT WS-SUS-CHEQUE-ENT
             MOVE CONTA-NUM        TO SUS-CONTA-NUM
             MOVE WS-SUS-CHEQUE-ENT TO SUS-NUMERO-CHEQUE
             READ ARQ-SUSTACAO RECORD KEY IS SUS-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF SUS-ATIVA THEN
                      DISPLAY 'CHEQUE JA SUSTADO EM ' SUS-DATA
                      EXIT PARAGRAPH
                   END-IF
             END-READ
             MOVE CONTA-NUM         TO SUS-CONTA-NUM
             MOVE WS-SUS-CHEQUE-ENT TO SUS-NUMERO-CHEQUE
             DISPLAY 'DIGITE O MOTIVO INFORMADO PELO CLIENTE'
             ACCEPT SUS-MOTIVO
             MOVE WS-DATA-ATUAL     TO SUS-DATA
             MOVE WS-OPER-ID-LOGADO TO SUS-OPER-ID
             SET SUS-ATIVA          TO TRUE
             WRITE REG-SUSTACAO
                INVALID KEY
                   REWRITE REG-SUSTACAO
             END-WRITE
             IF FS-SUSTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A SUSTACAO, STATUS: '
                        FS-SUSTACAO
             ELSE
                DISPLAY 'CHEQUE ' WS-SUS-CHEQUE-ENT ' DA CONTA '
                        CONTA-NUM ' SUSTADO'
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'SUSTACAO CHEQUE' TO WS-AUD-ACAO
                MOVE SUS-MOTIVO TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P4320-CANCELAR-SUSTACAO.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NUMERO DO CHEQUE SUSTADO'
             ACCEPT WS-SUS-CHEQUE-ENT
             MOVE CONTA-NUM         TO SUS-CONTA-NUM
             MOVE WS-SUS-CHEQUE-ENT TO SUS-NUMERO-CHEQUE
             READ ARQ-SUSTACAO RECORD KEY IS SUS-CHAVE
                INVALID KEY
                   DISPLAY 'SUSTACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT SUS-ATIVA THEN
                DISPLAY 'SUSTACAO JA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             SET SUS-CANCELADA TO TRUE
             REWRITE REG-SUSTACAO
             IF FS-SUSTACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A SUSTACAO, STATUS: '
                        FS-SUSTACAO
             ELSE
                DISPLAY 'SUSTACAO DO CHEQUE ' WS-SUS-CHEQUE-ENT
                        ' CANCELADA'
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'CANCELA SUSTACAO' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA OS TALOES EMITIDOS DA CONTA E AS
      *      SUSTACOES REGISTRADAS SOBRE ELES
      ******************************************************************
       P4330-CONSULTAR-SUSTACOES.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID

             MOVE FS-ID TO TAL-CONTA-NUM
             MOVE ZEROS TO TAL-SEQ
             START ARQ-TALAO KEY IS NOT LESS THAN TAL-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-TALAO EQUAL TO "00" THEN
                PERFORM P3415-LER-PROX-TALAO
                PERFORM UNTIL FS-TALAO NOT EQUAL TO "00"
                   OR TAL-CONTA-NUM NOT EQUAL TO FS-ID
                   DISPLAY 'TALAO ' TAL-SEQ ' FAIXA '
                           TAL-CHEQUE-INICIAL ' A '
                           TAL-CHEQUE-FINAL ' EMITIDO EM '
                           TAL-DATA-EMISSAO
                   PERFORM P3415-LER-PROX-TALAO
                END-PERFORM
             END-IF

             MOVE 'N' TO WS-SUS-ACHOU
             MOVE FS-ID TO SUS-CONTA-NUM
             MOVE ZEROS TO SUS-NUMERO-CHEQUE
             START ARQ-SUSTACAO KEY IS NOT LESS THAN SUS-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-SUSTACAO EQUAL TO "00" THEN
                PERFORM P4335-LER-PROX-SUSTACAO
                PERFORM UNTIL FS-SUSTACAO NOT EQUAL TO "00"
                   OR SUS-CONTA-NUM NOT EQUAL TO FS-ID
                   MOVE 'S' TO WS-SUS-ACHOU
                   DISPLAY 'CHEQUE ' SUS-NUMERO-CHEQUE
                           ' SUSTADO EM ' SUS-DATA
                           ' STATUS ' SUS-STATUS
                           ' MOTIVO: ' SUS-MOTIVO
                   PERFORM P4335-LER-PROX-SUSTACAO
                END-PERFORM
             END-IF
             IF NOT SUS-ACHOU THEN
                DISPLAY 'NENHUMA SUSTACAO REGISTRADA PARA ESTA CONTA'
             END-IF
       .
       P4335-LER-PROX-SUSTACAO.
             READ ARQ-SUSTACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-SUSTACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE CUSTODIA DE CHEQUES PRE-DATADOS:
      *      REGISTRA O CHEQUE RECEBIDO DO LOJISTA COM A DATA DE
      *      APRESENTACAO ACORDADA (COBRANDO A TARIFA DE CUSTODIA) E
      *      CONSULTA A CARTEIRA CUSTODIADA; A APRESENTACAO E FEITA
      *      PELO BATCH DIARIO CUSTODIA-APRESENTACAO
      ******************************************************************
       P4400-CUSTODIA-CHEQUES.
             DISPLAY 'CUSTODIA DE CHEQUES PRE-DATADOS'
             DISPLAY '1 - REGISTRAR UM CHEQUE EM CUSTODIA'
             DISPLAY '2 - LISTAR A CARTEIRA CUSTODIADA DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P4410-REGISTRAR-CUSTODIA
                WHEN '2'
                   PERFORM P4420-LISTAR-CUSTODIA
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P4410-REGISTRAR-CUSTODIA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA DO BENEFICIARIO (LOJISTA)'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, CUSTODIA'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             READ ARQ-CUSTCTL
             IF FS-CUSTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CUSTODIA,'
                        ' STATUS: ' FS-CUSTCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-CUSTODIA
             REWRITE REG-CUSTCTL

             MOVE ULT-CUSTODIA TO CUS-SEQ
             MOVE CONTA-NUM    TO CUS-CONTA-NUM
             DISPLAY 'DIGITE O BANCO EMISSOR (3 DIGITOS, 001 PARA'
                     ' ESTE BANCO)'
             ACCEPT CUS-BANCO-EMISSOR
             DISPLAY 'DIGITE A CONTA EMISSORA (6 DIGITOS)'
             ACCEPT CUS-CONTA-EMISSORA
             DISPLAY 'DIGITE O NUMERO DO CHEQUE'
             ACCEPT CUS-NUMERO-CHEQUE
             DISPLAY 'DIGITE O VALOR DO CHEQUE'
             ACCEPT CUS-VALOR
             DISPLAY 'DIGITE A DATA ACORDADA DE APRESENTACAO'
                     ' (AAAAMMDD)'
             ACCEPT CUS-DATA-ACORDADA
             MOVE WS-DATA-ATUAL TO CUS-DATA-REGISTRO
             MOVE ZEROS TO CUS-DATA-APRESENTACAO
             SET CUS-CUSTODIADO TO TRUE
             WRITE REG-CUSTODIA
             IF FS-CUSTODIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A CUSTODIA, STATUS: '
                        FS-CUSTODIA
                EXIT PARAGRAPH
             END-IF

      *      TARIFA DE CUSTODIA DEBITADA DO LOJISTA E CREDITADA NA
      *      CONTA CASA, COMO AS DEMAIS TARIFAS
             COMPUTE SALDO = SALDO - WS-TARIFA-CUSTODIA
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-TARIFA-MANUTENCAO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-TARIFA-CUSTODIA TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE 'TARIFA CUSTODIA CHEQUE' TO EXT-DETALHE
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             MOVE WS-CONTA-CASA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD WS-TARIFA-CUSTODIA TO SALDO
                   PERFORM P376-JORNAL-CONTA
                   REWRITE REG-CONTA
             END-READ

             MOVE CUS-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CUSTODIA CHEQUE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CHEQUE ' DELIMITED SIZE
                    CUS-NUMERO-CHEQUE DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'CHEQUE ' CUS-NUMERO-CHEQUE ' CUSTODIADO SOB O'
                     ' NUMERO ' CUS-SEQ ', APRESENTACAO EM '
                     CUS-DATA-ACORDADA
       .
       P4420-LISTAR-CUSTODIA.
             DISPLAY 'DIGITE O ID DA CONTA DO BENEFICIARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE 'N' TO WS-CUS-ACHOU
             MOVE FS-ID TO CUS-CONTA-NUM
             START ARQ-CUSTODIA KEY IS EQUAL TO CUS-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CUSTODIA EQUAL TO "00" THEN
                PERFORM P4425-LER-PROX-CUSTODIA
                PERFORM UNTIL FS-CUSTODIA NOT EQUAL TO "00"
                   OR CUS-CONTA-NUM NOT EQUAL TO FS-ID
                   MOVE 'S' TO WS-CUS-ACHOU
                   DISPLAY 'CUSTODIA ' CUS-SEQ
                           ' CHEQUE ' CUS-NUMERO-CHEQUE
                           ' VALOR ' CUS-VALOR
                           ' APRESENTACAO ' CUS-DATA-ACORDADA
                           ' STATUS ' CUS-STATUS
                   PERFORM P4425-LER-PROX-CUSTODIA
                END-PERFORM
             END-IF
             IF NOT CUS-ACHOU THEN
                DISPLAY 'NENHUM CHEQUE EM CUSTODIA PARA ESTA CONTA'
             END-IF
       .
       P4425-LER-PROX-CUSTODIA.
             READ ARQ-CUSTODIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CUSTODIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE CHEQUE ADMINISTRATIVO: EMISSAO COM
      *      DEBITO IMEDIATO DA CONTA DO CLIENTE E FUNDOS LEVADOS
      *      PARA A POSICAO DO BANCO (CONTA CASA), NUMERACAO DO
      *      ESTOQUE CONTROLADO EM ARQ-CHQADM, E A LISTA DO PASSIVO
      *      EM ABERTO PARA O CONTADOR; O PAGAMENTO NA APRESENTACAO
      *      E FEITO PELO BATCH CHEQUE-COMPENSACAO
      ******************************************************************
       P4500-CHEQUE-ADMINISTRATIVO.
             DISPLAY 'CHEQUE ADMINISTRATIVO'
             DISPLAY '1 - EMITIR UM CHEQUE ADMINISTRATIVO'
             DISPLAY '2 - LISTAR OS CHEQUES EM ABERTO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P4510-EMITIR-CHQADM
                WHEN '2'
                   PERFORM P4520-LISTAR-CHQADM
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P4510-EMITIR-CHQADM.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA DO CLIENTE'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, EMISSAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O VALOR DO CHEQUE'
             ACCEPT WS-VALOR
             PERFORM P337-VERIFICAR-ALCADA
             IF NOT ALCADA-OK THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-VALOR
             IF WS-AUX LESS THAN ZEROS THEN
                DISPLAY 'SALDO DISPONIVEL INSUFICIENTE (O CHEQUE'
                        ' ADMINISTRATIVO NAO USA O CHEQUE ESPECIAL),'
                        ' EMISSAO NEGADA'
                EXIT PARAGRAPH
             END-IF

             READ ARQ-CHQADMCTL
             IF FS-CHQADMCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CHEQUES'
                        ' ADMINISTRATIVOS, STATUS: ' FS-CHQADMCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-CHQADM
             REWRITE REG-CHQADMCTL

             MOVE ULT-CHQADM TO ADM-NUMERO
             MOVE CONTA-NUM  TO ADM-CONTA-ORIGEM
             DISPLAY 'DIGITE O NOME DO FAVORECIDO DO CHEQUE'
             ACCEPT ADM-FAVORECIDO
             MOVE WS-VALOR TO ADM-VALOR
             MOVE WS-DATA-ATUAL TO ADM-DATA-EMISSAO
             MOVE ZEROS TO ADM-DATA-PAGAMENTO
             SET ADM-EMITIDO TO TRUE
             WRITE REG-CHQADM
             IF FS-CHQADM NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CHEQUE ADMINISTRATIVO,'
                        ' STATUS: ' FS-CHQADM
                EXIT PARAGRAPH
             END-IF

             COMPUTE SALDO = SALDO - WS-VALOR
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-CHQADM-EMISSAO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-VALOR         TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE WS-CONTA-CASA    TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'CHQ ADM ' DELIMITED SIZE
                    ADM-NUMERO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    ADM-FAVORECIDO DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO

      *      OS FUNDOS FICAM NA POSICAO DO BANCO (CONTA CASA) ATE A
      *      APRESENTACAO DO CHEQUE NA COMPENSACAO
             MOVE WS-CONTA-CASA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD WS-VALOR TO SALDO
                   PERFORM P376-JORNAL-CONTA
                   REWRITE REG-CONTA
             END-READ

             MOVE ADM-CONTA-ORIGEM TO WS-AUD-CONTA-NUM
             MOVE 'EMISSAO CHQ ADM' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CHEQUE ' DELIMITED SIZE
                    ADM-NUMERO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'CHEQUE ADMINISTRATIVO ' ADM-NUMERO
                     ' EMITIDO NO VALOR DE ' ADM-VALOR
                     ' PARA ' ADM-FAVORECIDO
       .
       P4520-LISTAR-CHQADM.
             MOVE 'N' TO WS-ADM-ACHOU
             MOVE ZEROS TO ADM-NUMERO
             START ARQ-CHQADM KEY IS NOT LESS THAN ADM-NUMERO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CHQADM EQUAL TO "00" THEN
                PERFORM P4525-LER-PROX-CHQADM
                PERFORM UNTIL FS-CHQADM NOT EQUAL TO "00"
                   IF ADM-EMITIDO THEN
                      MOVE 'S' TO WS-ADM-ACHOU
                      DISPLAY 'CHEQUE ' ADM-NUMERO
                              ' VALOR ' ADM-VALOR
                              ' EMITIDO EM ' ADM-DATA-EMISSAO
                              ' FAVORECIDO ' ADM-FAVORECIDO
                   END-IF
                   PERFORM P4525-LER-PROX-CHQADM
                END-PERFORM
                MOVE "00" TO FS-CHQADM
             END-IF
             IF NOT ADM-ACHOU THEN
                DISPLAY 'NENHUM CHEQUE ADMINISTRATIVO EM ABERTO'
             END-IF
       .
       P4525-LER-PROX-CHQADM.
             READ ARQ-CHQADM NEXT RECORD
                AT END
                   MOVE "10" TO FS-CHQADM
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DA TESOURARIA (COFRE DA AGENCIA):
      *      CONSULTA DO COFRE, ENTRADAS E SAIDAS DE NUMERARIO EM
      *      TRANSITO (OUTRA AGENCIA OU CUSTODIANTE), TRANSFERENCIA
      *      ENTRE COFRES COM AS DUAS PONTAS REGISTRADAS, A
      *      POSICAO DE FECHAMENTO DA AGENCIA (COFRE + GAVETAS)
      *      ASSINADA PELO GERENTE JUNTO COM P3000-FECHAR-CAIXA, E A
      *      PREVISAO DOS SAQUES PROVISIONADOS POR DATA
      ******************************************************************
       P4600-TESOURARIA.
             DISPLAY 'TESOURARIA DA AGENCIA'
             DISPLAY '1 - CONSULTAR O COFRE DE UMA AGENCIA'
             DISPLAY '2 - ENTRADA DE NUMERARIO NO COFRE'
             DISPLAY '3 - SAIDA DE NUMERARIO DO COFRE (REMESSA)'
             DISPLAY '4 - TRANSFERENCIA ENTRE COFRES DE AGENCIAS'
             DISPLAY '5 - POSICAO DE FECHAMENTO DA AGENCIA'
             DISPLAY '6 - PREVISAO DOS SAQUES PROVISIONADOS DO COFRE'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P4610-CONSULTAR-COFRE
                WHEN '2'
                   PERFORM P4620-ENTRADA-COFRE
                WHEN '3'
                   PERFORM P4630-SAIDA-COFRE
                WHEN '4'
                   PERFORM P4640-TRANSFERIR-COFRES
                WHEN '5'
                   PERFORM P4650-POSICAO-FECHAMENTO
                WHEN '6'
                   PERFORM P4660-PREVISAO-SAQUES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE GARANTE O REGISTRO DO COFRE DA AGENCIA EM
      *      TES-AGENCIA, CRIANDO-O ZERADO NA PRIMEIRA REFERENCIA
      ******************************************************************
       P4605-GARANTIR-COFRE.
             READ ARQ-TESOURARIA RECORD KEY IS TES-AGENCIA
                INVALID KEY
                   MOVE ZEROS TO TES-SALDO
                   MOVE ZEROS TO TES-TOTAL-ENTRADAS
                   MOVE ZEROS TO TES-TOTAL-SAIDAS
                   MOVE ZEROS TO TES-DATA-ULT-MOV
                   WRITE REG-TESOURARIA
             END-READ
       .
       P4610-CONSULTAR-COFRE.
             DISPLAY 'DIGITE O CODIGO DA AGENCIA'
             ACCEPT WS-TES-AGENCIA-ENT
             MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE
             DISPLAY 'COFRE DA AGENCIA ' TES-AGENCIA
             DISPLAY 'SALDO: ' TES-SALDO
             DISPLAY 'TOTAL DE ENTRADAS: ' TES-TOTAL-ENTRADAS
             DISPLAY 'TOTAL DE SAIDAS: ' TES-TOTAL-SAIDAS
             DISPLAY 'ULTIMO MOVIMENTO: ' TES-DATA-ULT-MOV
       .
       P4620-ENTRADA-COFRE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CODIGO DA AGENCIA'
             ACCEPT WS-TES-AGENCIA-ENT
             DISPLAY 'DIGITE O VALOR DA ENTRADA'
             ACCEPT WS-TES-VALOR
             DISPLAY 'DIGITE A ORIGEM DO NUMERARIO (AGENCIA,'
                     ' CUSTODIANTE...)'
             ACCEPT WS-TES-DESTINO-DESC
             IF WS-TES-VALOR NOT GREATER THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE
             ADD WS-TES-VALOR TO TES-SALDO
             ADD WS-TES-VALOR TO TES-TOTAL-ENTRADAS
             MOVE WS-DATA-ATUAL TO TES-DATA-ULT-MOV
             REWRITE REG-TESOURARIA
             DISPLAY 'ENTRADA LANCADA, SALDO DO COFRE: ' TES-SALDO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'ENTRADA COFRE' TO WS-AUD-ACAO
             MOVE WS-TES-DESTINO-DESC TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P4630-SAIDA-COFRE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CODIGO DA AGENCIA'
             ACCEPT WS-TES-AGENCIA-ENT
             DISPLAY 'DIGITE O VALOR DA REMESSA'
             ACCEPT WS-TES-VALOR
             DISPLAY 'DIGITE O DESTINO (AGENCIA, CUSTODIANTE DO'
                     ' BANCO CENTRAL...)'
             ACCEPT WS-TES-DESTINO-DESC
             MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE
             IF WS-TES-VALOR NOT GREATER THAN ZEROS
                OR WS-TES-VALOR GREATER THAN TES-SALDO THEN
                DISPLAY 'VALOR INVALIDO OU MAIOR QUE O SALDO DO'
                        ' COFRE'
                EXIT PARAGRAPH
             END-IF
             SUBTRACT WS-TES-VALOR FROM TES-SALDO
             ADD WS-TES-VALOR TO TES-TOTAL-SAIDAS
             MOVE WS-DATA-ATUAL TO TES-DATA-ULT-MOV
             REWRITE REG-TESOURARIA
             DISPLAY 'REMESSA LANCADA, SALDO DO COFRE: ' TES-SALDO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'SAIDA COFRE' TO WS-AUD-ACAO
             MOVE WS-TES-DESTINO-DESC TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE NUMERARIO ENTRE OS COFRES DE DUAS
      *      AGENCIAS, REGISTRANDO AS DUAS PONTAS DO TRANSITO
      ******************************************************************
       P4640-TRANSFERIR-COFRES.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE A AGENCIA DE ORIGEM'
             ACCEPT WS-TES-AGENCIA-ENT
             DISPLAY 'DIGITE A AGENCIA DE DESTINO'
             ACCEPT WS-TES-AGENCIA-DEST
             DISPLAY 'DIGITE O VALOR DO TRANSITO'
             ACCEPT WS-TES-VALOR
             IF WS-TES-AGENCIA-ENT EQUAL TO WS-TES-AGENCIA-DEST THEN
                DISPLAY 'ORIGEM E DESTINO IGUAIS, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE
             IF WS-TES-VALOR NOT GREATER THAN ZEROS
                OR WS-TES-VALOR GREATER THAN TES-SALDO THEN
                DISPLAY 'VALOR INVALIDO OU MAIOR QUE O SALDO DO'
                        ' COFRE DE ORIGEM'
                EXIT PARAGRAPH
             END-IF
             SUBTRACT WS-TES-VALOR FROM TES-SALDO
             ADD WS-TES-VALOR TO TES-TOTAL-SAIDAS
             MOVE WS-DATA-ATUAL TO TES-DATA-ULT-MOV
             REWRITE REG-TESOURARIA

             MOVE WS-TES-AGENCIA-DEST TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE
             ADD WS-TES-VALOR TO TES-SALDO
             ADD WS-TES-VALOR TO TES-TOTAL-ENTRADAS
             MOVE WS-DATA-ATUAL TO TES-DATA-ULT-MOV
             REWRITE REG-TESOURARIA

             DISPLAY 'TRANSITO DE ' WS-TES-VALOR ' DA AGENCIA '
                     WS-TES-AGENCIA-ENT ' PARA A AGENCIA '
                     WS-TES-AGENCIA-DEST ' REGISTRADO'
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'TRANSITO COFRES' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'DE ' DELIMITED SIZE
                    WS-TES-AGENCIA-ENT DELIMITED SIZE
                    ' PARA ' DELIMITED SIZE
                    WS-TES-AGENCIA-DEST DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DA POSICAO DE FECHAMENTO DA AGENCIA: SALDO DO
      *      COFRE MAIS O NUMERARIO DAS GAVETAS ABERTAS, ASSINADA
      *      PELO GERENTE (ADMIN LOGADO) NA AUDITORIA
      ******************************************************************
       P4650-POSICAO-FECHAMENTO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CODIGO DA AGENCIA'
             ACCEPT WS-TES-AGENCIA-ENT
             MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE

             MOVE ZEROS TO WS-TES-TOTAL-GAVETAS
             MOVE LOW-VALUES TO CX-OPER-ID
             START ARQ-CAIXA KEY IS NOT LESS THAN CX-OPER-ID
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CAIXA EQUAL TO "00" THEN
                PERFORM P4655-LER-PROX-CAIXA
                PERFORM UNTIL FS-CAIXA NOT EQUAL TO "00"
                   IF CX-ABERTO THEN
                      COMPUTE WS-TES-TOTAL-GAVETAS =
                              WS-TES-TOTAL-GAVETAS
                              + CX-SALDO-INICIAL
                              + CX-TOTAL-ENTRADAS
                              - CX-TOTAL-SAIDAS
                      DISPLAY 'GAVETA ' CX-OPER-ID ' ABERTA: '
                              CX-SALDO-INICIAL ' + '
                              CX-TOTAL-ENTRADAS ' - '
                              CX-TOTAL-SAIDAS
                   END-IF
                   PERFORM P4655-LER-PROX-CAIXA
                END-PERFORM
                MOVE "00" TO FS-CAIXA
             END-IF

             COMPUTE WS-TES-POSICAO = TES-SALDO
                     + WS-TES-TOTAL-GAVETAS
             DISPLAY 'POSICAO DE FECHAMENTO DA AGENCIA '
                     WS-TES-AGENCIA-ENT
             DISPLAY 'SALDO DO COFRE: ' TES-SALDO
             DISPLAY 'NUMERARIO DAS GAVETAS ABERTAS: '
                     WS-TES-TOTAL-GAVETAS
             DISPLAY 'POSICAO TOTAL: ' WS-TES-POSICAO
             DISPLAY 'CONFIRMA A ASSINATURA DA POSICAO? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 EQUAL TO 'S' THEN
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'POSICAO AGENCIA' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'AGENCIA ' DELIMITED SIZE
                       WS-TES-AGENCIA-ENT DELIMITED SIZE
                       ' ASSINADA' DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
                DISPLAY 'POSICAO ASSINADA PELO GERENTE '
                        WS-OPER-ID-LOGADO
             ELSE
                DISPLAY 'POSICAO NAO ASSINADA'
             END-IF
       .
       P4655-LER-PROX-CAIXA.
             READ ARQ-CAIXA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CAIXA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DA PREVISAO DE NUMERARIO DO COFRE: OS SAQUES
      *      PROVISIONADOS AINDA NAO UTILIZADOS DA AGENCIA, DE HOJE EM
      *      DIANTE, TOTALIZADOS POR DATA E ACUMULADOS CONTRA O SALDO
      *      ATUAL DO COFRE PARA PROGRAMAR O SUPRIMENTO
      ******************************************************************
       P4660-PREVISAO-SAQUES.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CODIGO DA AGENCIA'
             ACCEPT WS-TES-AGENCIA-ENT
             MOVE WS-TES-AGENCIA-ENT TO TES-AGENCIA
             PERFORM P4605-GARANTIR-COFRE
             DISPLAY 'PREVISAO DE SAQUES PROVISIONADOS DA AGENCIA '
                     WS-TES-AGENCIA-ENT
             DISPLAY 'SALDO ATUAL DO COFRE: ' TES-SALDO
             MOVE ZEROS TO WS-PVS-DATA-QUEBRA
             MOVE ZEROS TO WS-PVS-TOTAL-DIA
             MOVE ZEROS TO WS-PVS-TOTAL-GERAL
             MOVE ZEROS TO WS-PVS-QTDE
             MOVE WS-DATA-ATUAL TO PVS-DATA-SAQUE
             START ARQ-PROVISAO KEY IS NOT LESS THAN PVS-DATA-SAQUE
                INVALID KEY
                   MOVE "23" TO FS-PROVISAO
             END-START
             IF FS-PROVISAO EQUAL TO "00" THEN
                PERFORM P6835-LER-PROX-PROVISAO
             END-IF
             PERFORM UNTIL FS-PROVISAO NOT EQUAL TO "00"
                IF PVS-AGENDADO
                   AND PVS-AGENCIA EQUAL TO WS-TES-AGENCIA-ENT
                   IF PVS-DATA-SAQUE NOT EQUAL TO WS-PVS-DATA-QUEBRA
                      IF WS-PVS-DATA-QUEBRA NOT EQUAL TO ZEROS THEN
                         PERFORM P4665-FECHAR-DIA-PREVISAO
                      END-IF
                      MOVE PVS-DATA-SAQUE TO WS-PVS-DATA-QUEBRA
                      MOVE ZEROS TO WS-PVS-TOTAL-DIA
                   END-IF
                   DISPLAY '   AGENDAMENTO ' PVS-ID ' CONTA '
                           PVS-CONTA-NUM ' VALOR ' PVS-VALOR
                   ADD PVS-VALOR TO WS-PVS-TOTAL-DIA
                   ADD PVS-VALOR TO WS-PVS-TOTAL-GERAL
                   ADD 1 TO WS-PVS-QTDE
                END-IF
                PERFORM P6835-LER-PROX-PROVISAO
             END-PERFORM
             MOVE "00" TO FS-PROVISAO
             IF WS-PVS-DATA-QUEBRA NOT EQUAL TO ZEROS THEN
                PERFORM P4665-FECHAR-DIA-PREVISAO
             END-IF
             IF WS-PVS-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM SAQUE PROVISIONADO PARA A AGENCIA'
             ELSE
                DISPLAY 'TOTAL PROVISIONADO: ' WS-PVS-TOTAL-GERAL
                        ' EM ' WS-PVS-QTDE ' AGENDAMENTOS'
             END-IF
       .
       P4665-FECHAR-DIA-PREVISAO.
             DISPLAY 'DATA ' WS-PVS-DATA-QUEBRA ' PROVISIONADO NO DIA: '
                     WS-PVS-TOTAL-DIA ' ACUMULADO: '
                     WS-PVS-TOTAL-GERAL
             IF WS-PVS-TOTAL-GERAL GREATER THAN TES-SALDO THEN
                DISPLAY '   ATENCAO: ACUMULADO ACIMA DO SALDO ATUAL DO'
                        ' COFRE, PROGRAMAR O SUPRIMENTO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO SUPERVISIONADA QUE TRANSFERE UMA CONTA PARA
      *      OUTRA AGENCIA MANTENDO O NUMERO, O EXTRATO E OS
      *      PRODUTOS: SO TROCA O CAMPO AGENCIA DE REG-CONTA, COM
      *      JORNAL E TRILHA DE AUDITORIA; OS TOTAIS POR AGENCIA DO
      *      AGREGADO SAO RECALCULADOS NA PROXIMA RODADA DO BATCH
      *      AGREGADOS-EOD
      ******************************************************************
       P4700-TRANSFERIR-AGENCIA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'CONTA ENCERRADA, TRANSFERENCIA DE AGENCIA'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             MOVE AGENCIA TO WS-AGE-TRANSF-ANTIGA
             DISPLAY 'A CONTA ' CONTA-NUM ' PERTENCE HOJE A'
                     ' AGENCIA ' AGENCIA
             DISPLAY 'DIGITE O CODIGO DA NOVA AGENCIA'
             ACCEPT WS-AGE-TRANSF-NOVA
             IF WS-AGE-TRANSF-NOVA EQUAL TO WS-AGE-TRANSF-ANTIGA THEN
                DISPLAY 'A CONTA JA PERTENCE A ESTA AGENCIA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-AGE-TRANSF-NOVA TO AGE-CODIGO
             READ ARQ-AGENCIA RECORD KEY IS AGE-CODIGO
                INVALID KEY
                   DISPLAY 'AGENCIA NAO CADASTRADA, TRANSFERENCIA'
                           ' NEGADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT AGE-ATIVA THEN
                DISPLAY 'AGENCIA INATIVA, TRANSFERENCIA NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA A TRANSFERENCIA DA CONTA ' CONTA-NUM
                     ' DA AGENCIA ' WS-AGE-TRANSF-ANTIGA
                     ' PARA A AGENCIA ' WS-AGE-TRANSF-NOVA '? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT EQUAL TO 'S' THEN
                DISPLAY 'TRANSFERENCIA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-AGE-TRANSF-NOVA TO AGENCIA
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'TRANSF AGENCIA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'DE ' DELIMITED SIZE
                    WS-AGE-TRANSF-ANTIGA DELIMITED SIZE
                    ' PARA ' DELIMITED SIZE
                    WS-AGE-TRANSF-NOVA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'CONTA ' CONTA-NUM ' TRANSFERIDA PARA A'
                     ' AGENCIA ' WS-AGE-TRANSF-NOVA ', NUMERO,'
                     ' EXTRATO E PRODUTOS PRESERVADOS'
       .
      ******************************************************************
      *      FUNÇÃO QUE RENEGOCIA UM EMPRESTIMO EM ATRASO: O SALDO
      *      DEVEDOR (PARCELAS RESTANTES) MAIS OS ENCARGOS DAS
      *      PARCELAS ATRASADAS VIRAM O PRINCIPAL DE UM CONTRATO
      *      NOVO COM TAXA E PRAZO NOVOS; O CONTRATO ANTIGO FECHA
      *      COM O STATUS R E O NOVO GUARDA O VINCULO EM
      *      EMP-CONTRATO-ORIGEM PARA O RELATORIO DE ATRASO
      ******************************************************************
       P1460-RENEGOCIAR-EMPRESTIMO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CONTRATO EM ATRASO'
             ACCEPT WS-REN-SEQ-ANTIGO
             MOVE WS-REN-SEQ-ANTIGO TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT EMP-ATIVO THEN
                DISPLAY 'CONTRATO NAO ESTA ATIVO, RENEGOCIACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF EMP-QTDE-PARC-ATRASO EQUAL TO ZEROS THEN
                DISPLAY 'CONTRATO SEM PARCELAS EM ATRASO, USE A'
                        ' QUITACAO ANTECIPADA'
                EXIT PARAGRAPH
             END-IF
             IF EMP-HABITACIONAL THEN
                DISPLAY 'FINANCIAMENTO HABITACIONAL NAO E RENEGOCIADO'
                        ' EM PARCELA FIXA, RENEGOCIACAO NEGADA'
                EXIT PARAGRAPH
             END-IF

             MOVE EMP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CONTRATO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA ' EMP-CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             MOVE WS-REN-SEQ-ANTIGO TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   DISPLAY 'FALHA AO RELER O CONTRATO'
                   EXIT PARAGRAPH
             END-READ
             COMPUTE WS-REN-PARC-REST =
                     EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS
             COMPUTE WS-REN-SALDO-DEVEDOR =
                     WS-REN-PARC-REST * EMP-VALOR-PARCELA
             COMPUTE WS-REN-ENCARGOS ROUNDED =
                     EMP-QTDE-PARC-ATRASO * EMP-VALOR-PARCELA
                     * WS-REN-MULTA-PERC
             DISPLAY 'SALDO DEVEDOR (' WS-REN-PARC-REST
                     ' PARCELAS): ' WS-REN-SALDO-DEVEDOR
             DISPLAY 'ENCARGOS DAS ' EMP-QTDE-PARC-ATRASO
                     ' PARCELAS EM ATRASO: ' WS-REN-ENCARGOS

             DISPLAY 'DIGITE A NOVA TAXA DE JUROS MENSAL (999V99)'
             ACCEPT WS-REN-TAXA-NOVA
             DISPLAY 'DIGITE O NOVO PRAZO EM PARCELAS'
             ACCEPT WS-REN-PRAZO-NOVO
             IF WS-REN-PRAZO-NOVO EQUAL TO ZEROS THEN
                DISPLAY 'PRAZO INVALIDO, RENEGOCIACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             READ ARQ-EMPRESTCTL
             IF FS-EMPRESTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE EMPRESTIMOS,'
                        ' STATUS: ' FS-EMPRESTCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-EMPRESTIMO
             MOVE ULT-EMPRESTIMO TO WS-EMP-FS-SEQ
             REWRITE REG-EMPRESTCTL

      *      O CONTRATO ANTIGO FECHA COMO RENEGOCIADO
             SET EMP-RENEGOCIADO TO TRUE
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO FECHAR O CONTRATO ANTIGO,'
                        ' STATUS: ' FS-EMPRESTIMO
                EXIT PARAGRAPH
             END-IF

             MOVE WS-EMP-FS-SEQ      TO EMP-SEQ
             MOVE CONTA-NUM          TO EMP-CONTA-NUM
             COMPUTE EMP-VALOR-PRINCIPAL =
                     WS-REN-SALDO-DEVEDOR + WS-REN-ENCARGOS
             MOVE WS-REN-TAXA-NOVA   TO EMP-TAXA-JUROS
             MOVE WS-REN-PRAZO-NOVO  TO EMP-QTDE-PARCELAS
             COMPUTE EMP-VALOR-PARCELA ROUNDED =
                (EMP-VALOR-PRINCIPAL +
                (EMP-VALOR-PRINCIPAL * EMP-TAXA-JUROS / 100
                 * EMP-QTDE-PARCELAS)) / EMP-QTDE-PARCELAS
             DISPLAY 'DIGITE O DIA DO MES DE VENCIMENTO (1-28)'
             ACCEPT EMP-DIA-VENCIMENTO
             MOVE ZEROS TO EMP-PARCELAS-PAGAS
             MOVE ZEROS TO EMP-ULT-COBRANCA
             MOVE ZEROS TO EMP-QTDE-PARC-ATRASO
             MOVE ZEROS TO EMP-DATA-VENC-ATRASO
             MOVE ZEROS TO EMP-DATA-MARCA-ATRASO
             MOVE WS-REN-SEQ-ANTIGO TO EMP-CONTRATO-ORIGEM
             MOVE ZEROS TO EMP-DADOS-APROPRIACAO
      *      A ADESAO AO SEGURO PRESTAMISTA E CARREGADA DO CONTRATO
      *      ANTIGO, COM O PREMIO RECALCULADO SOBRE O NOVO PRINCIPAL
             IF EMP-COM-SEGURO THEN
                COMPUTE EMP-SEGURO-PREMIO ROUNDED =
                        EMP-VALOR-PRINCIPAL * WS-SEGURO-TAXA
             END-IF
             SET EMP-ATIVO TO TRUE
             WRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CONTRATO NOVO, STATUS: '
                        FS-EMPRESTIMO
                EXIT PARAGRAPH
             END-IF

      *      O ADITIVO DA RENEGOCIACAO SAI NO MESMO LAYOUT DA CEDULA,
      *      SEM IOF (NAO HA LIBERACAO DE RECURSOS)
             SET CCB-EMITIR-ADITIVO TO TRUE
             MOVE ZEROS TO WS-CCB-IOF
             MOVE WS-REN-ENCARGOS TO WS-CCB-ENCARGOS
             PERFORM P1475-EMITIR-CCB

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RENEGOCIACAO EMP' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'DE ' DELIMITED SIZE
                    WS-REN-SEQ-ANTIGO DELIMITED SIZE
                    ' PARA ' DELIMITED SIZE
                    EMP-SEQ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'CONTRATO ' WS-REN-SEQ-ANTIGO ' RENEGOCIADO NO'
                     ' CONTRATO ' EMP-SEQ
             DISPLAY 'NOVO PRINCIPAL: ' EMP-VALOR-PRINCIPAL
                     ' PARCELA: ' EMP-VALOR-PARCELA
                     ' EM ' EMP-QTDE-PARCELAS ' VEZES'
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA A GARANTIA EXIGIDA PARA O EMPRESTIMO
      *      ACIMA DO LIMITE: TIPO, DESCRICAO, VALOR AVALIADO E, NO
      *      CASO DE FIADOR, O CPF VALIDADO CONTRA O CADASTRO DE
      *      CLIENTES; O RESULTADO FICA NOS CAMPOS WS-GAR-*
      ******************************************************************
       P1430-CAPTURAR-GARANTIA.
             MOVE 'N' TO WS-GAR-CAPTURADA
             DISPLAY 'TIPO DA GARANTIA (V - VEICULO, I - IMOVEL,'
                     ' F - FIADOR, O - OUTRA)'
             ACCEPT WS-GAR-TIPO-ENT
             IF WS-GAR-TIPO-ENT NOT EQUAL TO 'V'
                AND WS-GAR-TIPO-ENT NOT EQUAL TO 'I'
                AND WS-GAR-TIPO-ENT NOT EQUAL TO 'F'
                AND WS-GAR-TIPO-ENT NOT EQUAL TO 'O' THEN
                DISPLAY 'TIPO DE GARANTIA INVALIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DESCRICAO DA GARANTIA'
             ACCEPT WS-GAR-DESCRICAO-ENT
             DISPLAY 'VALOR AVALIADO DA GARANTIA'
             ACCEPT WS-GAR-VALOR-ENT
             MOVE ZEROS TO WS-GAR-CPF-ENT
             IF WS-GAR-TIPO-ENT EQUAL TO 'F' THEN
                DISPLAY 'DIGITE O CPF DO FIADOR (11 DIGITOS)'
                ACCEPT WS-GAR-CPF-ENT
                MOVE WS-GAR-CPF-ENT TO CLI-CPF
                READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                   INVALID KEY
                      DISPLAY 'FIADOR NAO CONSTA NO CADASTRO DE'
                              ' CLIENTES, GARANTIA RECUSADA'
                      EXIT PARAGRAPH
                END-READ
                DISPLAY 'FIADOR: ' CLI-NOME
             END-IF
             IF WS-GAR-VALOR-ENT LESS THAN EMP-VALOR-PRINCIPAL
                AND WS-GAR-TIPO-ENT NOT EQUAL TO 'F' THEN
                DISPLAY 'AVALIACAO ABAIXO DO PRINCIPAL, GARANTIA'
                        ' RECUSADA'
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-GAR-CAPTURADA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA A GARANTIA CAPTURADA PARA O CONTRATO
      *      RECEM CRIADO EM REG-EMPRESTIMO
      ******************************************************************
       P1435-GRAVAR-GARANTIA.
             MOVE EMP-SEQ            TO GAR-EMP-SEQ
             MOVE 1                  TO GAR-SEQ
             MOVE WS-GAR-TIPO-ENT    TO GAR-TIPO
             MOVE WS-GAR-DESCRICAO-ENT TO GAR-DESCRICAO
             MOVE WS-GAR-VALOR-ENT   TO GAR-VALOR-AVALIADO
             MOVE WS-GAR-CPF-ENT     TO GAR-FIADOR-CPF
             MOVE WS-DATA-ATUAL      TO GAR-DATA-REGISTRO
             SET GAR-ATIVA           TO TRUE
             WRITE REG-GARANTIA
             IF FS-GARANTIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A GARANTIA, STATUS: '
                        FS-GARANTIA
             ELSE
                DISPLAY 'GARANTIA REGISTRADA PARA O CONTRATO '
                        EMP-SEQ
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS GARANTIAS DO CONTRATO EM EMP-SEQ
      ******************************************************************
       P1457-LISTAR-GARANTIAS.
             MOVE 'N' TO WS-GAR-ACHOU
             MOVE EMP-SEQ TO GAR-EMP-SEQ
             MOVE ZEROS TO GAR-SEQ
             START ARQ-GARANTIA KEY IS NOT LESS THAN GAR-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-GARANTIA EQUAL TO "00" THEN
                PERFORM P1458-LER-PROX-GARANTIA
                PERFORM UNTIL FS-GARANTIA NOT EQUAL TO "00"
                   OR GAR-EMP-SEQ NOT EQUAL TO EMP-SEQ
                   MOVE 'S' TO WS-GAR-ACHOU
                   DISPLAY '   GARANTIA ' GAR-SEQ
                           ' TIPO ' GAR-TIPO
                           ' VALOR ' GAR-VALOR-AVALIADO
                           ' STATUS ' GAR-STATUS
                           ' ' GAR-DESCRICAO
                   IF GAR-FIADOR THEN
                      DISPLAY '   FIADOR CPF: ' GAR-FIADOR-CPF
                   END-IF
                   PERFORM P1458-LER-PROX-GARANTIA
                END-PERFORM
             END-IF
       .
       P1458-LER-PROX-GARANTIA.
             READ ARQ-GARANTIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-GARANTIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LIBERA AS GARANTIAS DO CONTRATO ENCERRADO EM
      *      EMP-SEQ; ENQUANTO O CONTRATO ESTA ABERTO NENHUMA
      *      GARANTIA E LIBERADA
      ******************************************************************
       P1465-LIBERAR-GARANTIAS.
             MOVE EMP-SEQ TO GAR-EMP-SEQ
             MOVE ZEROS TO GAR-SEQ
             START ARQ-GARANTIA KEY IS NOT LESS THAN GAR-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-GARANTIA EQUAL TO "00" THEN
                PERFORM P1458-LER-PROX-GARANTIA
                PERFORM UNTIL FS-GARANTIA NOT EQUAL TO "00"
                   OR GAR-EMP-SEQ NOT EQUAL TO EMP-SEQ
                   IF GAR-ATIVA THEN
                      SET GAR-LIBERADA TO TRUE
                      REWRITE REG-GARANTIA
                      DISPLAY 'GARANTIA ' GAR-SEQ ' DO CONTRATO '
                              GAR-EMP-SEQ ' LIBERADA'
                   END-IF
                   PERFORM P1458-LER-PROX-GARANTIA
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DE SINISTRO DO SEGURO PRESTAMISTA: COM A PROVA
      *      DO EVENTO COBERTO, O SALDO DEVEDOR DO CONTRATO COM
      *      SEGURO E LIQUIDADO PELO SEGURADOR (SEM DEBITO NA CONTA
      *      DO CLIENTE) E AS GARANTIAS SAO LIBERADAS
      ******************************************************************
       P1470-SINISTRO-PRESTAMISTA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CONTRATO SINISTRADO'
             ACCEPT WS-SIN-SEQ
             MOVE WS-SIN-SEQ TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT EMP-ATIVO THEN
                DISPLAY 'CONTRATO NAO ESTA ATIVO, SINISTRO NEGADO'
                EXIT PARAGRAPH
             END-IF
             IF NOT EMP-COM-SEGURO THEN
                DISPLAY 'CONTRATO SEM SEGURO PRESTAMISTA, SINISTRO'
                        ' NEGADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA A PROVA DO EVENTO COBERTO'
                     ' APRESENTADA? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT EQUAL TO 'S' THEN
                DISPLAY 'SINISTRO NAO CONFIRMADO, OPERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE EMP-QTDE-PARCELAS TO EMP-PARCELAS-PAGAS
             MOVE WS-DATA-ATUAL TO EMP-ULT-COBRANCA
             MOVE ZEROS TO EMP-QTDE-PARC-ATRASO
             MOVE ZEROS TO EMP-DATA-VENC-ATRASO
             SET EMP-QUITADO TO TRUE
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTRATO, STATUS: '
                        FS-EMPRESTIMO
                EXIT PARAGRAPH
             END-IF
             PERFORM P1465-LIBERAR-GARANTIAS
             MOVE EMP-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'SINISTRO PRESTAMISTA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CONTRATO ' DELIMITED SIZE
                    WS-SIN-SEQ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'CONTRATO ' WS-SIN-SEQ ' LIQUIDADO PELO SEGURO'
                     ' PRESTAMISTA'
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA A CONTRATACAO DO CONSIGNADO: O
      *      CONVENIO DE FOLHA PRECISA ESTAR ATIVO E A PARCELA NAO
      *      PODE ULTRAPASSAR A MARGEM CONSIGNAVEL (PERCENTUAL
      *      PARAMETRIZADO DA RENDA DO CLIENTE); FORA DA REGRA, A
      *      CONTRATACAO VOLTA PARA A MODALIDADE NORMAL
      ******************************************************************
       P1440-VALIDAR-CONSIGNADO.
             DISPLAY 'DIGITE O CODIGO DO CONVENIO DE FOLHA'
             ACCEPT WS-CONSIG-CONV
             MOVE WS-CONSIG-CONV TO CONV-CODIGO
             READ ARQ-CONVFOLHA RECORD KEY IS CONV-CODIGO
                INVALID KEY
                   DISPLAY 'CONVENIO NAO CADASTRADO, EMPRESTIMO'
                           ' SEGUE NA MODALIDADE NORMAL'
                   MOVE 'N' TO WS-CONSIG-OPCAO
                   EXIT PARAGRAPH
             END-READ
             IF NOT CONV-ATIVO THEN
                DISPLAY 'CONVENIO INATIVO, EMPRESTIMO SEGUE NA'
                        ' MODALIDADE NORMAL'
                MOVE 'N' TO WS-CONSIG-OPCAO
                EXIT PARAGRAPH
             END-IF
             MOVE CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CLIENTE SEM CADASTRO DE RENDA,'
                           ' CONSIGNADO NEGADO'
                   MOVE 'N' TO WS-CONSIG-OPCAO
                   EXIT PARAGRAPH
             END-READ
             COMPUTE WS-MARGEM-VALOR ROUNDED =
                     CLI-RENDA-MENSAL * WS-MARGEM-CONSIGNAVEL
             IF EMP-VALOR-PARCELA GREATER THAN WS-MARGEM-VALOR THEN
                DISPLAY 'PARCELA (' EMP-VALOR-PARCELA ') ACIMA DA'
                        ' MARGEM CONSIGNAVEL (' WS-MARGEM-VALOR
                        '), CONSIGNADO NEGADO'
                MOVE 'N' TO WS-CONSIG-OPCAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LIMITA A TAXA DO CONSIGNADO AO TETO LEGAL
      *      (TETO-CONSIGNADO, % AO MES, PADRAO DO FONTE 1,80%),
      *      RECALCULANDO A PARCELA QUANDO A TAXA DA FAIXA DE SCORE OU
      *      DA OFERTA PASSA DELE
      ******************************************************************
       P1442-LIMITAR-TAXA-CONSIGNADO.
             MOVE 1.80 TO WS-TTX-TETO
             MOVE 'TETO-CONSIGNADO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-TTX-TETO
             END-IF
             IF WS-TTX-TETO GREATER THAN ZEROS
                AND EMP-TAXA-JUROS GREATER THAN WS-TTX-TETO THEN
                MOVE WS-TTX-TETO TO EMP-TAXA-JUROS
                COMPUTE EMP-VALOR-PARCELA ROUNDED =
                   (EMP-VALOR-PRINCIPAL +
                   (EMP-VALOR-PRINCIPAL * EMP-TAXA-JUROS / 100
                    * EMP-QTDE-PARCELAS)) / EMP-QTDE-PARCELAS
                DISPLAY 'TAXA LIMITADA AO TETO DO CONSIGNADO: '
                        EMP-TAXA-JUROS '%, NOVA PARCELA: '
                        EMP-VALOR-PARCELA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RECEBE NO CAIXA A RECUPERACAO DE UM CREDITO
      *      JA BAIXADO PARA PREJUIZO: O VALOR E DEBITADO DA CONTA
      *      DO CLIENTE COM O MOVIMENTO RP (RECEITA DE RECUPERACAO)
      *      E ABATIDO DO MEMORANDO EM ARQ-PREJUIZO
      ******************************************************************
       P4800-RECUPERAR-PREJUIZO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO CONTRATO BAIXADO'
             ACCEPT WS-SIN-SEQ
             MOVE WS-SIN-SEQ TO PRJ-EMP-SEQ
             READ ARQ-PREJUIZO RECORD KEY IS PRJ-EMP-SEQ
                INVALID KEY
                   DISPLAY 'CONTRATO NAO CONSTA NO MEMORANDO DE'
                           ' PREJUIZO'
                   EXIT PARAGRAPH
             END-READ
             IF PRJ-RECUPERADO THEN
                DISPLAY 'PREJUIZO JA RECUPERADO INTEGRALMENTE'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = PRJ-VALOR - PRJ-VALOR-RECUPERADO
             DISPLAY 'SALDO A RECUPERAR DO CONTRATO ' PRJ-EMP-SEQ
                     ': ' WS-AUX
             MOVE PRJ-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO DEVEDOR NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, REATIVE-A'
                        ' ANTES DE RECEBER A RECUPERACAO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA'
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O VALOR RECEBIDO'
             ACCEPT WS-PRJ-VALOR-REC
             IF WS-PRJ-VALOR-REC NOT GREATER THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = PRJ-VALOR - PRJ-VALOR-RECUPERADO
             IF WS-PRJ-VALOR-REC GREATER THAN WS-AUX THEN
                DISPLAY 'VALOR MAIOR QUE O SALDO A RECUPERAR,'
                        ' AJUSTADO PARA ' WS-AUX
                MOVE WS-AUX TO WS-PRJ-VALOR-REC
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO
                     - WS-PRJ-VALOR-REC
             IF WS-AUX LESS THAN ZEROS THEN
                DISPLAY 'SALDO DISPONIVEL INSUFICIENTE, RECEBA O'
                        ' DEPOSITO ANTES'
                EXIT PARAGRAPH
             END-IF

             COMPUTE SALDO = SALDO - WS-PRJ-VALOR-REC
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-RECUPERACAO-PREJ TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-PRJ-VALOR-REC TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'RECUPERACAO EMP ' DELIMITED SIZE
                    PRJ-EMP-SEQ DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO

             ADD WS-PRJ-VALOR-REC TO PRJ-VALOR-RECUPERADO
             IF PRJ-VALOR-RECUPERADO NOT LESS THAN PRJ-VALOR THEN
                SET PRJ-RECUPERADO TO TRUE
             END-IF
             REWRITE REG-PREJUIZO
             IF FS-PREJUIZO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O MEMORANDO, STATUS: '
                        FS-PREJUIZO
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RECUPERACAO PREJ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CONTRATO ' DELIMITED SIZE
                    PRJ-EMP-SEQ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'RECUPERACAO DE ' WS-PRJ-VALOR-REC
                     ' RECEBIDA NO CONTRATO ' PRJ-EMP-SEQ
       .
      ******************************************************************
      *      FUNÇÃO QUE EMITE A CEDULA DE CREDITO BANCARIO DO
      *      CONTRATO EM REG-EMPRESTIMO (OU O ADITIVO, CONFORME
      *      WS-CCB-TIPO): PARTES, GARANTIAS, TAXA, IOF (WS-CCB-IOF),
      *      CET, SEGURO PRESTAMISTA E O CRONOGRAMA COMPLETO COM OS
      *      VENCIMENTOS ROLADOS PARA O DIA UTIL. CADA LINHA VAI PARA
      *      A IMPRESSORA (COMPROVANTE) E PARA ARQ-CCB (SEGUNDA VIA)
      ******************************************************************
       P1475-EMITIR-CCB.
             MOVE ZEROS TO WS-CCB-NUM-LINHA
             MOVE EMP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CONTRATO NAO ENCONTRADA, CEDULA'
                           ' NAO EMITIDA'
                   EXIT PARAGRAPH
             END-READ

             COMPUTE WS-CCB-TOTAL-PARCELAS =
                     EMP-VALOR-PARCELA * EMP-QTDE-PARCELAS
             IF EMP-COM-SEGURO THEN
                COMPUTE WS-CCB-TOTAL-SEGURO =
                        EMP-SEGURO-PREMIO * EMP-QTDE-PARCELAS
             ELSE
                MOVE ZEROS TO WS-CCB-TOTAL-SEGURO
             END-IF
      *      NO SAC OS JUROS E O MIP CAEM COM O SALDO: A SOMA DAS
      *      PARCELAS E O PRINCIPAL MAIS (N + 1) / 2 VEZES OS JUROS
      *      DA PRIMEIRA, SEM A TR AINDA DESCONHECIDA
             IF EMP-HABITACIONAL THEN
                COMPUTE WS-CCB-TOTAL-PARCELAS ROUNDED =
                        EMP-VALOR-PRINCIPAL + EMP-HAB-JUROS
                        * (EMP-QTDE-PARCELAS + 1) / 2
                COMPUTE WS-CCB-TOTAL-SEGURO ROUNDED =
                        EMP-HAB-PREMIO-MIP
                        * (EMP-QTDE-PARCELAS + 1) / 2
                        + EMP-HAB-PREMIO-DFI * EMP-QTDE-PARCELAS
             END-IF
             COMPUTE WS-CCB-TOTAL-PAGAR = WS-CCB-TOTAL-PARCELAS
                     + WS-CCB-TOTAL-SEGURO + WS-CCB-IOF
             COMPUTE WS-CCB-CET ROUNDED =
                ((WS-CCB-TOTAL-PAGAR / EMP-VALOR-PRINCIPAL) - 1)
                 / EMP-QTDE-PARCELAS * 100

             MOVE WS-DATA-ATUAL TO WS-CCB-DATA-UTIL
             PERFORM P1474-EDITAR-DATA-CCB

             MOVE WS-CCB-SEPARADOR TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             EVALUATE TRUE
                WHEN CCB-EMITIR-ADITIVO
                   STRING 'ADITIVO DE RENEGOCIACAO A CEDULA DE CREDITO'
                                           DELIMITED SIZE
                          ' BANCARIO NO ' DELIMITED SIZE
                          EMP-CONTRATO-ORIGEM DELIMITED SIZE
                          ' - NOVO CONTRATO NO ' DELIMITED SIZE
                          EMP-SEQ         DELIMITED SIZE
                          ' - EMISSAO: '  DELIMITED SIZE
                          WS-CCB-DATA-EDT DELIMITED SIZE
                     INTO WS-LINHA-COMPROVANTE
                   END-STRING
                WHEN CCB-EMITIR-HABITACIONAL
                   STRING 'CEDULA DE CREDITO BANCARIO - FINANCIAMENTO'
                                           DELIMITED SIZE
                          ' HABITACIONAL SAC - CONTRATO NO '
                                           DELIMITED SIZE
                          EMP-SEQ         DELIMITED SIZE
                          ' - EMISSAO: '  DELIMITED SIZE
                          WS-CCB-DATA-EDT DELIMITED SIZE
                     INTO WS-LINHA-COMPROVANTE
                   END-STRING
                WHEN CCB-EMITIR-PORTABILIDADE
                   STRING 'CEDULA DE CREDITO BANCARIO - PORTABILIDADE'
                                           DELIMITED SIZE
                          ' DE CREDITO - CONTRATO NO ' DELIMITED SIZE
                          EMP-SEQ         DELIMITED SIZE
                          ' - EMISSAO: '  DELIMITED SIZE
                          WS-CCB-DATA-EDT DELIMITED SIZE
                     INTO WS-LINHA-COMPROVANTE
                   END-STRING
                WHEN OTHER
                   STRING 'CEDULA DE CREDITO BANCARIO - EMPRESTIMO'
                                           DELIMITED SIZE
                          ' PESSOAL - CONTRATO NO ' DELIMITED SIZE
                          EMP-SEQ         DELIMITED SIZE
                          ' - EMISSAO: '  DELIMITED SIZE
                          WS-CCB-DATA-EDT DELIMITED SIZE
                     INTO WS-LINHA-COMPROVANTE
                   END-STRING
             END-EVALUATE
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE WS-CCB-SEPARADOR TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB

      *      PARTES: CREDOR, EMITENTE E OS COTITULARES DA CONTA COMO
      *      COOBRIGADOS
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING 'CREDOR: BANCO ' DELIMITED SIZE
                    WS-PTC-BANCO-PROPRIO DELIMITED SIZE
                    ' - AGENCIA '   DELIMITED SIZE
                    AGENCIA         DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             IF CONTA-PJ THEN
                STRING 'EMITENTE: '  DELIMITED SIZE
                       NOME          DELIMITED SIZE
                       ' CNPJ: '     DELIMITED SIZE
                       CNPJ          DELIMITED SIZE
                       ' CONTA: '    DELIMITED SIZE
                       CONTA-NUM     DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             ELSE
                STRING 'EMITENTE: '  DELIMITED SIZE
                       NOME          DELIMITED SIZE
                       ' CPF: '      DELIMITED SIZE
                       CPF           DELIMITED SIZE
                       ' CONTA: '    DELIMITED SIZE
                       CONTA-NUM     DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             END-IF
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE CONTA-NUM TO TIT-CONTA-NUM
             MOVE ZEROS TO TIT-CPF
             START ARQ-TITULAR KEY IS NOT LESS THAN TIT-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-TITULAR
             END-START
             IF FS-TITULAR EQUAL TO "00" THEN
                PERFORM P3905-LER-PROX-TITULAR
                PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                   OR TIT-CONTA-NUM NOT EQUAL TO CONTA-NUM
                   MOVE SPACES TO WS-LINHA-COMPROVANTE
                   STRING 'COOBRIGADO (COTITULAR): ' DELIMITED SIZE
                          TIT-NOME      DELIMITED SIZE
                          ' CPF: '      DELIMITED SIZE
                          TIT-CPF       DELIMITED SIZE
                     INTO WS-LINHA-COMPROVANTE
                   END-STRING
                   PERFORM P1476-GRAVAR-LINHA-CCB
                   PERFORM P3905-LER-PROX-TITULAR
                END-PERFORM
             END-IF
             MOVE WS-CCB-TRACEJADO TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB

      *      CONDICOES FINANCEIRAS
             MOVE EMP-VALOR-PRINCIPAL TO WS-CCB-VALOR-EDT
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             IF CCB-EMITIR-ADITIVO THEN
                MOVE WS-CCB-ENCARGOS TO WS-CCB-VALOR-EDT-2
                STRING 'VALOR RENEGOCIADO: ' DELIMITED SIZE
                       WS-CCB-VALOR-EDT  DELIMITED SIZE
                       ' (INCLUI ENCARGOS DE ATRASO DE '
                                         DELIMITED SIZE
                       WS-CCB-VALOR-EDT-2 DELIMITED SIZE
                       ')'               DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             ELSE
                STRING 'VALOR DO PRINCIPAL: ' DELIMITED SIZE
                       WS-CCB-VALOR-EDT  DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             END-IF
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE EMP-TAXA-JUROS TO WS-CCB-TAXA-EDT
             MOVE EMP-VALOR-PARCELA TO WS-CCB-VALOR-EDT
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             IF EMP-HABITACIONAL THEN
                STRING 'TAXA DE JUROS: ' DELIMITED SIZE
                       WS-CCB-TAXA-EDT   DELIMITED SIZE
                       '% A.M. + TR - PRAZO: ' DELIMITED SIZE
                       EMP-QTDE-PARCELAS DELIMITED SIZE
                       ' MESES (SAC) - PRIMEIRA PARCELA DE '
                                         DELIMITED SIZE
                       WS-CCB-VALOR-EDT  DELIMITED SIZE
                       ' - VENCIMENTO TODO DIA ' DELIMITED SIZE
                       EMP-DIA-VENCIMENTO DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             ELSE
                STRING 'TAXA DE JUROS: ' DELIMITED SIZE
                       WS-CCB-TAXA-EDT   DELIMITED SIZE
                       '% A.M. - PRAZO: ' DELIMITED SIZE
                       EMP-QTDE-PARCELAS DELIMITED SIZE
                       ' PARCELAS DE '   DELIMITED SIZE
                       WS-CCB-VALOR-EDT  DELIMITED SIZE
                       ' - VENCIMENTO TODO DIA ' DELIMITED SIZE
                       EMP-DIA-VENCIMENTO DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             END-IF
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE WS-CCB-IOF TO WS-CCB-VALOR-EDT
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             IF EMP-HABITACIONAL THEN
                MOVE EMP-HAB-PREMIO-MIP TO WS-CCB-VALOR-EDT
                MOVE EMP-HAB-PREMIO-DFI TO WS-CCB-VALOR-EDT-2
                STRING 'IOF: ISENTO - SEGUROS OBRIGATORIOS NA PARCELA:'
                                        DELIMITED SIZE
                       ' MIP '          DELIMITED SIZE
                       WS-CCB-VALOR-EDT DELIMITED SIZE
                       ' DFI '          DELIMITED SIZE
                       WS-CCB-VALOR-EDT-2 DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             ELSE
             IF EMP-COM-SEGURO THEN
                MOVE EMP-SEGURO-PREMIO TO WS-CCB-VALOR-EDT-2
                STRING 'IOF: '          DELIMITED SIZE
                       WS-CCB-VALOR-EDT DELIMITED SIZE
                       ' - SEGURO PRESTAMISTA: PREMIO MENSAL DE '
                                        DELIMITED SIZE
                       WS-CCB-VALOR-EDT-2 DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             ELSE
                STRING 'IOF: '          DELIMITED SIZE
                       WS-CCB-VALOR-EDT DELIMITED SIZE
                       ' - SEGURO PRESTAMISTA: NAO CONTRATADO'
                                        DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
             END-IF
             END-IF
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE WS-CCB-CET TO WS-CCB-CET-EDT
             MOVE WS-CCB-TOTAL-PAGAR TO WS-CCB-VALOR-EDT
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING 'CUSTO EFETIVO TOTAL (CET): ' DELIMITED SIZE
                    WS-CCB-CET-EDT   DELIMITED SIZE
                    '% A.M. - TOTAL A PAGAR (PARCELAS, IOF E SEGURO): '
                                     DELIMITED SIZE
                    WS-CCB-VALOR-EDT DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             EVALUATE TRUE
                WHEN EMP-CONSIGNADO
                   STRING 'FORMA DE PAGAMENTO: CONSIGNACAO EM FOLHA -'
                                        DELIMITED SIZE
                          ' CONVENIO ' DELIMITED SIZE
                          EMP-CONV-CODIGO DELIMITED SIZE
                     INTO WS-LINHA-COMPROVANTE
                   END-STRING
                WHEN EMP-COBRANCA-BOLETO
                   MOVE 'FORMA DE PAGAMENTO: BOLETO BANCARIO (CARNE)'
                     TO WS-LINHA-COMPROVANTE
                WHEN OTHER
                   MOVE 'FORMA DE PAGAMENTO: DEBITO EM CONTA CORRENTE'
                     TO WS-LINHA-COMPROVANTE
             END-EVALUATE
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE WS-CCB-TRACEJADO TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB

      *      GARANTIAS: AS DO PROPRIO CONTRATO OU, NO ADITIVO, AS DO
      *      CONTRATO ORIGINAL, QUE CONTINUAM VINCULADAS
             MOVE 'GARANTIAS:' TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE 'N' TO WS-CCB-ACHOU
             MOVE EMP-SEQ TO WS-CCB-GAR-CONTRATO
             PERFORM P1477-GARANTIAS-CCB
             IF NOT CCB-ACHOU AND EMP-CONTRATO-ORIGEM NOT EQUAL TO
                ZEROS THEN
                MOVE EMP-CONTRATO-ORIGEM TO WS-CCB-GAR-CONTRATO
                PERFORM P1477-GARANTIAS-CCB
             END-IF
             IF NOT CCB-ACHOU THEN
                MOVE '   SEM GARANTIA REAL OU FIDEJUSSORIA'
                  TO WS-LINHA-COMPROVANTE
                PERFORM P1476-GRAVAR-LINHA-CCB
             END-IF
             MOVE WS-CCB-TRACEJADO TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB

             PERFORM P1478-CRONOGRAMA-CCB

             MOVE WS-CCB-TRACEJADO TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB
             IF CCB-EMITIR-ADITIVO THEN
                MOVE SPACES TO WS-LINHA-COMPROVANTE
                STRING 'O CONTRATO ' DELIMITED SIZE
                       EMP-CONTRATO-ORIGEM DELIMITED SIZE
                       ' FICA ENCERRADO COMO RENEGOCIADO; O SALDO E OS'
                                     DELIMITED SIZE
                       ' ENCARGOS PASSAM A ESTE ADITIVO.'
                                     DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
                PERFORM P1476-GRAVAR-LINHA-CCB
             END-IF
             IF EMP-HABITACIONAL THEN
                MOVE SPACES TO WS-LINHA-COMPROVANTE
                STRING 'O SALDO DEVEDOR E CORRIGIDO MENSALMENTE PELA'
                       ' TR; O CRONOGRAMA ACIMA NAO INCLUI A CORRECAO.'
                                     DELIMITED SIZE
                  INTO WS-LINHA-COMPROVANTE
                END-STRING
                PERFORM P1476-GRAVAR-LINHA-CCB
             END-IF
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING 'O EMITENTE PAGARA AO CREDOR AS PARCELAS ACIMA NAS'
                    ' DATAS DO CRONOGRAMA; NA QUITACAO ANTECIPADA OS'
                    ' JUROS FUTUROS SAO ABATIDOS.' DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING 'VENCIMENTO EM FIM DE SEMANA OU FERIADO E PAGO NO'
                    ' PRIMEIRO DIA UTIL SEGUINTE, SEM ENCARGOS.'
                                     DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING '   ______________________________      '
                    '______________________________' DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE '             EMITENTE                            '
               TO WS-LINHA-COMPROVANTE
             MOVE 'CREDOR' TO WS-LINHA-COMPROVANTE (52:6)
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE WS-CCB-SEPARADOR TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB

             DISPLAY 'CEDULA DE CREDITO BANCARIO DO CONTRATO ' EMP-SEQ
                     ' IMPRESSA (' WS-CCB-NUM-LINHA ' LINHAS)'
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE EDITA A DATA EM WS-CCB-DATA-UTIL NO
      *      FORMATO DD/MM/AAAA EM WS-CCB-DATA-EDT
      ******************************************************************
       P1474-EDITAR-DATA-CCB.
             MOVE WS-CCB-DU-DIA TO WS-CCB-DE-DIA
             MOVE WS-CCB-DU-MES TO WS-CCB-DE-MES
             MOVE WS-CCB-DU-ANO TO WS-CCB-DE-ANO
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA A LINHA EM WS-LINHA-COMPROVANTE NA
      *      IMPRESSORA E NO DOCUMENTO GUARDADO DO CONTRATO
      ******************************************************************
       P1476-GRAVAR-LINHA-CCB.
             ADD 1 TO WS-CCB-NUM-LINHA
             MOVE WS-LINHA-COMPROVANTE TO REG-COMPROVANTE
             WRITE REG-COMPROVANTE
             IF FS-COMPROVANTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO IMPRIMIR A CEDULA, STATUS: '
                        FS-COMPROVANTE
             END-IF
             MOVE EMP-SEQ TO CCB-EMP-SEQ
             MOVE WS-CCB-NUM-LINHA TO CCB-LINHA
             MOVE WS-CCB-TIPO TO CCB-TIPO
             MOVE EMP-CONTA-NUM TO CCB-CONTA-NUM
             MOVE WS-DATA-ATUAL TO CCB-DATA-EMISSAO
             MOVE ZEROS TO CCB-QTDE-REIMPRESSOES
             MOVE WS-LINHA-COMPROVANTE TO CCB-TEXTO
             WRITE REG-CCB
                INVALID KEY
                   DISPLAY 'FALHA AO GUARDAR A LINHA ' CCB-LINHA
                           ' DA CEDULA, STATUS: ' FS-CCB
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA NA CEDULA AS GARANTIAS ATIVAS DO
      *      CONTRATO EM WS-CCB-GAR-CONTRATO
      ******************************************************************
       P1477-GARANTIAS-CCB.
             MOVE WS-CCB-GAR-CONTRATO TO GAR-EMP-SEQ
             MOVE ZEROS TO GAR-SEQ
             START ARQ-GARANTIA KEY IS NOT LESS THAN GAR-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-GARANTIA
             END-START
             IF FS-GARANTIA NOT EQUAL TO "00" THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P1458-LER-PROX-GARANTIA
             PERFORM UNTIL FS-GARANTIA NOT EQUAL TO "00"
                OR GAR-EMP-SEQ NOT EQUAL TO WS-CCB-GAR-CONTRATO
                IF GAR-ATIVA THEN
                   MOVE 'S' TO WS-CCB-ACHOU
                   MOVE GAR-VALOR-AVALIADO TO WS-CCB-VALOR-EDT
                   MOVE SPACES TO WS-LINHA-COMPROVANTE
                   EVALUATE TRUE
                      WHEN GAR-FIADOR
                         STRING '   FIANCA - '  DELIMITED SIZE
                                GAR-DESCRICAO   DELIMITED SIZE
                                ' - FIADOR CPF: ' DELIMITED SIZE
                                GAR-FIADOR-CPF  DELIMITED SIZE
                           INTO WS-LINHA-COMPROVANTE
                         END-STRING
                      WHEN GAR-VEICULO
                         STRING '   ALIENACAO FIDUCIARIA DE VEICULO - '
                                                DELIMITED SIZE
                                GAR-DESCRICAO   DELIMITED SIZE
                                ' - VALOR AVALIADO: ' DELIMITED SIZE
                                WS-CCB-VALOR-EDT DELIMITED SIZE
                           INTO WS-LINHA-COMPROVANTE
                         END-STRING
                      WHEN GAR-IMOVEL
                         STRING '   ALIENACAO FIDUCIARIA DE IMOVEL - '
                                                DELIMITED SIZE
                                GAR-DESCRICAO   DELIMITED SIZE
                                ' - VALOR AVALIADO: ' DELIMITED SIZE
                                WS-CCB-VALOR-EDT DELIMITED SIZE
                           INTO WS-LINHA-COMPROVANTE
                         END-STRING
                      WHEN OTHER
                         STRING '   OUTRA GARANTIA - ' DELIMITED SIZE
                                GAR-DESCRICAO   DELIMITED SIZE
                                ' - VALOR AVALIADO: ' DELIMITED SIZE
                                WS-CCB-VALOR-EDT DELIMITED SIZE
                           INTO WS-LINHA-COMPROVANTE
                         END-STRING
                   END-EVALUATE
                   PERFORM P1476-GRAVAR-LINHA-CCB
                END-IF
                PERFORM P1458-LER-PROX-GARANTIA
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE IMPRIME O CRONOGRAMA DE PAGAMENTO: A PRIMEIRA
      *      PARCELA E O PRIMEIRO VENCIMENTO (JA ROLADO PARA O DIA
      *      UTIL) A PARTIR DE HOJE, COMO O BATCH DE EMPRESTIMOS
      *      COBRA; O SALDO DEVEDOR E O PRINCIPAL AINDA NAO AMORTIZADO
      ******************************************************************
       P1478-CRONOGRAMA-CCB.
             MOVE 'CRONOGRAMA DE PAGAMENTO:' TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB
             MOVE WS-CCB-CAB-PARC TO WS-LINHA-COMPROVANTE
             PERFORM P1476-GRAVAR-LINHA-CCB

      *      PARTE DO VENCIMENTO DO MES ANTERIOR, QUE PODE TER ROLADO
      *      PARA HOJE OU DEPOIS
             MOVE WS-DATA-ATUAL TO WS-CCB-VENC-R
             MOVE EMP-DIA-VENCIMENTO TO WS-CCB-VENC-DIA
             PERFORM P1473-MES-ANTERIOR-CCB
             PERFORM P1479-ROLAR-DIA-UTIL-CCB
             PERFORM UNTIL WS-CCB-DATA-UTIL NOT LESS THAN WS-DATA-ATUAL
                PERFORM P1472-PROXIMO-MES-CCB
                PERFORM P1479-ROLAR-DIA-UTIL-CCB
             END-PERFORM

             PERFORM VARYING WS-CCB-PARC FROM 1 BY 1
                UNTIL WS-CCB-PARC > EMP-QTDE-PARCELAS
                PERFORM P1474-EDITAR-DATA-CCB
                COMPUTE WS-CCB-SALDO ROUNDED = EMP-VALOR-PRINCIPAL
                        * (EMP-QTDE-PARCELAS - WS-CCB-PARC)
                        / EMP-QTDE-PARCELAS
                MOVE WS-CCB-PARC TO WS-CCB-LP-NUM
                MOVE WS-CCB-DATA-EDT TO WS-CCB-LP-VENC
                MOVE EMP-VALOR-PARCELA TO WS-CCB-LP-PARCELA
      *         SAC: JUROS E MIP PROPORCIONAIS AO SALDO ANTES DA
      *         PARCELA, AMORTIZACAO E DFI CONSTANTES
                IF EMP-HABITACIONAL THEN
                   COMPUTE WS-CCB-HAB-PARCELA ROUNDED =
                           EMP-HAB-AMORTIZACAO + EMP-HAB-JUROS
                           * (EMP-QTDE-PARCELAS - WS-CCB-PARC + 1)
                           / EMP-QTDE-PARCELAS
                   COMPUTE WS-CCB-HAB-SEGURO ROUNDED =
                           EMP-HAB-PREMIO-DFI + EMP-HAB-PREMIO-MIP
                           * (EMP-QTDE-PARCELAS - WS-CCB-PARC + 1)
                           / EMP-QTDE-PARCELAS
                   MOVE WS-CCB-HAB-PARCELA TO WS-CCB-LP-PARCELA
                   MOVE WS-CCB-HAB-SEGURO TO WS-CCB-LP-SEGURO
                   COMPUTE WS-CCB-LP-TOTAL =
                           WS-CCB-HAB-PARCELA + WS-CCB-HAB-SEGURO
                ELSE
                IF EMP-COM-SEGURO THEN
                   MOVE EMP-SEGURO-PREMIO TO WS-CCB-LP-SEGURO
                   COMPUTE WS-CCB-LP-TOTAL =
                           EMP-VALOR-PARCELA + EMP-SEGURO-PREMIO
                ELSE
                   MOVE ZEROS TO WS-CCB-LP-SEGURO
                   MOVE EMP-VALOR-PARCELA TO WS-CCB-LP-TOTAL
                END-IF
                END-IF
                MOVE WS-CCB-SALDO TO WS-CCB-LP-SALDO
                MOVE WS-CCB-LINHA-PARC TO WS-LINHA-COMPROVANTE
                PERFORM P1476-GRAVAR-LINHA-CCB
                PERFORM P1472-PROXIMO-MES-CCB
                PERFORM P1479-ROLAR-DIA-UTIL-CCB
             END-PERFORM

             MOVE SPACES TO WS-CCB-LP-VENC
             MOVE ZEROS TO WS-CCB-LP-NUM
             MOVE WS-CCB-TOTAL-PARCELAS TO WS-CCB-LP-PARCELA
             MOVE WS-CCB-TOTAL-SEGURO TO WS-CCB-LP-SEGURO
             COMPUTE WS-CCB-LP-TOTAL =
                     WS-CCB-TOTAL-PARCELAS + WS-CCB-TOTAL-SEGURO
             MOVE ZEROS TO WS-CCB-LP-SALDO
             MOVE WS-CCB-LINHA-PARC TO WS-LINHA-COMPROVANTE
             MOVE 'TOTAL' TO WS-LINHA-COMPROVANTE (1:6)
             PERFORM P1476-GRAVAR-LINHA-CCB
       .
      ******************************************************************
      *      FUNÇÕES AUXILIARES QUE AVANCAM OU RECUAM UM MES O
      *      VENCIMENTO NOMINAL EM WS-CCB-VENC
      ******************************************************************
       P1472-PROXIMO-MES-CCB.
             IF WS-CCB-VENC-MES EQUAL TO 12 THEN
                MOVE 1 TO WS-CCB-VENC-MES
                ADD 1 TO WS-CCB-VENC-ANO
             ELSE
                ADD 1 TO WS-CCB-VENC-MES
             END-IF
       .
       P1473-MES-ANTERIOR-CCB.
             IF WS-CCB-VENC-MES EQUAL TO 1 THEN
                MOVE 12 TO WS-CCB-VENC-MES
                SUBTRACT 1 FROM WS-CCB-VENC-ANO
             ELSE
                SUBTRACT 1 FROM WS-CCB-VENC-MES
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE ROLA O VENCIMENTO NOMINAL EM WS-CCB-VENC PARA
      *      O PRIMEIRO DIA UTIL (PULANDO FINS DE SEMANA E FERIADOS),
      *      DEVOLVENDO A DATA EM WS-CCB-DATA-UTIL
      ******************************************************************
       P1479-ROLAR-DIA-UTIL-CCB.
             COMPUTE WS-CCB-DIA-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-CCB-VENC-R)
             MOVE 'S' TO WS-CCB-NAO-UTIL
             PERFORM UNTIL WS-CCB-NAO-UTIL EQUAL TO 'N'
                MOVE 'N' TO WS-CCB-NAO-UTIL
                COMPUTE WS-CCB-DATA-UTIL =
                   FUNCTION DATE-OF-INTEGER(WS-CCB-DIA-INTEIRO)
                DIVIDE WS-CCB-DIA-INTEIRO BY 7
                      GIVING WS-CCB-SEMANA-QUOC
                      REMAINDER WS-CCB-DIA-SEMANA
                IF WS-CCB-DIA-SEMANA EQUAL TO ZEROS
                   OR WS-CCB-DIA-SEMANA EQUAL TO 6
                   MOVE 'S' TO WS-CCB-NAO-UTIL
                ELSE
                   MOVE WS-CCB-DATA-UTIL TO FER-DATA
                   READ ARQ-FERIADO RECORD KEY IS FER-DATA
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE 'S' TO WS-CCB-NAO-UTIL
                   END-READ
                END-IF
                IF WS-CCB-NAO-UTIL EQUAL TO 'S' THEN
                   ADD 1 TO WS-CCB-DIA-INTEIRO
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO DE SIMULACAO DE EMPRESTIMO: RODA O MESMO SCORE E
      *      A MESMA TAXA POR FAIXA DA SOLICITACAO, SEM CRIAR NADA,
      *      E IMPRIME O COMPARATIVO DE ATE TRES PRAZOS COM PARCELA,
      *      TOTAL PAGO E O CUSTO EFETIVO TOTAL (CET, COM IOF E
      *      SEGURO PRESTAMISTA) EM UM COMPROVANTE PARA O CLIENTE
      *      LEVAR PARA CASA
      ******************************************************************
       P1480-SIMULAR-EMPRESTIMO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'SIMULACAO DE EMPRESTIMO (NADA SERA CONTRATADO)'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, SIMULACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF

             PERFORM P1410-CALCULAR-SCORE-CREDITO
             DISPLAY 'SCORE DE CREDITO: ' WS-SCORE
             IF WS-SCORE LESS THAN WS-SCORE-MINIMO THEN
                DISPLAY 'SCORE ABAIXO DO MINIMO (' WS-SCORE-MINIMO
                        '), UM PEDIDO REAL SERIA NEGADO'
             END-IF
             PERFORM P1420-DEFINIR-TAXA-POR-SCORE
             DISPLAY 'TAXA DE JUROS MENSAL PELA FAIXA DE SCORE: '
                     WS-EMP-TAXA '%'

             DISPLAY 'DIGITE O VALOR DO PRINCIPAL'
             ACCEPT WS-SIM-VALOR
             DISPLAY 'QUANTOS PRAZOS DESEJA COMPARAR (1 A 3)?'
             ACCEPT WS-SIM-QTDE
             IF WS-SIM-QTDE LESS THAN 1 OR WS-SIM-QTDE GREATER THAN 3
                MOVE 1 TO WS-SIM-QTDE
             END-IF
             PERFORM VARYING WS-SIM-I FROM 1 BY 1
                UNTIL WS-SIM-I > WS-SIM-QTDE
                DISPLAY 'DIGITE O PRAZO ' WS-SIM-I ' (PARCELAS)'
                ACCEPT WS-SIM-PRAZO-OPC(WS-SIM-I)
             END-PERFORM

             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING 'SIMULACAO DE EMPRESTIMO - CONTA: '
                                         DELIMITED SIZE
                    CONTA-NUM            DELIMITED SIZE
                    ' DATA: '            DELIMITED SIZE
                    WS-DATA-ATUAL        DELIMITED SIZE
                    ' PRINCIPAL: '       DELIMITED SIZE
                    WS-SIM-VALOR         DELIMITED SIZE
                    ' TAXA: '            DELIMITED SIZE
                    WS-EMP-TAXA          DELIMITED SIZE
                    '% A.M.'             DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             MOVE WS-LINHA-COMPROVANTE TO REG-COMPROVANTE
             WRITE REG-COMPROVANTE
             DISPLAY WS-LINHA-COMPROVANTE

             PERFORM VARYING WS-SIM-I FROM 1 BY 1
                UNTIL WS-SIM-I > WS-SIM-QTDE
                MOVE WS-SIM-PRAZO-OPC(WS-SIM-I) TO WS-SIM-PRAZO
                IF WS-SIM-PRAZO GREATER THAN ZEROS
                   PERFORM P1485-CALCULAR-OPCAO
                END-IF
             END-PERFORM

             MOVE 'O CET INCLUI JUROS, IOF E SEGURO PRESTAMISTA'
               TO WS-LINHA-COMPROVANTE
             MOVE WS-LINHA-COMPROVANTE TO REG-COMPROVANTE
             WRITE REG-COMPROVANTE
             DISPLAY 'SIMULACAO IMPRESSA NO COMPROVANTE, NADA FOI'
                     ' CONTRATADO'
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA UMA OPCAO DE PRAZO DA SIMULACAO:
      *      PARCELA PELA MESMA FORMULA DA CONTRATACAO, IOF (ALIQUOTA
      *      FIXA MAIS A DIARIA LIMITADA A 365 DIAS), SEGURO
      *      PRESTAMISTA E O CET MENSAL APROXIMADO
      ******************************************************************
       P1485-CALCULAR-OPCAO.
             COMPUTE WS-SIM-PARCELA ROUNDED =
                (WS-SIM-VALOR +
                (WS-SIM-VALOR * WS-EMP-TAXA / 100
                 * WS-SIM-PRAZO)) / WS-SIM-PRAZO
             COMPUTE WS-SIM-TOTAL = WS-SIM-PARCELA * WS-SIM-PRAZO
             COMPUTE WS-SIM-IOF ROUNDED =
                (WS-SIM-VALOR * 0.0038)
                + (WS-SIM-VALOR * 0.000082 * WS-SIM-PRAZO * 30)
             IF WS-SIM-IOF GREATER THAN (WS-SIM-VALOR * 0.0338) THEN
                COMPUTE WS-SIM-IOF ROUNDED = WS-SIM-VALOR * 0.0338
             END-IF
             COMPUTE WS-SIM-SEGURO ROUNDED =
                WS-SIM-VALOR * WS-SEGURO-TAXA * WS-SIM-PRAZO
             COMPUTE WS-SIM-CET ROUNDED =
                ((WS-SIM-TOTAL + WS-SIM-IOF + WS-SIM-SEGURO)
                 / WS-SIM-VALOR - 1) / WS-SIM-PRAZO * 100

             MOVE SPACES TO WS-LINHA-COMPROVANTE
             STRING 'PRAZO: '       DELIMITED SIZE
                    WS-SIM-PRAZO    DELIMITED SIZE
                    ' PARCELA: '    DELIMITED SIZE
                    WS-SIM-PARCELA  DELIMITED SIZE
                    ' TOTAL PAGO: ' DELIMITED SIZE
                    WS-SIM-TOTAL    DELIMITED SIZE
                    ' IOF: '        DELIMITED SIZE
                    WS-SIM-IOF      DELIMITED SIZE
                    ' CET: '        DELIMITED SIZE
                    WS-SIM-CET      DELIMITED SIZE
                    '% A.M.'        DELIMITED SIZE
               INTO WS-LINHA-COMPROVANTE
             END-STRING
             MOVE WS-LINHA-COMPROVANTE TO REG-COMPROVANTE
             WRITE REG-COMPROVANTE
             DISPLAY WS-LINHA-COMPROVANTE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSOLIDA A EXPOSICAO DE CREDITO DO CPF EM
      *      WS-EXP-CPF SOBRE TODAS AS CONTAS EM QUE ELE E TITULAR OU
      *      COTITULAR: SALDO A VENCER DOS EMPRESTIMOS ATIVOS, LIMITE
      *      DE CHEQUE ESPECIAL CONCEDIDO (OU O NEGATIVO, SE MAIOR) E,
      *      POR CARTAO DE CREDITO, O MAIOR ENTRE O LIMITE E O SALDO
      *      DAS FATURAS E PARCELAMENTOS; O TETO E A RENDA MENSAL DO
      *      CADASTRO VEZES O MULTIPLO DO RATING DE RISCO DO CLIENTE.
      *      OS REGISTROS CORRENTES DE CONTA, EMPRESTIMO E CARTAO SAO
      *      PRESERVADOS PARA O PARAGRAFO QUE CHAMOU
      ******************************************************************
       P1490-CALCULAR-EXPOSICAO-CPF.
             MOVE REG-CONTA TO WS-EXP-CONTA-SALVA
             MOVE REG-EMPRESTIMO TO WS-EXP-EMP-SALVO
             MOVE REG-CARTAO TO WS-EXP-CARTAO-SALVO
             MOVE ZEROS TO WS-EXP-EMPRESTIMOS
             MOVE ZEROS TO WS-EXP-CHEQUE
             MOVE ZEROS TO WS-EXP-CARTOES
             MOVE ZEROS TO WS-EXP-QTDE-CONTAS
             MOVE ZEROS TO WS-EXP-RENDA

      *      CONTAS EM QUE O CPF E O TITULAR
             MOVE WS-EXP-CPF TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   MOVE "23" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P1491-LER-PROX-CONTA-CPF
                PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                   OR CPF NOT EQUAL TO WS-EXP-CPF
                   MOVE CONTA-NUM TO WS-EXP-CONTA-ALVO
                   PERFORM P1492-INCLUIR-CONTA-EXPOSICAO
                   PERFORM P1491-LER-PROX-CONTA-CPF
                END-PERFORM
             END-IF
      *      CONTAS CONJUNTAS EM QUE O CPF E COTITULAR (RESPONDE
      *      SOLIDARIAMENTE PELO CREDITO DA CONTA)
             MOVE WS-EXP-CPF TO TIT-CPF
             START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                INVALID KEY
                   MOVE "23" TO FS-TITULAR
             END-START
             IF FS-TITULAR EQUAL TO "00" THEN
                PERFORM P3905-LER-PROX-TITULAR
                PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                   OR TIT-CPF NOT EQUAL TO WS-EXP-CPF
                   MOVE TIT-CONTA-NUM TO WS-EXP-CONTA-ALVO
                   PERFORM P1492-INCLUIR-CONTA-EXPOSICAO
                   PERFORM P3905-LER-PROX-TITULAR
                END-PERFORM
             END-IF

             PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                UNTIL WS-EXP-IDX > WS-EXP-QTDE-CONTAS
                PERFORM P1493-SOMAR-CONTA-EXPOSICAO
             END-PERFORM
             COMPUTE WS-EXP-TOTAL = WS-EXP-EMPRESTIMOS
                                  + WS-EXP-CHEQUE
                                  + WS-EXP-CARTOES

      *      TETO PELO RATING MAIS RECENTE DO RISCO-CLIENTE (SEM
      *      RATING CALCULADO, VALE O DE RISCO MEDIO)
             MOVE WS-EXP-CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   MOVE ZEROS TO WS-EXP-RENDA
                NOT INVALID KEY
                   MOVE CLI-RENDA-MENSAL TO WS-EXP-RENDA
             END-READ
             MOVE 'M' TO WS-EXP-RATING
             MOVE WS-EXP-CPF TO RSC-CPF
             MOVE ZEROS TO RSC-DATA
             START ARQ-RISCOCLI KEY IS NOT LESS THAN RSC-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-RISCOCLI
             END-START
             IF FS-RISCOCLI EQUAL TO "00" THEN
                PERFORM P1494-LER-PROX-RISCO
                PERFORM UNTIL FS-RISCOCLI NOT EQUAL TO "00"
                   OR RSC-CPF NOT EQUAL TO WS-EXP-CPF
                   MOVE RSC-RATING TO WS-EXP-RATING
                   PERFORM P1494-LER-PROX-RISCO
                END-PERFORM
             END-IF
             EVALUATE WS-EXP-RATING
                WHEN 'B'
                   MOVE 'TETO-CREDITO-MULT-B' TO WS-PARAM-CODIGO
                   MOVE 12 TO WS-EXP-MULTIPLO
                WHEN 'A'
                   MOVE 'TETO-CREDITO-MULT-A' TO WS-PARAM-CODIGO
                   MOVE 4 TO WS-EXP-MULTIPLO
                WHEN OTHER
                   MOVE 'TETO-CREDITO-MULT-M' TO WS-PARAM-CODIGO
                   MOVE 8 TO WS-EXP-MULTIPLO
             END-EVALUATE
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-EXP-MULTIPLO
             END-IF
             COMPUTE WS-EXP-TETO ROUNDED =
                     WS-EXP-RENDA * WS-EXP-MULTIPLO

             MOVE WS-EXP-CONTA-SALVA TO REG-CONTA
             MOVE WS-EXP-EMP-SALVO TO REG-EMPRESTIMO
             MOVE WS-EXP-CARTAO-SALVO TO REG-CARTAO
             MOVE "00" TO FS-CONTA
             MOVE "00" TO FS-EMPRESTIMO
             MOVE "00" TO FS-CARTAO
             MOVE "00" TO FS-TITULAR
             MOVE "00" TO FS-CLIENTE
             MOVE "00" TO FS-RISCOCLI
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE A PROXIMA CONTA DO MESMO CPF
      ******************************************************************
       P1491-LER-PROX-CONTA-CPF.
             READ ARQ-CONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE GUARDA A CONTA EM WS-EXP-CONTA-ALVO NA
      *      TABELA DA CONSOLIDACAO, SEM REPETIR A MESMA CONTA
      ******************************************************************
       P1492-INCLUIR-CONTA-EXPOSICAO.
             PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                UNTIL WS-EXP-IDX > WS-EXP-QTDE-CONTAS
                IF WS-EXP-CONTA(WS-EXP-IDX) EQUAL TO WS-EXP-CONTA-ALVO
                   EXIT PARAGRAPH
                END-IF
             END-PERFORM
             IF WS-EXP-QTDE-CONTAS LESS THAN 30 THEN
                ADD 1 TO WS-EXP-QTDE-CONTAS
                MOVE WS-EXP-CONTA-ALVO
                  TO WS-EXP-CONTA(WS-EXP-QTDE-CONTAS)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA A EXPOSICAO DE UMA CONTA DA TABELA:
      *      EMPRESTIMOS, CHEQUE ESPECIAL E CARTOES DE CREDITO
      ******************************************************************
       P1493-SOMAR-CONTA-EXPOSICAO.
             MOVE WS-EXP-CONTA(WS-EXP-IDX) TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF SALDO LESS THAN ZEROS
                AND (SALDO * -1) GREATER THAN LIMITE-CHEQUE-ESPECIAL
                COMPUTE WS-EXP-CHEQUE = WS-EXP-CHEQUE - SALDO
             ELSE
                ADD LIMITE-CHEQUE-ESPECIAL TO WS-EXP-CHEQUE
             END-IF

             MOVE CONTA-NUM TO EMP-CONTA-NUM
             START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-EMPRESTIMO
             END-START
             IF FS-EMPRESTIMO EQUAL TO "00" THEN
                PERFORM P1456-LER-PROX-EMPRESTIMO
                PERFORM UNTIL FS-EMPRESTIMO NOT EQUAL TO "00"
                   OR EMP-CONTA-NUM NOT EQUAL TO CONTA-NUM
                   IF EMP-HABITACIONAL AND EMP-ATIVO THEN
      *               SAC: SALDO CORRIGIDO MAIS OS JUROS QUE AINDA
      *               INCIDEM SOBRE ELE ATE O FIM DO PRAZO
                      COMPUTE WS-EXP-EMPRESTIMOS = WS-EXP-EMPRESTIMOS
                              + EMP-HAB-SALDO-DEVEDOR
                              * (1 + EMP-TAXA-JUROS / 100
                                 * (EMP-QTDE-PARCELAS
                                    - EMP-PARCELAS-PAGAS + 1) / 2)
                   ELSE
                   IF EMP-ATIVO OR EMP-AGUARDA-PORTAB THEN
                      COMPUTE WS-EXP-EMPRESTIMOS = WS-EXP-EMPRESTIMOS
                              + (EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS)
                              * EMP-VALOR-PARCELA
                   END-IF
                   END-IF
                   PERFORM P1456-LER-PROX-EMPRESTIMO
                END-PERFORM
             END-IF

      *      O CARTAO REEMITIDO TEM O LIMITE CONTADO NO SUBSTITUTO;
      *      O CANCELADO SO PESA PELO QUE AINDA DEVE
             MOVE CONTA-NUM TO CARD-CONTA-NUM
             START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-CARTAO
             END-START
             IF FS-CARTAO EQUAL TO "00" THEN
                PERFORM P1497-LER-PROX-CARTAO-CONTA
                PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                   OR CARD-CONTA-NUM NOT EQUAL TO CONTA-NUM
                   IF CARD-CREDITO THEN
                      PERFORM P2336-CALC-EXPOSICAO
                      IF CARD-CANCELADO
                         OR CARD-NUMERO-SUBSTITUTO NOT EQUAL TO ZEROS
                         OR WS-FAT-EXPOSICAO GREATER THAN
                            CARD-LIMITE-CREDITO
                         ADD WS-FAT-EXPOSICAO TO WS-EXP-CARTOES
                      ELSE
                         ADD CARD-LIMITE-CREDITO TO WS-EXP-CARTOES
                      END-IF
                   END-IF
                   PERFORM P1497-LER-PROX-CARTAO-CONTA
                END-PERFORM
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO RATING DO CPF
      ******************************************************************
       P1494-LER-PROX-RISCO.
             READ ARQ-RISCOCLI NEXT RECORD
                AT END
                   MOVE "10" TO FS-RISCOCLI
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO AUXILIAR QUE LE O PROXIMO CARTAO DA CONTA
      ******************************************************************
       P1497-LER-PROX-CARTAO-CONTA.
             READ ARQ-CARTAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE SE A CONCESSAO DE WS-EXP-INCREMENTO NA
      *      CONTA WS-EXP-CONTA-GRANT CABE NO TETO DE EXPOSICAO DO CPF
      *      EM WS-EXP-CPF; ACIMA DO TETO A CONCESSAO SO SEGUE COM UMA
      *      AUTORIZACAO TC JA APROVADA POR UM SEGUNDO ADMIN NA FILA
      *      DE APROVACAO DUPLA (VALIDA POR WS-EXP-VALIDADE-AUT DIAS E
      *      CONSUMIDA NO USO); SEM ELA A CONCESSAO E NEGADA E O
      *      OPERADOR PODE ABRIR A SOLICITACAO. CONTA PJ (CPF ZERADO)
      *      NAO ENTRA NO TETO POR CPF
      ******************************************************************
       P1495-VERIFICAR-TETO-CREDITO.
             MOVE 'S' TO WS-TETO-OK
             IF WS-EXP-CPF EQUAL TO ZEROS
                OR WS-EXP-INCREMENTO NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P1490-CALCULAR-EXPOSICAO-CPF
             IF WS-EXP-TOTAL + WS-EXP-INCREMENTO
                NOT GREATER THAN WS-EXP-TETO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-TETO-OK
             DISPLAY 'CONCESSAO ULTRAPASSA O TETO DE EXPOSICAO DO CPF '
                     WS-EXP-CPF
             DISPLAY '   EXPOSICAO ATUAL: ' WS-EXP-TOTAL
                     ' NOVA CONCESSAO: ' WS-EXP-INCREMENTO
             DISPLAY '   TETO (RENDA ' WS-EXP-RENDA ' X '
                     WS-EXP-MULTIPLO ', RATING ' WS-EXP-RATING '): '
                     WS-EXP-TETO
             PERFORM P1496-CONSUMIR-AUTORIZACAO-TETO
             IF TETO-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONCESSAO NEGADA PELO TETO DE EXPOSICAO'
             MOVE WS-EXP-CONTA-GRANT TO WS-AUD-CONTA-NUM
             MOVE 'TETO CREDITO EXCEDIDO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF '              DELIMITED SIZE
                    WS-EXP-CPF          DELIMITED SIZE
                    ' VALOR '           DELIMITED SIZE
                    WS-EXP-INCREMENTO   DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'DESEJA ENVIAR A CONCESSAO PARA A APROVACAO'
                     ' DUPLA? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 EQUAL TO 'S' THEN
                MOVE 'TC' TO WS-APR-TIPO-NOVO
                MOVE WS-EXP-CONTA-GRANT TO WS-APR-CONTA-NOVA
                MOVE WS-EXP-INCREMENTO TO WS-APR-VALOR-NOVO
                PERFORM P395-CRIAR-SOLICITACAO
                DISPLAY 'APOS A APROVACAO, REFACA A OPERACAO EM ATE '
                        WS-EXP-VALIDADE-AUT ' DIAS'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PROCURA NA FILA UMA AUTORIZACAO TC APROVADA,
      *      AINDA NAO USADA E DENTRO DA VALIDADE PARA A CONTA E O
      *      VALOR DA CONCESSAO, E A MARCA COMO UTILIZADA
      ******************************************************************
       P1496-CONSUMIR-AUTORIZACAO-TETO.
             MOVE ZEROS TO APR-SEQ
             START ARQ-APROVACAO KEY IS NOT LESS THAN APR-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APROVACAO EQUAL TO "00" THEN
                PERFORM P3705-LER-PROX-APROVACAO
                PERFORM UNTIL FS-APROVACAO NOT EQUAL TO "00"
                   OR TETO-OK
                   IF APR-TETO-CREDITO AND APR-APROVADA
                      AND APR-CONTA-NUM EQUAL TO WS-EXP-CONTA-GRANT
                      AND APR-VALOR NOT LESS THAN WS-EXP-INCREMENTO
                      AND FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                          - FUNCTION INTEGER-OF-DATE(APR-DATA-DECISAO)
                          NOT GREATER THAN WS-EXP-VALIDADE-AUT
                      MOVE 'S' TO WS-TETO-OK
                   ELSE
                      PERFORM P3705-LER-PROX-APROVACAO
                   END-IF
                END-PERFORM
             END-IF
             MOVE "00" TO FS-APROVACAO
             IF NOT TETO-OK THEN
                EXIT PARAGRAPH
             END-IF
             SET APR-UTILIZADA TO TRUE
             REWRITE REG-APROVACAO
             DISPLAY 'CONCESSAO LIBERADA PELA AUTORIZACAO ' APR-SEQ
                     ' DE ' APR-APROVADOR
             MOVE WS-EXP-CONTA-GRANT TO WS-AUD-CONTA-NUM
             MOVE 'AUTORIZACAO TETO USADA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'SOLICITACAO '      DELIMITED SIZE
                    APR-SEQ             DELIMITED SIZE
                    ' ADMIN '           DELIMITED SIZE
                    APR-APROVADOR       DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERA A INSTRUCAO DE VENCIMENTO DE UMA
      *      APLICACAO ATIVA (CREDITAR, RENOVAR PRINCIPAL OU RENOVAR
      *      PRINCIPAL + JUROS), MEDIANTE A SENHA DA CONTA
      ******************************************************************
       P1570-INSTRUCAO-VENCIMENTO.
             DISPLAY 'DIGITE O NUMERO DA APLICACAO'
             ACCEPT WS-APL-SEQ-INSTR
             MOVE WS-APL-SEQ-INSTR TO APL-SEQ
             READ ARQ-APLICACAO RECORD KEY IS APL-SEQ
                INVALID KEY
                   DISPLAY 'APLICACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT APL-ATIVA THEN
                DISPLAY 'APLICACAO NAO ESTA ATIVA'
                EXIT PARAGRAPH
             END-IF
             MOVE APL-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DA APLICACAO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA'
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'INSTRUCAO ATUAL: ' APL-INSTRUCAO-VENC
             DISPLAY 'NOVA INSTRUCAO: C - CREDITAR NA CONTA,'
                     ' P - RENOVAR O PRINCIPAL, T - RENOVAR'
                     ' PRINCIPAL + JUROS'
             ACCEPT WS-APL-INSTRUCAO
             IF WS-APL-INSTRUCAO NOT EQUAL TO 'C'
                AND WS-APL-INSTRUCAO NOT EQUAL TO 'P'
                AND WS-APL-INSTRUCAO NOT EQUAL TO 'T' THEN
                DISPLAY 'INSTRUCAO INVALIDA, NADA ALTERADO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-APL-SEQ-INSTR TO APL-SEQ
             READ ARQ-APLICACAO RECORD KEY IS APL-SEQ
                INVALID KEY
                   DISPLAY 'FALHA AO RELER A APLICACAO'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-APL-INSTRUCAO TO APL-INSTRUCAO-VENC
             REWRITE REG-APLICACAO
             IF FS-APLICACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A APLICACAO, STATUS: '
                        FS-APLICACAO
             ELSE
                DISPLAY 'INSTRUCAO DE VENCIMENTO DA APLICACAO '
                        APL-SEQ ' ALTERADA PARA ' APL-INSTRUCAO-VENC
                MOVE APL-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'INSTRUCAO VENC CDB' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE APLICACAO PROGRAMADA: CONTRATA O
      *      DEBITO MENSAL AUTOMATICO EM UM PRODUTO DE APLICACAO,
      *      CANCELA E LISTA OS CONTRATOS DA CONTA; A EXECUCAO E DO
      *      BATCH MENSAL APLICACAO-PROGRAMADA
      ******************************************************************
       P1590-APLICACAO-PROGRAMADA.
             DISPLAY 'APLICACAO PROGRAMADA MENSAL'
             DISPLAY '1 - CONTRATAR'
             DISPLAY '2 - CANCELAR'
             DISPLAY '3 - LISTAR OS CONTRATOS DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P1591-CONTRATAR-PROGRAMADA
                WHEN '2'
                   PERFORM P1592-CANCELAR-PROGRAMADA
                WHEN '3'
                   PERFORM P1593-LISTAR-PROGRAMADAS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P1591-CONTRATAR-PROGRAMADA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, CONTRATACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             READ ARQ-APGCTL
             IF FS-APGCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE APLICACOES'
                        ' PROGRAMADAS, STATUS: ' FS-APGCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-APLPROG
             REWRITE REG-APGCTL

             MOVE ULT-APLPROG TO APG-SEQ
             MOVE CONTA-NUM   TO APG-CONTA-NUM
             DISPLAY 'DIGITE O VALOR MENSAL'
             ACCEPT APG-VALOR
             DISPLAY 'DIGITE O DIA DO MES (1-28)'
             ACCEPT APG-DIA-MES
             DISPLAY 'PRODUTO: 1 - CDB, 2 - LCI, 3 - LCA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '2'
                   MOVE 'LCI' TO APG-PRODUTO
                WHEN '3'
                   MOVE 'LCA' TO APG-PRODUTO
                WHEN OTHER
                   MOVE 'CDB' TO APG-PRODUTO
             END-EVALUATE
             DISPLAY 'MODALIDADE: 1 - PREFIXADO, 2 - POS CDI,'
                     ' 3 - POS TR'
             ACCEPT WS-OPCAO-ALFA1
             MOVE SPACES TO APG-INDEXADOR
             MOVE ZEROS TO APG-PERC-INDEXADOR
             EVALUATE WS-OPCAO-ALFA1
                WHEN '2'
                   MOVE 'CDI' TO APG-INDEXADOR
                WHEN '3'
                   MOVE 'TR ' TO APG-INDEXADOR
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF APG-INDEXADOR NOT EQUAL TO SPACES THEN
                DISPLAY 'DIGITE O PERCENTUAL DO INDEXADOR'
                ACCEPT APG-PERC-INDEXADOR
             END-IF
             DISPLAY 'DIGITE O PRAZO DE CADA APLICACAO EM DIAS'
             ACCEPT APG-PRAZO-DIAS
             IF APG-PRODUTO NOT EQUAL TO 'CDB'
                AND APG-PRAZO-DIAS LESS THAN
                    WS-LCI-CARENCIA-DIAS THEN
                DISPLAY 'LCI/LCA EXIGE PRAZO MINIMO DE '
                        WS-LCI-CARENCIA-DIAS ' DIAS, CONTRATACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             SET APG-ATIVO TO TRUE
             MOVE ZEROS TO APG-DATA-ULT-EXEC
             WRITE REG-APLPROG
             IF FS-APLPROG NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A APLICACAO PROGRAMADA,'
                        ' STATUS: ' FS-APLPROG
             ELSE
                DISPLAY 'APLICACAO PROGRAMADA ' APG-SEQ
                        ' CONTRATADA: ' APG-VALOR ' TODO DIA '
                        APG-DIA-MES ' EM ' APG-PRODUTO
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'APLIC PROGRAMADA' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P1592-CANCELAR-PROGRAMADA.
             DISPLAY 'DIGITE O NUMERO DO CONTRATO PROGRAMADO'
             ACCEPT WS-APG-SEQ-ENT
             MOVE WS-APG-SEQ-ENT TO APG-SEQ
             READ ARQ-APLPROG RECORD KEY IS APG-SEQ
                INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT APG-ATIVO THEN
                DISPLAY 'CONTRATO JA CANCELADO'
                EXIT PARAGRAPH
             END-IF
             MOVE APG-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO CONTRATO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA'
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-APG-SEQ-ENT TO APG-SEQ
             READ ARQ-APLPROG RECORD KEY IS APG-SEQ
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             SET APG-CANCELADO TO TRUE
             REWRITE REG-APLPROG
             IF FS-APLPROG NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR, STATUS: ' FS-APLPROG
             ELSE
                DISPLAY 'APLICACAO PROGRAMADA ' APG-SEQ
                        ' CANCELADA'
                MOVE APG-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'CANCELA PROGRAMADA' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P1593-LISTAR-PROGRAMADAS.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE 'N' TO WS-APG-ACHOU
             MOVE FS-ID TO APG-CONTA-NUM
             START ARQ-APLPROG KEY IS EQUAL TO APG-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APLPROG EQUAL TO "00" THEN
                PERFORM P1594-LER-PROX-APLPROG
                PERFORM UNTIL FS-APLPROG NOT EQUAL TO "00"
                   OR APG-CONTA-NUM NOT EQUAL TO FS-ID
                   MOVE 'S' TO WS-APG-ACHOU
                   DISPLAY 'CONTRATO ' APG-SEQ
                           ' VALOR ' APG-VALOR
                           ' DIA ' APG-DIA-MES
                           ' PRODUTO ' APG-PRODUTO
                           ' STATUS ' APG-STATUS
                   PERFORM P1594-LER-PROX-APLPROG
                END-PERFORM
             END-IF
             IF NOT APG-ACHOU THEN
                DISPLAY 'NENHUMA APLICACAO PROGRAMADA PARA ESTA'
                        ' CONTA'
             END-IF
       .
       P1594-LER-PROX-APLPROG.
             READ ARQ-APLPROG NEXT RECORD
                AT END
                   MOVE "10" TO FS-APLPROG
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE ADESAO (OU SAIDA) DO SWEEP AUTOMATICO
      *      OVERNIGHT, COM O PISO POR CONTA ACIMA DO QUAL O
      *      EXCEDENTE E APLICADO NO FIM DO DIA PELO BATCH
      *      SWEEP-APLICACAO
      ******************************************************************
       P1595-ADESAO-SWEEP.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, OPERACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             IF SWEEP-ATIVO THEN
                DISPLAY 'SWEEP ATIVO COM PISO ' SWEEP-PISO
                        '. DESEJA CANCELAR A ADESAO? (S/N)'
                ACCEPT WS-OPCAO-ALFA1
                IF WS-OPCAO-ALFA1 EQUAL TO 'S' THEN
                   MOVE 'N' TO SWEEP-ADESAO
                   MOVE ZEROS TO SWEEP-PISO
                   PERFORM P376-JORNAL-CONTA
                   REWRITE REG-CONTA
                   DISPLAY 'ADESAO AO SWEEP CANCELADA'
                   MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                   MOVE 'CANCELA SWEEP' TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-DETALHE
                   PERFORM P380-REGISTRAR-AUDITORIA
                END-IF
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O PISO DE SALDO DA CONTA (O EXCEDENTE'
                     ' SERA APLICADO NO OVERNIGHT)'
             ACCEPT WS-SWEEP-PISO-ENT
             IF WS-SWEEP-PISO-ENT LESS THAN ZEROS THEN
                DISPLAY 'PISO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             SET SWEEP-ATIVO TO TRUE
             MOVE WS-SWEEP-PISO-ENT TO SWEEP-PISO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             ELSE
                DISPLAY 'ADESAO AO SWEEP REGISTRADA, PISO: '
                        SWEEP-PISO
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'ADESAO SWEEP' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE RESGATA AUTOMATICAMENTE AS POSICOES DE SWEEP
      *      OVERNIGHT DA CONTA EM REG-CONTA QUANDO O DEBITO EM
      *      WS-VALOR IRIA ENTRAR NO CHEQUE ESPECIAL: AS POSICOES
      *      SAO RESGATADAS INTEIRAS (SO O PRINCIPAL, INTRADIA) ATE
      *      COBRIR A FALTA, COM O CREDITO AC NO EXTRATO
      ******************************************************************
       P331-RESGATAR-SWEEP-AUTO.
             IF NOT SWEEP-ATIVO THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-SWEEP-FALTA =
                     WS-VALOR + VALOR-RETIDO - SALDO
             IF WS-SWEEP-FALTA NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO APL-CONTA-NUM
             START ARQ-APLICACAO KEY IS EQUAL TO APL-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APLICACAO NOT EQUAL TO "00" THEN
                MOVE "00" TO FS-APLICACAO
                EXIT PARAGRAPH
             END-IF
             PERFORM P1556-LER-PROX-APLICACAO
             PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                OR APL-CONTA-NUM NOT EQUAL TO CONTA-NUM
                OR WS-SWEEP-FALTA NOT GREATER THAN ZEROS
                IF APL-ATIVA AND APL-PROD-OVERNIGHT THEN
                   ADD APL-VALOR-APLICADO TO SALDO
                   SUBTRACT APL-VALOR-APLICADO FROM WS-SWEEP-FALTA
                   ADD 1 TO ULT-SEQ-EXTRATO
                   PERFORM P376-JORNAL-CONTA
                   REWRITE REG-CONTA
                   MOVE CONTA-NUM        TO EXT-CONTA-NUM
                   MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
                   SET EXT-APLICACAO-CREDITO TO TRUE
                   MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
                   MOVE WS-DATA-CONTABIL
                     TO EXT-DATA-CONTABIL
                   MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
                   MOVE APL-VALOR-APLICADO TO EXT-VALOR
                   MOVE SALDO            TO EXT-SALDO-APOS
                   MOVE ZEROS            TO EXT-CONTA-CONTRA
                   MOVE 'RESGATE AUTOMATICO SWEEP' TO EXT-DETALHE
                   MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                   SET EXT-MOV-NORMAL    TO TRUE
                   WRITE REG-EXTRATO
                   SET APL-RESGATADA TO TRUE
                   REWRITE REG-APLICACAO
                   DISPLAY 'SWEEP: POSICAO ' APL-SEQ ' DE '
                           APL-VALOR-APLICADO ' RESGATADA'
                           ' AUTOMATICAMENTE'
                END-IF
                PERFORM P1556-LER-PROX-APLICACAO
             END-PERFORM
             MOVE "00" TO FS-APLICACAO
       .
      ******************************************************************
      *      FUNÇÃO QUE TOTALIZA AS POSICOES DE SWEEP OVERNIGHT
      *      ATIVAS, DINHEIRO QUE O PAINEL DA CARTEIRA DEIXAVA DE
      *      ENXERGAR POR ESTAR FORA DO SALDO DAS CONTAS
      ******************************************************************
       P2010-TOTALIZAR-SWEEP.
             MOVE ZEROS TO WS-SWEEP-TOTAL
             MOVE ZEROS TO APL-SEQ
             START ARQ-APLICACAO KEY IS NOT LESS THAN APL-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-APLICACAO EQUAL TO "00" THEN
                PERFORM P1556-LER-PROX-APLICACAO
                PERFORM UNTIL FS-APLICACAO NOT EQUAL TO "00"
                   IF APL-ATIVA AND APL-PROD-OVERNIGHT THEN
                      ADD APL-VALOR-APLICADO TO WS-SWEEP-TOTAL
                   END-IF
                   PERFORM P1556-LER-PROX-APLICACAO
                END-PERFORM
                MOVE "00" TO FS-APLICACAO
             END-IF
             DISPLAY 'APLICADO EM SWEEP OVERNIGHT: ' WS-SWEEP-TOTAL
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE FUNDOS DE INVESTIMENTO: CADASTRO
      *      DO FUNDO (ADMIN), APLICACAO EM D+0 E RESGATE COM
      *      LIQUIDACAO D+N CONVERTENDO VALOR EM COTAS PELO VALOR
      *      DO DIA (ARQ-COTA, CARREGADO PELO BATCH
      *      FUNDO-COTA-CARGA), E CONSULTA DA POSICAO
      ******************************************************************
       P4900-FUNDOS.
             DISPLAY 'FUNDOS DE INVESTIMENTO'
             DISPLAY '1 - CADASTRAR UM FUNDO (ADMIN)'
             DISPLAY '2 - APLICAR EM UM FUNDO'
             DISPLAY '3 - RESGATAR DE UM FUNDO'
             DISPLAY '4 - CONSULTAR A POSICAO DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                   ELSE
                      PERFORM P4910-CADASTRAR-FUNDO
                   END-IF
                WHEN '2'
                   PERFORM P4920-APLICAR-FUNDO
                WHEN '3'
                   PERFORM P4930-RESGATAR-FUNDO
                WHEN '4'
                   PERFORM P4940-CONSULTAR-POSICAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P4910-CADASTRAR-FUNDO.
             DISPLAY 'DIGITE O CODIGO DO FUNDO (6 CARACTERES)'
             ACCEPT WS-FUN-CODIGO-ENT
             MOVE WS-FUN-CODIGO-ENT TO FUN-CODIGO
             READ ARQ-FUNDO RECORD KEY IS FUN-CODIGO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'FUNDO JA CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-FUN-CODIGO-ENT TO FUN-CODIGO
             DISPLAY 'DIGITE O NOME DO FUNDO'
             ACCEPT FUN-NOME
             DISPLAY 'DIGITE O PRAZO DE LIQUIDACAO DO RESGATE EM'
                     ' DIAS (D+N)'
             ACCEPT FUN-PRAZO-RESGATE-DIAS
             SET FUN-ATIVO TO TRUE
             WRITE REG-FUNDO
             IF FS-FUNDO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O FUNDO, STATUS: ' FS-FUNDO
             ELSE
                DISPLAY 'FUNDO ' FUN-CODIGO ' CADASTRADO'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'CADASTRO FUNDO' TO WS-AUD-ACAO
                MOVE WS-FUN-CODIGO-ENT TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE BUSCA A COTA MAIS RECENTE DO FUNDO EM
      *      WS-FUN-CODIGO-ENT ATE A DATA DE HOJE, DEVOLVENDO-A EM
      *      WS-COTA-DIA (WS-COTA-ACHOU INDICA SE HAVIA COTA)
      ******************************************************************
       P4905-OBTER-COTA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE 'N' TO WS-COTA-ACHOU
             MOVE ZEROS TO WS-COTA-DATA-ACHADA
             MOVE WS-FUN-CODIGO-ENT TO COT-FUNDO
             MOVE ZEROS TO COT-DATA
             START ARQ-COTA KEY IS NOT LESS THAN COT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-COTA EQUAL TO "00" THEN
                PERFORM P4906-LER-PROX-COTA
                PERFORM UNTIL FS-COTA NOT EQUAL TO "00"
                   OR COT-FUNDO NOT EQUAL TO WS-FUN-CODIGO-ENT
                   IF COT-DATA NOT GREATER THAN WS-DATA-ATUAL
                      AND COT-DATA NOT LESS THAN
                          WS-COTA-DATA-ACHADA
                      MOVE 'S' TO WS-COTA-ACHOU
                      MOVE COT-DATA TO WS-COTA-DATA-ACHADA
                      MOVE COT-VALOR TO WS-COTA-DIA
                   END-IF
                   PERFORM P4906-LER-PROX-COTA
                END-PERFORM
             END-IF
       .
       P4906-LER-PROX-COTA.
             READ ARQ-COTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-COTA
             END-READ
       .
       P4920-APLICAR-FUNDO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, APLICACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O CODIGO DO FUNDO'
             ACCEPT WS-FUN-CODIGO-ENT
             MOVE WS-FUN-CODIGO-ENT TO FUN-CODIGO
             READ ARQ-FUNDO RECORD KEY IS FUN-CODIGO
                INVALID KEY
                   DISPLAY 'FUNDO NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT FUN-ATIVO THEN
                DISPLAY 'FUNDO INATIVO, APLICACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             PERFORM P4905-OBTER-COTA
             IF NOT COTA-ACHOU THEN
                DISPLAY 'SEM COTA CARREGADA PARA O FUNDO, APLICACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'COTA DO DIA: ' WS-COTA-DIA
             DISPLAY 'DIGITE O VALOR DA APLICACAO'
             ACCEPT WS-FUN-VALOR
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-FUN-VALOR
             IF WS-FUN-VALOR NOT GREATER THAN ZEROS
                OR WS-AUX LESS THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO OU SALDO DISPONIVEL'
                        ' INSUFICIENTE, APLICACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-FUN-QTDE-COTAS ROUNDED =
                     WS-FUN-VALOR / WS-COTA-DIA

             SUBTRACT WS-FUN-VALOR FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-APLICACAO-DEBITO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-FUN-VALOR     TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'FUNDO ' DELIMITED SIZE
                    WS-FUN-CODIGO-ENT DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO

             MOVE CONTA-NUM         TO PFU-CONTA-NUM
             MOVE WS-FUN-CODIGO-ENT TO PFU-FUNDO
             READ ARQ-POSFUNDO RECORD KEY IS PFU-CHAVE
                INVALID KEY
                   MOVE CONTA-NUM         TO PFU-CONTA-NUM
                   MOVE WS-FUN-CODIGO-ENT TO PFU-FUNDO
                   MOVE CPF               TO PFU-CPF
                   MOVE WS-FUN-QTDE-COTAS TO PFU-QTDE-COTAS
                   MOVE WS-FUN-VALOR      TO PFU-VALOR-CUSTO
                   MOVE ZEROS             TO PFU-DATA-ULT-COMECOTAS
                   WRITE REG-POSFUNDO
                NOT INVALID KEY
                   ADD WS-FUN-QTDE-COTAS TO PFU-QTDE-COTAS
                   ADD WS-FUN-VALOR      TO PFU-VALOR-CUSTO
                   REWRITE REG-POSFUNDO
             END-READ
             IF FS-POSFUNDO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A POSICAO, STATUS: '
                        FS-POSFUNDO
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'APLICACAO FUNDO' TO WS-AUD-ACAO
             MOVE WS-FUN-CODIGO-ENT TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'APLICACAO DE ' WS-FUN-VALOR ' NO FUNDO '
                     WS-FUN-CODIGO-ENT ' (D+0): '
                     WS-FUN-QTDE-COTAS ' COTAS'
       .
       P4930-RESGATAR-FUNDO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, RESGATE'
                        ' NEGADO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O CODIGO DO FUNDO'
             ACCEPT WS-FUN-CODIGO-ENT
             MOVE WS-FUN-CODIGO-ENT TO FUN-CODIGO
             READ ARQ-FUNDO RECORD KEY IS FUN-CODIGO
                INVALID KEY
                   DISPLAY 'FUNDO NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE CONTA-NUM         TO PFU-CONTA-NUM
             MOVE WS-FUN-CODIGO-ENT TO PFU-FUNDO
             READ ARQ-POSFUNDO RECORD KEY IS PFU-CHAVE
                INVALID KEY
                   DISPLAY 'SEM POSICAO NESTE FUNDO'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P4905-OBTER-COTA
             IF NOT COTA-ACHOU THEN
                DISPLAY 'SEM COTA CARREGADA PARA O FUNDO, RESGATE'
                        ' NEGADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'POSICAO: ' PFU-QTDE-COTAS ' COTAS, COTA DO'
                     ' DIA: ' WS-COTA-DIA
             DISPLAY 'DIGITE A QUANTIDADE DE COTAS A RESGATAR'
             ACCEPT WS-FUN-QTDE-COTAS
             IF WS-FUN-QTDE-COTAS NOT GREATER THAN ZEROS
                OR WS-FUN-QTDE-COTAS GREATER THAN PFU-QTDE-COTAS
                DISPLAY 'QUANTIDADE INVALIDA OU MAIOR QUE A'
                        ' POSICAO, RESGATE NEGADO'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-FUN-VALOR ROUNDED =
                     WS-FUN-QTDE-COTAS * WS-COTA-DIA
      *      O CUSTO SAI PROPORCIONAL AS COTAS RESGATADAS
             COMPUTE WS-AUX ROUNDED = PFU-VALOR-CUSTO
                     * WS-FUN-QTDE-COTAS / PFU-QTDE-COTAS
             SUBTRACT WS-FUN-QTDE-COTAS FROM PFU-QTDE-COTAS
             SUBTRACT WS-AUX FROM PFU-VALOR-CUSTO
             REWRITE REG-POSFUNDO

             READ ARQ-FUNRESCTL
             IF FS-FUNRESCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE RESGATES,'
                        ' STATUS: ' FS-FUNRESCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-FUNRESG
             REWRITE REG-FUNRESCTL

      *      O CREDITO ENTRA NO SALDO MAS FICA RETIDO ATE O D+N DO
      *      FUNDO, LIBERADO PELO BATCH FUNDO-LIQUIDACAO
             ADD WS-FUN-VALOR TO SALDO
             ADD WS-FUN-VALOR TO VALOR-RETIDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-APLICACAO-CREDITO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-FUN-VALOR     TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'RESGATE FUNDO ' DELIMITED SIZE
                    WS-FUN-CODIGO-ENT DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-PENDENTE  TO TRUE
             WRITE REG-EXTRATO

             MOVE ULT-FUNRESG       TO FRS-SEQ
             MOVE CONTA-NUM         TO FRS-CONTA-NUM
             MOVE WS-FUN-CODIGO-ENT TO FRS-FUNDO
             MOVE WS-FUN-VALOR      TO FRS-VALOR
             MOVE WS-DATA-ATUAL     TO FRS-DATA-RESGATE
             COMPUTE WS-FUN-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                + FUN-PRAZO-RESGATE-DIAS
             COMPUTE FRS-DATA-LIQUIDACAO =
                FUNCTION DATE-OF-INTEGER(WS-FUN-INTEIRO)
             SET FRS-PENDENTE TO TRUE
             WRITE REG-FUNRESG

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESGATE FUNDO' TO WS-AUD-ACAO
             MOVE WS-FUN-CODIGO-ENT TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'RESGATE DE ' WS-FUN-VALOR ' DO FUNDO '
                     WS-FUN-CODIGO-ENT ' REGISTRADO, LIQUIDACAO EM '
                     FRS-DATA-LIQUIDACAO
       .
       P4940-CONSULTAR-POSICAO.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE 'N' TO WS-PFU-ACHOU
             MOVE FS-ID TO PFU-CONTA-NUM
             MOVE LOW-VALUES TO PFU-FUNDO
             START ARQ-POSFUNDO KEY IS NOT LESS THAN PFU-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-POSFUNDO EQUAL TO "00" THEN
                PERFORM P4935-LER-PROX-POSFUNDO
                PERFORM UNTIL FS-POSFUNDO NOT EQUAL TO "00"
                   OR PFU-CONTA-NUM NOT EQUAL TO FS-ID
                   IF PFU-QTDE-COTAS GREATER THAN ZEROS THEN
                      MOVE 'S' TO WS-PFU-ACHOU
                      MOVE PFU-FUNDO TO WS-FUN-CODIGO-ENT
                      PERFORM P4905-OBTER-COTA
                      IF COTA-ACHOU THEN
                         COMPUTE WS-FUN-VALOR ROUNDED =
                                 PFU-QTDE-COTAS * WS-COTA-DIA
                      ELSE
                         MOVE ZEROS TO WS-FUN-VALOR
                      END-IF
                      DISPLAY 'FUNDO ' PFU-FUNDO
                              ' COTAS ' PFU-QTDE-COTAS
                              ' CUSTO ' PFU-VALOR-CUSTO
                              ' VALOR ATUAL ' WS-FUN-VALOR
                   END-IF
                   PERFORM P4935-LER-PROX-POSFUNDO
                END-PERFORM
             END-IF
             IF NOT PFU-ACHOU THEN
                DISPLAY 'NENHUMA POSICAO EM FUNDOS PARA ESTA CONTA'
             END-IF
       .
       P4935-LER-PROX-POSFUNDO.
             READ ARQ-POSFUNDO NEXT RECORD
                AT END
                   MOVE "10" TO FS-POSFUNDO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE COBRA O IOF DA LIBERACAO DO EMPRESTIMO:
      *      ALIQUOTA ADICIONAL FIXA MAIS A DIARIA SOBRE O PRAZO
      *      (LIMITADO A 365 DIAS), DEBITADA DA CONTA COM O
      *      MOVIMENTO IO E RECOLHIDA A CONTA DE TRIBUTOS
      ******************************************************************
       P1445-COBRAR-IOF-EMPRESTIMO.
             COMPUTE WS-IOF-DIAS = EMP-QTDE-PARCELAS * 30
             IF WS-IOF-DIAS GREATER THAN 365 THEN
                MOVE 365 TO WS-IOF-DIAS
             END-IF
             COMPUTE WS-IOF-VALOR ROUNDED =
                (EMP-VALOR-PRINCIPAL * WS-IOF-ADICIONAL)
                + (EMP-VALOR-PRINCIPAL * WS-IOF-DIARIO
                   * WS-IOF-DIAS)
             IF WS-IOF-VALOR NOT GREATER THAN ZEROS THEN
                EXIT PARAGRAPH
             END-IF
             SUBTRACT WS-IOF-VALOR FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-IOF           TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-IOF-VALOR     TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'IOF EMPRESTIMO ' DELIMITED SIZE
                    EMP-SEQ DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             DISPLAY 'IOF DA LIBERACAO COBRADO: ' WS-IOF-VALOR
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE MANUTENCAO DO PLANO DE CONTAS
      *      CONTABIL (ADMIN): INCLUSAO, ATIVACAO/INATIVACAO,
      *      LISTAGEM E ENQUADRAMENTO NO PIS/COFINS; OS LANCAMENTOS
      *      DO CONTABIL-DIARIO SO SAO ACEITOS EM CONTAS ATIVAS
      *      DESTE PLANO
      ******************************************************************
       P5000-PLANO-CONTAS.
             DISPLAY 'PLANO DE CONTAS CONTABIL'
             DISPLAY '1 - INCLUIR UMA CONTA CONTABIL'
             DISPLAY '2 - ATIVAR/INATIVAR UMA CONTA'
             DISPLAY '3 - LISTAR O PLANO'
             DISPLAY '4 - ENQUADRAR UMA CONTA NO PIS/COFINS'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5010-INCLUIR-CONTA-CTB
                WHEN '2'
                   PERFORM P5020-ALTERNAR-CONTA-CTB
                WHEN '3'
                   PERFORM P5030-LISTAR-PLANO
                WHEN '4'
                   PERFORM P5040-ENQUADRAR-PISCOFINS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P5010-INCLUIR-CONTA-CTB.
             DISPLAY 'DIGITE O CODIGO DA CONTA CONTABIL (5 DIGITOS)'
             ACCEPT WS-PCT-CODIGO-ENT
             MOVE WS-PCT-CODIGO-ENT TO PCT-CODIGO
             READ ARQ-PLANOCONTA RECORD KEY IS PCT-CODIGO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'CONTA JA CADASTRADA NO PLANO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-PCT-CODIGO-ENT TO PCT-CODIGO
             DISPLAY 'DIGITE O NOME DA CONTA'
             ACCEPT PCT-NOME
             DISPLAY 'NATUREZA (D - DEVEDORA, C - CREDORA)'
             ACCEPT PCT-NATUREZA
             IF PCT-NATUREZA NOT EQUAL TO 'D'
                AND PCT-NATUREZA NOT EQUAL TO 'C' THEN
                DISPLAY 'NATUREZA INVALIDA, INCLUSAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             PERFORM P5045-PEDIR-ENQUADRAMENTO
             IF NOT PCT-PISCOF-RECEITA
                AND NOT PCT-PISCOF-DEDUCAO
                AND NOT PCT-PISCOF-FORA THEN
                DISPLAY 'ENQUADRAMENTO INVALIDO, INCLUSAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             SET PCT-ATIVA TO TRUE
             WRITE REG-PLANOCONTA
             IF FS-PLANOCONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A CONTA, STATUS: '
                        FS-PLANOCONTA
             ELSE
                DISPLAY 'CONTA ' PCT-CODIGO ' INCLUIDA NO PLANO'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'INCLUSAO PLANO CTB' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CONTA ' DELIMITED SIZE
                       WS-PCT-CODIGO-ENT DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5020-ALTERNAR-CONTA-CTB.
             DISPLAY 'DIGITE O CODIGO DA CONTA CONTABIL'
             ACCEPT WS-PCT-CODIGO-ENT
             MOVE WS-PCT-CODIGO-ENT TO PCT-CODIGO
             READ ARQ-PLANOCONTA RECORD KEY IS PCT-CODIGO
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA NO PLANO!'
                   EXIT PARAGRAPH
             END-READ
             IF PCT-ATIVA THEN
                SET PCT-INATIVA TO TRUE
                DISPLAY 'CONTA SERA INATIVADA'
             ELSE
                SET PCT-ATIVA TO TRUE
                DISPLAY 'CONTA SERA REATIVADA'
             END-IF
             REWRITE REG-PLANOCONTA
             IF FS-PLANOCONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-PLANOCONTA
             ELSE
                DISPLAY 'CONTA ' PCT-CODIGO ' ATUALIZADA, STATUS: '
                        PCT-STATUS
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'ALTERNAR PLANO CTB' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5030-LISTAR-PLANO.
             MOVE 'N' TO WS-PCT-ACHOU
             MOVE ZEROS TO PCT-CODIGO
             START ARQ-PLANOCONTA KEY IS NOT LESS THAN PCT-CODIGO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PLANOCONTA EQUAL TO "00" THEN
                PERFORM P5035-LER-PROX-PLANOCONTA
                PERFORM UNTIL FS-PLANOCONTA NOT EQUAL TO "00"
                   MOVE 'S' TO WS-PCT-ACHOU
                   DISPLAY 'CONTA: ' PCT-CODIGO
                           ' NATUREZA: ' PCT-NATUREZA
                           ' STATUS: ' PCT-STATUS
                           ' PIS/COFINS: ' PCT-PISCOFINS
                           ' ' PCT-NOME
                   PERFORM P5035-LER-PROX-PLANOCONTA
                END-PERFORM
                MOVE "00" TO FS-PLANOCONTA
             END-IF
             IF NOT PCT-ACHOU THEN
                DISPLAY 'PLANO DE CONTAS VAZIO'
             END-IF
       .
       P5035-LER-PROX-PLANOCONTA.
             READ ARQ-PLANOCONTA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PLANOCONTA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERA O ENQUADRAMENTO DE UMA CONTA NA
      *      APURACAO MENSAL DO PIS/COFINS (BATCH PIS-COFINS)
      ******************************************************************
       P5040-ENQUADRAR-PISCOFINS.
             DISPLAY 'DIGITE O CODIGO DA CONTA CONTABIL'
             ACCEPT WS-PCT-CODIGO-ENT
             MOVE WS-PCT-CODIGO-ENT TO PCT-CODIGO
             READ ARQ-PLANOCONTA RECORD KEY IS PCT-CODIGO
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA NO PLANO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'CONTA ' PCT-CODIGO ' ' PCT-NOME
                     ' ENQUADRAMENTO ATUAL: ' PCT-PISCOFINS
             PERFORM P5045-PEDIR-ENQUADRAMENTO
             IF NOT PCT-PISCOF-RECEITA
                AND NOT PCT-PISCOF-DEDUCAO
                AND NOT PCT-PISCOF-FORA THEN
                DISPLAY 'ENQUADRAMENTO INVALIDO, CONTA NAO ALTERADA'
                EXIT PARAGRAPH
             END-IF
             REWRITE REG-PLANOCONTA
             IF FS-PLANOCONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-PLANOCONTA
             ELSE
                DISPLAY 'CONTA ' PCT-CODIGO ' ENQUADRADA: '
                        PCT-PISCOFINS
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'ENQUADRAR PISCOFINS' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CONTA ' DELIMITED SIZE
                       WS-PCT-CODIGO-ENT DELIMITED SIZE
                       ' ENQUADRAMENTO ' DELIMITED SIZE
                       PCT-PISCOFINS DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5045-PEDIR-ENQUADRAMENTO.
             DISPLAY 'ENQUADRAMENTO NO PIS/COFINS (R - RECEITA'
                     ' TRIBUTAVEL, D - DEDUCAO PERMITIDA,'
                     ' N - FORA DA BASE)'
             ACCEPT PCT-PISCOFINS
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIBE AO CAIXA OS TITULOS DDA APRESENTADOS
      *      CONTRA O CPF DO TITULAR DA CONTA EM REG-CONTA E AINDA
      *      PENDENTES, JUNTO COM OS AVISOS DA CONSULTA
      ******************************************************************
       P408-EXIBIR-DDA.
             MOVE 'N' TO WS-DDA-ACHOU
             MOVE CPF TO DDA-CPF
             START ARQ-DDA KEY IS EQUAL TO DDA-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-DDA EQUAL TO "00" THEN
                PERFORM P409-LER-PROX-DDA
                PERFORM UNTIL FS-DDA NOT EQUAL TO "00"
                   OR DDA-CPF NOT EQUAL TO CPF
                   IF DDA-APRESENTADO THEN
                      IF NOT DDA-ACHOU THEN
                         DISPLAY '===== TITULOS DDA APRESENTADOS'
                                 ' AO CLIENTE ====='
                      END-IF
                      MOVE 'S' TO WS-DDA-ACHOU
                      DISPLAY 'DDA ' DDA-SEQ
                              ' BENEFICIARIO: ' DDA-BENEFICIARIO
                              ' VALOR: ' DDA-VALOR
                              ' VENC: ' DDA-DATA-VENC
                   END-IF
                   PERFORM P409-LER-PROX-DDA
                END-PERFORM
             END-IF
       .
       P409-LER-PROX-DDA.
             READ ARQ-DDA NEXT RECORD
                AT END
                   MOVE "10" TO FS-DDA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DDA: LISTA OS TITULOS APRESENTADOS
      *      CONTRA UM CPF, PAGA UM DIRETO DA APRESENTACAO (FLUXO
      *      NORMAL DE PAGAMENTO DE TITULO) OU MARCA COMO NAO
      *      RECONHECIDO PELO CLIENTE
      ******************************************************************
       P5100-DDA.
             DISPLAY 'DDA - TITULOS APRESENTADOS'
             DISPLAY '1 - LISTAR OS TITULOS DE UM CPF'
             DISPLAY '2 - PAGAR UM TITULO APRESENTADO'
             DISPLAY '3 - MARCAR UM TITULO COMO NAO RECONHECIDO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5110-LISTAR-DDA-CPF
                WHEN '2'
                   PERFORM P5120-PAGAR-DDA
                WHEN '3'
                   PERFORM P5130-NAO-RECONHECER-DDA
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P5110-LISTAR-DDA-CPF.
             DISPLAY 'DIGITE O CPF DO PAGADOR (11 DIGITOS)'
             ACCEPT WS-CPF-BUSCA
             MOVE 'N' TO WS-DDA-ACHOU
             MOVE WS-CPF-BUSCA TO DDA-CPF
             START ARQ-DDA KEY IS EQUAL TO DDA-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-DDA EQUAL TO "00" THEN
                PERFORM P409-LER-PROX-DDA
                PERFORM UNTIL FS-DDA NOT EQUAL TO "00"
                   OR DDA-CPF NOT EQUAL TO WS-CPF-BUSCA
                   MOVE 'S' TO WS-DDA-ACHOU
                   DISPLAY 'DDA ' DDA-SEQ
                           ' STATUS: ' DDA-STATUS
                           ' BENEFICIARIO: ' DDA-BENEFICIARIO
                           ' VALOR: ' DDA-VALOR
                           ' VENC: ' DDA-DATA-VENC
                   PERFORM P409-LER-PROX-DDA
                END-PERFORM
             END-IF
             IF NOT DDA-ACHOU THEN
                DISPLAY 'NENHUM TITULO APRESENTADO PARA ESTE CPF'
             END-IF
       .
       P5120-PAGAR-DDA.
             DISPLAY 'DIGITE O NUMERO DA APRESENTACAO DDA'
             ACCEPT WS-DDA-SEQ-ESCOLHIDO
             MOVE WS-DDA-SEQ-ESCOLHIDO TO DDA-SEQ
             READ ARQ-DDA RECORD KEY IS DDA-SEQ
                INVALID KEY
                   DISPLAY 'APRESENTACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT DDA-APRESENTADO THEN
                DISPLAY 'TITULO JA PAGO OU NAO RECONHECIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE DDA-LINHA-DIG TO WS-LINHA-DIGITAVEL
             SET DDA-PAGANDO TO TRUE
             PERFORM P2500-PAGAR-TITULO
       .
       P5130-NAO-RECONHECER-DDA.
             DISPLAY 'DIGITE O NUMERO DA APRESENTACAO DDA'
             ACCEPT WS-DDA-SEQ-ESCOLHIDO
             MOVE WS-DDA-SEQ-ESCOLHIDO TO DDA-SEQ
             READ ARQ-DDA RECORD KEY IS DDA-SEQ
                INVALID KEY
                   DISPLAY 'APRESENTACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT DDA-APRESENTADO THEN
                DISPLAY 'TITULO JA PAGO OU NAO RECONHECIDO'
                EXIT PARAGRAPH
             END-IF
             SET DDA-NAO-RECONHECIDO TO TRUE
             REWRITE REG-DDA
             IF FS-DDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A APRESENTACAO,'
                        ' STATUS: ' FS-DDA
             ELSE
                DISPLAY 'APRESENTACAO ' DDA-SEQ ' MARCADA COMO NAO'
                        ' RECONHECIDA PELO CLIENTE'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'DDA NAO RECONHECIDO' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE PORTABILIDADE DE SALARIO: ADESAO
      *      (COM O DESTINO EM OUTRO BANCO), CANCELAMENTO E
      *      CONSULTA; HONRADA DENTRO DO BATCH FOLHA-PAGAMENTO COM
      *      A TED DE REPASSE SEM TARIFA
      ******************************************************************
       P5200-PORTABILIDADE.
             DISPLAY 'PORTABILIDADE DE SALARIO'
             DISPLAY '1 - ADERIR (REGISTRAR O DESTINO)'
             DISPLAY '2 - CANCELAR A ADESAO'
             DISPLAY '3 - CONSULTAR A ADESAO DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5210-ADERIR-PORTABILIDADE
                WHEN '2'
                   PERFORM P5220-CANCELAR-PORTABILIDADE
                WHEN '3'
                   PERFORM P5230-CONSULTAR-PORTABILIDADE
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P5210-ADERIR-PORTABILIDADE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA-SALARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, ADESAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO POR-CONTA-NUM
             READ ARQ-PORTABILIDADE RECORD KEY IS POR-CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF POR-ATIVA THEN
                      DISPLAY 'CONTA JA COM PORTABILIDADE ATIVA'
                              ' PARA O BANCO ' POR-BANCO
                      EXIT PARAGRAPH
                   END-IF
             END-READ
             MOVE CONTA-NUM TO POR-CONTA-NUM
             MOVE CPF       TO POR-CPF
             DISPLAY 'DIGITE O BANCO DE DESTINO (3 DIGITOS)'
             ACCEPT POR-BANCO
             DISPLAY 'DIGITE A AGENCIA DE DESTINO (4 DIGITOS)'
             ACCEPT POR-AGENCIA
             DISPLAY 'DIGITE A CONTA DE DESTINO (ATE 10 POSICOES)'
             ACCEPT POR-CONTA-DESTINO
             MOVE WS-DATA-ATUAL TO POR-DATA-ADESAO
             SET POR-ATIVA TO TRUE
             WRITE REG-PORTABILIDADE
                INVALID KEY
                   REWRITE REG-PORTABILIDADE
             END-WRITE
             IF FS-PORTABILIDADE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PORTABILIDADE, STATUS: '
                        FS-PORTABILIDADE
             ELSE
                DISPLAY 'PORTABILIDADE REGISTRADA: O SALARIO SERA'
                        ' REPASSADO AO BANCO ' POR-BANCO
                        ' SEM TARIFA'
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'ADESAO PORTABILIDADE' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5220-CANCELAR-PORTABILIDADE.
             DISPLAY 'DIGITE O ID DA CONTA-SALARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO POR-CONTA-NUM
             READ ARQ-PORTABILIDADE RECORD KEY IS POR-CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA SEM PORTABILIDADE REGISTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT POR-ATIVA THEN
                DISPLAY 'PORTABILIDADE JA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             SET POR-CANCELADA TO TRUE
             REWRITE REG-PORTABILIDADE
             IF FS-PORTABILIDADE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR, STATUS: '
                        FS-PORTABILIDADE
             ELSE
                DISPLAY 'PORTABILIDADE CANCELADA'
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'CANCELA PORTABILID' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5230-CONSULTAR-PORTABILIDADE.
             DISPLAY 'DIGITE O ID DA CONTA-SALARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO POR-CONTA-NUM
             READ ARQ-PORTABILIDADE RECORD KEY IS POR-CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA SEM PORTABILIDADE REGISTRADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'PORTABILIDADE DA CONTA ' POR-CONTA-NUM
                     ': STATUS ' POR-STATUS
             DISPLAY 'DESTINO: BANCO ' POR-BANCO
                     ' AGENCIA ' POR-AGENCIA
                     ' CONTA ' POR-CONTA-DESTINO
             DISPLAY 'ADESAO EM: ' POR-DATA-ADESAO
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA O EXTRATO DE UMA CONTA E PERIODO NOS
      *      FORMATOS OFX E CSV (EXTRATO-EXPORT.OFX/.CSV), COM OS
      *      CODIGOS ESTAVEIS DE MOVIMENTO (EXT-TIPO-MOV), A
      *      CONTRAPARTE, E O RODAPE COM A QUANTIDADE DE REGISTROS
      *      E O HASH DO CONTEUDO PARA O ERP DO CLIENTE CONFERIR A
      *      COMPLETUDE; TAMBEM LIGA/DESLIGA A MARCACAO DE
      *      EXPORTACAO NA RODADA MENSAL
      ******************************************************************
       P5300-EXPORTAR-EXTRATO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
             END-READ
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                PERFORM P200-MENU
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY '1 - EXPORTAR AGORA (OFX E CSV)'
             DISPLAY '2 - LIGAR/DESLIGAR A EXPORTACAO NA RODADA'
                     ' MENSAL'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 EQUAL TO '2' THEN
                IF CONTA-COM-EXPORTACAO THEN
                   MOVE 'N' TO FLAG-EXPORT-EXTRATO
                   DISPLAY 'EXPORTACAO MENSAL DESLIGADA'
                ELSE
                   SET CONTA-COM-EXPORTACAO TO TRUE
                   DISPLAY 'EXPORTACAO MENSAL LIGADA'
                END-IF
                PERFORM P376-JORNAL-CONTA
                REWRITE REG-CONTA
                PERFORM P200-MENU
             END-IF

             DISPLAY 'DIGITE A DATA INICIAL (AAAAMMDD)'
             ACCEPT WS-EXT-DATA-INICIO
             DISPLAY 'DIGITE A DATA FINAL (AAAAMMDD)'
             ACCEPT WS-EXT-DATA-FIM

             OPEN OUTPUT ARQ-EXTRATO-OFX
             OPEN OUTPUT ARQ-EXTRATO-CSV
             MOVE ZEROS TO WS-EXP-QTDE-REG
             MOVE ZEROS TO WS-EXP-HASH

             MOVE '<OFX><BANKMSGSRSV1><STMTTRNRS><STMTRS>'
               TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
             MOVE 'DATA;TIPO;VALOR;SALDO-APOS;CONTRAPARTE;DETALHE'
               TO REG-EXTRATO-CSV
             WRITE REG-EXTRATO-CSV

             PERFORM P815-BUSCAR-SEQ-DATA
             MOVE CONTA-NUM TO EXT-CONTA-NUM
             MOVE WS-EXT-SEQ-INICIO TO EXT-SEQUENCIA
             START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-EXTRATO EQUAL TO "00" THEN
                PERFORM P810-LER-PROX-EXTRATO
                PERFORM UNTIL FS-EXTRATO NOT EQUAL TO "00"
                   OR EXT-CONTA-NUM NOT EQUAL TO CONTA-NUM
                   OR EXT-DATA-MOV GREATER THAN WS-EXT-DATA-FIM
                   IF EXT-DATA-MOV NOT LESS THAN WS-EXT-DATA-INICIO
                      PERFORM P5310-EXPORTAR-MOVIMENTO
                   END-IF
                   PERFORM P810-LER-PROX-EXTRATO
                END-PERFORM
                MOVE "00" TO FS-EXTRATO
             END-IF

             MOVE '</STMTRS></STMTTRNRS></BANKMSGSRSV1></OFX>'
               TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
             MOVE SPACES TO WS-LINHA-EXPORT
             STRING 'REGISTROS: ' DELIMITED SIZE
                    WS-EXP-QTDE-REG DELIMITED SIZE
                    ' HASH: '      DELIMITED SIZE
                    WS-EXP-HASH    DELIMITED SIZE
               INTO WS-LINHA-EXPORT
             END-STRING
             MOVE WS-LINHA-EXPORT TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
             MOVE WS-LINHA-EXPORT TO REG-EXTRATO-CSV
             WRITE REG-EXTRATO-CSV

             CLOSE ARQ-EXTRATO-OFX
             CLOSE ARQ-EXTRATO-CSV

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'EXPORTACAO EXTRATO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'EXPORTADOS ' WS-EXP-QTDE-REG ' MOVIMENTOS,'
                     ' HASH DE CONFERENCIA: ' WS-EXP-HASH
             DISPLAY 'ARQUIVOS: EXTRATO-EXPORT.OFX E'
                     ' EXTRATO-EXPORT.CSV'
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE EXPORTA O MOVIMENTO CORRENTE NOS DOIS
      *      FORMATOS E ACUMULA O HASH DE CONFERENCIA (SOMA DOS
      *      CARACTERES DA LINHA CSV, MODULO 10**9)
      ******************************************************************
       P5310-EXPORTAR-MOVIMENTO.
             ADD 1 TO WS-EXP-QTDE-REG
             MOVE EXT-VALOR TO WS-VALOR-EXPORT

             MOVE SPACES TO WS-LINHA-EXPORT
             STRING EXT-DATA-MOV     DELIMITED SIZE
                    ';'              DELIMITED SIZE
                    EXT-TIPO-MOV     DELIMITED SIZE
                    ';'              DELIMITED SIZE
                    WS-VALOR-EXPORT  DELIMITED SIZE
                    ';'              DELIMITED SIZE
                    EXT-SALDO-APOS   DELIMITED SIZE
                    ';'              DELIMITED SIZE
                    EXT-CONTA-CONTRA DELIMITED SIZE
                    ';'              DELIMITED SIZE
                    EXT-DETALHE      DELIMITED SIZE
               INTO WS-LINHA-EXPORT
             END-STRING
             MOVE WS-LINHA-EXPORT TO REG-EXTRATO-CSV
             WRITE REG-EXTRATO-CSV

             PERFORM VARYING WS-EXP-I FROM 1 BY 1
                UNTIL WS-EXP-I > 132
                COMPUTE WS-EXP-CHAR-VAL = FUNCTION ORD
                   (WS-LINHA-EXPORT(WS-EXP-I:1))
                COMPUTE WS-EXP-HASH = FUNCTION MOD
                   (WS-EXP-HASH + WS-EXP-CHAR-VAL, 1000000000)
             END-PERFORM

             MOVE '<STMTTRN>' TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
             MOVE SPACES TO WS-LINHA-EXPORT
             STRING '<TRNTYPE>'     DELIMITED SIZE
                    EXT-TIPO-MOV    DELIMITED SIZE
                    '<DTPOSTED>'    DELIMITED SIZE
                    EXT-DATA-MOV    DELIMITED SIZE
                    '<TRNAMT>'      DELIMITED SIZE
                    WS-VALOR-EXPORT DELIMITED SIZE
               INTO WS-LINHA-EXPORT
             END-STRING
             MOVE WS-LINHA-EXPORT TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
             MOVE SPACES TO WS-LINHA-EXPORT
             STRING '<MEMO>'         DELIMITED SIZE
                    EXT-DETALHE      DELIMITED SIZE
                    ' CONTRAPARTE '  DELIMITED SIZE
                    EXT-CONTA-CONTRA DELIMITED SIZE
               INTO WS-LINHA-EXPORT
             END-STRING
             MOVE WS-LINHA-EXPORT TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
             MOVE '</STMTTRN>' TO REG-EXTRATO-OFX
             WRITE REG-EXTRATO-OFX
       .
      ******************************************************************
      *      FUNÇÃO DE TRIAGEM CONTRA A LISTA DE VIGILANCIA
      *      (PEP/SANCOES): CONFERE O CPF EXATO PELA CHAVE ALTERNADA
      *      E A SEMELHANCA DE NOME (DEZ PRIMEIROS CARACTERES)
      *      CONTRA AS ENTRADAS ATIVAS; UM BATIMENTO GERA A
      *      PENDENCIA BLOQUEANTE NA FILA DE TRIAGEM, QUE O
      *      ANALISTA CONFIRMA OU DESCARTA NO MENU; O BATIMENTO JA
      *      DESCARTADO NAO BLOQUEIA DE NOVO A MESMA PESSOA
      ******************************************************************
       P5400-TRIAGEM-WATCHLIST.
             MOVE 'N' TO WS-TRIA-HIT
             MOVE SPACES TO WS-TRIA-TIPO-HIT
             MOVE ZEROS TO WS-TRIA-WAT-SEQ

             IF WS-TRIA-CPF NOT EQUAL TO ZEROS THEN
                MOVE WS-TRIA-CPF TO WAT-CPF
                START ARQ-WATCHLIST KEY IS EQUAL TO WAT-CPF
                   INVALID KEY
                      CONTINUE
                END-START
                IF FS-WATCHLIST EQUAL TO "00" THEN
                   READ ARQ-WATCHLIST NEXT RECORD
                      AT END
                         CONTINUE
                   END-READ
                   IF FS-WATCHLIST EQUAL TO "00"
                      AND WAT-CPF EQUAL TO WS-TRIA-CPF
                      AND WAT-ATIVA
                      MOVE 'S' TO WS-TRIA-HIT
                      MOVE 'C' TO WS-TRIA-TIPO-HIT
                      MOVE WAT-SEQ TO WS-TRIA-WAT-SEQ
                      PERFORM P5408-VERIFICAR-DESCARTE
                   END-IF
                END-IF
                MOVE "00" TO FS-WATCHLIST
             END-IF

             IF NOT TRIAGEM-COM-HIT
                AND WS-TRIA-NOME NOT EQUAL TO SPACES
                MOVE ZEROS TO WAT-SEQ
                START ARQ-WATCHLIST KEY IS NOT LESS THAN WAT-SEQ
                   INVALID KEY
                      CONTINUE
                END-START
                IF FS-WATCHLIST EQUAL TO "00" THEN
                   PERFORM P5405-LER-PROX-WATCH
                   PERFORM UNTIL FS-WATCHLIST NOT EQUAL TO "00"
                      OR TRIAGEM-COM-HIT
                      IF WAT-ATIVA
                         AND WAT-NOME(1:10) EQUAL TO
                             WS-TRIA-NOME(1:10)
                         MOVE 'S' TO WS-TRIA-HIT
                         MOVE 'N' TO WS-TRIA-TIPO-HIT
                         MOVE WAT-SEQ TO WS-TRIA-WAT-SEQ
                         PERFORM P5408-VERIFICAR-DESCARTE
                      END-IF
                      PERFORM P5405-LER-PROX-WATCH
                   END-PERFORM
                   MOVE "00" TO FS-WATCHLIST
                END-IF
             END-IF

             IF TRIAGEM-COM-HIT THEN
                DISPLAY '*** BATIMENTO NA LISTA DE VIGILANCIA'
                        ' (TIPO ' WS-TRIA-TIPO-HIT '), OPERACAO'
                        ' BLOQUEADA ATE A ANALISE ***'
                PERFORM P5406-GRAVAR-PENDENCIA
             END-IF
       .
       P5405-LER-PROX-WATCH.
             READ ARQ-WATCHLIST NEXT RECORD
                AT END
                   MOVE "10" TO FS-WATCHLIST
             END-READ
       .
       P5406-GRAVAR-PENDENCIA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             READ ARQ-PENDWCTL
             IF FS-PENDWCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE PENDENCIAS,'
                        ' STATUS: ' FS-PENDWCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PENDWATCH
             REWRITE REG-PENDWCTL
             MOVE ULT-PENDWATCH    TO PEW-SEQ
             MOVE WS-TRIA-CPF      TO PEW-CPF
             MOVE WS-TRIA-NOME     TO PEW-NOME
             MOVE WS-TRIA-ORIGEM   TO PEW-ORIGEM
             MOVE WS-TRIA-WAT-SEQ  TO PEW-WAT-SEQ
             MOVE WS-TRIA-TIPO-HIT TO PEW-TIPO-HIT
             MOVE WS-DATA-ATUAL    TO PEW-DATA
             SET PEW-PENDENTE      TO TRUE
             MOVE SPACES           TO PEW-ANALISTA
             WRITE REG-PENDWATCH
             IF FS-PENDWATCH NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PENDENCIA, STATUS: '
                        FS-PENDWATCH
             ELSE
                DISPLAY 'PENDENCIA ' PEW-SEQ ' GERADA NA FILA DE'
                        ' TRIAGEM DE WATCHLIST'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA A FILA DE TRIAGEM ANTES DE BLOQUEAR:
      *      UM BATIMENTO JA DESCARTADO PELO ANALISTA (MESMO CPF E
      *      NOME CONTRA A MESMA ENTRADA DA LISTA) E HOMONIMO OU
      *      FALSO POSITIVO JULGADO E NAO BLOQUEIA DE NOVO
      ******************************************************************
       P5408-VERIFICAR-DESCARTE.
             MOVE ZEROS TO PEW-SEQ
             START ARQ-PENDWATCH KEY IS NOT LESS THAN PEW-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PENDWATCH EQUAL TO "00" THEN
                PERFORM P5415-LER-PROX-PENDENCIA
                PERFORM UNTIL FS-PENDWATCH NOT EQUAL TO "00"
                   OR NOT TRIAGEM-COM-HIT
                   IF PEW-DESCARTADA
                      AND PEW-WAT-SEQ EQUAL TO WS-TRIA-WAT-SEQ
                      AND PEW-CPF EQUAL TO WS-TRIA-CPF
                      AND PEW-NOME EQUAL TO WS-TRIA-NOME
                      MOVE 'N' TO WS-TRIA-HIT
                      DISPLAY 'BATIMENTO JA DESCARTADO NA TRIAGEM'
                              ' (PENDENCIA ' PEW-SEQ '),'
                              ' OPERACAO SEGUE'
                   END-IF
                   PERFORM P5415-LER-PROX-PENDENCIA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PENDWATCH
       .
      ******************************************************************
      *      FUNÇÃO DA FILA DE TRIAGEM DE WATCHLIST (ADMIN): LISTA
      *      AS PENDENCIAS E CONFIRMA OU DESCARTA CADA BATIMENTO,
      *      COMO O ANALISTA FAZ NA FILA AML
      ******************************************************************
       P5410-FILA-WATCHLIST.
             MOVE 'N' TO WS-PEW-ACHOU
             MOVE ZEROS TO PEW-SEQ
             START ARQ-PENDWATCH KEY IS NOT LESS THAN PEW-SEQ
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PENDWATCH EQUAL TO "00" THEN
                PERFORM P5415-LER-PROX-PENDENCIA
                PERFORM UNTIL FS-PENDWATCH NOT EQUAL TO "00"
                   IF PEW-PENDENTE THEN
                      MOVE 'S' TO WS-PEW-ACHOU
                      DISPLAY 'PENDENCIA ' PEW-SEQ
                              ' CPF ' PEW-CPF
                              ' NOME ' PEW-NOME
                      DISPLAY '   ORIGEM: ' PEW-ORIGEM
                              ' HIT: ' PEW-TIPO-HIT
                              ' DATA: ' PEW-DATA
                   END-IF
                   PERFORM P5415-LER-PROX-PENDENCIA
                END-PERFORM
                MOVE "00" TO FS-PENDWATCH
             END-IF
             IF NOT PEW-ACHOU THEN
                DISPLAY 'NENHUMA PENDENCIA DE WATCHLIST'
                PERFORM P200-MENU
             END-IF
             DISPLAY 'DIGITE O NUMERO DA PENDENCIA A TRATAR (0'
                     ' PARA VOLTAR)'
             ACCEPT WS-PEW-SEQ-ESCOLHIDA
             IF WS-PEW-SEQ-ESCOLHIDA EQUAL TO ZEROS THEN
                PERFORM P200-MENU
             END-IF
             MOVE WS-PEW-SEQ-ESCOLHIDA TO PEW-SEQ
             READ ARQ-PENDWATCH RECORD KEY IS PEW-SEQ
                INVALID KEY
                   DISPLAY 'PENDENCIA NAO ENCONTRADA'
                   PERFORM P200-MENU
             END-READ
             IF NOT PEW-PENDENTE THEN
                DISPLAY 'PENDENCIA JA TRATADA'
                PERFORM P200-MENU
             END-IF
             DISPLAY '1 - CONFIRMAR O BATIMENTO (CLIENTE/DESTINO'
                     ' E A PESSOA DA LISTA)'
             DISPLAY '2 - DESCARTAR (HOMONIMO / FALSO POSITIVO)'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   SET PEW-CONFIRMADA TO TRUE
                WHEN '2'
                   SET PEW-DESCARTADA TO TRUE
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NADA ALTERADO'
                   PERFORM P200-MENU
             END-EVALUATE
             MOVE WS-OPER-ID-LOGADO TO PEW-ANALISTA
             REWRITE REG-PENDWATCH
             IF FS-PENDWATCH NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A PENDENCIA, STATUS: '
                        FS-PENDWATCH
             ELSE
                DISPLAY 'PENDENCIA ' PEW-SEQ ' TRATADA: '
                        PEW-STATUS
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'TRIAGEM WATCHLIST' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'PENDENCIA ' DELIMITED SIZE
                       PEW-SEQ DELIMITED SIZE
                       ' -> ' DELIMITED SIZE
                       PEW-STATUS DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
             PERFORM P200-MENU
       .
       P5415-LER-PROX-PENDENCIA.
             READ ARQ-PENDWATCH NEXT RECORD
                AT END
                   MOVE "10" TO FS-PENDWATCH
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE RESTITUI AO CLIENTE QUE RETORNOU O SALDO
      *      RECOLHIDO PELO PROCESSO DE ABANDONO (SO COM APROVACAO
      *      DE SUPERVISOR ADMIN): A CONTA PRECISA ESTAR REATIVADA
      *      E O CREDITO VOLTA COM O MOVIMENTO RB
      ******************************************************************
       P5500-RESTITUIR-ABANDONO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO ABD-CONTA-NUM
             READ ARQ-ABANDONO RECORD KEY IS ABD-CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA SEM PROCESSO DE ABANDONO'
                   EXIT PARAGRAPH
             END-READ
             IF NOT ABD-RECOLHIDO THEN
                DISPLAY 'PROCESSO NAO ESTA NA SITUACAO RECOLHIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE ABD-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT CONTA-ATIVA THEN
                DISPLAY 'REATIVE A CONTA DORMENTE ANTES DE'
                        ' RESTITUIR O SALDO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             COMPUTE WS-ABD-VALOR-REST =
                     ABD-VALOR - ABD-VALOR-RESTITUIDO
             DISPLAY 'VALOR RECOLHIDO A RESTITUIR: '
                     WS-ABD-VALOR-REST
             DISPLAY 'CONFIRMA A RESTITUICAO? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT EQUAL TO 'S' THEN
                DISPLAY 'RESTITUICAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             ADD WS-ABD-VALOR-REST TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-ABANDONO-DEVOLVE TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-ABD-VALOR-REST TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE 'RESTITUICAO SALDO ABANDONADO' TO EXT-DETALHE
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO

             ADD WS-ABD-VALOR-REST TO ABD-VALOR-RESTITUIDO
             SET ABD-DEVOLVIDO TO TRUE
             REWRITE REG-ABANDONO

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESTITUICAO ABANDONO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'SALDO DE ' WS-ABD-VALOR-REST ' RESTITUIDO A'
                     ' CONTA ' CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE ONBOARDING: MARCA OS DOCUMENTOS
      *      DO CHECKLIST CONFORME OS PAPEIS CHEGAM E ATIVA A CONTA
      *      PENDENTE - A ATIVACAO EXIGE UM ADMIN DIFERENTE DO
      *      OPERADOR DE ABERTURA E O CHECKLIST COMPLETO
      ******************************************************************
       P5600-ATIVACAO-CONTAS.
             DISPLAY 'CHECKLIST E ATIVACAO DE CONTAS NOVAS'
             DISPLAY '1 - MARCAR DOCUMENTOS RECEBIDOS'
             DISPLAY '2 - ATIVAR UMA CONTA PENDENTE (GERENTE)'
             DISPLAY '3 - CONSULTAR O CHECKLIST DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5610-MARCAR-DOCUMENTOS
                WHEN '2'
                   PERFORM P5620-ATIVAR-CONTA
                WHEN '3'
                   PERFORM P5630-CONSULTAR-CHECKLIST
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P5610-MARCAR-DOCUMENTOS.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO DOC-CONTA-NUM
             READ ARQ-DOCONB RECORD KEY IS DOC-CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA SEM CHECKLIST DE ABERTURA'
                   EXIT PARAGRAPH
             END-READ
             IF DOC-ATIVADA THEN
                DISPLAY 'CONTA JA ATIVADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DOCUMENTO DE IDENTIDADE RECEBIDO? (S/N,'
                     ' ATUAL: ' DOC-IDENTIDADE ')'
             ACCEPT DOC-IDENTIDADE
             DISPLAY 'COMPROVANTE DE ENDERECO RECEBIDO? (S/N,'
                     ' ATUAL: ' DOC-ENDERECO ')'
             ACCEPT DOC-ENDERECO
             DISPLAY 'COMPROVANTE DE RENDA RECEBIDO E CONFERIDO'
                     ' COM A RENDA DO CADASTRO? (S/N, ATUAL: '
                     DOC-RENDA ')'
             ACCEPT DOC-RENDA
             REWRITE REG-DOCONB
             IF FS-DOCONB NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CHECKLIST, STATUS: '
                        FS-DOCONB
             ELSE
                DISPLAY 'CHECKLIST DA CONTA ' DOC-CONTA-NUM
                        ' ATUALIZADO'
                MOVE DOC-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'CHECKLIST ABERTURA' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5620-ATIVAR-CONTA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             IF NOT WS-OPERADOR-ADMIN THEN
                DISPLAY 'A ATIVACAO E RESTRITA AO GERENTE (ADMIN)'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO DOC-CONTA-NUM
             READ ARQ-DOCONB RECORD KEY IS DOC-CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA SEM CHECKLIST DE ABERTURA'
                   EXIT PARAGRAPH
             END-READ
             IF DOC-ATIVADA THEN
                DISPLAY 'CONTA JA ATIVADA'
                EXIT PARAGRAPH
             END-IF
             IF DOC-IDENTIDADE NOT EQUAL TO 'S'
                OR DOC-ENDERECO NOT EQUAL TO 'S'
                OR DOC-RENDA NOT EQUAL TO 'S' THEN
                DISPLAY 'CHECKLIST INCOMPLETO, ATIVACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF DOC-OPER-ABERTURA EQUAL TO WS-OPER-ID-LOGADO THEN
                DISPLAY 'O GERENTE QUE ATIVA PRECISA SER DIFERENTE'
                        ' DO OPERADOR DE ABERTURA, ATIVACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE DOC-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             IF NOT CONTA-PENDENTE-DOC THEN
                DISPLAY 'CONTA NAO ESTA PENDENTE DE DOCUMENTACAO'
                EXIT PARAGRAPH
             END-IF
             SET CONTA-ATIVA TO TRUE
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             MOVE WS-OPER-ID-LOGADO TO DOC-OPER-ATIVACAO
             MOVE WS-DATA-ATUAL TO DOC-DATA-ATIVACAO
             SET DOC-ATIVADA TO TRUE
             REWRITE REG-DOCONB
             DISPLAY 'CONTA ' CONTA-NUM ' ATIVADA PELO GERENTE '
                     WS-OPER-ID-LOGADO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ATIVACAO CONTA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'ABERTA POR ' DELIMITED SIZE
                    DOC-OPER-ABERTURA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P5630-CONSULTAR-CHECKLIST.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO DOC-CONTA-NUM
             READ ARQ-DOCONB RECORD KEY IS DOC-CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA SEM CHECKLIST DE ABERTURA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'CHECKLIST DA CONTA ' DOC-CONTA-NUM
                     ' (STATUS ' DOC-STATUS ')'
             DISPLAY 'IDENTIDADE: ' DOC-IDENTIDADE
                     ' ENDERECO: ' DOC-ENDERECO
                     ' RENDA: ' DOC-RENDA
             DISPLAY 'ABERTA POR ' DOC-OPER-ABERTURA ' EM '
                     DOC-DATA-ABERTURA
             IF DOC-ATIVADA THEN
                DISPLAY 'ATIVADA POR ' DOC-OPER-ATIVACAO ' EM '
                        DOC-DATA-ATIVACAO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO LIVRO DE TRANSMISSAO (ADMIN): LISTA AS
      *      REMESSAS REGISTRADAS E AVANCA O STATUS DE GERADO PARA
      *      TRANSMITIDO (ENVIO FEITO PELO OPERADOR) E PARA
      *      CONFIRMADO (ACK DO PARCEIRO)
      ******************************************************************
       P5700-TRANSMISSOES.
             DISPLAY 'LIVRO DE TRANSMISSAO DE REMESSAS'
             DISPLAY '1 - LISTAR AS REMESSAS REGISTRADAS'
             DISPLAY '2 - MARCAR UMA REMESSA COMO TRANSMITIDA'
             DISPLAY '3 - MARCAR UMA REMESSA COMO CONFIRMADA (ACK)'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5710-LISTAR-TRANSMISSOES
                WHEN '2'
                   PERFORM P5720-MARCAR-TRANSMITIDA
                WHEN '3'
                   PERFORM P5730-MARCAR-CONFIRMADA
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P5710-LISTAR-TRANSMISSOES.
             MOVE 'N' TO WS-TRS-ACHOU
             MOVE LOW-VALUES TO TRS-CHAVE
             START ARQ-TRANSCTL KEY IS NOT LESS THAN TRS-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-TRANSCTL EQUAL TO "00" THEN
                PERFORM P5715-LER-PROX-TRANSMISSAO
                PERFORM UNTIL FS-TRANSCTL NOT EQUAL TO "00"
                   MOVE 'S' TO WS-TRS-ACHOU
                   DISPLAY 'ARQUIVO: ' TRS-ARQUIVO
                           ' COMPETENCIA: ' TRS-COMPETENCIA
                           ' STATUS: ' TRS-STATUS
                   DISPLAY '   REGISTROS: ' TRS-QTDE-REG
                           ' VALOR: ' TRS-VALOR-TOTAL
                           ' HASH: ' TRS-HASH
                   PERFORM P5715-LER-PROX-TRANSMISSAO
                END-PERFORM
                MOVE "00" TO FS-TRANSCTL
             END-IF
             IF NOT TRS-ACHOU THEN
                DISPLAY 'NENHUMA REMESSA REGISTRADA'
             END-IF
       .
       P5715-LER-PROX-TRANSMISSAO.
             READ ARQ-TRANSCTL NEXT RECORD
                AT END
                   MOVE "10" TO FS-TRANSCTL
             END-READ
       .
       P5720-MARCAR-TRANSMITIDA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NOME DO ARQUIVO'
             ACCEPT WS-TRS-ARQUIVO-ENT
             DISPLAY 'DIGITE A COMPETENCIA (8 DIGITOS)'
             ACCEPT WS-TRS-COMP-ENT
             MOVE WS-TRS-ARQUIVO-ENT TO TRS-ARQUIVO
             MOVE WS-TRS-COMP-ENT TO TRS-COMPETENCIA
             READ ARQ-TRANSCTL RECORD KEY IS TRS-CHAVE
                INVALID KEY
                   DISPLAY 'REMESSA NAO ENCONTRADA NO LIVRO'
                   EXIT PARAGRAPH
             END-READ
             IF NOT TRS-GERADO THEN
                DISPLAY 'REMESSA NAO ESTA NA SITUACAO GERADO'
                EXIT PARAGRAPH
             END-IF
             SET TRS-TRANSMITIDO TO TRUE
             MOVE WS-DATA-ATUAL TO TRS-DATA-TRANSMISSAO
             REWRITE REG-TRANSCTL
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O LIVRO, STATUS: '
                        FS-TRANSCTL
             ELSE
                DISPLAY 'REMESSA MARCADA COMO TRANSMITIDA'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'REMESSA TRANSMITIDA' TO WS-AUD-ACAO
                MOVE WS-TRS-ARQUIVO-ENT TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P5730-MARCAR-CONFIRMADA.
             DISPLAY 'DIGITE O NOME DO ARQUIVO'
             ACCEPT WS-TRS-ARQUIVO-ENT
             DISPLAY 'DIGITE A COMPETENCIA (8 DIGITOS)'
             ACCEPT WS-TRS-COMP-ENT
             MOVE WS-TRS-ARQUIVO-ENT TO TRS-ARQUIVO
             MOVE WS-TRS-COMP-ENT TO TRS-COMPETENCIA
             READ ARQ-TRANSCTL RECORD KEY IS TRS-CHAVE
                INVALID KEY
                   DISPLAY 'REMESSA NAO ENCONTRADA NO LIVRO'
                   EXIT PARAGRAPH
             END-READ
             IF NOT TRS-TRANSMITIDO THEN
                DISPLAY 'SO UMA REMESSA TRANSMITIDA PODE SER'
                        ' CONFIRMADA'
                EXIT PARAGRAPH
             END-IF
             SET TRS-CONFIRMADO TO TRUE
             REWRITE REG-TRANSCTL
             IF FS-TRANSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O LIVRO, STATUS: '
                        FS-TRANSCTL
             ELSE
                DISPLAY 'REMESSA MARCADA COMO CONFIRMADA'
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'REMESSA CONFIRMADA' TO WS-AUD-ACAO
                MOVE WS-TRS-ARQUIVO-ENT TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE OBITO E ESPOLIO (ADMIN): REGISTRO
      *      DO OBITO COM BLOQUEIO DAS CONTAS E CANCELAMENTO DE
      *      CARTOES E RECORRENCIAS, REGISTRO DO ALVARA JUDICIAL COM A
      *      PARTILHA E LIBERACAO DOS VALORES AOS BENEFICIARIOS; A
      *      POSICAO DO ESPOLIO NA DATA DO OBITO SAI NO BATCH
      *      ESPOLIO-POSICAO
      ******************************************************************
       P5800-OBITO-ESPOLIO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'OBITO DE CLIENTE E ESPOLIO'
             DISPLAY '1 - REGISTRAR O OBITO DE UM CLIENTE'
             DISPLAY '2 - REGISTRAR UM ALVARA JUDICIAL'
             DISPLAY '3 - LIBERAR OS VALORES DE UM ALVARA'
             DISPLAY '4 - CONSULTAR O ESPOLIO E OS ALVARAS'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5810-REGISTRAR-OBITO
                WHEN '2'
                   PERFORM P5820-REGISTRAR-ALVARA
                WHEN '3'
                   PERFORM P5830-LIBERAR-ALVARA
                WHEN '4'
                   PERFORM P5850-CONSULTAR-ESPOLIO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA O OBITO PELO CPF E BLOQUEIA TODAS AS
      *      CONTAS EM QUE ELE E TITULAR OU COTITULAR, CANCELANDO OS
      *      CARTOES, AS TRANSFERENCIAS AGENDADAS, O DEBITO
      *      AUTOMATICO, A APLICACAO PROGRAMADA E O SWEEP
      ******************************************************************
       P5810-REGISTRAR-OBITO.
             DISPLAY 'DIGITE O CPF DO CLIENTE FALECIDO'
             ACCEPT WS-OBI-CPF
             MOVE WS-OBI-CPF TO CPF
             PERFORM P310-VALIDAR-CPF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OBI-CPF TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'OBITO JA REGISTRADO EM ' OBI-DATA-REGISTRO
                           ' (DATA DO OBITO ' OBI-DATA-OBITO ')'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P5815-MONTAR-CONTAS-ESPOLIO
             MOVE SPACES TO WS-OBI-NOME
             MOVE WS-OBI-CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CLI-NOME TO WS-OBI-NOME
             END-READ
             IF WS-OBI-NOME EQUAL TO SPACES
                AND WS-OBI-QTDE-CONTAS GREATER THAN ZEROS THEN
                MOVE WS-OBI-CONTA-TAB (1) TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CPF EQUAL TO WS-OBI-CPF THEN
                         MOVE NOME TO WS-OBI-NOME
                      END-IF
                END-READ
             END-IF
             IF WS-OBI-NOME EQUAL TO SPACES
                AND WS-OBI-QTDE-CONTAS EQUAL TO ZEROS THEN
                DISPLAY 'CPF SEM CADASTRO OU CONTA NESTE BANCO,'
                        ' OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CLIENTE: ' WS-OBI-NOME
             DISPLAY 'CONTAS VINCULADAS (TITULAR OU COTITULAR): '
                     WS-OBI-QTDE-CONTAS
             DISPLAY 'DIGITE A DATA DO OBITO (AAAAMMDD)'
             ACCEPT WS-OBI-DATA
             IF WS-OBI-DATA NOT NUMERIC
                OR WS-OBI-DATA LESS THAN 19000101
                OR WS-OBI-DATA GREATER THAN WS-DATA-ATUAL THEN
                DISPLAY 'DATA DO OBITO INVALIDA, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A MATRICULA DA CERTIDAO DE OBITO'
             ACCEPT WS-OBI-CERTIDAO
             IF WS-OBI-CERTIDAO EQUAL TO SPACES THEN
                DISPLAY 'CERTIDAO NAO INFORMADA, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA O REGISTRO DO OBITO E O BLOQUEIO DAS'
                     ' CONTAS? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT EQUAL TO 'S' THEN
                DISPLAY 'REGISTRO DE OBITO CANCELADO'
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-OBI-QTDE-BLOQ
             MOVE ZEROS TO WS-OBI-QTDE-CARTOES
             MOVE ZEROS TO WS-OBI-QTDE-RECORR
             PERFORM VARYING WS-OBI-I FROM 1 BY 1
                UNTIL WS-OBI-I > WS-OBI-QTDE-CONTAS
                MOVE WS-OBI-CONTA-TAB (WS-OBI-I) TO WS-OBI-CONTA
                PERFORM P5817-BLOQUEAR-CONTA-OBITO
             END-PERFORM

             MOVE WS-OBI-CPF          TO OBI-CPF
             MOVE WS-OBI-NOME         TO OBI-NOME
             MOVE WS-OBI-DATA         TO OBI-DATA-OBITO
             MOVE WS-OBI-CERTIDAO     TO OBI-CERTIDAO
             MOVE WS-DATA-ATUAL       TO OBI-DATA-REGISTRO
             MOVE WS-HORA-ATUAL       TO OBI-HORA-REGISTRO
             MOVE WS-OPER-ID-LOGADO   TO OBI-OPER-ID
             MOVE WS-OBI-QTDE-BLOQ    TO OBI-QTDE-CONTAS
             MOVE WS-OBI-QTDE-CARTOES TO OBI-QTDE-CARTOES
             MOVE WS-OBI-QTDE-RECORR  TO OBI-QTDE-RECORRENCIAS
             SET OBI-ESPOLIO-ABERTO   TO TRUE
             SET OBI-POSICAO-PENDENTE TO TRUE
             WRITE REG-OBITO
             IF FS-OBITO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O REGISTRO DE OBITO, STATUS: '
                        FS-OBITO
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'REGISTRO DE OBITO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    WS-OBI-CPF DELIMITED SIZE
                    ' OBITO ' DELIMITED SIZE
                    WS-OBI-DATA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'OBITO REGISTRADO. CONTAS BLOQUEADAS: '
                     WS-OBI-QTDE-BLOQ
             DISPLAY 'CARTOES CANCELADOS: ' WS-OBI-QTDE-CARTOES
                     ' RECORRENCIAS CANCELADAS: ' WS-OBI-QTDE-RECORR
             DISPLAY 'A POSICAO DO ESPOLIO SERA GERADA NA PROXIMA'
                     ' EXECUCAO DO ESPOLIO-POSICAO'
       .
      ******************************************************************
      *      FUNÇÃO QUE MONTA EM WS-OBI-TAB AS CONTAS DO ESPOLIO DE
      *      WS-OBI-CPF: AS CONTAS EM QUE ELE E O TITULAR E AS CONTAS
      *      EM QUE FIGURA COMO COTITULAR
      ******************************************************************
       P5815-MONTAR-CONTAS-ESPOLIO.
             MOVE ZEROS TO WS-OBI-QTDE-CONTAS
             MOVE WS-OBI-CPF TO CPF
             START ARQ-CONTA KEY IS EQUAL TO CPF
                INVALID KEY
                   MOVE "23" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P404-LER-PROX-CONTA-CLIENTE
             END-IF
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                OR CPF NOT EQUAL TO WS-OBI-CPF
                MOVE CONTA-NUM TO WS-OBI-CONTA
                PERFORM P5816-GUARDAR-CONTA-ESPOLIO
                PERFORM P404-LER-PROX-CONTA-CLIENTE
             END-PERFORM

             MOVE WS-OBI-CPF TO TIT-CPF
             START ARQ-TITULAR KEY IS EQUAL TO TIT-CPF
                INVALID KEY
                   MOVE "23" TO FS-TITULAR
             END-START
             IF FS-TITULAR EQUAL TO "00" THEN
                PERFORM P3905-LER-PROX-TITULAR
             END-IF
             PERFORM UNTIL FS-TITULAR NOT EQUAL TO "00"
                OR TIT-CPF NOT EQUAL TO WS-OBI-CPF
                MOVE TIT-CONTA-NUM TO WS-OBI-CONTA
                PERFORM P5816-GUARDAR-CONTA-ESPOLIO
                PERFORM P3905-LER-PROX-TITULAR
             END-PERFORM
       .
       P5816-GUARDAR-CONTA-ESPOLIO.
             MOVE 'N' TO WS-OBI-JA-LISTADA
             PERFORM VARYING WS-OBI-J FROM 1 BY 1
                UNTIL WS-OBI-J > WS-OBI-QTDE-CONTAS
                IF WS-OBI-CONTA-TAB (WS-OBI-J) EQUAL TO WS-OBI-CONTA
                   MOVE 'S' TO WS-OBI-JA-LISTADA
                END-IF
             END-PERFORM
             IF NOT OBI-JA-LISTADA
                AND WS-OBI-QTDE-CONTAS LESS THAN WS-OBI-MAX-CONTAS
                ADD 1 TO WS-OBI-QTDE-CONTAS
                MOVE WS-OBI-CONTA
                  TO WS-OBI-CONTA-TAB (WS-OBI-QTDE-CONTAS)
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE BLOQUEIA A CONTA WS-OBI-CONTA POR OBITO E
      *      CANCELA TUDO QUE MOVIMENTARIA A CONTA SOZINHO
      ******************************************************************
       P5817-BLOQUEAR-CONTA-OBITO.
             MOVE WS-OBI-CONTA TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                EXIT PARAGRAPH
             END-IF
             SET CONTA-BLOQUEADA TO TRUE
             SET BLOQUEIO-OBITO TO TRUE
             MOVE 'N' TO SWEEP-ADESAO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BLOQUEAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-OBI-QTDE-BLOQ
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'BLOQUEIO POR OBITO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    WS-OBI-CPF DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'CONTA ' CONTA-NUM ' BLOQUEADA POR OBITO'

             MOVE WS-OBI-CONTA TO CARD-CONTA-NUM
             START ARQ-CARTAO KEY IS EQUAL TO CARD-CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-CARTAO
             END-START
             IF FS-CARTAO EQUAL TO "00" THEN
                PERFORM P2345-LER-PROX-CARTAO
             END-IF
             PERFORM UNTIL FS-CARTAO NOT EQUAL TO "00"
                OR CARD-CONTA-NUM NOT EQUAL TO WS-OBI-CONTA
                IF NOT CARD-CANCELADO THEN
                   SET CARD-CANCELADO TO TRUE
                   REWRITE REG-CARTAO
                   ADD 1 TO WS-OBI-QTDE-CARTOES
                END-IF
                PERFORM P2345-LER-PROX-CARTAO
             END-PERFORM

             MOVE WS-OBI-CONTA TO DEB-CONTA-NUM
             MOVE ZEROS TO DEB-CONV-CODIGO
             START ARQ-DEBAUTO KEY IS NOT LESS THAN DEB-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-DEBAUTO
             END-START
             IF FS-DEBAUTO EQUAL TO "00" THEN
                PERFORM P2835-LER-PROX-ADESAO
             END-IF
             PERFORM UNTIL FS-DEBAUTO NOT EQUAL TO "00"
                OR DEB-CONTA-NUM NOT EQUAL TO WS-OBI-CONTA
                IF DEB-ATIVO THEN
                   SET DEB-CANCELADO TO TRUE
                   REWRITE REG-DEBAUTO
                   ADD 1 TO WS-OBI-QTDE-RECORR
                END-IF
                PERFORM P2835-LER-PROX-ADESAO
             END-PERFORM

             MOVE WS-OBI-CONTA TO APG-CONTA-NUM
             START ARQ-APLPROG KEY IS EQUAL TO APG-CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-APLPROG
             END-START
             IF FS-APLPROG EQUAL TO "00" THEN
                PERFORM P1594-LER-PROX-APLPROG
             END-IF
             PERFORM UNTIL FS-APLPROG NOT EQUAL TO "00"
                OR APG-CONTA-NUM NOT EQUAL TO WS-OBI-CONTA
                IF APG-ATIVO THEN
                   SET APG-CANCELADO TO TRUE
                   REWRITE REG-APLPROG
                   ADD 1 TO WS-OBI-QTDE-RECORR
                END-IF
                PERFORM P1594-LER-PROX-APLPROG
             END-PERFORM

             MOVE ZEROS TO AGEND-SEQ
             START ARQ-AGENDAMENTO KEY IS NOT LESS THAN AGEND-SEQ
                INVALID KEY
                   MOVE "23" TO FS-AGENDAMENTO
             END-START
             IF FS-AGENDAMENTO EQUAL TO "00" THEN
                PERFORM P3910-LER-PROX-AGENDAMENTO
             END-IF
             PERFORM UNTIL FS-AGENDAMENTO NOT EQUAL TO "00"
                IF AGEND-CONTA-ORIGEM EQUAL TO WS-OBI-CONTA
                   AND AGEND-ATIVO THEN
                   SET AGEND-INATIVO TO TRUE
                   REWRITE REG-AGENDAMENTO
                   ADD 1 TO WS-OBI-QTDE-RECORR
                END-IF
                PERFORM P3910-LER-PROX-AGENDAMENTO
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA O ALVARA JUDICIAL DO ESPOLIO COM OS
      *      BENEFICIARIOS (INVENTARIANTE E/OU HERDEIROS), O
      *      PERCENTUAL DE CADA UM NA PARTILHA (SOMANDO 100%) E A
      *      CONTA DE CREDITO NESTE BANCO
      ******************************************************************
       P5820-REGISTRAR-ALVARA.
             DISPLAY 'DIGITE O CPF DO CLIENTE FALECIDO'
             ACCEPT WS-OBI-CPF
             MOVE WS-OBI-CPF TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   DISPLAY 'NAO HA OBITO REGISTRADO PARA ESTE CPF'
                   EXIT PARAGRAPH
             END-READ
             IF OBI-ESPOLIO-LIQUIDADO THEN
                DISPLAY 'ESPOLIO JA LIQUIDADO, NADA A LIBERAR'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NUMERO DO PROCESSO DO ALVARA'
             ACCEPT WS-ALV-PROCESSO
             IF WS-ALV-PROCESSO EQUAL TO SPACES THEN
                DISPLAY 'PROCESSO NAO INFORMADO, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OBI-CPF      TO ALV-CPF-FALECIDO
             MOVE WS-ALV-PROCESSO TO ALV-PROCESSO
             MOVE ZEROS           TO ALV-SEQ
             START ARQ-ALVARA KEY IS NOT LESS THAN ALV-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-ALVARA
             END-START
             IF FS-ALVARA EQUAL TO "00" THEN
                PERFORM P5855-LER-PROX-ALVARA
                IF FS-ALVARA EQUAL TO "00"
                   AND ALV-CPF-FALECIDO EQUAL TO WS-OBI-CPF
                   AND ALV-PROCESSO EQUAL TO WS-ALV-PROCESSO THEN
                   DISPLAY 'ALVARA JA REGISTRADO PARA ESTE PROCESSO'
                   EXIT PARAGRAPH
                END-IF
             END-IF
             DISPLAY 'DIGITE O VALOR AUTORIZADO PELO ALVARA (ZERO ='
                     ' TODO O SALDO DO ESPOLIO)'
             ACCEPT WS-ALV-VALOR-AUT

             MOVE ZEROS TO WS-ALV-QTDE
             MOVE ZEROS TO WS-ALV-SOMA-PERC
             MOVE 'S' TO WS-ALV-CONFIRMA
             PERFORM UNTIL WS-ALV-SOMA-PERC NOT LESS THAN 100
                OR WS-ALV-QTDE NOT LESS THAN WS-ALV-MAX-BENEF
                OR ALV-CAPTURA-CANCELADA
                PERFORM P5825-CAPTURAR-BENEFICIARIO
             END-PERFORM
             IF ALV-CAPTURA-CANCELADA THEN
                DISPLAY 'REGISTRO DO ALVARA CANCELADO'
                EXIT PARAGRAPH
             END-IF
             IF WS-ALV-SOMA-PERC NOT EQUAL TO 100 THEN
                DISPLAY 'A PARTILHA SOMA ' WS-ALV-SOMA-PERC
                        '%, DIFERENTE DE 100%, ALVARA NAO REGISTRADO'
                EXIT PARAGRAPH
             END-IF

             PERFORM VARYING WS-ALV-SEQ FROM 1 BY 1
                UNTIL WS-ALV-SEQ > WS-ALV-QTDE
                MOVE WS-OBI-CPF        TO ALV-CPF-FALECIDO
                MOVE WS-ALV-PROCESSO   TO ALV-PROCESSO
                MOVE WS-ALV-SEQ        TO ALV-SEQ
                MOVE WS-ALV-T-CPF (WS-ALV-SEQ)   TO ALV-BENEF-CPF
                MOVE WS-ALV-T-NOME (WS-ALV-SEQ)  TO ALV-BENEF-NOME
                MOVE WS-ALV-T-PAPEL (WS-ALV-SEQ) TO ALV-PAPEL
                MOVE WS-ALV-T-PERC (WS-ALV-SEQ)  TO ALV-PERCENTUAL
                MOVE WS-ALV-T-CONTA (WS-ALV-SEQ) TO ALV-CONTA-CREDITO
                MOVE WS-ALV-VALOR-AUT  TO ALV-VALOR-AUTORIZADO
                MOVE WS-DATA-ATUAL     TO ALV-DATA-REGISTRO
                MOVE WS-OPER-ID-LOGADO TO ALV-OPER-ID
                SET ALV-REGISTRADO     TO TRUE
                MOVE ZEROS             TO ALV-VALOR-LIBERADO
                MOVE ZEROS             TO ALV-DATA-LIBERACAO
                WRITE REG-ALVARA
                IF FS-ALVARA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO GRAVAR O BENEFICIARIO '
                           WS-ALV-SEQ ', STATUS: ' FS-ALVARA
                END-IF
             END-PERFORM

             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'REGISTRO DE ALVARA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PROC ' DELIMITED SIZE
                    WS-ALV-PROCESSO DELIMITED SIZE
                    ' CPF ' DELIMITED SIZE
                    WS-OBI-CPF DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'ALVARA REGISTRADO COM ' WS-ALV-QTDE
                     ' BENEFICIARIO(S)'
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA UM BENEFICIARIO DO ALVARA; A CONTA DE
      *      CREDITO PRECISA ESTAR ATIVA, EM REAIS E SER DO PROPRIO
      *      BENEFICIARIO
      ******************************************************************
       P5825-CAPTURAR-BENEFICIARIO.
             DISPLAY 'PARTILHA INFORMADA ATE AGORA: ' WS-ALV-SOMA-PERC
                     '%'
             DISPLAY 'DIGITE O CPF DO BENEFICIARIO (ZERO PARA'
                     ' CANCELAR)'
             ACCEPT WS-CLI-CPF-ENTRADA
             IF WS-CLI-CPF-ENTRADA EQUAL TO ZEROS THEN
                MOVE 'N' TO WS-ALV-CONFIRMA
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CLI-CPF-ENTRADA TO CPF
             PERFORM P310-VALIDAR-CPF
             IF NOT CPF-VALIDO
                OR WS-CLI-CPF-ENTRADA EQUAL TO WS-OBI-CPF THEN
                DISPLAY 'CPF DE BENEFICIARIO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-ALV-QTDE
             MOVE WS-CLI-CPF-ENTRADA TO WS-ALV-T-CPF (WS-ALV-QTDE)
             DISPLAY 'DIGITE O NOME DO BENEFICIARIO'
             ACCEPT WS-ALV-T-NOME (WS-ALV-QTDE)
             DISPLAY 'PAPEL NO ALVARA: I - INVENTARIANTE, H - HERDEIRO'
             ACCEPT WS-ALV-T-PAPEL (WS-ALV-QTDE)
             IF WS-ALV-T-PAPEL (WS-ALV-QTDE) NOT EQUAL TO 'I'
                AND WS-ALV-T-PAPEL (WS-ALV-QTDE) NOT EQUAL TO 'H' THEN
                DISPLAY 'PAPEL INVALIDO, BENEFICIARIO DESCARTADO'
                SUBTRACT 1 FROM WS-ALV-QTDE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O PERCENTUAL DA PARTILHA (EX: 50,00)'
             ACCEPT WS-ALV-PERC-ENT
             IF WS-ALV-PERC-ENT EQUAL TO ZEROS
                OR WS-ALV-SOMA-PERC + WS-ALV-PERC-ENT GREATER THAN 100
                DISPLAY 'PERCENTUAL INVALIDO OU ACIMA DO SALDO DA'
                        ' PARTILHA, BENEFICIARIO DESCARTADO'
                SUBTRACT 1 FROM WS-ALV-QTDE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O ID DA CONTA DE CREDITO DO BENEFICIARIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA, BENEFICIARIO'
                           ' DESCARTADO'
                   SUBTRACT 1 FROM WS-ALV-QTDE
                   EXIT PARAGRAPH
             END-READ
             IF NOT CONTA-ATIVA OR NOT MOEDA-REAL
                OR CPF NOT EQUAL TO WS-CLI-CPF-ENTRADA THEN
                DISPLAY 'A CONTA PRECISA ESTAR ATIVA, EM REAIS E EM'
                        ' NOME DO BENEFICIARIO, BENEFICIARIO'
                        ' DESCARTADO'
                SUBTRACT 1 FROM WS-ALV-QTDE
                EXIT PARAGRAPH
             END-IF
             MOVE WS-ALV-PERC-ENT TO WS-ALV-T-PERC (WS-ALV-QTDE)
             MOVE CONTA-NUM TO WS-ALV-T-CONTA (WS-ALV-QTDE)
             ADD WS-ALV-PERC-ENT TO WS-ALV-SOMA-PERC
       .
      ******************************************************************
      *      FUNÇÃO QUE LIBERA OS VALORES DE UM ALVARA: O SALDO
      *      DISPONIVEL DAS CONTAS BLOQUEADAS POR OBITO (LIMITADO AO
      *      VALOR AUTORIZADO) E REPARTIDO PELOS PERCENTUAIS DA
      *      PARTILHA E TRANSFERIDO PARA A CONTA DE CADA BENEFICIARIO
      ******************************************************************
       P5830-LIBERAR-ALVARA.
             DISPLAY 'DIGITE O CPF DO CLIENTE FALECIDO'
             ACCEPT WS-OBI-CPF
             MOVE WS-OBI-CPF TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   DISPLAY 'NAO HA OBITO REGISTRADO PARA ESTE CPF'
                   EXIT PARAGRAPH
             END-READ
             IF OBI-ESPOLIO-LIQUIDADO THEN
                DISPLAY 'ESPOLIO JA LIQUIDADO, NADA A LIBERAR'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NUMERO DO PROCESSO DO ALVARA'
             ACCEPT WS-ALV-PROCESSO

             MOVE ZEROS TO WS-ALV-PENDENTES
             MOVE ZEROS TO WS-ALV-ULT-SEQ
             MOVE ZEROS TO WS-ALV-VALOR-AUT
             MOVE WS-OBI-CPF      TO ALV-CPF-FALECIDO
             MOVE WS-ALV-PROCESSO TO ALV-PROCESSO
             MOVE ZEROS           TO ALV-SEQ
             START ARQ-ALVARA KEY IS NOT LESS THAN ALV-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-ALVARA
             END-START
             IF FS-ALVARA EQUAL TO "00" THEN
                PERFORM P5855-LER-PROX-ALVARA
             END-IF
             PERFORM UNTIL FS-ALVARA NOT EQUAL TO "00"
                OR ALV-CPF-FALECIDO NOT EQUAL TO WS-OBI-CPF
                OR ALV-PROCESSO NOT EQUAL TO WS-ALV-PROCESSO
                IF ALV-REGISTRADO THEN
                   ADD 1 TO WS-ALV-PENDENTES
                   MOVE ALV-SEQ TO WS-ALV-ULT-SEQ
                   MOVE ALV-VALOR-AUTORIZADO TO WS-ALV-VALOR-AUT
                   DISPLAY 'BENEFICIARIO ' ALV-SEQ ': ' ALV-BENEF-NOME
                           ' ' ALV-PERCENTUAL '% CONTA '
                           ALV-CONTA-CREDITO
                END-IF
                PERFORM P5855-LER-PROX-ALVARA
             END-PERFORM
             IF WS-ALV-PENDENTES EQUAL TO ZEROS THEN
                DISPLAY 'ALVARA NAO ENCONTRADO OU JA LIBERADO'
                EXIT PARAGRAPH
             END-IF

             PERFORM P5815-MONTAR-CONTAS-ESPOLIO
             PERFORM P5835-APURAR-DISPONIVEL
             IF WS-ALV-DISPONIVEL NOT GREATER THAN ZEROS THEN
                DISPLAY 'ESPOLIO SEM SALDO DISPONIVEL PARA LIBERACAO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-ALV-DISPONIVEL TO WS-ALV-BASE
             IF WS-ALV-VALOR-AUT GREATER THAN ZEROS
                AND WS-ALV-VALOR-AUT LESS THAN WS-ALV-DISPONIVEL
                MOVE WS-ALV-VALOR-AUT TO WS-ALV-BASE
             END-IF
             DISPLAY 'SALDO DISPONIVEL DO ESPOLIO: ' WS-ALV-DISPONIVEL
             DISPLAY 'VALOR A PARTILHAR NESTE ALVARA: ' WS-ALV-BASE
             DISPLAY 'CONFIRMA A LIBERACAO AOS BENEFICIARIOS? (S/N)'
             ACCEPT WS-OPCAO-ALFA1
             IF WS-OPCAO-ALFA1 NOT EQUAL TO 'S' THEN
                DISPLAY 'LIBERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-ALV-DISTRIBUIDO
             MOVE ZEROS TO WS-ALV-PROCESSADOS
             PERFORM VARYING WS-ALV-SEQ FROM 1 BY 1
                UNTIL WS-ALV-SEQ > WS-ALV-ULT-SEQ
                MOVE WS-OBI-CPF      TO ALV-CPF-FALECIDO
                MOVE WS-ALV-PROCESSO TO ALV-PROCESSO
                MOVE WS-ALV-SEQ      TO ALV-SEQ
                READ ARQ-ALVARA RECORD KEY IS ALV-CHAVE
                   INVALID KEY
                      MOVE "23" TO FS-ALVARA
                END-READ
                IF FS-ALVARA EQUAL TO "00" AND ALV-REGISTRADO THEN
                   ADD 1 TO WS-ALV-PROCESSADOS
                   IF WS-ALV-PROCESSADOS EQUAL TO WS-ALV-PENDENTES
                      COMPUTE WS-ALV-COTA =
                              WS-ALV-BASE - WS-ALV-DISTRIBUIDO
                   ELSE
                      COMPUTE WS-ALV-COTA ROUNDED =
                              WS-ALV-BASE * ALV-PERCENTUAL / 100
                   END-IF
                   ADD WS-ALV-COTA TO WS-ALV-DISTRIBUIDO
                   PERFORM P5840-CREDITAR-BENEFICIARIO
                END-IF
             END-PERFORM

             PERFORM P5835-APURAR-DISPONIVEL
             IF WS-ALV-DISPONIVEL NOT GREATER THAN ZEROS THEN
                MOVE WS-OBI-CPF TO OBI-CPF
                READ ARQ-OBITO RECORD KEY IS OBI-CPF
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET OBI-ESPOLIO-LIQUIDADO TO TRUE
                      REWRITE REG-OBITO
                      DISPLAY 'SALDO DO ESPOLIO TOTALMENTE LIBERADO,'
                              ' ESPOLIO LIQUIDADO'
                END-READ
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA EM WS-ALV-DISPONIVEL O SALDO LIVRE (SALDO
      *      MENOS VALOR RETIDO) DAS CONTAS EM REAIS BLOQUEADAS POR
      *      OBITO EM WS-OBI-TAB
      ******************************************************************
       P5835-APURAR-DISPONIVEL.
             MOVE ZEROS TO WS-ALV-DISPONIVEL
             PERFORM VARYING WS-OBI-I FROM 1 BY 1
                UNTIL WS-OBI-I > WS-OBI-QTDE-CONTAS
                MOVE WS-OBI-CONTA-TAB (WS-OBI-I) TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CONTA-BLOQUEADA AND BLOQUEIO-OBITO
                         AND MOEDA-REAL
                         AND SALDO - VALOR-RETIDO GREATER THAN ZEROS
                         COMPUTE WS-ALV-DISPONIVEL = WS-ALV-DISPONIVEL
                                 + SALDO - VALOR-RETIDO
                      END-IF
                END-READ
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE WS-ALV-COTA DAS CONTAS DO ESPOLIO
      *      PARA A CONTA DO BENEFICIARIO EM REG-ALVARA, CONTA A CONTA
      *      ATE COMPLETAR A COTA, E BAIXA O BENEFICIARIO COMO LIBERADO
      ******************************************************************
       P5840-CREDITAR-BENEFICIARIO.
             MOVE ALV-CONTA-CREDITO TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DE CREDITO ' ALV-CONTA-CREDITO
                           ' NAO ENCONTRADA, COTA DE ' ALV-BENEF-NOME
                           ' NAO LIBERADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT CONTA-ATIVA OR NOT MOEDA-REAL THEN
                DISPLAY 'CONTA DE CREDITO ' ALV-CONTA-CREDITO
                        ' NAO ESTA ATIVA EM REAIS, COTA DE '
                        ALV-BENEF-NOME ' NAO LIBERADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                DISPLAY 'COTA DE ' ALV-BENEF-NOME ' NAO LIBERADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1

             MOVE WS-ALV-COTA TO WS-ALV-RESTANTE
             MOVE ZEROS TO WS-ALV-LIBERADO
             PERFORM VARYING WS-OBI-I FROM 1 BY 1
                UNTIL WS-OBI-I > WS-OBI-QTDE-CONTAS
                OR WS-ALV-RESTANTE NOT GREATER THAN ZEROS
                MOVE WS-OBI-CONTA-TAB (WS-OBI-I) TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      MOVE ZEROS TO WS-ALV-DISP-CONTA
                   NOT INVALID KEY
                      MOVE ZEROS TO WS-ALV-DISP-CONTA
                      IF CONTA-BLOQUEADA AND BLOQUEIO-OBITO
                         AND MOEDA-REAL
                         AND SALDO - VALOR-RETIDO GREATER THAN ZEROS
                         COMPUTE WS-ALV-DISP-CONTA =
                                 SALDO - VALOR-RETIDO
                      END-IF
                END-READ
                IF WS-ALV-DISP-CONTA GREATER THAN ZEROS THEN
                   IF WS-ALV-DISP-CONTA GREATER THAN WS-ALV-RESTANTE
                      MOVE WS-ALV-RESTANTE TO WS-ALV-PARCELA
                   ELSE
                      MOVE WS-ALV-DISP-CONTA TO WS-ALV-PARCELA
                   END-IF
                   PERFORM P5845-TRANSFERIR-PARCELA
                END-IF
             END-PERFORM

             MOVE WS-OBI-CPF      TO ALV-CPF-FALECIDO
             MOVE WS-ALV-PROCESSO TO ALV-PROCESSO
             MOVE WS-ALV-SEQ      TO ALV-SEQ
             READ ARQ-ALVARA RECORD KEY IS ALV-CHAVE
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             SET ALV-LIBERADO TO TRUE
             MOVE WS-ALV-LIBERADO TO ALV-VALOR-LIBERADO
             MOVE WS-DATA-ATUAL   TO ALV-DATA-LIBERACAO
             REWRITE REG-ALVARA

             MOVE ALV-CONTA-CREDITO TO WS-AUD-CONTA-NUM
             MOVE 'LIBERACAO ALVARA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PROC ' DELIMITED SIZE
                    WS-ALV-PROCESSO DELIMITED SIZE
                    ' BENEF ' DELIMITED SIZE
                    WS-ALV-SEQ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'LIBERADO ' WS-ALV-LIBERADO ' A ' ALV-BENEF-NOME
                     ' NA CONTA ' ALV-CONTA-CREDITO
             PERFORM P296-LIBERAR-TRAVAS
       .
      ******************************************************************
      *      FUNÇÃO QUE DEBITA WS-ALV-PARCELA DA CONTA DO ESPOLIO EM
      *      REG-CONTA E CREDITA NA CONTA DO BENEFICIARIO, COM O PAR
      *      DE MOVIMENTOS TD/TC NO EXTRATO
      ******************************************************************
       P5845-TRANSFERIR-PARCELA.
             SUBTRACT WS-ALV-PARCELA FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO DEBITAR A CONTA DO ESPOLIO '
                        CONTA-NUM ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM       TO WS-OBI-CONTA
             MOVE ULT-SEQ-EXTRATO TO WS-ALV-ORIGEM-SEQ
             MOVE SALDO           TO WS-ALV-ORIGEM-SALDO

             MOVE ALV-CONTA-CREDITO TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DE CREDITO ' ALV-CONTA-CREDITO
                           ' NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             ADD WS-ALV-PARCELA TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CREDITAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             SUBTRACT WS-ALV-PARCELA FROM WS-ALV-RESTANTE
             ADD WS-ALV-PARCELA TO WS-ALV-LIBERADO

             MOVE WS-OBI-CONTA      TO EXT-CONTA-NUM
             MOVE WS-ALV-ORIGEM-SEQ TO EXT-SEQUENCIA
             SET EXT-TRANSF-DEBITO  TO TRUE
             MOVE WS-DATA-ATUAL     TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL  TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL     TO EXT-HORA-MOV
             MOVE WS-ALV-PARCELA    TO EXT-VALOR
             MOVE WS-ALV-ORIGEM-SALDO TO EXT-SALDO-APOS
             MOVE CONTA-NUM         TO EXT-CONTA-CONTRA
             MOVE SPACES            TO EXT-DETALHE
             STRING 'ALVARA ' DELIMITED SIZE
                    WS-ALV-PROCESSO DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL     TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR EXTRATO DO ESPOLIO,'
                        ' STATUS: ' FS-EXTRATO
             END-IF

             MOVE CONTA-NUM         TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO   TO EXT-SEQUENCIA
             SET EXT-TRANSF-CREDITO TO TRUE
             MOVE SALDO             TO EXT-SALDO-APOS
             MOVE WS-OBI-CONTA      TO EXT-CONTA-CONTRA
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR EXTRATO DO BENEFICIARIO,'
                        ' STATUS: ' FS-EXTRATO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA O REGISTRO DE OBITO, O SALDO AINDA
      *      DISPONIVEL E OS ALVARAS DO ESPOLIO
      ******************************************************************
       P5850-CONSULTAR-ESPOLIO.
             DISPLAY 'DIGITE O CPF DO CLIENTE FALECIDO'
             ACCEPT WS-OBI-CPF
             MOVE WS-OBI-CPF TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   DISPLAY 'NAO HA OBITO REGISTRADO PARA ESTE CPF'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'FALECIDO: ' OBI-NOME ' CPF ' OBI-CPF
             DISPLAY 'DATA DO OBITO: ' OBI-DATA-OBITO
                     ' CERTIDAO: ' OBI-CERTIDAO
             DISPLAY 'REGISTRADO EM ' OBI-DATA-REGISTRO ' POR '
                     OBI-OPER-ID
             DISPLAY 'CONTAS BLOQUEADAS: ' OBI-QTDE-CONTAS
                     ' CARTOES CANCELADOS: ' OBI-QTDE-CARTOES
                     ' RECORRENCIAS CANCELADAS: '
                     OBI-QTDE-RECORRENCIAS
             IF OBI-ESPOLIO-LIQUIDADO THEN
                DISPLAY 'SITUACAO: ESPOLIO LIQUIDADO'
             ELSE
                DISPLAY 'SITUACAO: ESPOLIO EM ABERTO'
             END-IF
             PERFORM P5815-MONTAR-CONTAS-ESPOLIO
             PERFORM P5835-APURAR-DISPONIVEL
             DISPLAY 'SALDO DISPONIVEL PARA ALVARA: '
                     WS-ALV-DISPONIVEL
             MOVE WS-OBI-CPF TO ALV-CPF-FALECIDO
             MOVE SPACES     TO ALV-PROCESSO
             MOVE ZEROS      TO ALV-SEQ
             START ARQ-ALVARA KEY IS NOT LESS THAN ALV-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-ALVARA
             END-START
             IF FS-ALVARA EQUAL TO "00" THEN
                PERFORM P5855-LER-PROX-ALVARA
             END-IF
             IF FS-ALVARA NOT EQUAL TO "00"
                OR ALV-CPF-FALECIDO NOT EQUAL TO WS-OBI-CPF THEN
                DISPLAY 'NENHUM ALVARA REGISTRADO'
             END-IF
             PERFORM UNTIL FS-ALVARA NOT EQUAL TO "00"
                OR ALV-CPF-FALECIDO NOT EQUAL TO WS-OBI-CPF
                DISPLAY 'PROC ' ALV-PROCESSO ' ' ALV-SEQ ' '
                        ALV-PAPEL ' ' ALV-BENEF-NOME ' '
                        ALV-PERCENTUAL '% CONTA ' ALV-CONTA-CREDITO
                        ' SIT ' ALV-STATUS ' LIBERADO '
                        ALV-VALOR-LIBERADO
                PERFORM P5855-LER-PROX-ALVARA
             END-PERFORM
       .
       P5855-LER-PROX-ALVARA.
             READ ARQ-ALVARA NEXT RECORD
                AT END
                   MOVE "10" TO FS-ALVARA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE CLIENTES PESSOA JURIDICA (ADMIN):
      *      CADASTRO DA EMPRESA PELO CNPJ, INCLUSAO E REVOGACAO DOS
      *      REPRESENTANTES QUE ASSINAM PELAS CONTAS PJ E CONSULTA;
      *      A ABERTURA DA CONTA PJ E FEITA NA OPCAO 01
      ******************************************************************
       P5900-PESSOA-JURIDICA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'CLIENTES PESSOA JURIDICA'
             DISPLAY '1 - INCLUIR OU ATUALIZAR UMA EMPRESA (CNPJ)'
             DISPLAY '2 - INCLUIR UM REPRESENTANTE'
             DISPLAY '3 - REVOGAR UM REPRESENTANTE'
             DISPLAY '4 - CONSULTAR EMPRESA, REPRESENTANTES E CONTAS'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P5920-MANTER-EMPRESA
                WHEN '2'
                   PERFORM P5915-LER-CNPJ-CADASTRADO
                   IF EMPRESA-PJ-OK THEN
                      PERFORM P5940-INCLUIR-REPRESENTANTE
                   END-IF
                WHEN '3'
                   PERFORM P5945-REVOGAR-REPRESENTANTE
                WHEN '4'
                   PERFORM P5950-CONSULTAR-EMPRESA
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA OS DOIS DIGITOS VERIFICADORES DO CNPJ
      *      EM WS-PJ-CNPJ (MODULO 11 COM PESOS DE 2 A 9 DA DIREITA
      *      PARA A ESQUERDA), RECUSANDO TAMBEM OS DIGITOS REPETIDOS
      ******************************************************************
       P5910-VALIDAR-CNPJ.
             MOVE 'N' TO WS-CNPJ-VALIDO
             MOVE WS-PJ-CNPJ TO WS-CNPJ-NUM

             MOVE 'S' TO WS-CNPJ-REPETIDO
             PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 14
                IF WS-CNPJ-DIG (WS-I) NOT EQUAL TO WS-CNPJ-DIG (1) THEN
                   MOVE 'N' TO WS-CNPJ-REPETIDO
                END-IF
             END-PERFORM

             IF CNPJ-REPETIDO THEN
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-CNPJ-SOMA
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
                IF WS-I < 5 THEN
                   COMPUTE WS-CNPJ-PESO = 6 - WS-I
                ELSE
                   COMPUTE WS-CNPJ-PESO = 14 - WS-I
                END-IF
                COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA
                      + WS-CNPJ-DIG (WS-I) * WS-CNPJ-PESO
             END-PERFORM
             DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CPF-QUOC
                   REMAINDER WS-CPF-RESTO
             IF WS-CPF-RESTO < 2 THEN
                MOVE 0 TO WS-CPF-DV1
             ELSE
                COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
             END-IF

             IF WS-CPF-DV1 NOT EQUAL TO WS-CNPJ-DIG (13) THEN
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-CNPJ-SOMA
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
                IF WS-I < 6 THEN
                   COMPUTE WS-CNPJ-PESO = 7 - WS-I
                ELSE
                   COMPUTE WS-CNPJ-PESO = 15 - WS-I
                END-IF
                COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA
                      + WS-CNPJ-DIG (WS-I) * WS-CNPJ-PESO
             END-PERFORM
             DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CPF-QUOC
                   REMAINDER WS-CPF-RESTO
             IF WS-CPF-RESTO < 2 THEN
                MOVE 0 TO WS-CPF-DV2
             ELSE
                COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
             END-IF

             IF WS-CPF-DV2 EQUAL TO WS-CNPJ-DIG (14) THEN
                MOVE 'S' TO WS-CNPJ-VALIDO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE PEDE O CNPJ, VALIDA OS DIGITOS E DEVOLVE EM
      *      WS-PJ-CNPJ E REG-EMPRESA A EMPRESA JA CADASTRADA
      ******************************************************************
       P5915-LER-CNPJ-CADASTRADO.
             MOVE 'N' TO WS-PJ-EMPRESA-OK
             PERFORM P5916-CAPTURAR-CNPJ
             IF NOT CNPJ-VALIDO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CNPJ TO EPJ-CNPJ
             READ ARQ-EMPRESA RECORD KEY IS EPJ-CNPJ
                INVALID KEY
                   DISPLAY 'CNPJ SEM CADASTRO DE EMPRESA, INCLUA-O'
                           ' PRIMEIRO (OPCAO 66)'
                NOT INVALID KEY
                   MOVE 'S' TO WS-PJ-EMPRESA-OK
                   DISPLAY 'EMPRESA: ' EPJ-RAZAO-SOCIAL
             END-READ
       .
       P5916-CAPTURAR-CNPJ.
             MOVE 'N' TO WS-CNPJ-VALIDO
             DISPLAY 'DIGITE O CNPJ DA EMPRESA (EXATAMENTE 14'
                     ' DIGITOS)'
             MOVE SPACES TO WS-PJ-CNPJ-ENTRADA
             ACCEPT WS-PJ-CNPJ-ENTRADA
             IF WS-PJ-CNPJ-ENTRADA NOT NUMERIC THEN
                DISPLAY 'CNPJ DEVE CONTER EXATAMENTE 14 DIGITOS'
                        ' NUMERICOS, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CNPJ-ENTRADA TO WS-PJ-CNPJ
             PERFORM P5910-VALIDAR-CNPJ
             IF NOT CNPJ-VALIDO THEN
                DISPLAY 'CNPJ INVALIDO, VERIFIQUE OS DIGITOS'
                        ' DIGITADOS, OPERACAO CANCELADA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI OU ATUALIZA O CADASTRO DA EMPRESA
      ******************************************************************
       P5920-MANTER-EMPRESA.
             PERFORM P5916-CAPTURAR-CNPJ
             IF NOT CNPJ-VALIDO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CNPJ TO EPJ-CNPJ
             READ ARQ-EMPRESA RECORD KEY IS EPJ-CNPJ
                INVALID KEY
                   DISPLAY 'EMPRESA NOVA, CAPTURANDO OS DADOS'
                   INITIALIZE REG-EMPRESA
                   MOVE WS-PJ-CNPJ TO EPJ-CNPJ
                   PERFORM P5925-CAPTURAR-DADOS-EMPRESA
                   IF EMPRESA-PJ-OK THEN
                      MOVE WS-DATA-ATUAL TO EPJ-DATA-CADASTRO
                      MOVE WS-DATA-ATUAL TO EPJ-DATA-ATUALIZACAO
                      WRITE REG-EMPRESA
                      IF FS-EMPRESA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO GRAVAR A EMPRESA,'
                                 ' STATUS: ' FS-EMPRESA
                         MOVE 'N' TO WS-PJ-EMPRESA-OK
                      ELSE
                         DISPLAY 'EMPRESA INCLUIDA COM SUCESSO'
                      END-IF
                   END-IF
                NOT INVALID KEY
                   DISPLAY 'EMPRESA JA CADASTRADA, ATUALIZANDO OS'
                           ' DADOS DE ' EPJ-RAZAO-SOCIAL
                   PERFORM P5925-CAPTURAR-DADOS-EMPRESA
                   IF EMPRESA-PJ-OK THEN
                      MOVE WS-DATA-ATUAL TO EPJ-DATA-ATUALIZACAO
                      REWRITE REG-EMPRESA
                      IF FS-EMPRESA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO ATUALIZAR A EMPRESA,'
                                 ' STATUS: ' FS-EMPRESA
                         MOVE 'N' TO WS-PJ-EMPRESA-OK
                      ELSE
                         DISPLAY 'EMPRESA ATUALIZADA COM SUCESSO'
                      END-IF
                   END-IF
             END-READ
             IF EMPRESA-PJ-OK THEN
                MOVE ZEROS TO WS-AUD-CONTA-NUM
                MOVE 'MANUT CADASTRO PJ' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CNPJ ' DELIMITED SIZE
                       EPJ-CNPJ DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA OS DADOS CADASTRAIS DA EMPRESA EM
      *      REG-EMPRESA, COM A TRIAGEM DA RAZAO SOCIAL NA WATCHLIST;
      *      DEVOLVE WS-PJ-EMPRESA-OK
      ******************************************************************
       P5925-CAPTURAR-DADOS-EMPRESA.
             MOVE 'N' TO WS-PJ-EMPRESA-OK
             DISPLAY 'DIGITE A RAZAO SOCIAL'
             ACCEPT EPJ-RAZAO-SOCIAL
             IF EPJ-RAZAO-SOCIAL EQUAL TO SPACES THEN
                DISPLAY 'RAZAO SOCIAL OBRIGATORIA, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-TRIA-CPF
             MOVE EPJ-RAZAO-SOCIAL TO WS-TRIA-NOME
             MOVE 'CAPTURA KYC PJ' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             IF TRIAGEM-COM-HIT THEN
                DISPLAY 'CADASTRO DA EMPRESA SUSPENSO ATE A ANALISE'
                        ' DA PENDENCIA DE WATCHLIST'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NOME FANTASIA'
             ACCEPT EPJ-NOME-FANTASIA
             DISPLAY 'DIGITE A DATA DE ABERTURA DA EMPRESA (AAAAMMDD)'
             ACCEPT EPJ-DATA-ABERTURA
             IF EPJ-DATA-ABERTURA NOT NUMERIC
                OR EPJ-DATA-ABERTURA LESS THAN 18000101
                OR EPJ-DATA-ABERTURA GREATER THAN WS-DATA-ATUAL THEN
                DISPLAY 'DATA DE ABERTURA INVALIDA, OPERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'NATUREZA JURIDICA (CODIGO DA RECEITA):'
             DISPLAY '2046 - SOCIEDADE ANONIMA ABERTA'
             DISPLAY '2054 - SOCIEDADE ANONIMA FECHADA'
             DISPLAY '2062 - SOCIEDADE EMPRESARIA LIMITADA'
             DISPLAY '2135 - EMPRESARIO INDIVIDUAL'
             DISPLAY '2143 - COOPERATIVA'
             DISPLAY '2240 - SOCIEDADE LIMITADA UNIPESSOAL'
             DISPLAY '3999 - ASSOCIACAO PRIVADA'
             ACCEPT EPJ-NATUREZA-JURIDICA
             IF NOT EPJ-NATUREZA-VALIDA THEN
                DISPLAY 'NATUREZA JURIDICA NAO ATENDIDA, OPERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O ENDERECO (LOGRADOURO E NUMERO)'
             ACCEPT EPJ-ENDERECO
             DISPLAY 'DIGITE A CIDADE'
             ACCEPT EPJ-CIDADE
             DISPLAY 'DIGITE A UF (2 LETRAS)'
             ACCEPT EPJ-UF
             DISPLAY 'DIGITE O CEP (8 DIGITOS)'
             ACCEPT EPJ-CEP
             DISPLAY 'DIGITE O TELEFONE'
             ACCEPT EPJ-TELEFONE
             DISPLAY 'DIGITE O EMAIL'
             ACCEPT EPJ-EMAIL
             DISPLAY 'DIGITE O FATURAMENTO MENSAL'
             ACCEPT EPJ-FATURAMENTO-MENSAL
             DISPLAY 'VALOR ACIMA DO QUAL AS MOVIMENTACOES EXIGEM'
                     ' ASSINATURA CONJUNTA DE DOIS REPRESENTANTES'
             DISPLAY '(0 PARA O PADRAO DO BANCO: '
                     WS-PJ-LIMITE-ASSIN-PADRAO ')'
             ACCEPT EPJ-LIMITE-ASSIN-ISOLADA
             IF EPJ-LIMITE-ASSIN-ISOLADA EQUAL TO ZEROS THEN
                MOVE WS-PJ-LIMITE-ASSIN-PADRAO
                  TO EPJ-LIMITE-ASSIN-ISOLADA
             END-IF
             MOVE 'S' TO WS-PJ-EMPRESA-OK
       .
      ******************************************************************
      *      FUNÇÃO CHAMADA NA ABERTURA DE CONTA PJ (P300-CRIAR): PEDE
      *      O CNPJ, CAPTURA O CADASTRO DA EMPRESA SE FOR NOVA E EXIGE
      *      AO MENOS UM REPRESENTANTE ATIVO, OFERECENDO A INCLUSAO
      ******************************************************************
       P5930-IDENTIFICAR-EMPRESA-PJ.
             MOVE 'N' TO WS-PJ-EMPRESA-OK
             PERFORM P5916-CAPTURAR-CNPJ
             IF NOT CNPJ-VALIDO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CNPJ TO EPJ-CNPJ
             READ ARQ-EMPRESA RECORD KEY IS EPJ-CNPJ
                INVALID KEY
                   DISPLAY 'CNPJ SEM CADASTRO DE EMPRESA, CAPTURA'
                           ' OBRIGATORIA DOS DADOS CADASTRAIS'
                   INITIALIZE REG-EMPRESA
                   MOVE WS-PJ-CNPJ TO EPJ-CNPJ
                   PERFORM P5925-CAPTURAR-DADOS-EMPRESA
                   IF EMPRESA-PJ-OK THEN
                      MOVE WS-DATA-ATUAL TO EPJ-DATA-CADASTRO
                      MOVE WS-DATA-ATUAL TO EPJ-DATA-ATUALIZACAO
                      WRITE REG-EMPRESA
                      IF FS-EMPRESA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO GRAVAR A EMPRESA,'
                                 ' STATUS: ' FS-EMPRESA
                         MOVE 'N' TO WS-PJ-EMPRESA-OK
                      ELSE
                         DISPLAY 'CADASTRO DA EMPRESA GRAVADO'
                      END-IF
                   END-IF
                NOT INVALID KEY
                   MOVE 'S' TO WS-PJ-EMPRESA-OK
                   DISPLAY 'EMPRESA: ' EPJ-RAZAO-SOCIAL
             END-READ
             IF NOT EMPRESA-PJ-OK THEN
                EXIT PARAGRAPH
             END-IF

             PERFORM P5935-CONTAR-REPRESENTANTES
             PERFORM UNTIL WS-PJ-QTDE-REP GREATER THAN ZEROS
                DISPLAY 'A EMPRESA NAO TEM REPRESENTANTE ATIVO PARA'
                        ' ASSINAR PELA CONTA'
                DISPLAY 'DESEJA INCLUIR UM REPRESENTANTE AGORA? (S/N)'
                ACCEPT WS-PJ-CONFIRMA
                IF WS-PJ-CONFIRMA NOT EQUAL TO 'S' THEN
                   DISPLAY 'ABERTURA DA CONTA PJ CANCELADA'
                   MOVE 'N' TO WS-PJ-EMPRESA-OK
                   EXIT PARAGRAPH
                END-IF
                PERFORM P5940-INCLUIR-REPRESENTANTE
                PERFORM P5935-CONTAR-REPRESENTANTES
             END-PERFORM
             MOVE WS-PJ-CNPJ TO EPJ-CNPJ
             READ ARQ-EMPRESA RECORD KEY IS EPJ-CNPJ
                INVALID KEY
                   MOVE 'N' TO WS-PJ-EMPRESA-OK
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTA EM WS-PJ-QTDE-REP OS REPRESENTANTES
      *      ATIVOS DO CNPJ EM WS-PJ-CNPJ
      ******************************************************************
       P5935-CONTAR-REPRESENTANTES.
             MOVE ZEROS TO WS-PJ-QTDE-REP
             MOVE WS-PJ-CNPJ TO RPJ-CNPJ
             MOVE ZEROS TO RPJ-CPF
             START ARQ-REPRESENTANTE KEY IS NOT LESS THAN RPJ-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-REPRESENTANTE
             END-START
             IF FS-REPRESENTANTE EQUAL TO "00" THEN
                PERFORM P5936-LER-PROX-REPRESENTANTE
             END-IF
             PERFORM UNTIL FS-REPRESENTANTE NOT EQUAL TO "00"
                OR RPJ-CNPJ NOT EQUAL TO WS-PJ-CNPJ
                IF RPJ-ATIVO THEN
                   ADD 1 TO WS-PJ-QTDE-REP
                END-IF
                PERFORM P5936-LER-PROX-REPRESENTANTE
             END-PERFORM
       .
       P5936-LER-PROX-REPRESENTANTE.
             READ ARQ-REPRESENTANTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-REPRESENTANTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI (OU REATIVA) UM REPRESENTANTE DO CNPJ
      *      EM WS-PJ-CNPJ, COM A FORMA DE ASSINATURA; O CPF PASSA
      *      PELA VALIDACAO, PELO REGISTRO DE OBITO E PELA WATCHLIST
      ******************************************************************
       P5940-INCLUIR-REPRESENTANTE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CPF DO REPRESENTANTE'
             ACCEPT WS-PJ-CPF-REP1
             MOVE WS-PJ-CPF-REP1 TO CPF
             PERFORM P310-VALIDAR-CPF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CPF-REP1 TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'CPF COM OBITO REGISTRADO EM '
                           OBI-DATA-OBITO ', INCLUSAO RECUSADA'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-PJ-CNPJ TO RPJ-CNPJ
             MOVE WS-PJ-CPF-REP1 TO RPJ-CPF
             MOVE 'N' TO WS-PJ-REP-EXISTE
             READ ARQ-REPRESENTANTE RECORD KEY IS RPJ-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RPJ-ATIVO THEN
                      DISPLAY 'CPF JA E REPRESENTANTE ATIVO DA'
                              ' EMPRESA (' RPJ-NOME ')'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO WS-PJ-REP-EXISTE
             END-READ
             DISPLAY 'DIGITE O NOME DO REPRESENTANTE'
             ACCEPT RPJ-NOME
             MOVE WS-PJ-CPF-REP1 TO WS-TRIA-CPF
             MOVE RPJ-NOME TO WS-TRIA-NOME
             MOVE 'REPRESENTANTE PJ' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             IF TRIAGEM-COM-HIT THEN
                DISPLAY 'INCLUSAO DO REPRESENTANTE SUSPENSA ATE A'
                        ' ANALISE DA PENDENCIA DE WATCHLIST'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O CARGO (SOCIO, ADMINISTRADOR,'
                     ' PROCURADOR...)'
             ACCEPT RPJ-CARGO
             DISPLAY 'FORMA DE ASSINATURA: I - ISOLADA (ASSINA'
                     ' SOZINHO ATE O LIMITE DA EMPRESA), C - CONJUNTA'
             ACCEPT RPJ-FORMA-ASSINATURA
             IF NOT RPJ-ASSINA-ISOLADA
                AND NOT RPJ-ASSINA-CONJUNTA THEN
                DISPLAY 'FORMA DE ASSINATURA INVALIDA, OPERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CNPJ TO RPJ-CNPJ
             MOVE WS-PJ-CPF-REP1 TO RPJ-CPF
             SET RPJ-ATIVO TO TRUE
             MOVE WS-DATA-ATUAL TO RPJ-DATA-INCLUSAO
             MOVE WS-OPER-ID-LOGADO TO RPJ-OPER-INCLUSAO
             MOVE ZEROS TO RPJ-DATA-REVOGACAO
             IF WS-PJ-REP-EXISTE EQUAL TO 'S' THEN
                REWRITE REG-REPRESENTANTE
             ELSE
                WRITE REG-REPRESENTANTE
             END-IF
             IF FS-REPRESENTANTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O REPRESENTANTE, STATUS: '
                        FS-REPRESENTANTE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'REPRESENTANTE INCLUIDO: ' RPJ-NOME
                     ' ASSINATURA ' RPJ-FORMA-ASSINATURA

             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'INCLUSAO REPRES PJ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CNPJ ' DELIMITED SIZE
                    RPJ-CNPJ DELIMITED SIZE
                    ' CPF ' DELIMITED SIZE
                    RPJ-CPF DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    RPJ-FORMA-ASSINATURA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE REVOGA UM REPRESENTANTE: O REGISTRO FICA COMO
      *      HISTORICO E ELE DEIXA DE ASSINAR PELAS CONTAS DA EMPRESA;
      *      CONTA PJ NAO PODE FICAR SEM REPRESENTANTE ATIVO
      ******************************************************************
       P5945-REVOGAR-REPRESENTANTE.
             PERFORM P5915-LER-CNPJ-CADASTRADO
             IF NOT EMPRESA-PJ-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O CPF DO REPRESENTANTE A REVOGAR'
             ACCEPT WS-PJ-CPF-REP1
             MOVE WS-PJ-CNPJ TO RPJ-CNPJ
             MOVE WS-PJ-CPF-REP1 TO RPJ-CPF
             READ ARQ-REPRESENTANTE RECORD KEY IS RPJ-CHAVE
                INVALID KEY
                   DISPLAY 'CPF NAO E REPRESENTANTE DA EMPRESA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT RPJ-ATIVO THEN
                DISPLAY 'REPRESENTANTE JA REVOGADO EM '
                        RPJ-DATA-REVOGACAO
                EXIT PARAGRAPH
             END-IF
             PERFORM P5935-CONTAR-REPRESENTANTES
             IF WS-PJ-QTDE-REP NOT GREATER THAN 1 THEN
                DISPLAY 'E O UNICO REPRESENTANTE ATIVO DA EMPRESA,'
                        ' INCLUA OUTRO ANTES DE REVOGAR'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PJ-CNPJ TO RPJ-CNPJ
             MOVE WS-PJ-CPF-REP1 TO RPJ-CPF
             READ ARQ-REPRESENTANTE RECORD KEY IS RPJ-CHAVE
                INVALID KEY
                   DISPLAY 'FALHA AO RELER O REPRESENTANTE'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'REPRESENTANTE: ' RPJ-NOME ' - ' RPJ-CARGO
             DISPLAY 'CONFIRMA A REVOGACAO? (S/N)'
             ACCEPT WS-PJ-CONFIRMA
             IF WS-PJ-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'REVOGACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             SET RPJ-REVOGADO TO TRUE
             MOVE WS-DATA-ATUAL TO RPJ-DATA-REVOGACAO
             REWRITE REG-REPRESENTANTE
             IF FS-REPRESENTANTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REVOGAR O REPRESENTANTE, STATUS: '
                        FS-REPRESENTANTE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'REPRESENTANTE REVOGADO'
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'REVOGACAO REPRES PJ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CNPJ ' DELIMITED SIZE
                    RPJ-CNPJ DELIMITED SIZE
                    ' CPF ' DELIMITED SIZE
                    RPJ-CPF DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONSULTA A EMPRESA, OS REPRESENTANTES (ATIVOS
      *      E REVOGADOS) E AS CONTAS PJ DO CNPJ
      ******************************************************************
       P5950-CONSULTAR-EMPRESA.
             PERFORM P5915-LER-CNPJ-CADASTRADO
             IF NOT EMPRESA-PJ-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY '****************************************'
             DISPLAY 'CNPJ: '              EPJ-CNPJ
             DISPLAY 'RAZAO SOCIAL: '      EPJ-RAZAO-SOCIAL
             DISPLAY 'NOME FANTASIA: '     EPJ-NOME-FANTASIA
             DISPLAY 'DATA DE ABERTURA: '  EPJ-DATA-ABERTURA
             DISPLAY 'NATUREZA JURIDICA: ' EPJ-NATUREZA-JURIDICA
             DISPLAY 'ENDERECO: '          EPJ-ENDERECO
             DISPLAY 'CIDADE/UF: '         EPJ-CIDADE '/' EPJ-UF
                     ' CEP ' EPJ-CEP
             DISPLAY 'TELEFONE: '          EPJ-TELEFONE
             DISPLAY 'EMAIL: '             EPJ-EMAIL
             DISPLAY 'FATURAMENTO MENSAL: ' EPJ-FATURAMENTO-MENSAL
             DISPLAY 'LIMITE DE ASSINATURA ISOLADA: '
                     EPJ-LIMITE-ASSIN-ISOLADA
             DISPLAY 'CADASTRO: ' EPJ-DATA-CADASTRO
                     ' ATUALIZACAO: ' EPJ-DATA-ATUALIZACAO

             DISPLAY 'REPRESENTANTES (I=ISOLADA C=CONJUNTA,'
                     ' A=ATIVO R=REVOGADO):'
             MOVE WS-PJ-CNPJ TO RPJ-CNPJ
             MOVE ZEROS TO RPJ-CPF
             START ARQ-REPRESENTANTE KEY IS NOT LESS THAN RPJ-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-REPRESENTANTE
             END-START
             IF FS-REPRESENTANTE EQUAL TO "00" THEN
                PERFORM P5936-LER-PROX-REPRESENTANTE
             END-IF
             PERFORM UNTIL FS-REPRESENTANTE NOT EQUAL TO "00"
                OR RPJ-CNPJ NOT EQUAL TO WS-PJ-CNPJ
                DISPLAY '  ' RPJ-CPF ' ' RPJ-NOME ' ' RPJ-CARGO
                        ' ' RPJ-FORMA-ASSINATURA ' ' RPJ-STATUS
                PERFORM P5936-LER-PROX-REPRESENTANTE
             END-PERFORM

             DISPLAY 'CONTAS PJ DA EMPRESA:'
             MOVE ZEROS TO CONTA-NUM
             START ARQ-CONTA KEY IS NOT LESS THAN CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-CONTA
             END-START
             IF FS-CONTA EQUAL TO "00" THEN
                PERFORM P351-LER-PROX-CONTA-LIVRE
             END-IF
             PERFORM UNTIL FS-CONTA NOT EQUAL TO "00"
                IF CONTA-PJ AND CNPJ EQUAL TO WS-PJ-CNPJ THEN
                   DISPLAY '  CONTA ' CONTA-NUM ' STATUS '
                           STATUS-CONTA ' SALDO ' SALDO ' ' MOEDA
                END-IF
                PERFORM P351-LER-PROX-CONTA-LIVRE
             END-PERFORM
             MOVE "00" TO FS-CONTA

             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'CONSULTA CADASTRO PJ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CNPJ ' DELIMITED SIZE
                    EPJ-CNPJ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE PROCURACOES: REGISTRO DO INSTRUMENTO
      *      APRESENTADO NO BALCAO, REVOGACAO E CONSULTA DAS
      *      PROCURACOES DE UMA CONTA; O USO PELO PROCURADOR E FEITO
      *      NO SAQUE, NA TRANSFERENCIA E NO ENCERRAMENTO DA CONTA
      ******************************************************************
       P6000-PROCURACOES.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'PROCURACOES'
             DISPLAY '1 - REGISTRAR UMA PROCURACAO'
             DISPLAY '2 - REVOGAR UMA PROCURACAO'
             DISPLAY '3 - CONSULTAR AS PROCURACOES DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6010-REGISTRAR-PROCURACAO
                WHEN '2'
                   PERFORM P6020-REVOGAR-PROCURACAO
                WHEN '3'
                   PERFORM P6030-CONSULTAR-PROCURACOES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA (OU REATIVA) UMA PROCURACAO PARA A
      *      CONTA DIGITADA; O CPF DO PROCURADOR PASSA PELA VALIDACAO,
      *      PELO REGISTRO DE OBITO E PELA WATCHLIST
      ******************************************************************
       P6010-REGISTRAR-PROCURACAO.
             DISPLAY 'DIGITE O ID DA CONTA OUTORGANTE'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'ESTA CONTA ESTA ENCERRADA, REGISTRO CANCELADO'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-PJ THEN
                DISPLAY 'CONTA PJ E MOVIMENTADA PELOS REPRESENTANTES'
                        ' DA EMPRESA (OPCAO 66)'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-MENOR THEN
                DISPLAY 'CONTA DE MENOR E MOVIMENTADA COM O'
                        ' RESPONSAVEL LEGAL, NAO POR PROCURACAO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-PRC-CONTA
             DISPLAY 'TITULAR: ' NOME
             DISPLAY 'DIGITE O CPF DO PROCURADOR'
             ACCEPT WS-PRC-CPF
             IF WS-PRC-CPF EQUAL TO CPF THEN
                DISPLAY 'O PROCURADOR NAO PODE SER O PROPRIO TITULAR'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PRC-CPF TO CPF
             PERFORM P310-VALIDAR-CPF
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PRC-CPF TO OBI-CPF
             READ ARQ-OBITO RECORD KEY IS OBI-CPF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'CPF COM OBITO REGISTRADO EM '
                           OBI-DATA-OBITO ', REGISTRO RECUSADO'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-PRC-CONTA TO PRC-CONTA-NUM
             MOVE WS-PRC-CPF TO PRC-CPF-PROCURADOR
             MOVE 'N' TO WS-PRC-EXISTE
             READ ARQ-PROCURACAO RECORD KEY IS PRC-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PRC-ATIVA THEN
                      DISPLAY 'JA EXISTE PROCURACAO ATIVA PARA ESTE'
                              ' CPF NA CONTA (' PRC-NOME '), REVOGUE-A'
                              ' ANTES DE REGISTRAR A NOVA'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO WS-PRC-EXISTE
             END-READ
             DISPLAY 'DIGITE O NOME DO PROCURADOR'
             ACCEPT PRC-NOME
             MOVE WS-PRC-CPF TO WS-TRIA-CPF
             MOVE PRC-NOME TO WS-TRIA-NOME
             MOVE 'PROCURADOR' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             IF TRIAGEM-COM-HIT THEN
                DISPLAY 'REGISTRO DA PROCURACAO SUSPENSO ATE A'
                        ' ANALISE DA PENDENCIA DE WATCHLIST'
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'OUTORGA PODER DE SAQUE? (S/N)'
             ACCEPT PRC-PODER-SAQUE
             IF NOT PRC-PODE-SACAR THEN
                MOVE 'N' TO PRC-PODER-SAQUE
             END-IF
             DISPLAY 'OUTORGA PODER DE TRANSFERENCIA? (S/N)'
             ACCEPT PRC-PODER-TRANSF
             IF NOT PRC-PODE-TRANSFERIR THEN
                MOVE 'N' TO PRC-PODER-TRANSF
             END-IF
             DISPLAY 'OUTORGA PODER DE ENCERRAMENTO DA CONTA? (S/N)'
             ACCEPT PRC-PODER-ENCERRAMENTO
             IF NOT PRC-PODE-ENCERRAR THEN
                MOVE 'N' TO PRC-PODER-ENCERRAMENTO
             END-IF
             DISPLAY 'OUTORGA PODER DE CONSULTA? (S/N)'
             ACCEPT PRC-PODER-CONSULTA
             IF NOT PRC-PODE-CONSULTAR THEN
                MOVE 'N' TO PRC-PODER-CONSULTA
             END-IF
             IF NOT PRC-PODE-SACAR AND NOT PRC-PODE-TRANSFERIR
                AND NOT PRC-PODE-ENCERRAR AND NOT PRC-PODE-CONSULTAR
                THEN
                DISPLAY 'NENHUM PODER OUTORGADO, REGISTRO CANCELADO'
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO PRC-VALOR-TETO
             IF PRC-PODE-SACAR OR PRC-PODE-TRANSFERIR THEN
                DISPLAY 'DIGITE O VALOR MAXIMO POR OPERACAO (TETO)'
                ACCEPT PRC-VALOR-TETO
                IF PRC-VALOR-TETO NOT GREATER THAN ZEROS THEN
                   DISPLAY 'TETO INVALIDO, REGISTRO CANCELADO'
                   EXIT PARAGRAPH
                END-IF
             END-IF

             DISPLAY 'DIGITE O INICIO DA VIGENCIA (AAAAMMDD)'
             ACCEPT PRC-DATA-INICIO
             DISPLAY 'DIGITE O FIM DA VIGENCIA (AAAAMMDD)'
             ACCEPT PRC-DATA-FIM
             IF PRC-DATA-INICIO EQUAL TO ZEROS
                OR PRC-DATA-FIM NOT GREATER THAN PRC-DATA-INICIO
                OR PRC-DATA-FIM LESS THAN WS-DATA-ATUAL THEN
                DISPLAY 'VIGENCIA INVALIDA OU JA VENCIDA, REGISTRO'
                        ' CANCELADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A REFERENCIA DO INSTRUMENTO (CARTORIO,'
                     ' LIVRO E FOLHA)'
             ACCEPT PRC-DOCUMENTO

             MOVE WS-PRC-CONTA TO PRC-CONTA-NUM
             MOVE WS-PRC-CPF TO PRC-CPF-PROCURADOR
             SET PRC-ATIVA TO TRUE
             MOVE WS-DATA-ATUAL TO PRC-DATA-REGISTRO
             MOVE WS-OPER-ID-LOGADO TO PRC-OPER-REGISTRO
             MOVE ZEROS TO PRC-DATA-REVOGACAO
             IF WS-PRC-EXISTE EQUAL TO 'S' THEN
                REWRITE REG-PROCURACAO
             ELSE
                WRITE REG-PROCURACAO
             END-IF
             IF FS-PROCURACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PROCURACAO, STATUS: '
                        FS-PROCURACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PROCURACAO REGISTRADA: ' PRC-NOME
                     ' VIGENTE ATE ' PRC-DATA-FIM

             MOVE WS-PRC-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'REGISTRO PROCURACAO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    PRC-CPF-PROCURADOR DELIMITED SIZE
                    ' PODERES ' DELIMITED SIZE
                    PRC-PODER-SAQUE DELIMITED SIZE
                    PRC-PODER-TRANSF DELIMITED SIZE
                    PRC-PODER-ENCERRAMENTO DELIMITED SIZE
                    PRC-PODER-CONSULTA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE REVOGA UMA PROCURACAO: O REGISTRO FICA COMO
      *      HISTORICO E O PROCURADOR DEIXA DE OPERAR A CONTA
      ******************************************************************
       P6020-REVOGAR-PROCURACAO.
             DISPLAY 'DIGITE O ID DA CONTA OUTORGANTE'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-PRC-CONTA
             DISPLAY 'DIGITE O CPF DO PROCURADOR'
             ACCEPT WS-PRC-CPF
             MOVE WS-PRC-CONTA TO PRC-CONTA-NUM
             MOVE WS-PRC-CPF TO PRC-CPF-PROCURADOR
             READ ARQ-PROCURACAO RECORD KEY IS PRC-CHAVE
                INVALID KEY
                   DISPLAY 'NAO HA PROCURACAO PARA ESTE CPF NA CONTA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT PRC-ATIVA THEN
                DISPLAY 'PROCURACAO JA REVOGADA EM ' PRC-DATA-REVOGACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PROCURADOR: ' PRC-NOME
             DISPLAY 'INSTRUMENTO: ' PRC-DOCUMENTO
             DISPLAY 'CONFIRMA A REVOGACAO? (S/N)'
             ACCEPT WS-PRC-CONFIRMA
             IF WS-PRC-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'REVOGACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             SET PRC-REVOGADA TO TRUE
             MOVE WS-DATA-ATUAL TO PRC-DATA-REVOGACAO
             REWRITE REG-PROCURACAO
             IF FS-PROCURACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REVOGAR A PROCURACAO, STATUS: '
                        FS-PROCURACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PROCURACAO REVOGADA'
             MOVE WS-PRC-CONTA TO WS-AUD-CONTA-NUM
             MOVE 'REVOGACAO PROCURACAO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    PRC-CPF-PROCURADOR DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS PROCURACOES DA CONTA DIGITADA, COM
      *      OS PODERES, O TETO, A VIGENCIA E A SITUACAO
      ******************************************************************
       P6030-CONSULTAR-PROCURACOES.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-PRC-CONTA
             MOVE ZEROS TO WS-PRC-QTDE
             MOVE WS-PRC-CONTA TO PRC-CONTA-NUM
             MOVE ZEROS TO PRC-CPF-PROCURADOR
             START ARQ-PROCURACAO KEY IS NOT LESS THAN PRC-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-PROCURACAO
             END-START
             IF FS-PROCURACAO EQUAL TO "00" THEN
                PERFORM P6035-LER-PROX-PROCURACAO
             END-IF
             PERFORM UNTIL FS-PROCURACAO NOT EQUAL TO "00"
                OR PRC-CONTA-NUM NOT EQUAL TO WS-PRC-CONTA
                ADD 1 TO WS-PRC-QTDE
                DISPLAY 'PROCURADOR: ' PRC-CPF-PROCURADOR
                        ' - ' PRC-NOME
                DISPLAY '   PODERES SAQUE/TRANSF/ENCERR/CONSULTA: '
                        PRC-PODER-SAQUE '/' PRC-PODER-TRANSF '/'
                        PRC-PODER-ENCERRAMENTO '/' PRC-PODER-CONSULTA
                        ' TETO: ' PRC-VALOR-TETO
                DISPLAY '   VIGENCIA: ' PRC-DATA-INICIO ' A '
                        PRC-DATA-FIM ' INSTRUMENTO: ' PRC-DOCUMENTO
                EVALUATE TRUE
                   WHEN PRC-REVOGADA
                      DISPLAY '   SITUACAO: REVOGADA EM '
                              PRC-DATA-REVOGACAO
                   WHEN PRC-DATA-FIM LESS THAN WS-DATA-ATUAL
                      DISPLAY '   SITUACAO: VENCIDA'
                   WHEN OTHER
                      DISPLAY '   SITUACAO: ATIVA'
                END-EVALUATE
                PERFORM P6035-LER-PROX-PROCURACAO
             END-PERFORM
             IF WS-PRC-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUMA PROCURACAO REGISTRADA PARA A CONTA'
             END-IF
       .
       P6035-LER-PROX-PROCURACAO.
             READ ARQ-PROCURACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PROCURACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE TRATA A FILA DE CORRECAO DO CCS: LISTA OS
      *      REGISTROS REJEITADOS NO RETORNO DO BACEN E, DEPOIS DE
      *      CORRIGIDO O CADASTRO, LIBERA O REGISTRO PARA SER
      *      REENVIADO NA PROXIMA REMESSA DIARIA
      ******************************************************************
       P6100-FILA-CCS.
             MOVE 'N' TO WS-CCS-ACHOU
             MOVE ZEROS TO CCM-SEQ-REMESSA
             MOVE ZEROS TO CCM-SEQ-REG
             START ARQ-CCSMOV KEY IS NOT LESS THAN CCM-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CCSMOV EQUAL TO "00" THEN
                PERFORM P6105-LER-PROX-CCSMOV
                PERFORM UNTIL FS-CCSMOV NOT EQUAL TO "00"
                   IF CCM-REJEITADO THEN
                      MOVE 'S' TO WS-CCS-ACHOU
                      DISPLAY 'REMESSA ' CCM-SEQ-REMESSA
                              ' REG ' CCM-SEQ-REG
                              ' CONTA ' CCM-CONTA-NUM
                              ' DOC ' CCM-DOCUMENTO
                              ' MOV ' CCM-MOVIMENTO
                      DISPLAY '   ERRO: ' CCM-CODIGO-ERRO
                              ' ' CCM-MOTIVO
                   END-IF
                   PERFORM P6105-LER-PROX-CCSMOV
                END-PERFORM
                MOVE "00" TO FS-CCSMOV
             END-IF
             IF NOT CCS-ACHOU THEN
                DISPLAY 'NENHUM REGISTRO DO CCS PENDENTE DE CORRECAO'
                PERFORM P200-MENU
             END-IF
             DISPLAY 'DIGITE O NUMERO DA REMESSA (0 PARA VOLTAR)'
             ACCEPT WS-CCS-SEQ-REMESSA
             IF WS-CCS-SEQ-REMESSA EQUAL TO ZEROS THEN
                PERFORM P200-MENU
             END-IF
             DISPLAY 'DIGITE O NUMERO DO REGISTRO'
             ACCEPT WS-CCS-SEQ-REG
             MOVE WS-CCS-SEQ-REMESSA TO CCM-SEQ-REMESSA
             MOVE WS-CCS-SEQ-REG TO CCM-SEQ-REG
             READ ARQ-CCSMOV RECORD KEY IS CCM-CHAVE
                INVALID KEY
                   DISPLAY 'REGISTRO DO CCS NAO ENCONTRADO'
                   PERFORM P200-MENU
             END-READ
             IF NOT CCM-REJEITADO THEN
                DISPLAY 'REGISTRO NAO ESTA PENDENTE DE CORRECAO'
                PERFORM P200-MENU
             END-IF
             DISPLAY 'O CADASTRO DA CONTA ' CCM-CONTA-NUM
                     ' JA FOI CORRIGIDO? (S/N)'
             ACCEPT WS-CCS-CONFIRMA
             IF WS-CCS-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'REGISTRO MANTIDO NA FILA DE CORRECAO'
                PERFORM P200-MENU
             END-IF
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             SET CCM-CORRIGIDO TO TRUE
             MOVE WS-OPER-ID-LOGADO TO CCM-OPER-CORRECAO
             MOVE WS-DATA-ATUAL TO CCM-DATA-CORRECAO
             REWRITE REG-CCSMOV
             IF FS-CCSMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O REGISTRO, STATUS: '
                        FS-CCSMOV
             ELSE
                DISPLAY 'REGISTRO LIBERADO PARA REENVIO NA PROXIMA'
                        ' REMESSA'
                MOVE CCM-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'CORRECAO CCS' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'REMESSA ' DELIMITED SIZE
                       CCM-SEQ-REMESSA DELIMITED SIZE
                       ' REG ' DELIMITED SIZE
                       CCM-SEQ-REG DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
             PERFORM P200-MENU
       .
       P6105-LER-PROX-CCSMOV.
             READ ARQ-CCSMOV NEXT RECORD
                AT END
                   MOVE "10" TO FS-CCSMOV
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SAC / OUVIDORIA: ABERTURA DA RECLAMACAO COM
      *      PROTOCOLO E PRAZO EM DIAS UTEIS, RESPOSTA DO SAC,
      *      ESCALADA E RESPOSTA DA OUVIDORIA E CONSULTA POR CPF
      ******************************************************************
       P6200-RECLAMACOES.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'SAC / OUVIDORIA - RECLAMACOES'
             DISPLAY '1 - ABRIR UMA RECLAMACAO'
             DISPLAY '2 - RESPONDER UMA RECLAMACAO (SAC)'
             DISPLAY '3 - ESCALAR UMA RECLAMACAO PARA A OUVIDORIA'
             DISPLAY '4 - RESPONDER NA OUVIDORIA (ADMIN)'
             DISPLAY '5 - CONSULTAR AS RECLAMACOES DE UM CPF'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6210-ABRIR-RECLAMACAO
                WHEN '2'
                   PERFORM P6220-RESPONDER-RECLAMACAO
                WHEN '3'
                   PERFORM P6230-ESCALAR-OUVIDORIA
                WHEN '4'
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                   ELSE
                      PERFORM P6240-RESPONDER-OUVIDORIA
                   END-IF
                WHEN '5'
                   PERFORM P6250-CONSULTAR-RECLAMACOES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE LE A RECLAMACAO PELO PROTOCOLO DIGITADO
      ******************************************************************
       P6205-LER-RECLAMACAO.
             MOVE 'N' TO WS-RCL-ACHOU
             DISPLAY 'DIGITE O NUMERO DO PROTOCOLO'
             ACCEPT WS-RCL-PROTOCOLO
             MOVE WS-RCL-PROTOCOLO TO RCL-PROTOCOLO
             READ ARQ-RECLAMACAO RECORD KEY IS RCL-PROTOCOLO
                INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO'
                NOT INVALID KEY
                   MOVE 'S' TO WS-RCL-ACHOU
                   DISPLAY 'PROTOCOLO ' RCL-PROTOCOLO ' CPF ' RCL-CPF
                           ' CONTA ' RCL-CONTA-NUM ' - ' RCL-NOME
                   DISPLAY '   PRODUTO: ' RCL-PRODUTO ' '
                           RCL-TIPO-MOV ' REF: ' RCL-REFERENCIA
                           ' CANAL: ' RCL-CANAL
                           ' CATEGORIA: ' RCL-CATEGORIA
                   DISPLAY '   ' RCL-DESCRICAO
                   DISPLAY '   ABERTA EM ' RCL-DATA-ABERTURA
                           ' PRAZO SAC ' RCL-DATA-SLA
                           ' STATUS: ' RCL-STATUS
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE A RECLAMACAO: O RECLAMANTE E O TITULAR
      *      DA CONTA (OU O CPF DIGITADO, PARA QUEM NAO E
      *      CORRENTISTA) E O PRAZO DO SAC CONTA EM DIAS UTEIS A
      *      PARTIR DA ABERTURA
      ******************************************************************
       P6210-ABRIR-RECLAMACAO.
             MOVE SPACES TO REG-RECLAMACAO
             MOVE ZEROS TO RCL-CPF
             MOVE ZEROS TO RCL-CONTA-NUM
             DISPLAY 'DIGITE O ID DA CONTA DO CLIENTE (0 SE NAO FOR'
                     ' CORRENTISTA)'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             IF NOT CDV-CONFERE THEN
                EXIT PARAGRAPH
             END-IF
             IF FS-ID NOT EQUAL TO ZEROS THEN
                MOVE FS-ID TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      DISPLAY 'CONTA NAO ENCONTRADA!'
                      EXIT PARAGRAPH
                END-READ
                MOVE CONTA-NUM TO RCL-CONTA-NUM
                MOVE CPF TO RCL-CPF
                MOVE NOME TO RCL-NOME
             END-IF
             IF RCL-CPF EQUAL TO ZEROS THEN
                DISPLAY 'DIGITE O CPF DO RECLAMANTE'
                ACCEPT RCL-CPF
                IF RCL-CPF EQUAL TO ZEROS THEN
                   DISPLAY 'CPF OBRIGATORIO, ABERTURA CANCELADA'
                   EXIT PARAGRAPH
                END-IF
                DISPLAY 'DIGITE O NOME DO RECLAMANTE'
                ACCEPT RCL-NOME
             END-IF

             DISPLAY 'PRODUTO: CC CONTA, CT CARTAO, EM EMPRESTIMO,'
                     ' BO BOLETO, OU OUTROS'
             ACCEPT RCL-PRODUTO
             IF NOT RCL-PRODUTO-VALIDO THEN
                DISPLAY 'PRODUTO INVALIDO, ABERTURA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             PERFORM P6215-VINCULAR-PRODUTO
             IF NOT PRODUTO-VINCULADO THEN
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'CANAL: B BALCAO, T TELEFONE, I INTERNET,'
                     ' R REGULADOR, C CONSUMIDOR.GOV'
             ACCEPT RCL-CANAL
             IF NOT RCL-CANAL-VALIDO THEN
                DISPLAY 'CANAL INVALIDO, ABERTURA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CATEGORIA: TA TARIFA, CO COBRANCA INDEVIDA,'
                     ' AT ATENDIMENTO, FR FRAUDE / NAO RECONHECIDA,'
             DISPLAY '           CA CADASTRO, PR PRODUTO OU SERVICO,'
                     ' OU OUTROS'
             ACCEPT RCL-CATEGORIA
             IF NOT RCL-CATEGORIA-VALIDA THEN
                DISPLAY 'CATEGORIA INVALIDA, ABERTURA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DESCREVA A RECLAMACAO'
             ACCEPT RCL-DESCRICAO

             MOVE WS-DATA-ATUAL TO RCL-DATA-ABERTURA
             MOVE WS-HORA-ATUAL TO RCL-HORA-ABERTURA
             MOVE WS-OPER-ID-LOGADO TO RCL-OPER-ABERTURA
             MOVE WS-DATA-ATUAL TO WS-RCL-DATA-BASE
             MOVE WS-SLA-SAC-DIAS TO WS-RCL-DIAS-PRAZO
             PERFORM P6260-SOMAR-DIAS-UTEIS
             MOVE WS-RCL-DATA-LIMITE TO RCL-DATA-SLA
             SET RCL-ABERTA TO TRUE
             MOVE ZEROS TO RCL-DATA-RESPOSTA
             MOVE 'N' TO RCL-PROCEDENTE
             MOVE 'N' TO RCL-NO-PRAZO
             MOVE ZEROS TO RCL-DATA-ESCALADA
             MOVE ZEROS TO RCL-DATA-SLA-OUVIDORIA
             MOVE ZEROS TO RCL-DATA-RESP-OUVIDORIA
             MOVE 'N' TO RCL-OUVIDORIA-NO-PRAZO

             OPEN I-O ARQ-RECLAMCTL
             READ ARQ-RECLAMCTL
             IF FS-RECLAMCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE PROTOCOLOS,'
                        ' STATUS: ' FS-RECLAMCTL
                CLOSE ARQ-RECLAMCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PROTOCOLO
             REWRITE REG-RECLAMCTL
             IF FS-RECLAMCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE PROTOCOLOS,'
                        ' STATUS: ' FS-RECLAMCTL
                CLOSE ARQ-RECLAMCTL
                EXIT PARAGRAPH
             END-IF
             MOVE ULT-PROTOCOLO TO RCL-PROTOCOLO
             CLOSE ARQ-RECLAMCTL
             WRITE REG-RECLAMACAO
             IF FS-RECLAMACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RECLAMACAO, STATUS: '
                        FS-RECLAMACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'RECLAMACAO REGISTRADA - PROTOCOLO '
                     RCL-PROTOCOLO
             DISPLAY 'PRAZO DE RESPOSTA DO SAC: ' RCL-DATA-SLA
             MOVE RCL-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ABERTURA RECLAMACAO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PROTOCOLO ' DELIMITED SIZE
                    RCL-PROTOCOLO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    RCL-PRODUTO DELIMITED SIZE
                    '/' DELIMITED SIZE
                    RCL-CATEGORIA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE VINCULA A RECLAMACAO AO PRODUTO: NA CONTA, O
      *      MOVIMENTO DO EXTRATO (O TIPO FICA NA RECLAMACAO); NO
      *      CARTAO E NO EMPRESTIMO, O CONTRATO DA PROPRIA CONTA; NO
      *      BOLETO, O NOSSO NUMERO (O PAGADOR PODE NAO SER CLIENTE)
      ******************************************************************
       P6215-VINCULAR-PRODUTO.
             MOVE 'S' TO WS-RCL-VINCULO-OK
             MOVE SPACES TO RCL-TIPO-MOV
             MOVE ZEROS TO RCL-REFERENCIA
             IF (RCL-PROD-CONTA OR RCL-PROD-CARTAO
                 OR RCL-PROD-EMPRESTIMO)
                AND RCL-CONTA-NUM EQUAL TO ZEROS THEN
                DISPLAY 'ESTE PRODUTO EXIGE A CONTA DO CLIENTE,'
                        ' ABERTURA CANCELADA'
                MOVE 'N' TO WS-RCL-VINCULO-OK
                EXIT PARAGRAPH
             END-IF
             EVALUATE TRUE
                WHEN RCL-PROD-CONTA
                   DISPLAY 'DIGITE A SEQUENCIA DO MOVIMENTO NO EXTRATO'
                           ' (0 SE NAO HOUVER)'
                   ACCEPT WS-RCL-SEQ-EXTRATO
                   IF WS-RCL-SEQ-EXTRATO NOT EQUAL TO ZEROS THEN
                      MOVE RCL-CONTA-NUM TO EXT-CONTA-NUM
                      MOVE WS-RCL-SEQ-EXTRATO TO EXT-SEQUENCIA
                      READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                         INVALID KEY
                            DISPLAY 'MOVIMENTO NAO ENCONTRADO NO'
                                    ' EXTRATO DA CONTA'
                            MOVE 'N' TO WS-RCL-VINCULO-OK
                         NOT INVALID KEY
                            MOVE EXT-TIPO-MOV TO RCL-TIPO-MOV
                            MOVE WS-RCL-SEQ-EXTRATO TO RCL-REFERENCIA
                      END-READ
                   END-IF
                WHEN RCL-PROD-CARTAO
                   DISPLAY 'DIGITE O NUMERO DO CARTAO'
                   ACCEPT WS-RCL-REFERENCIA
                   MOVE WS-RCL-REFERENCIA TO CARD-NUMERO
                   READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                      INVALID KEY
                         DISPLAY 'CARTAO NAO ENCONTRADO'
                         MOVE 'N' TO WS-RCL-VINCULO-OK
                      NOT INVALID KEY
                         IF CARD-CONTA-NUM NOT EQUAL TO RCL-CONTA-NUM
                            DISPLAY 'O CARTAO NAO PERTENCE A CONTA'
                            MOVE 'N' TO WS-RCL-VINCULO-OK
                         ELSE
                            MOVE WS-RCL-REFERENCIA TO RCL-REFERENCIA
                         END-IF
                   END-READ
                WHEN RCL-PROD-EMPRESTIMO
                   DISPLAY 'DIGITE O NUMERO DO CONTRATO DE EMPRESTIMO'
                   ACCEPT WS-RCL-REFERENCIA
                   MOVE WS-RCL-REFERENCIA TO EMP-SEQ
                   READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                      INVALID KEY
                         DISPLAY 'CONTRATO NAO ENCONTRADO'
                         MOVE 'N' TO WS-RCL-VINCULO-OK
                      NOT INVALID KEY
                         IF EMP-CONTA-NUM NOT EQUAL TO RCL-CONTA-NUM
                            DISPLAY 'O CONTRATO NAO PERTENCE A CONTA'
                            MOVE 'N' TO WS-RCL-VINCULO-OK
                         ELSE
                            MOVE WS-RCL-REFERENCIA TO RCL-REFERENCIA
                         END-IF
                   END-READ
                WHEN RCL-PROD-BOLETO
                   DISPLAY 'DIGITE O NOSSO NUMERO DO BOLETO'
                   ACCEPT WS-RCL-REFERENCIA
                   MOVE WS-RCL-REFERENCIA TO BOL-NOSSO-NUMERO
                   READ ARQ-BOLETO RECORD KEY IS BOL-NOSSO-NUMERO
                      INVALID KEY
                         DISPLAY 'BOLETO NAO ENCONTRADO'
                         MOVE 'N' TO WS-RCL-VINCULO-OK
                      NOT INVALID KEY
                         MOVE WS-RCL-REFERENCIA TO RCL-REFERENCIA
                   END-READ
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF NOT PRODUTO-VINCULADO THEN
                DISPLAY 'ABERTURA CANCELADA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A RESPOSTA DO SAC, MARCANDO SE FOI
      *      DADA DENTRO DO PRAZO E SE A RECLAMACAO PROCEDE
      ******************************************************************
       P6220-RESPONDER-RECLAMACAO.
             PERFORM P6205-LER-RECLAMACAO
             IF NOT RECLAMACAO-ACHADA THEN
                EXIT PARAGRAPH
             END-IF
             IF NOT RCL-ABERTA THEN
                DISPLAY 'SOMENTE RECLAMACAO ABERTA PODE SER RESPONDIDA'
                        ' PELO SAC'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A RESPOSTA DADA AO CLIENTE'
             ACCEPT RCL-RESPOSTA
             DISPLAY 'A RECLAMACAO E PROCEDENTE? (S/N)'
             ACCEPT RCL-PROCEDENTE
             IF NOT RCL-E-PROCEDENTE THEN
                MOVE 'N' TO RCL-PROCEDENTE
             END-IF
             MOVE WS-DATA-ATUAL TO RCL-DATA-RESPOSTA
             MOVE WS-OPER-ID-LOGADO TO RCL-OPER-RESPOSTA
             IF WS-DATA-ATUAL NOT GREATER THAN RCL-DATA-SLA THEN
                MOVE 'S' TO RCL-NO-PRAZO
             ELSE
                MOVE 'N' TO RCL-NO-PRAZO
             END-IF
             SET RCL-RESPONDIDA TO TRUE
             REWRITE REG-RECLAMACAO
             IF FS-RECLAMACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RESPOSTA, STATUS: '
                        FS-RECLAMACAO
                EXIT PARAGRAPH
             END-IF
             IF RCL-RESPONDIDA-NO-PRAZO THEN
                DISPLAY 'RECLAMACAO RESPONDIDA DENTRO DO PRAZO'
             ELSE
                DISPLAY 'RECLAMACAO RESPONDIDA FORA DO PRAZO (VENCEU'
                        ' EM ' RCL-DATA-SLA ')'
             END-IF
             MOVE RCL-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESPOSTA RECLAMACAO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PROTOCOLO ' DELIMITED SIZE
                    RCL-PROTOCOLO DELIMITED SIZE
                    ' PROCEDENTE ' DELIMITED SIZE
                    RCL-PROCEDENTE DELIMITED SIZE
                    ' PRAZO ' DELIMITED SIZE
                    RCL-NO-PRAZO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE ESCALA A RECLAMACAO PARA A OUVIDORIA: O
      *      CLIENTE NAO SATISFEITO COM A RESPOSTA DO SAC, OU SEM
      *      RESPOSTA DEPOIS DE VENCIDO O PRAZO; A OUVIDORIA GANHA
      *      PRAZO PROPRIO EM DIAS UTEIS A PARTIR DA ESCALADA
      ******************************************************************
       P6230-ESCALAR-OUVIDORIA.
             PERFORM P6205-LER-RECLAMACAO
             IF NOT RECLAMACAO-ACHADA THEN
                EXIT PARAGRAPH
             END-IF
             IF NOT RCL-RESPONDIDA
                AND NOT (RCL-ABERTA
                         AND RCL-DATA-SLA LESS THAN WS-DATA-ATUAL)
                THEN
                DISPLAY 'SO E POSSIVEL ESCALAR RECLAMACAO JA'
                        ' RESPONDIDA PELO SAC OU COM O PRAZO DO SAC'
                        ' VENCIDO'
                EXIT PARAGRAPH
             END-IF
             IF RCL-RESPONDIDA THEN
                DISPLAY 'RESPOSTA DO SAC: ' RCL-RESPOSTA
             ELSE
                MOVE 'N' TO RCL-NO-PRAZO
             END-IF
             MOVE WS-DATA-ATUAL TO RCL-DATA-ESCALADA
             MOVE WS-DATA-ATUAL TO WS-RCL-DATA-BASE
             MOVE WS-SLA-OUVIDORIA-DIAS TO WS-RCL-DIAS-PRAZO
             PERFORM P6260-SOMAR-DIAS-UTEIS
             MOVE WS-RCL-DATA-LIMITE TO RCL-DATA-SLA-OUVIDORIA
             SET RCL-EM-OUVIDORIA TO TRUE
             REWRITE REG-RECLAMACAO
             IF FS-RECLAMACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ESCALAR A RECLAMACAO, STATUS: '
                        FS-RECLAMACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'RECLAMACAO ESCALADA PARA A OUVIDORIA - PRAZO: '
                     RCL-DATA-SLA-OUVIDORIA
             MOVE RCL-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ESCALADA OUVIDORIA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PROTOCOLO ' DELIMITED SIZE
                    RCL-PROTOCOLO DELIMITED SIZE
                    ' PRAZO ' DELIMITED SIZE
                    RCL-DATA-SLA-OUVIDORIA DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A RESPOSTA CONCLUSIVA DA OUVIDORIA,
      *      QUE PREVALECE SOBRE A AVALIACAO DO SAC QUANTO A
      *      PROCEDENCIA, E FINALIZA A RECLAMACAO
      ******************************************************************
       P6240-RESPONDER-OUVIDORIA.
             PERFORM P6205-LER-RECLAMACAO
             IF NOT RECLAMACAO-ACHADA THEN
                EXIT PARAGRAPH
             END-IF
             IF NOT RCL-EM-OUVIDORIA THEN
                DISPLAY 'A RECLAMACAO NAO ESTA NA OUVIDORIA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'ESCALADA EM ' RCL-DATA-ESCALADA ' PRAZO '
                     RCL-DATA-SLA-OUVIDORIA
             DISPLAY 'DIGITE A RESPOSTA CONCLUSIVA DA OUVIDORIA'
             ACCEPT RCL-RESPOSTA-OUVIDORIA
             DISPLAY 'A RECLAMACAO E PROCEDENTE? (S/N)'
             ACCEPT RCL-PROCEDENTE
             IF NOT RCL-E-PROCEDENTE THEN
                MOVE 'N' TO RCL-PROCEDENTE
             END-IF
             MOVE WS-DATA-ATUAL TO RCL-DATA-RESP-OUVIDORIA
             MOVE WS-OPER-ID-LOGADO TO RCL-OPER-OUVIDORIA
             IF WS-DATA-ATUAL NOT GREATER THAN RCL-DATA-SLA-OUVIDORIA
                THEN
                MOVE 'S' TO RCL-OUVIDORIA-NO-PRAZO
             ELSE
                MOVE 'N' TO RCL-OUVIDORIA-NO-PRAZO
             END-IF
             SET RCL-FINALIZADA TO TRUE
             REWRITE REG-RECLAMACAO
             IF FS-RECLAMACAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RESPOSTA DA OUVIDORIA,'
                        ' STATUS: ' FS-RECLAMACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'RECLAMACAO FINALIZADA PELA OUVIDORIA'
             MOVE RCL-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESPOSTA OUVIDORIA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PROTOCOLO ' DELIMITED SIZE
                    RCL-PROTOCOLO DELIMITED SIZE
                    ' PROCEDENTE ' DELIMITED SIZE
                    RCL-PROCEDENTE DELIMITED SIZE
                    ' PRAZO ' DELIMITED SIZE
                    RCL-OUVIDORIA-NO-PRAZO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS RECLAMACOES DE UM CPF PELA CHAVE
      *      ALTERNADA
      ******************************************************************
       P6250-CONSULTAR-RECLAMACOES.
             DISPLAY 'DIGITE O CPF DO RECLAMANTE'
             ACCEPT WS-RCL-CPF
             MOVE ZEROS TO WS-RCL-QTDE
             MOVE WS-RCL-CPF TO RCL-CPF
             START ARQ-RECLAMACAO KEY IS NOT LESS THAN RCL-CPF
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-RECLAMACAO EQUAL TO "00" THEN
                PERFORM P6255-LER-PROX-RECLAMACAO
                PERFORM UNTIL FS-RECLAMACAO NOT EQUAL TO "00"
                   OR RCL-CPF NOT EQUAL TO WS-RCL-CPF
                   ADD 1 TO WS-RCL-QTDE
                   DISPLAY 'PROTOCOLO ' RCL-PROTOCOLO
                           ' ABERTA ' RCL-DATA-ABERTURA
                           ' PRODUTO ' RCL-PRODUTO
                           ' CATEGORIA ' RCL-CATEGORIA
                           ' STATUS ' RCL-STATUS
                   DISPLAY '   ' RCL-DESCRICAO
                   EVALUATE TRUE
                      WHEN RCL-ABERTA
                         DISPLAY '   AGUARDANDO O SAC, PRAZO '
                                 RCL-DATA-SLA
                      WHEN RCL-RESPONDIDA
                         DISPLAY '   RESPONDIDA EM '
                                 RCL-DATA-RESPOSTA ': ' RCL-RESPOSTA
                      WHEN RCL-EM-OUVIDORIA
                         DISPLAY '   NA OUVIDORIA, PRAZO '
                                 RCL-DATA-SLA-OUVIDORIA
                      WHEN RCL-FINALIZADA
                         DISPLAY '   OUVIDORIA EM '
                                 RCL-DATA-RESP-OUVIDORIA ': '
                                 RCL-RESPOSTA-OUVIDORIA
                   END-EVALUATE
                   PERFORM P6255-LER-PROX-RECLAMACAO
                END-PERFORM
                MOVE "00" TO FS-RECLAMACAO
             END-IF
             IF WS-RCL-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUMA RECLAMACAO PARA O CPF'
             END-IF
       .
       P6255-LER-PROX-RECLAMACAO.
             READ ARQ-RECLAMACAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECLAMACAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE SOMA WS-RCL-DIAS-PRAZO DIAS UTEIS A
      *      WS-RCL-DATA-BASE (PULANDO FINS DE SEMANA E OS FERIADOS
      *      DO CALENDARIO), DEVOLVENDO A DATA EM WS-RCL-DATA-LIMITE
      ******************************************************************
       P6260-SOMAR-DIAS-UTEIS.
             MOVE WS-RCL-DATA-BASE TO WS-RCL-DATA-LIMITE
             COMPUTE WS-RCL-DIA-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-RCL-DATA-BASE)
             MOVE ZEROS TO WS-RCL-DIAS-CONTADOS
             PERFORM UNTIL WS-RCL-DIAS-CONTADOS NOT LESS THAN
                           WS-RCL-DIAS-PRAZO
                ADD 1 TO WS-RCL-DIA-INTEIRO
                COMPUTE WS-RCL-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-RCL-DIA-INTEIRO)
                DIVIDE WS-RCL-DIA-INTEIRO BY 7
                      GIVING WS-RCL-SEMANA-QUOC
                      REMAINDER WS-RCL-DIA-SEMANA
                IF WS-RCL-DIA-SEMANA NOT EQUAL TO ZEROS
                   AND WS-RCL-DIA-SEMANA NOT EQUAL TO 6
                   MOVE WS-RCL-DATA-LIMITE TO FER-DATA
                   READ ARQ-FERIADO RECORD KEY IS FER-DATA
                      INVALID KEY
                         ADD 1 TO WS-RCL-DIAS-CONTADOS
                   END-READ
                END-IF
             END-PERFORM
       .
      ******************************************************************
      *      FUNÇÃO DA PORTABILIDADE DE CREDITO RECEBIDA: O CLIENTE
      *      TRAZ UM EMPRESTIMO DE OUTRO BANCO; O CAIXA CONTRATA O
      *      EMPRESTIMO NOVO PELO SALDO DEVEDOR (AGUARDANDO A
      *      LIQUIDACAO), GERA O PEDIDO AO BANCO DE ORIGEM E, NA
      *      LIQUIDACAO, REGISTRA A TED QUE QUITOU O CONTRATO ANTIGO
      ******************************************************************
       P6300-PORTABILIDADE-CREDITO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'PORTABILIDADE DE CREDITO (EMPRESTIMO DE OUTRO'
                     ' BANCO)'
             DISPLAY '1 - CONTRATAR A PORTABILIDADE (PEDIDO AO BANCO'
                     ' DE ORIGEM)'
             DISPLAY '2 - REGISTRAR A TED DE LIQUIDACAO'
             DISPLAY '3 - CANCELAR UM PEDIDO (CLIENTE RETIDO OU'
                     ' DESISTENCIA)'
             DISPLAY '4 - CONSULTAR AS PORTABILIDADES DE UM CPF'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6310-CONTRATAR-PORTABILIDADE
                WHEN '2'
                   PERFORM P6320-LIQUIDAR-PORTABILIDADE
                WHEN '3'
                   PERFORM P6330-CANCELAR-PORTABILIDADE
                WHEN '4'
                   PERFORM P6340-CONSULTAR-PORTABILIDADES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTRATA O EMPRESTIMO DA PORTABILIDADE PELO
      *      SALDO DEVEDOR INFORMADO PELO BANCO DE ORIGEM, COM A TAXA
      *      DA FAIXA DE SCORE E O MESMO CONTROLE DE TETO E DE
      *      GARANTIA DA CONCESSAO NORMAL; O VALOR NAO E CREDITADO NA
      *      CONTA, VAI PARA O BANCO DE ORIGEM NA LIQUIDACAO
      ******************************************************************
       P6310-CONTRATAR-PORTABILIDADE.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, PORTABILIDADE'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-MENOR THEN
                DISPLAY 'CONTA DE MENOR DE IDADE NAO CONTRATA'
                        ' EMPRESTIMO!'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P1410-CALCULAR-SCORE-CREDITO
             DISPLAY 'SCORE DE CREDITO CALCULADO: ' WS-SCORE
             IF WS-SCORE LESS THAN WS-SCORE-MINIMO THEN
                DISPLAY 'PORTABILIDADE NEGADA: SCORE ABAIXO DO'
                        ' MINIMO EXIGIDO (' WS-SCORE-MINIMO ')'
                MOVE CONTA-NUM  TO WS-AUD-CONTA-NUM
                MOVE 'PORTABILIDADE NEGADA' TO WS-AUD-ACAO
                MOVE 'SCORE INSUFICIENTE' TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'DIGITE O BANCO DE ORIGEM (3 DIGITOS)'
             ACCEPT WS-PTC-BANCO-ORIGEM
             IF WS-PTC-BANCO-ORIGEM EQUAL TO ZEROS
                OR WS-PTC-BANCO-ORIGEM EQUAL TO WS-PTC-BANCO-PROPRIO
                DISPLAY 'BANCO DE ORIGEM INVALIDO, PORTABILIDADE'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NUMERO DO CONTRATO NO BANCO DE ORIGEM'
             ACCEPT WS-PTC-CONTRATO-ORIGEM
             IF WS-PTC-CONTRATO-ORIGEM EQUAL TO SPACES THEN
                DISPLAY 'CONTRATO DE ORIGEM OBRIGATORIO, PORTABILIDADE'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O SALDO DEVEDOR INFORMADO PELO BANCO DE'
                     ' ORIGEM'
             ACCEPT WS-VALOR
             IF WS-VALOR NOT GREATER THAN ZEROS THEN
                DISPLAY 'SALDO DEVEDOR INVALIDO, PORTABILIDADE'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A QUANTIDADE DE PARCELAS DO CONTRATO NOVO'
             ACCEPT WS-EMP-QTDE-PARCELAS
             IF WS-EMP-QTDE-PARCELAS EQUAL TO ZEROS THEN
                DISPLAY 'PRAZO INVALIDO, PORTABILIDADE CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE CONTA-NUM TO EMP-CONTA-NUM
             MOVE WS-VALOR TO EMP-VALOR-PRINCIPAL
             PERFORM P1420-DEFINIR-TAXA-POR-SCORE
             MOVE WS-EMP-TAXA TO EMP-TAXA-JUROS
             DISPLAY 'TAXA DE JUROS MENSAL DEFINIDA PELA FAIXA DE'
                     ' SCORE: ' EMP-TAXA-JUROS '%'
             MOVE WS-EMP-QTDE-PARCELAS TO EMP-QTDE-PARCELAS
             DISPLAY 'DIGITE O DIA DO MES DE VENCIMENTO (1-28)'
             ACCEPT EMP-DIA-VENCIMENTO
             COMPUTE EMP-VALOR-PARCELA ROUNDED =
                (EMP-VALOR-PRINCIPAL +
                (EMP-VALOR-PRINCIPAL * EMP-TAXA-JUROS / 100
                 * EMP-QTDE-PARCELAS)) / EMP-QTDE-PARCELAS
             DISPLAY 'VALOR DA PARCELA NO CONTRATO NOVO: '
                     EMP-VALOR-PARCELA

             MOVE CPF TO WS-EXP-CPF
             MOVE CONTA-NUM TO WS-EXP-CONTA-GRANT
             COMPUTE WS-EXP-INCREMENTO =
                     EMP-VALOR-PARCELA * EMP-QTDE-PARCELAS
             PERFORM P1495-VERIFICAR-TETO-CREDITO
             IF NOT TETO-OK THEN
                DISPLAY 'PORTABILIDADE CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE 'N' TO WS-GAR-EXIGIDA
             IF EMP-VALOR-PRINCIPAL GREATER THAN
                WS-EMP-LIMITE-SEM-GAR THEN
                MOVE 'S' TO WS-GAR-EXIGIDA
                DISPLAY 'VALOR ACIMA DO LIMITE SEM GARANTIA ('
                        WS-EMP-LIMITE-SEM-GAR '), GARANTIA OBRIGATORIA'
                PERFORM P1430-CAPTURAR-GARANTIA
                IF NOT GAR-CAPTURADA THEN
                   DISPLAY 'GARANTIA NAO ACEITA, PORTABILIDADE'
                           ' CANCELADA'
                   EXIT PARAGRAPH
                END-IF
             END-IF

             READ ARQ-EMPRESTCTL
             IF FS-EMPRESTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE EMPRESTIMOS,'
                        ' STATUS: ' FS-EMPRESTCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-EMPRESTIMO
             MOVE ULT-EMPRESTIMO TO WS-EMP-FS-SEQ
             REWRITE REG-EMPRESTCTL
             IF FS-EMPRESTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE'
                        ' EMPRESTIMOS, STATUS: ' FS-EMPRESTCTL
                EXIT PARAGRAPH
             END-IF

             MOVE WS-EMP-FS-SEQ TO EMP-SEQ
             MOVE ZEROS TO EMP-PARCELAS-PAGAS
             MOVE ZEROS TO EMP-ULT-COBRANCA
             MOVE ZEROS TO EMP-QTDE-PARC-ATRASO
             MOVE ZEROS TO EMP-DATA-VENC-ATRASO
             MOVE ZEROS TO EMP-DATA-MARCA-ATRASO
             MOVE ZEROS TO EMP-CONTRATO-ORIGEM
             MOVE 'N' TO EMP-SEGURO
             MOVE ZEROS TO EMP-SEGURO-PREMIO
             MOVE SPACES TO EMP-MODALIDADE
             MOVE ZEROS TO EMP-CONV-CODIGO
             MOVE ZEROS TO EMP-DATA-ULT-CONSIG
             MOVE SPACES TO EMP-FORMA-COBRANCA
             MOVE SPACES TO EMP-CLASSE-RISCO
             MOVE ZEROS TO EMP-DATA-CLASSIFICACAO
             MOVE ZEROS TO EMP-DADOS-HABITACIONAL
             MOVE ZEROS TO EMP-DADOS-APROPRIACAO
             SET EMP-AGUARDA-PORTAB TO TRUE
             WRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EMPRESTIMO, STATUS: '
                        FS-EMPRESTIMO
                EXIT PARAGRAPH
             END-IF
             IF GAR-EXIGIDA THEN
                PERFORM P1435-GRAVAR-GARANTIA
             END-IF

             MOVE SPACES TO WS-PTC-NUMERO
             STRING 'E'           DELIMITED SIZE
                    WS-DATA-ATUAL DELIMITED SIZE
                    WS-HORA-ATUAL DELIMITED SIZE
                    EMP-SEQ       DELIMITED SIZE
               INTO WS-PTC-NUMERO
             END-STRING
             MOVE SPACES TO REG-PORTCRED
             MOVE WS-PTC-NUMERO TO PTC-NUMERO
             SET PTC-ENTRADA TO TRUE
             MOVE WS-PTC-BANCO-ORIGEM TO PTC-BANCO
             MOVE WS-PTC-CONTRATO-ORIGEM TO PTC-CONTRATO-EXTERNO
             MOVE EMP-SEQ TO PTC-EMP-SEQ
             MOVE CONTA-NUM TO PTC-CONTA-NUM
             MOVE CPF TO PTC-CPF
             MOVE WS-DATA-ATUAL TO PTC-DATA-PEDIDO
             MOVE ZEROS TO PTC-DATA-LIQUIDACAO
             MOVE EMP-VALOR-PRINCIPAL TO PTC-SALDO-DEVEDOR
             MOVE EMP-TAXA-JUROS TO PTC-TAXA-PROPOSTA
             MOVE EMP-QTDE-PARCELAS TO PTC-PRAZO-PROPOSTO
             MOVE ZEROS TO PTC-TAXA-CONTRAPROPOSTA
             MOVE ZEROS TO PTC-VALOR-LIQUIDADO
             MOVE WS-OPER-ID-LOGADO TO PTC-OPER-ID
             SET PTC-AGUARDANDO TO TRUE
             WRITE REG-PORTCRED
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PORTABILIDADE, STATUS: '
                        FS-PORTCRED
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO PCM-TIPO
             PERFORM P6315-GRAVAR-PEDIDO-ORIGEM

             DISPLAY 'PORTABILIDADE ' PTC-NUMERO ' REGISTRADA, PEDIDO'
                     ' GERADO PARA O BANCO ' PTC-BANCO
             DISPLAY 'CONTRATO NOVO ' EMP-SEQ ' AGUARDANDO A TED DE'
                     ' LIQUIDACAO AO BANCO DE ORIGEM'
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'PEDIDO PORTAB CREDITO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PORTAB ' DELIMITED SIZE
                    PTC-NUMERO DELIMITED SIZE
                    ' BCO ' DELIMITED SIZE
                    PTC-BANCO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA NO ARQUIVO DE PEDIDOS AO BANCO DE ORIGEM
      *      A MENSAGEM DO TIPO EM PCM-TIPO PARA A PORTABILIDADE EM
      *      REG-PORTCRED
      ******************************************************************
       P6315-GRAVAR-PEDIDO-ORIGEM.
             MOVE PTC-NUMERO TO PCM-NUMERO
             MOVE WS-PTC-BANCO-PROPRIO TO PCM-BANCO-PROPONENTE
             MOVE PTC-BANCO TO PCM-BANCO-CREDOR
             MOVE PTC-CONTRATO-EXTERNO TO PCM-CONTRATO
             MOVE PTC-CPF TO PCM-CPF
             MOVE PTC-TAXA-PROPOSTA TO PCM-TAXA
             MOVE PTC-PRAZO-PROPOSTO TO PCM-PRAZO
             MOVE PTC-DATA-LIQUIDACAO TO PCM-DATA-LIQUIDACAO
             MOVE PTC-SALDO-DEVEDOR TO PCM-VALOR
             MOVE PTC-TED-NUMERO TO PCM-TED-NUMERO
             MOVE SPACES TO PCM-MOTIVO
             WRITE REG-PORTCMSG
             IF FS-PORTCRED-PEDIDO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O PEDIDO AO BANCO DE ORIGEM,'
                        ' STATUS: ' FS-PORTCRED-PEDIDO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A TED QUE LIQUIDOU O CONTRATO NO
      *      BANCO DE ORIGEM: O VALOR EFETIVO (QUE PODE DIFERIR DA
      *      ESTIMATIVA DO PEDIDO) VIRA O PRINCIPAL DO CONTRATO NOVO,
      *      QUE PASSA A ATIVO E ENTRA NA COBRANCA NORMAL
      ******************************************************************
       P6320-LIQUIDAR-PORTABILIDADE.
             DISPLAY 'DIGITE O NUMERO DA PORTABILIDADE'
             ACCEPT WS-PTC-NUMERO
             MOVE WS-PTC-NUMERO TO PTC-NUMERO
             READ ARQ-PORTCRED RECORD KEY IS PTC-NUMERO
                INVALID KEY
                   DISPLAY 'PORTABILIDADE NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT PTC-ENTRADA OR NOT PTC-AGUARDANDO THEN
                DISPLAY 'PORTABILIDADE NAO ESTA AGUARDANDO'
                        ' LIQUIDACAO (STATUS ' PTC-STATUS ')'
                EXIT PARAGRAPH
             END-IF
             MOVE PTC-EMP-SEQ TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   DISPLAY 'CONTRATO NOVO NAO ENCONTRADO'
                   EXIT PARAGRAPH
             END-READ
             IF NOT EMP-AGUARDA-PORTAB THEN
                DISPLAY 'CONTRATO ' EMP-SEQ ' NAO ESTA AGUARDANDO A'
                        ' LIQUIDACAO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONTRATO NOVO ' EMP-SEQ ' - SALDO ESTIMADO: '
                     PTC-SALDO-DEVEDOR
             DISPLAY 'DIGITE O NUMERO DE CONTROLE DA TED DE LIQUIDACAO'
             ACCEPT WS-PTC-TED-NUMERO
             IF WS-PTC-TED-NUMERO EQUAL TO SPACES THEN
                DISPLAY 'NUMERO DA TED OBRIGATORIO, LIQUIDACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O VALOR LIQUIDADO'
             ACCEPT WS-VALOR
             IF WS-VALOR NOT GREATER THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO, LIQUIDACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             IF WS-VALOR NOT EQUAL TO EMP-VALOR-PRINCIPAL THEN
                IF WS-VALOR GREATER THAN EMP-VALOR-PRINCIPAL THEN
                   MOVE EMP-CONTA-NUM TO CONTA-NUM
                   READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                      INVALID KEY
                         DISPLAY 'CONTA DO CONTRATO NAO ENCONTRADA'
                         EXIT PARAGRAPH
                   END-READ
                   MOVE CPF TO WS-EXP-CPF
                   MOVE CONTA-NUM TO WS-EXP-CONTA-GRANT
                   COMPUTE WS-EXP-INCREMENTO ROUNDED =
                      (WS-VALOR - EMP-VALOR-PRINCIPAL)
                      * (1 + EMP-TAXA-JUROS / 100 * EMP-QTDE-PARCELAS)
                   PERFORM P1495-VERIFICAR-TETO-CREDITO
                   IF NOT TETO-OK THEN
                      DISPLAY 'LIQUIDACAO CANCELADA'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE PTC-EMP-SEQ TO EMP-SEQ
                   READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                      INVALID KEY
                         DISPLAY 'FALHA AO RELER O CONTRATO NOVO'
                         EXIT PARAGRAPH
                   END-READ
                END-IF
                MOVE WS-VALOR TO EMP-VALOR-PRINCIPAL
                COMPUTE EMP-VALOR-PARCELA ROUNDED =
                   (EMP-VALOR-PRINCIPAL +
                   (EMP-VALOR-PRINCIPAL * EMP-TAXA-JUROS / 100
                    * EMP-QTDE-PARCELAS)) / EMP-QTDE-PARCELAS
                DISPLAY 'PRINCIPAL AJUSTADO AO VALOR LIQUIDADO, NOVA'
                        ' PARCELA: ' EMP-VALOR-PARCELA
             END-IF
             SET EMP-ATIVO TO TRUE
             REWRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATIVAR O CONTRATO NOVO, STATUS: '
                        FS-EMPRESTIMO
                EXIT PARAGRAPH
             END-IF

             SET PTC-LIQUIDADA TO TRUE
             MOVE WS-DATA-ATUAL TO PTC-DATA-LIQUIDACAO
             MOVE WS-PTC-TED-NUMERO TO PTC-TED-NUMERO
             MOVE WS-VALOR TO PTC-VALOR-LIQUIDADO
             MOVE WS-OPER-ID-LOGADO TO PTC-OPER-ID
             REWRITE REG-PORTCRED
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A PORTABILIDADE, STATUS: '
                        FS-PORTCRED
             END-IF
             DISPLAY 'PORTABILIDADE ' PTC-NUMERO ' LIQUIDADA - TED '
                     PTC-TED-NUMERO ' VALOR ' PTC-VALOR-LIQUIDADO
             DISPLAY 'CONTRATO ' EMP-SEQ ' ATIVO, COBRANCA TODO DIA '
                     EMP-DIA-VENCIMENTO
             SET CCB-EMITIR-PORTABILIDADE TO TRUE
             MOVE ZEROS TO WS-CCB-IOF
             MOVE ZEROS TO WS-CCB-ENCARGOS
             PERFORM P1475-EMITIR-CCB
             MOVE EMP-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'LIQUIDA PORTAB CRED' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'TED ' DELIMITED SIZE
                    PTC-TED-NUMERO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA O PEDIDO AINDA NAO LIQUIDADO (CLIENTE
      *      RETIDO PELO BANCO DE ORIGEM OU DESISTENTE): O CONTRATO
      *      NOVO NUNCA LIBERADO E FECHADO, AS GARANTIAS VOLTAM E O
      *      BANCO DE ORIGEM RECEBE O CANCELAMENTO
      ******************************************************************
       P6330-CANCELAR-PORTABILIDADE.
             DISPLAY 'DIGITE O NUMERO DA PORTABILIDADE'
             ACCEPT WS-PTC-NUMERO
             MOVE WS-PTC-NUMERO TO PTC-NUMERO
             READ ARQ-PORTCRED RECORD KEY IS PTC-NUMERO
                INVALID KEY
                   DISPLAY 'PORTABILIDADE NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT PTC-ENTRADA OR NOT PTC-AGUARDANDO THEN
                DISPLAY 'PORTABILIDADE NAO ESTA AGUARDANDO'
                        ' LIQUIDACAO (STATUS ' PTC-STATUS ')'
                EXIT PARAGRAPH
             END-IF
             MOVE PTC-EMP-SEQ TO EMP-SEQ
             READ ARQ-EMPRESTIMO RECORD KEY IS EMP-SEQ
                INVALID KEY
                   DISPLAY 'CONTRATO NOVO NAO ENCONTRADO'
                   EXIT PARAGRAPH
             END-READ
             IF EMP-AGUARDA-PORTAB THEN
                SET EMP-PORTAB-CANCELADA TO TRUE
                REWRITE REG-EMPRESTIMO
                IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO FECHAR O CONTRATO NOVO, STATUS: '
                           FS-EMPRESTIMO
                   EXIT PARAGRAPH
                END-IF
                PERFORM P1465-LIBERAR-GARANTIAS
             END-IF
             SET PTC-CANCELADA TO TRUE
             MOVE WS-OPER-ID-LOGADO TO PTC-OPER-ID
             REWRITE REG-PORTCRED
             IF FS-PORTCRED NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR A PORTABILIDADE, STATUS: '
                        FS-PORTCRED
                EXIT PARAGRAPH
             END-IF
             MOVE 'C' TO PCM-TIPO
             PERFORM P6315-GRAVAR-PEDIDO-ORIGEM
             DISPLAY 'PORTABILIDADE ' PTC-NUMERO ' CANCELADA, CONTRATO'
                     ' NOVO ' EMP-SEQ ' FECHADO SEM LIBERACAO'
             MOVE PTC-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CANCELA PORTAB CRED' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PORTAB ' DELIMITED SIZE
                    PTC-NUMERO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS PORTABILIDADES DE CREDITO DE UM CPF
      *      NOS DOIS SENTIDOS, PELA CHAVE ALTERNADA
      ******************************************************************
       P6340-CONSULTAR-PORTABILIDADES.
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-PTC-CPF
             MOVE ZEROS TO WS-PTC-QTDE
             MOVE WS-PTC-CPF TO PTC-CPF
             START ARQ-PORTCRED KEY IS EQUAL TO PTC-CPF
                INVALID KEY
                   DISPLAY 'NENHUMA PORTABILIDADE PARA ESTE CPF'
                   EXIT PARAGRAPH
             END-START
             PERFORM P6345-LER-PROX-PORTCRED
             PERFORM UNTIL FS-PORTCRED NOT EQUAL TO "00"
                OR PTC-CPF NOT EQUAL TO WS-PTC-CPF
                ADD 1 TO WS-PTC-QTDE
                DISPLAY PTC-NUMERO ' SENTIDO ' PTC-SENTIDO
                        ' BCO ' PTC-BANCO ' CONTRATO ' PTC-EMP-SEQ
                        ' EXTERNO ' PTC-CONTRATO-EXTERNO
                DISPLAY '   PEDIDO ' PTC-DATA-PEDIDO ' SALDO '
                        PTC-SALDO-DEVEDOR ' TAXA ' PTC-TAXA-PROPOSTA
                        ' CONTRAPROPOSTA ' PTC-TAXA-CONTRAPROPOSTA
                        ' STATUS ' PTC-STATUS
                IF PTC-LIQUIDADA THEN
                   DISPLAY '   LIQUIDADA EM ' PTC-DATA-LIQUIDACAO
                           ' TED ' PTC-TED-NUMERO ' VALOR '
                           PTC-VALOR-LIQUIDADO
                END-IF
                PERFORM P6345-LER-PROX-PORTCRED
             END-PERFORM
             MOVE "00" TO FS-PORTCRED
             DISPLAY 'PORTABILIDADES ENCONTRADAS: ' WS-PTC-QTDE
             DISPLAY 'STATUS: A AGUARDANDO, O CONTRAPROPOSTA,'
                     ' L LIQUIDADA, T RETIDA, C CANCELADA'
       .
       P6345-LER-PROX-PORTCRED.
             READ ARQ-PORTCRED NEXT RECORD
                AT END
                   MOVE "10" TO FS-PORTCRED
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO FINANCIAMENTO HABITACIONAL (PESSOA FISICA):
      *      IMOVEL AVALIADO COMO GARANTIA OBRIGATORIA (ALIENACAO
      *      FIDUCIARIA), VALOR FINANCIADO LIMITADO A COTA
      *      PERC-HAB-LTV DA AVALIACAO, PRAZO ATE PRAZO-HAB-MAXIMO,
      *      AMORTIZACAO SAC E SEGUROS MIP (SOBRE O SALDO) E DFI
      *      (SOBRE O IMOVEL) DENTRO DA PARCELA; O SALDO DEVEDOR E
      *      CORRIGIDO TODO MES PELA TR NO BATCH
      *      HABITACIONAL-CORRECAO, QUE RECALCULA A PARCELA DO MES.
      *      ISENTO DE IOF
      ******************************************************************
       P6400-FINANCIAMENTO-HAB.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'FINANCIAMENTO HABITACIONAL (SAC COM CORRECAO'
                     ' PELA TR)'
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   PERFORM P200-MENU
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, FINANCIAMENTO'
                        ' NEGADO'
                PERFORM P200-MENU
             END-IF
             IF CONTA-MENOR OR CONTA-PJ THEN
                DISPLAY 'FINANCIAMENTO HABITACIONAL SO PARA PESSOA'
                        ' FISICA MAIOR DE IDADE'
                PERFORM P200-MENU
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                PERFORM P200-MENU
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                PERFORM P200-MENU
             END-IF
             PERFORM P1410-CALCULAR-SCORE-CREDITO
             DISPLAY 'SCORE DE CREDITO CALCULADO: ' WS-SCORE
             IF WS-SCORE LESS THAN WS-SCORE-MINIMO THEN
                DISPLAY 'FINANCIAMENTO NEGADO: SCORE ABAIXO DO MINIMO'
                        ' EXIGIDO (' WS-SCORE-MINIMO ')'
                MOVE CONTA-NUM  TO WS-AUD-CONTA-NUM
                MOVE 'FINANC HAB NEGADO' TO WS-AUD-ACAO
                MOVE 'SCORE INSUFICIENTE' TO WS-AUD-DETALHE
                PERFORM P380-REGISTRAR-AUDITORIA
                PERFORM P200-MENU
             END-IF
             PERFORM P6405-CARREGAR-PARAM-HAB

             DISPLAY 'DESCRICAO DO IMOVEL (MATRICULA E ENDERECO)'
             ACCEPT WS-HAB-DESCRICAO-IMOVEL
             DISPLAY 'VALOR DE AVALIACAO DO IMOVEL'
             ACCEPT WS-HAB-VALOR-IMOVEL
             IF WS-HAB-VALOR-IMOVEL NOT GREATER THAN ZEROS THEN
                DISPLAY 'AVALIACAO INVALIDA, FINANCIAMENTO CANCELADO'
                PERFORM P200-MENU
             END-IF
             COMPUTE WS-HAB-VALOR-MAXIMO ROUNDED =
                     WS-HAB-VALOR-IMOVEL * WS-HAB-PERC-LTV / 100
             DISPLAY 'VALOR MAXIMO FINANCIAVEL (' WS-HAB-PERC-LTV
                     '% DA AVALIACAO): ' WS-HAB-VALOR-MAXIMO
             DISPLAY 'DIGITE O VALOR A FINANCIAR'
             ACCEPT WS-VALOR
             IF WS-VALOR NOT GREATER THAN ZEROS
                OR WS-VALOR GREATER THAN WS-HAB-VALOR-MAXIMO THEN
                DISPLAY 'VALOR FORA DA COTA DE FINANCIAMENTO,'
                        ' FINANCIAMENTO CANCELADO'
                PERFORM P200-MENU
             END-IF
             DISPLAY 'DIGITE O PRAZO EM MESES (ATE '
                     WS-HAB-PRAZO-MAXIMO ')'
             ACCEPT WS-EMP-QTDE-PARCELAS
             IF WS-EMP-QTDE-PARCELAS EQUAL TO ZEROS
                OR WS-EMP-QTDE-PARCELAS GREATER THAN
                   WS-HAB-PRAZO-MAXIMO THEN
                DISPLAY 'PRAZO INVALIDO, FINANCIAMENTO CANCELADO'
                PERFORM P200-MENU
             END-IF
             DISPLAY 'DIGITE O DIA DO MES DE VENCIMENTO (1-28)'
             ACCEPT EMP-DIA-VENCIMENTO
             IF EMP-DIA-VENCIMENTO LESS THAN 1
                OR EMP-DIA-VENCIMENTO GREATER THAN 28 THEN
                DISPLAY 'DIA DE VENCIMENTO INVALIDO, FINANCIAMENTO'
                        ' CANCELADO'
                PERFORM P200-MENU
             END-IF

      *      PRIMEIRA PARCELA SAC: AMORTIZACAO CONSTANTE, JUROS E MIP
      *      SOBRE O SALDO INICIAL E DFI SOBRE A AVALIACAO
             MOVE CONTA-NUM TO EMP-CONTA-NUM
             MOVE WS-VALOR TO EMP-VALOR-PRINCIPAL
             MOVE WS-HAB-TAXA-JUROS TO EMP-TAXA-JUROS
             MOVE WS-EMP-QTDE-PARCELAS TO EMP-QTDE-PARCELAS
             MOVE WS-VALOR TO EMP-HAB-SALDO-DEVEDOR
             MOVE WS-HAB-VALOR-IMOVEL TO EMP-HAB-VALOR-IMOVEL
             MOVE WS-DATA-ATUAL TO EMP-HAB-DATA-CORRECAO
             COMPUTE EMP-HAB-AMORTIZACAO ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR / EMP-QTDE-PARCELAS
             COMPUTE EMP-HAB-JUROS ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR * EMP-TAXA-JUROS / 100
             COMPUTE EMP-HAB-PREMIO-MIP ROUNDED =
                     EMP-HAB-SALDO-DEVEDOR * WS-HAB-TAXA-MIP / 100
             COMPUTE EMP-HAB-PREMIO-DFI ROUNDED =
                     EMP-HAB-VALOR-IMOVEL * WS-HAB-TAXA-DFI / 100
             COMPUTE EMP-VALOR-PARCELA = EMP-HAB-AMORTIZACAO
                     + EMP-HAB-JUROS + EMP-HAB-PREMIO-MIP
                     + EMP-HAB-PREMIO-DFI
             DISPLAY 'TAXA DE JUROS: ' EMP-TAXA-JUROS '% A.M. MAIS A'
                     ' TR SOBRE O SALDO'
             DISPLAY 'PRIMEIRA PARCELA: ' EMP-VALOR-PARCELA
                     ' (AMORTIZACAO ' EMP-HAB-AMORTIZACAO
                     ' JUROS ' EMP-HAB-JUROS ' MIP '
                     EMP-HAB-PREMIO-MIP ' DFI ' EMP-HAB-PREMIO-DFI ')'
             DISPLAY 'AS PARCELAS SEGUINTES DECRESCEM COM O SALDO'
                     ' (SAC) E VARIAM COM A TR DO MES'

             MOVE CPF TO WS-EXP-CPF
             MOVE CONTA-NUM TO WS-EXP-CONTA-GRANT
             COMPUTE WS-EXP-INCREMENTO = EMP-VALOR-PRINCIPAL
                     * (1 + EMP-TAXA-JUROS / 100
                        * (EMP-QTDE-PARCELAS + 1) / 2)
             PERFORM P1495-VERIFICAR-TETO-CREDITO
             IF NOT TETO-OK THEN
                DISPLAY 'FINANCIAMENTO CANCELADO'
                PERFORM P200-MENU
             END-IF

             DISPLAY 'COBRANCA DAS PARCELAS POR BOLETO (CARNE)? (S/N)'
             ACCEPT WS-CARNE-OPCAO
             DISPLAY 'CONFIRMA A CONTRATACAO DO FINANCIAMENTO? (S/N)'
             ACCEPT WS-HAB-CONFIRMA
             IF WS-HAB-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'FINANCIAMENTO NAO CONTRATADO'
                PERFORM P200-MENU
             END-IF

             READ ARQ-EMPRESTCTL
             IF FS-EMPRESTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE EMPRESTIMOS,'
                        ' STATUS: ' FS-EMPRESTCTL
                PERFORM P200-MENU
             END-IF
             ADD 1 TO ULT-EMPRESTIMO
             MOVE ULT-EMPRESTIMO TO WS-EMP-FS-SEQ
             REWRITE REG-EMPRESTCTL
             IF FS-EMPRESTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE'
                        ' EMPRESTIMOS, STATUS: ' FS-EMPRESTCTL
                PERFORM P200-MENU
             END-IF

             MOVE WS-EMP-FS-SEQ TO EMP-SEQ
             MOVE ZEROS TO EMP-PARCELAS-PAGAS
             MOVE ZEROS TO EMP-ULT-COBRANCA
             MOVE ZEROS TO EMP-QTDE-PARC-ATRASO
             MOVE ZEROS TO EMP-DATA-VENC-ATRASO
             MOVE ZEROS TO EMP-DATA-MARCA-ATRASO
             MOVE ZEROS TO EMP-CONTRATO-ORIGEM
      *      MIP E DFI SAO COBRADOS DENTRO DA PARCELA, NAO PELO
      *      SEGURO PRESTAMISTA
             MOVE 'N' TO EMP-SEGURO
             MOVE ZEROS TO EMP-SEGURO-PREMIO
             SET EMP-HABITACIONAL TO TRUE
             MOVE ZEROS TO EMP-CONV-CODIGO
             MOVE ZEROS TO EMP-DATA-ULT-CONSIG
             IF WS-CARNE-OPCAO EQUAL TO 'S' THEN
                SET EMP-COBRANCA-BOLETO TO TRUE
             ELSE
                MOVE SPACES TO EMP-FORMA-COBRANCA
             END-IF
             MOVE SPACES TO EMP-CLASSE-RISCO
             MOVE ZEROS TO EMP-DATA-CLASSIFICACAO
             MOVE ZEROS TO EMP-DADOS-APROPRIACAO
             SET EMP-ATIVO TO TRUE
             WRITE REG-EMPRESTIMO
             IF FS-EMPRESTIMO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O FINANCIAMENTO, STATUS: '
                        FS-EMPRESTIMO
                PERFORM P200-MENU
             END-IF

             MOVE 'I' TO WS-GAR-TIPO-ENT
             MOVE WS-HAB-DESCRICAO-IMOVEL TO WS-GAR-DESCRICAO-ENT
             MOVE WS-HAB-VALOR-IMOVEL TO WS-GAR-VALOR-ENT
             MOVE ZEROS TO WS-GAR-CPF-ENT
             PERFORM P1435-GRAVAR-GARANTIA

             COMPUTE WS-AUX = SALDO + EMP-VALOR-PRINCIPAL
             MOVE WS-AUX TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-EMPRESTIMO-CREDITO TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE EMP-VALOR-PRINCIPAL TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'FINANC HABITACIONAL ' DELIMITED SIZE
                    EMP-SEQ DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             SET CCB-EMITIR-HABITACIONAL TO TRUE
             MOVE ZEROS TO WS-CCB-IOF
             MOVE ZEROS TO WS-CCB-ENCARGOS
             PERFORM P1475-EMITIR-CCB

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'FINANC HABITACIONAL' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CONTRATO ' DELIMITED SIZE
                    EMP-SEQ DELIMITED SIZE
                    ' PRAZO ' DELIMITED SIZE
                    EMP-QTDE-PARCELAS DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'FINANCIAMENTO ' EMP-SEQ ' CONTRATADO COM'
                     ' SUCESSO!'
             DISPLAY 'IMOVEL REGISTRADO EM ALIENACAO FIDUCIARIA'
             DISPLAY 'COBRANCA PELO BATCH DE EMPRESTIMOS TODO DIA '
                     EMP-DIA-VENCIMENTO
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA OS PARAMETROS DO FINANCIAMENTO
      *      HABITACIONAL, COM OS VALORES PADRAO QUANDO AUSENTES
      ******************************************************************
       P6405-CARREGAR-PARAM-HAB.
             MOVE 'TAXA-HAB-JUROS' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-HAB-TAXA-JUROS
             ELSE
                MOVE 0.75 TO WS-HAB-TAXA-JUROS
             END-IF
             MOVE 'TAXA-HAB-MIP' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-HAB-TAXA-MIP
             ELSE
                MOVE 0.0250 TO WS-HAB-TAXA-MIP
             END-IF
             MOVE 'TAXA-HAB-DFI' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-HAB-TAXA-DFI
             ELSE
                MOVE 0.0100 TO WS-HAB-TAXA-DFI
             END-IF
             MOVE 'PERC-HAB-LTV' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-HAB-PERC-LTV
             ELSE
                MOVE 80 TO WS-HAB-PERC-LTV
             END-IF
             MOVE 'PRAZO-HAB-MAXIMO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-HAB-PRAZO-MAXIMO
             ELSE
                MOVE 360 TO WS-HAB-PRAZO-MAXIMO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE PREVIDENCIA PRIVADA (PGBL/VGBL DA
      *      SEGURADORA PARCEIRA): ADESAO, RESGATE PARCIAL COM IR
      *      PELO REGIME DO PLANO, CONSULTA POR CPF E ALTERACAO DA
      *      CONTRIBUICAO OU DOS BENEFICIARIOS; A COBRANCA MENSAL, A
      *      RENTABILIDADE E A REMESSA A SEGURADORA SAO DO BATCH
      *      PREVIDENCIA-CONTRIBUICAO
      ******************************************************************
       P6500-PREVIDENCIA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'PREVIDENCIA PRIVADA (PGBL/VGBL)'
             DISPLAY '1 - CONTRATAR UM PLANO'
             DISPLAY '2 - RESGATE PARCIAL'
             DISPLAY '3 - CONSULTAR OS PLANOS DE UM CPF'
             DISPLAY '4 - ALTERAR CONTRIBUICAO OU BENEFICIARIOS'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6510-CONTRATAR-PREVIDENCIA
                WHEN '2'
                   PERFORM P6520-RESGATAR-PREVIDENCIA
                WHEN '3'
                   PERFORM P6530-CONSULTAR-PREVIDENCIA
                WHEN '4'
                   PERFORM P6540-ALTERAR-PREVIDENCIA
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO DE ADESAO A UM PLANO: TIPO, REGIME DE TRIBUTACAO
      *      (IRRETRATAVEL), CONTRIBUICAO MENSAL, DIA DO DEBITO E
      *      BENEFICIARIOS; A PRIMEIRA CONTRIBUICAO E DEBITADA PELO
      *      BATCH NO DIA CONTRATADO
      ******************************************************************
       P6510-CONTRATAR-PREVIDENCIA.
             DISPLAY 'DIGITE O ID DA CONTA DE DEBITO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, ADESAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-PJ THEN
                DISPLAY 'PREVIDENCIA INDIVIDUAL SO PARA PESSOA FISICA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P6505-CARREGAR-PARAM-PREV

             MOVE SPACES TO REG-PREVIDENCIA
             MOVE CPF       TO PRV-CPF
             MOVE CONTA-NUM TO PRV-CONTA-NUM
             DISPLAY 'TIPO DO PLANO: 1 - PGBL (CONTRIBUICAO DEDUTIVEL'
                     ' ATE 12% DA RENDA, IR SOBRE O VALOR RESGATADO)'
             DISPLAY '               2 - VGBL (SEM DEDUCAO, IR SO'
                     ' SOBRE OS RENDIMENTOS)'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   SET PRV-PGBL TO TRUE
                WHEN '2'
                   SET PRV-VGBL TO TRUE
                WHEN OTHER
                   DISPLAY 'TIPO INVALIDO, ADESAO CANCELADA'
                   EXIT PARAGRAPH
             END-EVALUATE
             DISPLAY 'REGIME DE TRIBUTACAO (NAO PODE SER ALTERADO):'
             DISPLAY '   1 - PROGRESSIVO (15% RETIDO NO RESGATE, AJUSTE'
                     ' NA DECLARACAO ANUAL)'
             DISPLAY '   2 - REGRESSIVO (35% A 10% CONFORME O PRAZO DE'
                     ' CADA APORTE)'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   SET PRV-PROGRESSIVO TO TRUE
                WHEN '2'
                   SET PRV-REGRESSIVO TO TRUE
                WHEN OTHER
                   DISPLAY 'REGIME INVALIDO, ADESAO CANCELADA'
                   EXIT PARAGRAPH
             END-EVALUATE
             DISPLAY 'DIGITE A CONTRIBUICAO MENSAL (MINIMO '
                     WS-PRV-VALOR-MINIMO ')'
             ACCEPT PRV-VALOR-CONTRIB
             IF PRV-VALOR-CONTRIB LESS THAN WS-PRV-VALOR-MINIMO THEN
                DISPLAY 'CONTRIBUICAO ABAIXO DO MINIMO, ADESAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O DIA DO DEBITO (1-28)'
             ACCEPT PRV-DIA-CONTRIB
             IF PRV-DIA-CONTRIB LESS THAN 1
                OR PRV-DIA-CONTRIB GREATER THAN 28 THEN
                DISPLAY 'DIA INVALIDO, ADESAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             PERFORM P6515-CAPTURAR-BENEFICIARIOS
             IF NOT PRV-BEN-OK THEN
                DISPLAY 'ADESAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA A ADESAO AO ' PRV-TIPO-PLANO
                     ' COM CONTRIBUICAO DE ' PRV-VALOR-CONTRIB
                     ' TODO DIA ' PRV-DIA-CONTRIB '? (S/N)'
             ACCEPT WS-PRV-CONFIRMA
             IF WS-PRV-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'PLANO NAO CONTRATADO'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-PREVCTL
             READ ARQ-PREVCTL
             IF FS-PREVCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE PLANOS DE'
                        ' PREVIDENCIA, STATUS: ' FS-PREVCTL
                CLOSE ARQ-PREVCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PREVIDENCIA
             REWRITE REG-PREVCTL

             MOVE ULT-PREVIDENCIA TO PRV-SEQ
             CLOSE ARQ-PREVCTL
             MOVE ZEROS TO PRV-SALDO-RESERVA
             MOVE WS-DATA-ATUAL TO PRV-DATA-ADESAO
             MOVE ZEROS TO PRV-DATA-ULT-CONTRIB
             MOVE WS-DATA-ATUAL TO PRV-DATA-ULT-RENTAB
             MOVE ZEROS TO PRV-ULT-APORTE
             SET PRV-ATIVO TO TRUE
             WRITE REG-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O PLANO, STATUS: '
                        FS-PREVIDENCIA
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PLANO ' PRV-TIPO-PLANO ' ' PRV-SEQ
                     ' CONTRATADO, CONTRIBUICAO DEBITADA TODO DIA '
                     PRV-DIA-CONTRIB ' NA CONTA ' PRV-CONTA-NUM
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ADESAO PREVIDENCIA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PLANO '       DELIMITED SIZE
                    PRV-SEQ        DELIMITED SIZE
                    ' '            DELIMITED SIZE
                    PRV-TIPO-PLANO DELIMITED SIZE
                    ' REGIME '     DELIMITED SIZE
                    PRV-REGIME-IR  DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CARREGA OS PARAMETROS DA PREVIDENCIA, COM OS
      *      VALORES PADRAO QUANDO AUSENTES
      ******************************************************************
       P6505-CARREGAR-PARAM-PREV.
             MOVE 'VALOR-PREV-MINIMO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PRV-VALOR-MINIMO
             ELSE
                MOVE 100.00 TO WS-PRV-VALOR-MINIMO
             END-IF
             MOVE 'CARENCIA-PREV-DIAS' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PRV-CARENCIA-DIAS
             ELSE
                MOVE 60 TO WS-PRV-CARENCIA-DIAS
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA ATE TRES BENEFICIARIOS NO REGISTRO DO
      *      PLANO; SEM BENEFICIARIO A RESERVA VAI AOS HERDEIROS
      *      LEGAIS, COM BENEFICIARIOS OS PERCENTUAIS SOMAM 100%
      ******************************************************************
       P6515-CAPTURAR-BENEFICIARIOS.
             MOVE 'N' TO WS-PRV-BEN-OK
             PERFORM VARYING WS-PRV-BEN-I FROM 1 BY 1
                UNTIL WS-PRV-BEN-I > 3
                MOVE SPACES TO PRV-BEN-NOME(WS-PRV-BEN-I)
                MOVE ZEROS TO PRV-BEN-CPF(WS-PRV-BEN-I)
                MOVE ZEROS TO PRV-BEN-PERC(WS-PRV-BEN-I)
             END-PERFORM
             DISPLAY 'QUANTOS BENEFICIARIOS (0 A 3, 0 = HERDEIROS'
                     ' LEGAIS)?'
             ACCEPT WS-PRV-BEN-QTDE
             IF WS-PRV-BEN-QTDE GREATER THAN 3 THEN
                DISPLAY 'QUANTIDADE INVALIDA DE BENEFICIARIOS'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-PRV-BEN-SOMA
             PERFORM VARYING WS-PRV-BEN-I FROM 1 BY 1
                UNTIL WS-PRV-BEN-I > WS-PRV-BEN-QTDE
                DISPLAY 'NOME DO BENEFICIARIO ' WS-PRV-BEN-I
                ACCEPT PRV-BEN-NOME(WS-PRV-BEN-I)
                DISPLAY 'CPF DO BENEFICIARIO ' WS-PRV-BEN-I
                ACCEPT PRV-BEN-CPF(WS-PRV-BEN-I)
                DISPLAY 'PERCENTUAL DA RESERVA DO BENEFICIARIO '
                        WS-PRV-BEN-I
                ACCEPT PRV-BEN-PERC(WS-PRV-BEN-I)
                ADD PRV-BEN-PERC(WS-PRV-BEN-I) TO WS-PRV-BEN-SOMA
             END-PERFORM
             IF WS-PRV-BEN-QTDE GREATER THAN ZEROS
                AND WS-PRV-BEN-SOMA NOT EQUAL TO 100 THEN
                DISPLAY 'OS PERCENTUAIS DOS BENEFICIARIOS SOMAM '
                        WS-PRV-BEN-SOMA '%, DEVEM SOMAR 100%'
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-PRV-BEN-OK
       .
      ******************************************************************
      *      FUNÇÃO DE RESGATE PARCIAL: APOS A CARENCIA, CONSOME OS
      *      APORTES MAIS ANTIGOS PRIMEIRO, RETEM O IR DE CADA APORTE
      *      PELO REGIME DO PLANO (PGBL TRIBUTA O VALOR RESGATADO,
      *      VGBL SO OS RENDIMENTOS) E CREDITA O LIQUIDO NA CONTA
      ******************************************************************
       P6520-RESGATAR-PREVIDENCIA.
             DISPLAY 'DIGITE O NUMERO DO PLANO'
             ACCEPT WS-PRV-SEQ-ENT
             MOVE WS-PRV-SEQ-ENT TO PRV-SEQ
             READ ARQ-PREVIDENCIA RECORD KEY IS PRV-SEQ
                INVALID KEY
                   DISPLAY 'PLANO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF PRV-SALDO-RESERVA NOT GREATER THAN ZEROS THEN
                DISPLAY 'PLANO SEM RESERVA PARA RESGATE'
                EXIT PARAGRAPH
             END-IF
             MOVE PRV-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO PLANO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA DO PLANO ENCERRADA OU BLOQUEADA,'
                        ' RESGATE NEGADO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P6505-CARREGAR-PARAM-PREV
             COMPUTE WS-PRV-DIAS-ADESAO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(PRV-DATA-ADESAO)
             IF WS-PRV-DIAS-ADESAO LESS THAN WS-PRV-CARENCIA-DIAS
                DISPLAY 'PLANO EM CARENCIA (' WS-PRV-CARENCIA-DIAS
                        ' DIAS DA ADESAO), RESGATE NEGADO'
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'PLANO ' PRV-SEQ ' ' PRV-TIPO-PLANO
                     ' REGIME ' PRV-REGIME-IR
                     ' RESERVA: ' PRV-SALDO-RESERVA
             DISPLAY 'DIGITE O VALOR BRUTO DO RESGATE'
             ACCEPT WS-PRV-VALOR-RESGATE
             IF WS-PRV-VALOR-RESGATE NOT GREATER THAN ZEROS
                OR WS-PRV-VALOR-RESGATE GREATER THAN
                   PRV-SALDO-RESERVA THEN
                DISPLAY 'VALOR INVALIDO OU ACIMA DA RESERVA, RESGATE'
                        ' CANCELADO'
                EXIT PARAGRAPH
             END-IF

             MOVE 'N' TO WS-PRV-EFETIVAR
             PERFORM P6525-CALCULAR-RESGATE-PREV
             DISPLAY 'VALOR BRUTO: ' WS-PRV-VALOR-RESGATE
                     ' IR RETIDO: ' WS-PRV-IR-TOTAL
                     ' LIQUIDO: ' WS-PRV-LIQUIDO
             DISPLAY 'CONFIRMA O RESGATE? (S/N)'
             ACCEPT WS-PRV-CONFIRMA
             IF WS-PRV-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'RESGATE NAO REALIZADO'
                EXIT PARAGRAPH
             END-IF

             MOVE 'S' TO WS-PRV-EFETIVAR
             PERFORM P6525-CALCULAR-RESGATE-PREV
             SUBTRACT WS-PRV-VALOR-RESGATE FROM PRV-SALDO-RESERVA
             REWRITE REG-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O PLANO, STATUS: '
                        FS-PREVIDENCIA
             END-IF

             MOVE PRV-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'FALHA AO RELER A CONTA DO PLANO'
                   EXIT PARAGRAPH
             END-READ
             ADD WS-PRV-LIQUIDO TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-PREV-RESGATE  TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-PRV-LIQUIDO   TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'RESGATE '     DELIMITED SIZE
                    PRV-TIPO-PLANO DELIMITED SIZE
                    ' '            DELIMITED SIZE
                    PRV-SEQ        DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESGATE PREVIDENCIA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PLANO '       DELIMITED SIZE
                    PRV-SEQ        DELIMITED SIZE
                    ' IR '         DELIMITED SIZE
                    WS-PRV-IR-TOTAL DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'RESGATE DE ' WS-PRV-VALOR-RESGATE
                     ' REALIZADO, CREDITADO ' WS-PRV-LIQUIDO
                     ' NA CONTA ' CONTA-NUM
             DISPLAY 'RESERVA RESTANTE DO PLANO: ' PRV-SALDO-RESERVA
       .
      ******************************************************************
      *      FUNÇÃO QUE PERCORRE OS APORTES DO PLANO DO MAIS ANTIGO
      *      PARA O MAIS NOVO ATE COBRIR O VALOR DO RESGATE; SEM
      *      PRV-EFETIVAR SO SIMULA E MOSTRA O IR DE CADA APORTE,
      *      COM PRV-EFETIVAR BAIXA OS APORTES E GRAVA O LIVRO DE IR
      ******************************************************************
       P6525-CALCULAR-RESGATE-PREV.
             MOVE ZEROS TO WS-PRV-IR-TOTAL
             MOVE WS-PRV-VALOR-RESGATE TO WS-PRV-RESTANTE
             MOVE PRV-SEQ TO PVA-PLANO-SEQ
             MOVE ZEROS TO PVA-NUM
             START ARQ-PREVAPORTE KEY IS NOT LESS THAN PVA-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-PREVAPORTE
             END-START
             IF FS-PREVAPORTE EQUAL TO "00" THEN
                PERFORM P6528-LER-PROX-APORTE
             END-IF
             PERFORM UNTIL FS-PREVAPORTE NOT EQUAL TO "00"
                OR PVA-PLANO-SEQ NOT EQUAL TO PRV-SEQ
                OR WS-PRV-RESTANTE NOT GREATER THAN ZEROS
                IF PVA-SALDO GREATER THAN ZEROS THEN
                   PERFORM P6526-RESGATAR-APORTE
                END-IF
                PERFORM P6528-LER-PROX-APORTE
             END-PERFORM
             MOVE "00" TO FS-PREVAPORTE
             COMPUTE WS-PRV-LIQUIDO =
                     WS-PRV-VALOR-RESGATE - WS-PRV-IR-TOTAL
       .
       P6526-RESGATAR-APORTE.
             IF WS-PRV-RESTANTE LESS THAN PVA-SALDO THEN
                MOVE WS-PRV-RESTANTE TO WS-PRV-PARCELA
                COMPUTE WS-PRV-PARC-PRINCIPAL ROUNDED =
                        PVA-PRINCIPAL * WS-PRV-PARCELA / PVA-SALDO
             ELSE
                MOVE PVA-SALDO TO WS-PRV-PARCELA
                MOVE PVA-PRINCIPAL TO WS-PRV-PARC-PRINCIPAL
             END-IF
             COMPUTE WS-PRV-PARC-RENDIMENTO =
                     WS-PRV-PARCELA - WS-PRV-PARC-PRINCIPAL
             IF PRV-PGBL THEN
                MOVE WS-PRV-PARCELA TO WS-PRV-BASE-IR
             ELSE
                MOVE WS-PRV-PARC-RENDIMENTO TO WS-PRV-BASE-IR
             END-IF
             IF WS-PRV-BASE-IR LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-PRV-BASE-IR
             END-IF
             COMPUTE WS-PRV-DIAS-APORTE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(PVA-DATA)
             PERFORM P6527-ALIQUOTA-IR-PREV
             COMPUTE WS-PRV-IR-APORTE ROUNDED =
                     WS-PRV-BASE-IR * WS-PRV-ALIQUOTA / 100
             ADD WS-PRV-IR-APORTE TO WS-PRV-IR-TOTAL
             SUBTRACT WS-PRV-PARCELA FROM WS-PRV-RESTANTE
             IF NOT PRV-EFETIVAR THEN
                DISPLAY '   APORTE ' PVA-NUM ' DE ' PVA-DATA
                        ': RESGATA ' WS-PRV-PARCELA
                        ' BASE IR ' WS-PRV-BASE-IR
                        ' ALIQUOTA ' WS-PRV-ALIQUOTA '%'
                        ' IR ' WS-PRV-IR-APORTE
                EXIT PARAGRAPH
             END-IF

             SUBTRACT WS-PRV-PARCELA FROM PVA-SALDO
             SUBTRACT WS-PRV-PARC-PRINCIPAL FROM PVA-PRINCIPAL
             REWRITE REG-PREVAPORTE
             IF FS-PREVAPORTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O APORTE, STATUS: '
                        FS-PREVAPORTE
             END-IF
             MOVE PRV-CONTA-NUM     TO IRF-CONTA-NUM
             MOVE PRV-CPF           TO IRF-CPF
             MOVE PRV-SEQ           TO IRF-APL-SEQ
             MOVE WS-DATA-ATUAL     TO IRF-DATA-RESGATE
             MOVE WS-PRV-DIAS-APORTE TO IRF-DIAS-APLICACAO
             MOVE WS-PRV-ALIQUOTA   TO IRF-ALIQUOTA
             MOVE WS-PRV-BASE-IR    TO IRF-VALOR-RENDIMENTO
             MOVE WS-PRV-IR-APORTE  TO IRF-VALOR-IR
             IF PRV-PGBL THEN
                MOVE 'PGB' TO IRF-PRODUTO
             ELSE
                MOVE 'VGB' TO IRF-PRODUTO
             END-IF
             WRITE REG-IRFONTE
             IF FS-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O LIVRO DE IR, STATUS: '
                        FS-IRFONTE
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DA A ALIQUOTA DE IR DO APORTE: 15% DE
      *      ANTECIPACAO NO REGIME PROGRESSIVO; NO REGRESSIVO 35% ATE
      *      2 ANOS, CAINDO 5 PONTOS A CADA 2 ANOS ATE 10% ACIMA DE 10
      ******************************************************************
       P6527-ALIQUOTA-IR-PREV.
             IF PRV-PROGRESSIVO THEN
                MOVE 15.00 TO WS-PRV-ALIQUOTA
                EXIT PARAGRAPH
             END-IF
             EVALUATE TRUE
                WHEN WS-PRV-DIAS-APORTE NOT GREATER THAN 730
                   MOVE 35.00 TO WS-PRV-ALIQUOTA
                WHEN WS-PRV-DIAS-APORTE NOT GREATER THAN 1460
                   MOVE 30.00 TO WS-PRV-ALIQUOTA
                WHEN WS-PRV-DIAS-APORTE NOT GREATER THAN 2190
                   MOVE 25.00 TO WS-PRV-ALIQUOTA
                WHEN WS-PRV-DIAS-APORTE NOT GREATER THAN 2920
                   MOVE 20.00 TO WS-PRV-ALIQUOTA
                WHEN WS-PRV-DIAS-APORTE NOT GREATER THAN 3650
                   MOVE 15.00 TO WS-PRV-ALIQUOTA
                WHEN OTHER
                   MOVE 10.00 TO WS-PRV-ALIQUOTA
             END-EVALUATE
       .
       P6528-LER-PROX-APORTE.
             READ ARQ-PREVAPORTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVAPORTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS PLANOS DE UM CPF PELA CHAVE ALTERNADA
      ******************************************************************
       P6530-CONSULTAR-PREVIDENCIA.
             DISPLAY 'DIGITE O CPF DO PARTICIPANTE'
             ACCEPT WS-PRV-CPF-ENT
             MOVE 'N' TO WS-PRV-ACHOU
             MOVE WS-PRV-CPF-ENT TO PRV-CPF
             START ARQ-PREVIDENCIA KEY IS EQUAL TO PRV-CPF
                INVALID KEY
                   MOVE "23" TO FS-PREVIDENCIA
             END-START
             IF FS-PREVIDENCIA EQUAL TO "00" THEN
                PERFORM P6535-LER-PROX-PLANO
             END-IF
             PERFORM UNTIL FS-PREVIDENCIA NOT EQUAL TO "00"
                OR PRV-CPF NOT EQUAL TO WS-PRV-CPF-ENT
                MOVE 'S' TO WS-PRV-ACHOU
                DISPLAY 'PLANO ' PRV-SEQ ' ' PRV-TIPO-PLANO
                        ' REGIME ' PRV-REGIME-IR
                        ' CONTA ' PRV-CONTA-NUM
                        ' STATUS ' PRV-STATUS
                DISPLAY '   CONTRIBUICAO ' PRV-VALOR-CONTRIB
                        ' DIA ' PRV-DIA-CONTRIB
                        ' ADESAO ' PRV-DATA-ADESAO
                        ' ULTIMA ' PRV-DATA-ULT-CONTRIB
                DISPLAY '   RESERVA ' PRV-SALDO-RESERVA
                PERFORM VARYING WS-PRV-BEN-I FROM 1 BY 1
                   UNTIL WS-PRV-BEN-I > 3
                   IF PRV-BEN-PERC(WS-PRV-BEN-I) GREATER THAN ZEROS
                      DISPLAY '   BENEFICIARIO: '
                              PRV-BEN-NOME(WS-PRV-BEN-I)
                              ' CPF ' PRV-BEN-CPF(WS-PRV-BEN-I)
                              ' ' PRV-BEN-PERC(WS-PRV-BEN-I) '%'
                   END-IF
                END-PERFORM
                PERFORM P6535-LER-PROX-PLANO
             END-PERFORM
             MOVE "00" TO FS-PREVIDENCIA
             IF NOT PRV-ACHOU THEN
                DISPLAY 'NENHUM PLANO DE PREVIDENCIA PARA ESTE CPF'
             END-IF
       .
       P6535-LER-PROX-PLANO.
             READ ARQ-PREVIDENCIA NEXT RECORD
                AT END
                   MOVE "10" TO FS-PREVIDENCIA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE ALTERA A CONTRIBUICAO (VALOR, DIA, SUSPENSAO
      *      OU REATIVACAO) OU OS BENEFICIARIOS DE UM PLANO, MEDIANTE
      *      A SENHA DA CONTA DE DEBITO; TIPO E REGIME NAO MUDAM
      ******************************************************************
       P6540-ALTERAR-PREVIDENCIA.
             DISPLAY 'DIGITE O NUMERO DO PLANO'
             ACCEPT WS-PRV-SEQ-ENT
             MOVE WS-PRV-SEQ-ENT TO PRV-SEQ
             READ ARQ-PREVIDENCIA RECORD KEY IS PRV-SEQ
                INVALID KEY
                   DISPLAY 'PLANO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE PRV-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO PLANO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P6505-CARREGAR-PARAM-PREV
             MOVE WS-PRV-SEQ-ENT TO PRV-SEQ
             READ ARQ-PREVIDENCIA RECORD KEY IS PRV-SEQ
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'PLANO ' PRV-SEQ ' ' PRV-TIPO-PLANO
                     ' CONTRIBUICAO ' PRV-VALOR-CONTRIB
                     ' DIA ' PRV-DIA-CONTRIB ' STATUS ' PRV-STATUS
             DISPLAY '1 - ALTERAR O VALOR DA CONTRIBUICAO'
             DISPLAY '2 - ALTERAR O DIA DO DEBITO'
             DISPLAY '3 - SUSPENDER AS CONTRIBUICOES'
             DISPLAY '4 - REATIVAR AS CONTRIBUICOES'
             DISPLAY '5 - ALTERAR OS BENEFICIARIOS'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   DISPLAY 'NOVA CONTRIBUICAO MENSAL (MINIMO '
                           WS-PRV-VALOR-MINIMO ')'
                   ACCEPT WS-PRV-NOVO-VALOR
                   IF WS-PRV-NOVO-VALOR LESS THAN
                      WS-PRV-VALOR-MINIMO THEN
                      DISPLAY 'CONTRIBUICAO ABAIXO DO MINIMO, NADA'
                              ' ALTERADO'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PRV-NOVO-VALOR TO PRV-VALOR-CONTRIB
                WHEN '2'
                   DISPLAY 'NOVO DIA DO DEBITO (1-28)'
                   ACCEPT WS-PRV-NOVO-DIA
                   IF WS-PRV-NOVO-DIA LESS THAN 1
                      OR WS-PRV-NOVO-DIA GREATER THAN 28 THEN
                      DISPLAY 'DIA INVALIDO, NADA ALTERADO'
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PRV-NOVO-DIA TO PRV-DIA-CONTRIB
                WHEN '3'
                   SET PRV-SUSPENSO TO TRUE
                WHEN '4'
                   SET PRV-ATIVO TO TRUE
                WHEN '5'
                   PERFORM P6515-CAPTURAR-BENEFICIARIOS
                   IF NOT PRV-BEN-OK THEN
                      DISPLAY 'BENEFICIARIOS NAO ALTERADOS'
                      EXIT PARAGRAPH
                   END-IF
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NADA ALTERADO'
                   EXIT PARAGRAPH
             END-EVALUATE
             REWRITE REG-PREVIDENCIA
             IF FS-PREVIDENCIA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O PLANO, STATUS: '
                        FS-PREVIDENCIA
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PLANO ' PRV-SEQ ' ALTERADO: CONTRIBUICAO '
                     PRV-VALOR-CONTRIB ' DIA ' PRV-DIA-CONTRIB
                     ' STATUS ' PRV-STATUS
             MOVE PRV-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ALTERA PREVIDENCIA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'PLANO '       DELIMITED SIZE
                    PRV-SEQ        DELIMITED SIZE
                    ' OPCAO '      DELIMITED SIZE
                    WS-OPCAO-ALFA1 DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DOS SEGUROS RESIDENCIAIS E DE VIDA DA SEGURADORA
      *      PARCEIRA VENDIDOS NO BALCAO: MANUTENCAO DO CATALOGO
      *      (ADMIN), CONTRATACAO, CONSULTA POR CPF E CANCELAMENTO
      *      DA APOLICE; O DEBITO MENSAL DO PREMIO E DO BATCH
      *      SEGURO-PREMIO E A REMESSA A SEGURADORA DO SEGURO-REMESSA
      ******************************************************************
       P6600-SEGUROS.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'SEGUROS RESIDENCIAL E DE VIDA'
             DISPLAY '1 - INCLUIR UM PRODUTO NO CATALOGO (ADMIN)'
             DISPLAY '2 - LISTAR O CATALOGO DE SEGUROS'
             DISPLAY '3 - CONTRATAR UMA APOLICE'
             DISPLAY '4 - CONSULTAR AS APOLICES DE UM CPF'
             DISPLAY '5 - CANCELAR UMA APOLICE'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                   ELSE
                      PERFORM P6610-INCLUIR-PRODUTO-SEGURO
                   END-IF
                WHEN '2'
                   PERFORM P6620-LISTAR-PRODUTOS-SEGURO
                WHEN '3'
                   PERFORM P6630-CONTRATAR-APOLICE
                WHEN '4'
                   PERFORM P6640-CONSULTAR-APOLICES
                WHEN '5'
                   PERFORM P6650-CANCELAR-APOLICE
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UM PRODUTO DA SEGURADORA NO CATALOGO
      ******************************************************************
       P6610-INCLUIR-PRODUTO-SEGURO.
             DISPLAY 'DIGITE O CODIGO DO PRODUTO (4 CARACTERES)'
             ACCEPT SGP-CODIGO
             DISPLAY 'DIGITE O NOME DO PRODUTO'
             ACCEPT SGP-NOME
             DISPLAY 'RAMO: R - RESIDENCIAL, V - VIDA'
             ACCEPT SGP-RAMO
             IF NOT SGP-RESIDENCIAL AND NOT SGP-VIDA THEN
                DISPLAY 'RAMO INVALIDO, PRODUTO NAO INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A IMPORTANCIA SEGURADA MINIMA'
             ACCEPT SGP-IS-MINIMA
             DISPLAY 'DIGITE A IMPORTANCIA SEGURADA MAXIMA'
             ACCEPT SGP-IS-MAXIMA
             IF SGP-IS-MAXIMA LESS THAN SGP-IS-MINIMA
                OR SGP-IS-MAXIMA NOT GREATER THAN ZEROS THEN
                DISPLAY 'FAIXA DE IMPORTANCIA SEGURADA INVALIDA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A TAXA MENSAL DO PREMIO (% DA'
                     ' IMPORTANCIA SEGURADA)'
             ACCEPT SGP-TAXA-PREMIO
             DISPLAY 'DIGITE O PERCENTUAL DE COMISSAO DO BANCO'
             ACCEPT SGP-PERC-COMISSAO
             IF SGP-TAXA-PREMIO NOT GREATER THAN ZEROS
                OR SGP-PERC-COMISSAO NOT LESS THAN 100 THEN
                DISPLAY 'TAXA OU COMISSAO INVALIDA, PRODUTO NAO'
                        ' INCLUIDO'
                EXIT PARAGRAPH
             END-IF
      *      O PREMIO DA MAIOR IMPORTANCIA SEGURADA TEM QUE CABER NO
      *      PREMIO MENSAL DA APOLICE (ARQ-APOLICE)
             COMPUTE WS-SEG-PREMIO-MAX ROUNDED =
                     SGP-IS-MAXIMA * SGP-TAXA-PREMIO / 100
             IF WS-SEG-PREMIO-MAX GREATER THAN 99999.99 THEN
                DISPLAY 'PREMIO DA IMPORTANCIA SEGURADA MAXIMA ACIMA'
                        ' DE 99.999,99, PRODUTO NAO INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             SET SGP-ATIVO TO TRUE
             WRITE REG-SEGPRODUTO
                INVALID KEY
                   DISPLAY 'JA EXISTE UM PRODUTO COM ESTE CODIGO!'
                NOT INVALID KEY
                   DISPLAY 'PRODUTO ' SGP-CODIGO ' INCLUIDO COM'
                           ' SUCESSO'
                   MOVE ZEROS TO WS-AUD-CONTA-NUM
                   MOVE 'INCLUSAO PRODUTO SEGURO' TO WS-AUD-ACAO
                   MOVE SGP-NOME TO WS-AUD-DETALHE
                   PERFORM P380-REGISTRAR-AUDITORIA
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA O CATALOGO DE SEGUROS
      ******************************************************************
       P6620-LISTAR-PRODUTOS-SEGURO.
             MOVE SPACES TO SGP-CODIGO
             START ARQ-SEGPRODUTO KEY IS NOT LESS THAN SGP-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUM PRODUTO DE SEGURO CADASTRADO'
             END-START
             IF FS-SEGPRODUTO EQUAL TO "00" THEN
                PERFORM P6625-LER-PROX-PRODUTO
                PERFORM UNTIL FS-SEGPRODUTO NOT EQUAL TO "00"
                   DISPLAY 'PRODUTO: ' SGP-CODIGO ' ' SGP-NOME
                           ' RAMO: ' SGP-RAMO
                           ' STATUS: ' SGP-STATUS
                   DISPLAY '   IS DE ' SGP-IS-MINIMA
                           ' A ' SGP-IS-MAXIMA
                           ' TAXA MENSAL: ' SGP-TAXA-PREMIO '%'
                           ' COMISSAO: ' SGP-PERC-COMISSAO '%'
                   PERFORM P6625-LER-PROX-PRODUTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-SEGPRODUTO
       .
       P6625-LER-PROX-PRODUTO.
             READ ARQ-SEGPRODUTO NEXT RECORD
                AT END
                   MOVE "10" TO FS-SEGPRODUTO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTRATA UMA APOLICE: O PREMIO MENSAL E A
      *      TAXA DO PRODUTO SOBRE A IMPORTANCIA SEGURADA, E O PREMIO
      *      E A COMISSAO FICAM FIXADOS NA APOLICE; A VIGENCIA E
      *      ANUAL COM RENOVACAO AUTOMATICA PELO BATCH
      ******************************************************************
       P6630-CONTRATAR-APOLICE.
             DISPLAY 'DIGITE O ID DA CONTA DE DEBITO DO PREMIO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, CONTRATACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'DIGITE O CODIGO DO PRODUTO'
             ACCEPT SGP-CODIGO
             READ ARQ-SEGPRODUTO RECORD KEY IS SGP-CODIGO
                INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT SGP-ATIVO THEN
                DISPLAY 'PRODUTO FORA DE COMERCIALIZACAO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A IMPORTANCIA SEGURADA (DE '
                     SGP-IS-MINIMA ' A ' SGP-IS-MAXIMA ')'
             ACCEPT WS-SEG-IS
             IF WS-SEG-IS LESS THAN SGP-IS-MINIMA
                OR WS-SEG-IS GREATER THAN SGP-IS-MAXIMA THEN
                DISPLAY 'IMPORTANCIA SEGURADA FORA DA FAIXA DO'
                        ' PRODUTO, CONTRATACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE SPACES TO REG-APOLICE
             MOVE CPF          TO APO-CPF
             MOVE CONTA-NUM    TO APO-CONTA-NUM
             MOVE SGP-CODIGO   TO APO-PRODUTO
             MOVE SGP-RAMO     TO APO-RAMO
             MOVE WS-SEG-IS    TO APO-IMPORTANCIA-SEGURADA
             COMPUTE APO-PREMIO-MENSAL ROUNDED =
                     WS-SEG-IS * SGP-TAXA-PREMIO / 100
             MOVE SGP-PERC-COMISSAO TO APO-PERC-COMISSAO
             DISPLAY 'DIGITE O DIA DO DEBITO DO PREMIO (1-28)'
             ACCEPT APO-DIA-DEBITO
             IF APO-DIA-DEBITO LESS THAN 1
                OR APO-DIA-DEBITO GREATER THAN 28 THEN
                DISPLAY 'DIA INVALIDO, CONTRATACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PRODUTO ' SGP-CODIGO ' - ' SGP-NOME
             DISPLAY 'IMPORTANCIA SEGURADA: ' WS-SEG-IS
                     ' PREMIO MENSAL: ' APO-PREMIO-MENSAL
                     ' DEBITADO TODO DIA ' APO-DIA-DEBITO
             DISPLAY 'CONFIRMA A CONTRATACAO? (S/N)'
             ACCEPT WS-SEG-CONFIRMA
             IF WS-SEG-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'APOLICE NAO CONTRATADA'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-SEGCTL
             READ ARQ-SEGCTL
             IF FS-SEGCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE SEGUROS, STATUS: '
                        FS-SEGCTL
                CLOSE ARQ-SEGCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-APOLICE
             REWRITE REG-SEGCTL

             MOVE ULT-APOLICE TO APO-NUMERO
             CLOSE ARQ-SEGCTL
             MOVE WS-DATA-ATUAL TO APO-DATA-INICIO
             MOVE WS-DATA-ATUAL TO WS-SEG-DATA
             ADD 1 TO WS-SEG-DATA-ANO
             IF WS-SEG-DATA-MES EQUAL TO 2
                AND WS-SEG-DATA-DIA EQUAL TO 29 THEN
                MOVE 28 TO WS-SEG-DATA-DIA
             END-IF
             MOVE WS-SEG-DATA-R TO APO-DATA-RENOVACAO
             MOVE ZEROS TO APO-QTDE-NAO-PAGOS
             SET APO-ATIVA TO TRUE
             MOVE ZEROS TO APO-DATA-CANCELAMENTO
             WRITE REG-APOLICE
             IF FS-APOLICE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A APOLICE, STATUS: '
                        FS-APOLICE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'APOLICE ' APO-NUMERO ' EMITIDA, VIGENCIA DE '
                     APO-DATA-INICIO ' ATE ' APO-DATA-RENOVACAO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CONTRATA SEGURO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'APOLICE '        DELIMITED SIZE
                    APO-NUMERO        DELIMITED SIZE
                    ' PRODUTO '       DELIMITED SIZE
                    APO-PRODUTO       DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS APOLICES DE UM CPF PELA CHAVE
      *      ALTERNADA
      ******************************************************************
       P6640-CONSULTAR-APOLICES.
             DISPLAY 'DIGITE O CPF DO SEGURADO'
             ACCEPT WS-SEG-CPF-ENT
             MOVE 'N' TO WS-SEG-ACHOU
             MOVE WS-SEG-CPF-ENT TO APO-CPF
             START ARQ-APOLICE KEY IS EQUAL TO APO-CPF
                INVALID KEY
                   MOVE "23" TO FS-APOLICE
             END-START
             IF FS-APOLICE EQUAL TO "00" THEN
                PERFORM P6645-LER-PROX-APOLICE
             END-IF
             PERFORM UNTIL FS-APOLICE NOT EQUAL TO "00"
                OR APO-CPF NOT EQUAL TO WS-SEG-CPF-ENT
                MOVE 'S' TO WS-SEG-ACHOU
                DISPLAY 'APOLICE ' APO-NUMERO ' PRODUTO ' APO-PRODUTO
                        ' RAMO ' APO-RAMO ' CONTA ' APO-CONTA-NUM
                        ' STATUS ' APO-STATUS
                DISPLAY '   IS ' APO-IMPORTANCIA-SEGURADA
                        ' PREMIO ' APO-PREMIO-MENSAL
                        ' DIA ' APO-DIA-DEBITO
                        ' INICIO ' APO-DATA-INICIO
                        ' RENOVACAO ' APO-DATA-RENOVACAO
                IF APO-QTDE-NAO-PAGOS GREATER THAN ZEROS THEN
                   DISPLAY '   PREMIOS NAO PAGOS EM SEQUENCIA: '
                           APO-QTDE-NAO-PAGOS
                END-IF
                IF NOT APO-ATIVA THEN
                   DISPLAY '   CANCELADA EM ' APO-DATA-CANCELAMENTO
                END-IF
                PERFORM P6645-LER-PROX-APOLICE
             END-PERFORM
             MOVE "00" TO FS-APOLICE
             IF NOT SEG-ACHOU THEN
                DISPLAY 'NENHUMA APOLICE PARA ESTE CPF'
             END-IF
       .
       P6645-LER-PROX-APOLICE.
             READ ARQ-APOLICE NEXT RECORD
                AT END
                   MOVE "10" TO FS-APOLICE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA UMA APOLICE A PEDIDO DO SEGURADO,
      *      MEDIANTE A SENHA DA CONTA DE DEBITO; OS PREMIOS JA PAGOS
      *      NAO SAO DEVOLVIDOS E NENHUM NOVO PREMIO E COBRADO
      ******************************************************************
       P6650-CANCELAR-APOLICE.
             DISPLAY 'DIGITE O NUMERO DA APOLICE'
             ACCEPT WS-SEG-NUM-ENT
             MOVE WS-SEG-NUM-ENT TO APO-NUMERO
             READ ARQ-APOLICE RECORD KEY IS APO-NUMERO
                INVALID KEY
                   DISPLAY 'APOLICE NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT APO-ATIVA THEN
                DISPLAY 'APOLICE JA CANCELADA EM '
                        APO-DATA-CANCELAMENTO
                EXIT PARAGRAPH
             END-IF
             MOVE APO-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DA APOLICE NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA O CANCELAMENTO DA APOLICE '
                     APO-NUMERO '? (S/N)'
             ACCEPT WS-SEG-CONFIRMA
             IF WS-SEG-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'APOLICE MANTIDA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-SEG-NUM-ENT TO APO-NUMERO
             READ ARQ-APOLICE RECORD KEY IS APO-NUMERO
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             SET APO-CANCELADA TO TRUE
             MOVE WS-DATA-ATUAL TO APO-DATA-CANCELAMENTO
             REWRITE REG-APOLICE
             IF FS-APOLICE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR A APOLICE, STATUS: '
                        FS-APOLICE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'APOLICE ' APO-NUMERO ' CANCELADA'
             MOVE APO-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CANCELA SEGURO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'APOLICE '        DELIMITED SIZE
                    APO-NUMERO        DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO DO OPEN FINANCE: O CLIENTE AUTORIZA NO BALCAO UMA
      *      INSTITUICAO RECEPTORA A LER OS SEUS DADOS (CONTAS,
      *      MOVIMENTACOES, EMPRESTIMOS E CARTOES) ATE A DATA DE
      *      EXPIRACAO, E PODE REVOGAR A QUALQUER MOMENTO; OS PEDIDOS
      *      DE DADOS SAO RESPONDIDOS PELO BATCH OPENFIN-PROCESSADOR,
      *      QUE GRAVA CADA ACESSO NO LOG DO CONSENTIMENTO
      ******************************************************************
       P6700-OPEN-FINANCE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'OPEN FINANCE - CONSENTIMENTOS'
             DISPLAY '1 - REGISTRAR UM CONSENTIMENTO'
             DISPLAY '2 - REVOGAR UM CONSENTIMENTO'
             DISPLAY '3 - CONSULTAR OS CONSENTIMENTOS DE UM CPF'
             DISPLAY '4 - CONSULTAR OS ACESSOS DE UM CONSENTIMENTO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6710-REGISTRAR-CONSENTIMENTO
                WHEN '2'
                   PERFORM P6720-REVOGAR-CONSENTIMENTO
                WHEN '3'
                   PERFORM P6730-CONSULTAR-CONSENTIMENTOS
                WHEN '4'
                   PERFORM P6740-CONSULTAR-ACESSOS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA UM CONSENTIMENTO: O CLIENTE SE
      *      IDENTIFICA PELA SENHA DE UMA CONTA (O CONSENTIMENTO VALE
      *      PARA O CPF), ESCOLHE A INSTITUICAO, OS ESCOPOS E A
      *      EXPIRACAO, LIMITADA AO PRAZO MAXIMO DO PARAMETRO
      *      OPENFIN-PRAZO-MAX (EM DIAS)
      ******************************************************************
       P6710-REGISTRAR-CONSENTIMENTO.
             DISPLAY 'DIGITE O ID DE UMA CONTA DO CLIENTE'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, REGISTRO'
                        ' CANCELADO'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-PJ THEN
                DISPLAY 'O CONSENTIMENTO E DADO PELO CPF DO CLIENTE'
                        ' PESSOA FISICA, CONTA PJ NAO ATENDIDA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'TITULAR: ' NOME ' CPF: ' CPF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             INITIALIZE REG-CONSENTIMENTO
             MOVE CPF TO CSN-CPF
             DISPLAY 'DIGITE O CODIGO (ISPB) DA INSTITUICAO RECEPTORA'
             ACCEPT CSN-INSTITUICAO
             IF CSN-INSTITUICAO EQUAL TO SPACES THEN
                DISPLAY 'INSTITUICAO OBRIGATORIA, REGISTRO CANCELADO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P6715-VERIFICAR-DUPLICADO
             IF OFC-DUPLICADO THEN
                DISPLAY 'JA EXISTE CONSENTIMENTO ATIVO DESTE CPF PARA'
                        ' A INSTITUICAO, REVOGUE-O ANTES DE REGISTRAR'
                        ' O NOVO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O NOME DA INSTITUICAO RECEPTORA'
             ACCEPT CSN-NOME-INSTITUICAO

             DISPLAY 'LIBERA OS DADOS DAS CONTAS (SALDO E'
                     ' CADASTRO)? (S/N)'
             ACCEPT CSN-ESCOPO-CONTAS
             IF NOT CSN-LIBERA-CONTAS THEN
                MOVE 'N' TO CSN-ESCOPO-CONTAS
             END-IF
             DISPLAY 'LIBERA AS MOVIMENTACOES (EXTRATO)? (S/N)'
             ACCEPT CSN-ESCOPO-MOVIMENTOS
             IF NOT CSN-LIBERA-MOVIMENTOS THEN
                MOVE 'N' TO CSN-ESCOPO-MOVIMENTOS
             END-IF
             DISPLAY 'LIBERA OS EMPRESTIMOS? (S/N)'
             ACCEPT CSN-ESCOPO-EMPRESTIMOS
             IF NOT CSN-LIBERA-EMPRESTIMOS THEN
                MOVE 'N' TO CSN-ESCOPO-EMPRESTIMOS
             END-IF
             DISPLAY 'LIBERA OS CARTOES? (S/N)'
             ACCEPT CSN-ESCOPO-CARTOES
             IF NOT CSN-LIBERA-CARTOES THEN
                MOVE 'N' TO CSN-ESCOPO-CARTOES
             END-IF
             IF NOT CSN-LIBERA-CONTAS AND NOT CSN-LIBERA-MOVIMENTOS
                AND NOT CSN-LIBERA-EMPRESTIMOS
                AND NOT CSN-LIBERA-CARTOES THEN
                DISPLAY 'NENHUM ESCOPO LIBERADO, REGISTRO CANCELADO'
                EXIT PARAGRAPH
             END-IF

             COMPUTE WS-OFC-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                     + WS-OFC-PRAZO-MAX)
             DISPLAY 'DIGITE A DATA DE EXPIRACAO (AAAAMMDD, ATE '
                     WS-OFC-DATA-LIMITE ')'
             ACCEPT CSN-DATA-EXPIRACAO
             IF CSN-DATA-EXPIRACAO NOT NUMERIC
                OR CSN-DATA-EXPIRACAO NOT GREATER THAN WS-DATA-ATUAL
                OR CSN-DATA-EXPIRACAO GREATER THAN WS-OFC-DATA-LIMITE
                THEN
                DISPLAY 'DATA DE EXPIRACAO INVALIDA, REGISTRO'
                        ' CANCELADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'INSTITUICAO: ' CSN-INSTITUICAO ' - '
                     CSN-NOME-INSTITUICAO
             DISPLAY 'ESCOPOS CONTAS/MOVIMENTOS/EMPRESTIMOS/CARTOES: '
                     CSN-ESCOPO-CONTAS '/' CSN-ESCOPO-MOVIMENTOS '/'
                     CSN-ESCOPO-EMPRESTIMOS '/' CSN-ESCOPO-CARTOES
                     ' ATE ' CSN-DATA-EXPIRACAO
             DISPLAY 'CONFIRMA O CONSENTIMENTO? (S/N)'
             ACCEPT WS-OFC-CONFIRMA
             IF WS-OFC-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'CONSENTIMENTO NAO REGISTRADO'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-CSNCTL
             READ ARQ-CSNCTL
             IF FS-CSNCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CONSENTIMENTOS,'
                        ' STATUS: ' FS-CSNCTL
                CLOSE ARQ-CSNCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-CONSENTIMENTO
             REWRITE REG-CSNCTL
             CLOSE ARQ-CSNCTL

             MOVE ULT-CONSENTIMENTO TO CSN-ID
             MOVE WS-DATA-ATUAL TO CSN-DATA-CRIACAO
             MOVE WS-OPER-ID-LOGADO TO CSN-OPER-CRIACAO
             SET CSN-ATIVO TO TRUE
             MOVE ZEROS TO CSN-DATA-REVOGACAO
             MOVE SPACES TO CSN-OPER-REVOGACAO
             MOVE ZEROS TO CSN-QTDE-ACESSOS
             MOVE ZEROS TO CSN-DATA-ULT-ACESSO
             WRITE REG-CONSENTIMENTO
             IF FS-CONSENTIMENTO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CONSENTIMENTO, STATUS: '
                        FS-CONSENTIMENTO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONSENTIMENTO ' CSN-ID ' REGISTRADO, VALIDO ATE '
                     CSN-DATA-EXPIRACAO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CONSENTIMENTO OF' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'ID '                  DELIMITED SIZE
                    CSN-ID                 DELIMITED SIZE
                    ' INST '               DELIMITED SIZE
                    CSN-INSTITUICAO        DELIMITED SIZE
                    ' ESC '                DELIMITED SIZE
                    CSN-ESCOPO-CONTAS      DELIMITED SIZE
                    CSN-ESCOPO-MOVIMENTOS  DELIMITED SIZE
                    CSN-ESCOPO-EMPRESTIMOS DELIMITED SIZE
                    CSN-ESCOPO-CARTOES     DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE PROCURA PELA CHAVE ALTERNADA UM CONSENTIMENTO
      *      ATIVO E NAO EXPIRADO DO CPF EM CSN-CPF PARA A INSTITUICAO
      *      EM CSN-INSTITUICAO; DEVOLVE WS-OFC-DUPLICADO E PRESERVA
      *      CPF E INSTITUICAO EM REG-CONSENTIMENTO
      ******************************************************************
       P6715-VERIFICAR-DUPLICADO.
             MOVE 'N' TO WS-OFC-DUPLICADO
             MOVE CSN-CPF TO WS-OFC-CPF-ENT
             MOVE CSN-INSTITUICAO TO WS-OFC-INSTITUICAO
             START ARQ-CONSENTIMENTO KEY IS EQUAL TO CSN-CPF
                INVALID KEY
                   MOVE "23" TO FS-CONSENTIMENTO
             END-START
             IF FS-CONSENTIMENTO EQUAL TO "00" THEN
                PERFORM P6735-LER-PROX-CONSENTIMENTO
             END-IF
             PERFORM UNTIL FS-CONSENTIMENTO NOT EQUAL TO "00"
                OR CSN-CPF NOT EQUAL TO WS-OFC-CPF-ENT
                IF CSN-INSTITUICAO EQUAL TO WS-OFC-INSTITUICAO
                   AND CSN-ATIVO
                   AND CSN-DATA-EXPIRACAO NOT LESS THAN WS-DATA-ATUAL
                   MOVE 'S' TO WS-OFC-DUPLICADO
                END-IF
                PERFORM P6735-LER-PROX-CONSENTIMENTO
             END-PERFORM
             MOVE "00" TO FS-CONSENTIMENTO
             INITIALIZE REG-CONSENTIMENTO
             MOVE WS-OFC-CPF-ENT TO CSN-CPF
             MOVE WS-OFC-INSTITUICAO TO CSN-INSTITUICAO
       .
      ******************************************************************
      *      FUNÇÃO QUE REVOGA UM CONSENTIMENTO A PEDIDO DO CLIENTE,
      *      IDENTIFICADO PELA SENHA DE UMA CONTA DO MESMO CPF; A
      *      PARTIR DA REVOGACAO NENHUM PEDIDO DA INSTITUICAO E
      *      ATENDIDO E O REGISTRO FICA COMO HISTORICO
      ******************************************************************
       P6720-REVOGAR-CONSENTIMENTO.
             DISPLAY 'DIGITE O NUMERO DO CONSENTIMENTO'
             ACCEPT WS-OFC-ID-ENT
             MOVE WS-OFC-ID-ENT TO CSN-ID
             READ ARQ-CONSENTIMENTO RECORD KEY IS CSN-ID
                INVALID KEY
                   DISPLAY 'CONSENTIMENTO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF CSN-REVOGADO THEN
                DISPLAY 'CONSENTIMENTO JA REVOGADO EM '
                        CSN-DATA-REVOGACAO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'INSTITUICAO: ' CSN-INSTITUICAO ' - '
                     CSN-NOME-INSTITUICAO
             DISPLAY 'CPF: ' CSN-CPF ' VALIDO ATE ' CSN-DATA-EXPIRACAO
             DISPLAY 'DIGITE O ID DE UMA CONTA DO CLIENTE'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CPF NOT EQUAL TO CSN-CPF THEN
                DISPLAY 'A CONTA NAO PERTENCE AO CPF DO CONSENTIMENTO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA A REVOGACAO? (S/N)'
             ACCEPT WS-OFC-CONFIRMA
             IF WS-OFC-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'REVOGACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-OFC-ID-ENT TO CSN-ID
             READ ARQ-CONSENTIMENTO RECORD KEY IS CSN-ID
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             SET CSN-REVOGADO TO TRUE
             MOVE WS-DATA-ATUAL TO CSN-DATA-REVOGACAO
             MOVE WS-OPER-ID-LOGADO TO CSN-OPER-REVOGACAO
             REWRITE REG-CONSENTIMENTO
             IF FS-CONSENTIMENTO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO REVOGAR O CONSENTIMENTO, STATUS: '
                        FS-CONSENTIMENTO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONSENTIMENTO ' CSN-ID ' REVOGADO'
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'REVOGA CONSENT OF' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'ID '                  DELIMITED SIZE
                    CSN-ID                 DELIMITED SIZE
                    ' INST '               DELIMITED SIZE
                    CSN-INSTITUICAO        DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS CONSENTIMENTOS DE UM CPF, COM OS
      *      ESCOPOS, A EXPIRACAO, A SITUACAO E O TOTAL DE ACESSOS
      ******************************************************************
       P6730-CONSULTAR-CONSENTIMENTOS.
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-OFC-CPF-ENT
             MOVE ZEROS TO WS-OFC-QTDE
             MOVE WS-OFC-CPF-ENT TO CSN-CPF
             START ARQ-CONSENTIMENTO KEY IS EQUAL TO CSN-CPF
                INVALID KEY
                   MOVE "23" TO FS-CONSENTIMENTO
             END-START
             IF FS-CONSENTIMENTO EQUAL TO "00" THEN
                PERFORM P6735-LER-PROX-CONSENTIMENTO
             END-IF
             PERFORM UNTIL FS-CONSENTIMENTO NOT EQUAL TO "00"
                OR CSN-CPF NOT EQUAL TO WS-OFC-CPF-ENT
                ADD 1 TO WS-OFC-QTDE
                DISPLAY 'CONSENTIMENTO ' CSN-ID ' INSTITUICAO '
                        CSN-INSTITUICAO ' - ' CSN-NOME-INSTITUICAO
                DISPLAY '   ESCOPOS CONTAS/MOVIMENTOS/EMPRESTIMOS/'
                        'CARTOES: '
                        CSN-ESCOPO-CONTAS '/' CSN-ESCOPO-MOVIMENTOS '/'
                        CSN-ESCOPO-EMPRESTIMOS '/' CSN-ESCOPO-CARTOES
                DISPLAY '   REGISTRADO EM ' CSN-DATA-CRIACAO
                        ' EXPIRA EM ' CSN-DATA-EXPIRACAO
                        ' ACESSOS: ' CSN-QTDE-ACESSOS
                        ' ULTIMO: ' CSN-DATA-ULT-ACESSO
                EVALUATE TRUE
                   WHEN CSN-REVOGADO
                      DISPLAY '   SITUACAO: REVOGADO EM '
                              CSN-DATA-REVOGACAO
                   WHEN CSN-DATA-EXPIRACAO LESS THAN WS-DATA-ATUAL
                      DISPLAY '   SITUACAO: EXPIRADO'
                   WHEN OTHER
                      DISPLAY '   SITUACAO: ATIVO'
                END-EVALUATE
                PERFORM P6735-LER-PROX-CONSENTIMENTO
             END-PERFORM
             MOVE "00" TO FS-CONSENTIMENTO
             IF WS-OFC-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM CONSENTIMENTO REGISTRADO PARA O CPF'
             END-IF
       .
       P6735-LER-PROX-CONSENTIMENTO.
             READ ARQ-CONSENTIMENTO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CONSENTIMENTO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA O LOG DE ACESSOS DE UM CONSENTIMENTO
      *      GRAVADO PELO OPENFIN-PROCESSADOR: CADA PEDIDO ATENDIDO OU
      *      RECUSADO, COM A DATA, O ESCOPO, A CONTA E O STATUS
      ******************************************************************
       P6740-CONSULTAR-ACESSOS.
             DISPLAY 'DIGITE O NUMERO DO CONSENTIMENTO'
             ACCEPT WS-OFC-ID-ENT
             MOVE WS-OFC-ID-ENT TO CSN-ID
             READ ARQ-CONSENTIMENTO RECORD KEY IS CSN-ID
                INVALID KEY
                   DISPLAY 'CONSENTIMENTO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'CONSENTIMENTO ' CSN-ID ' CPF ' CSN-CPF
                     ' INSTITUICAO ' CSN-INSTITUICAO
             MOVE ZEROS TO WS-OFC-QTDE
             MOVE WS-OFC-ID-ENT TO OFA-CSN-ID
             MOVE ZEROS TO OFA-SEQ
             START ARQ-OFACESSO KEY IS NOT LESS THAN OFA-CHAVE
                INVALID KEY
                   MOVE "23" TO FS-OFACESSO
             END-START
             IF FS-OFACESSO EQUAL TO "00" THEN
                PERFORM P6745-LER-PROX-ACESSO
             END-IF
             PERFORM UNTIL FS-OFACESSO NOT EQUAL TO "00"
                OR OFA-CSN-ID NOT EQUAL TO WS-OFC-ID-ENT
                ADD 1 TO WS-OFC-QTDE
                DISPLAY OFA-SEQ ' ' OFA-DATA ' ' OFA-HORA
                        ' PEDIDO ' OFA-REQ-ID
                        ' ESCOPO ' OFA-ESCOPO
                        ' CONTA ' OFA-CONTA-NUM
                        ' STATUS ' OFA-STATUS-RESP
                        ' ITENS ' OFA-QTDE-ITENS
                PERFORM P6745-LER-PROX-ACESSO
             END-PERFORM
             MOVE "00" TO FS-OFACESSO
             IF WS-OFC-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM ACESSO REGISTRADO PARA O CONSENTIMENTO'
             END-IF
       .
       P6745-LER-PROX-ACESSO.
             READ ARQ-OFACESSO NEXT RECORD
                AT END
                   MOVE "10" TO FS-OFACESSO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO PROVISIONAMENTO DE SAQUE EM ESPECIE: O SAQUE
      *      ACIMA DO PARAMETRO SAQUE-PROVISAO-MIN SO E PAGO NO CAIXA
      *      COM AVISO PREVIO, AGENDADO AQUI COM A CONTA, O VALOR, A
      *      AGENCIA E A DATA DA RETIRADA; O VALOR FICA RETIDO NA
      *      CONTA ATE O SAQUE E ENTRA NA PREVISAO DE NUMERARIO DO
      *      COFRE (TESOURARIA); O BATCH SAQUE-PROVISIONADO LISTA OS
      *      SAQUES DO DIA E DEVOLVE A RETENCAO DOS NAO UTILIZADOS
      ******************************************************************
       P6800-PROVISIONAMENTO-SAQUE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'PROVISIONAMENTO DE SAQUE EM ESPECIE'
             DISPLAY '1 - AGENDAR UM SAQUE'
             DISPLAY '2 - CANCELAR UM AGENDAMENTO'
             DISPLAY '3 - CONSULTAR OS AGENDAMENTOS DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6810-AGENDAR-SAQUE
                WHEN '2'
                   PERFORM P6820-CANCELAR-AGENDAMENTO
                WHEN '3'
                   PERFORM P6830-CONSULTAR-AGENDAMENTOS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE AGENDA O SAQUE: COM O TITULAR (OU PROCURADOR
      *      COM PODER DE SAQUE) IDENTIFICADO, CONFERE O SALDO
      *      DISPONIVEL COMO NO PROPRIO SAQUE, GRAVA O AGENDAMENTO E
      *      RETEM O VALOR NA CONTA
      ******************************************************************
       P6810-AGENDAR-SAQUE.
             DISPLAY 'DIGITE O ID DA CONTA: '
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'ESTA CONTA ESTA ENCERRADA OU BLOQUEADA,'
                        ' AGENDAMENTO CANCELADO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             SET PRC-EXIGE-SAQUE TO TRUE
             PERFORM P325-AUTENTICAR-TITULAR-OU-PROCURADOR
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'QUAL O VALOR DO SAQUE? '
             ACCEPT WS-PVS-VALOR-ENT
             IF WS-PVS-VALOR-ENT NOT GREATER THAN WS-PVS-LIMIAR THEN
                DISPLAY 'SAQUE ATE ' WS-PVS-LIMIAR ' NAO EXIGE'
                        ' PROVISIONAMENTO, AGENDAMENTO CANCELADO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PVS-VALOR-ENT TO WS-VALOR
             PERFORM P327-VERIFICAR-TETO-PROCURACAO
             IF NOT TETO-PROCURACAO-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A DATA DA RETIRADA (AAAAMMDD)'
             ACCEPT WS-PVS-DATA-ENT
             IF WS-PVS-DATA-ENT NOT NUMERIC
                OR WS-PVS-DATA-ENT NOT GREATER THAN WS-DATA-ATUAL THEN
                DISPLAY 'A RETIRADA TEM DE SER AGENDADA PARA UM DIA'
                        ' POSTERIOR A HOJE, AGENDAMENTO CANCELADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A AGENCIA DA RETIRADA (0 = AGENCIA DA'
                     ' CONTA, ' AGENCIA ')'
             ACCEPT WS-PVS-AGENCIA-ENT
             IF WS-PVS-AGENCIA-ENT EQUAL TO ZEROS THEN
                MOVE AGENCIA TO WS-PVS-AGENCIA-ENT
             END-IF
             COMPUTE WS-AUX =
                     SALDO - VALOR-RETIDO - WS-PVS-VALOR-ENT
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                DISPLAY 'SALDO INDISPONIVEL (VERIFIQUE O VALOR'
                        ' RETIDO), AGENDAMENTO CANCELADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'SAQUE DE ' WS-PVS-VALOR-ENT ' EM '
                     WS-PVS-DATA-ENT ' NA AGENCIA ' WS-PVS-AGENCIA-ENT
             DISPLAY 'O VALOR FICA RETIDO NA CONTA ATE A RETIRADA.'
                     ' CONFIRMA O AGENDAMENTO? (S/N)'
             ACCEPT WS-PVS-CONFIRMA
             IF WS-PVS-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'AGENDAMENTO NAO REGISTRADO'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-PVSCTL
             READ ARQ-PVSCTL
             IF FS-PVSCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE PROVISIONAMENTOS,'
                        ' STATUS: ' FS-PVSCTL
                CLOSE ARQ-PVSCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-PROVISAO
             REWRITE REG-PVSCTL
             CLOSE ARQ-PVSCTL

             INITIALIZE REG-PROVISAO
             MOVE ULT-PROVISAO TO PVS-ID
             MOVE CONTA-NUM TO PVS-CONTA-NUM
             MOVE WS-PVS-AGENCIA-ENT TO PVS-AGENCIA
             MOVE WS-PVS-VALOR-ENT TO PVS-VALOR
             MOVE WS-PVS-DATA-ENT TO PVS-DATA-SAQUE
             SET PVS-AGENDADO TO TRUE
             MOVE WS-DATA-ATUAL TO PVS-DATA-REGISTRO
             MOVE WS-OPER-ID-LOGADO TO PVS-OPER-REGISTRO
             MOVE ZEROS TO PVS-DATA-BAIXA
             MOVE SPACES TO PVS-OPER-BAIXA
             WRITE REG-PROVISAO
             IF FS-PROVISAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O AGENDAMENTO, STATUS: '
                        FS-PROVISAO
                EXIT PARAGRAPH
             END-IF

             ADD WS-PVS-VALOR-ENT TO VALOR-RETIDO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             DISPLAY 'AGENDAMENTO ' PVS-ID ' REGISTRADO, VALOR RETIDO'
                     ' NA CONTA: ' VALOR-RETIDO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'PROVISIONA SAQUE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'AGENDAMENTO '  DELIMITED SIZE
                    PVS-ID          DELIMITED SIZE
                    ' PARA '        DELIMITED SIZE
                    PVS-DATA-SAQUE  DELIMITED SIZE
                    ' AG '          DELIMITED SIZE
                    PVS-AGENCIA     DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA UM AGENDAMENTO AINDA NAO UTILIZADO A
      *      PEDIDO DO CLIENTE, DEVOLVENDO A RETENCAO DA CONTA
      ******************************************************************
       P6820-CANCELAR-AGENDAMENTO.
             DISPLAY 'DIGITE O NUMERO DO AGENDAMENTO'
             ACCEPT WS-PVS-ID-ENT
             MOVE WS-PVS-ID-ENT TO PVS-ID
             READ ARQ-PROVISAO RECORD KEY IS PVS-ID
                INVALID KEY
                   DISPLAY 'AGENDAMENTO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT PVS-AGENDADO THEN
                DISPLAY 'AGENDAMENTO JA BAIXADO EM ' PVS-DATA-BAIXA
                        ' (SITUACAO ' PVS-STATUS ')'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONTA ' PVS-CONTA-NUM ' VALOR ' PVS-VALOR
                     ' DATA ' PVS-DATA-SAQUE ' AGENCIA ' PVS-AGENCIA
             MOVE PVS-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             SET PRC-EXIGE-SAQUE TO TRUE
             PERFORM P325-AUTENTICAR-TITULAR-OU-PROCURADOR
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)'
             ACCEPT WS-PVS-CONFIRMA
             IF WS-PVS-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'CANCELAMENTO NAO REALIZADO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PVS-ID-ENT TO PVS-ID
             READ ARQ-PROVISAO RECORD KEY IS PVS-ID
                INVALID KEY
                   EXIT PARAGRAPH
             END-READ
             SET PVS-CANCELADO TO TRUE
             MOVE WS-DATA-ATUAL TO PVS-DATA-BAIXA
             MOVE WS-OPER-ID-LOGADO TO PVS-OPER-BAIXA
             REWRITE REG-PROVISAO
             IF FS-PROVISAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR O AGENDAMENTO, STATUS: '
                        FS-PROVISAO
                EXIT PARAGRAPH
             END-IF
             SUBTRACT PVS-VALOR FROM VALOR-RETIDO
             IF VALOR-RETIDO LESS THAN ZEROS THEN
                MOVE ZEROS TO VALOR-RETIDO
             END-IF
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
             END-IF
             DISPLAY 'AGENDAMENTO ' PVS-ID ' CANCELADO, VALOR RETIDO'
                     ' NA CONTA: ' VALOR-RETIDO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CANCELA PROVISAO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'AGENDAMENTO '  DELIMITED SIZE
                    PVS-ID          DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS AGENDAMENTOS DE SAQUE DE UMA CONTA
      *      COM A DATA, A AGENCIA, O VALOR E A SITUACAO
      ******************************************************************
       P6830-CONSULTAR-AGENDAMENTOS.
             DISPLAY 'DIGITE O ID DA CONTA: '
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-PVS-CONTA-ENT
             MOVE ZEROS TO WS-PVS-QTDE
             MOVE WS-PVS-CONTA-ENT TO PVS-CONTA-NUM
             START ARQ-PROVISAO KEY IS EQUAL TO PVS-CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-PROVISAO
             END-START
             IF FS-PROVISAO EQUAL TO "00" THEN
                PERFORM P6835-LER-PROX-PROVISAO
             END-IF
             PERFORM UNTIL FS-PROVISAO NOT EQUAL TO "00"
                OR PVS-CONTA-NUM NOT EQUAL TO WS-PVS-CONTA-ENT
                ADD 1 TO WS-PVS-QTDE
                DISPLAY 'AGENDAMENTO ' PVS-ID ' PARA ' PVS-DATA-SAQUE
                        ' AGENCIA ' PVS-AGENCIA ' VALOR ' PVS-VALOR
                EVALUATE TRUE
                   WHEN PVS-UTILIZADO
                      DISPLAY '   SITUACAO: UTILIZADO EM '
                              PVS-DATA-BAIXA
                   WHEN PVS-CANCELADO
                      DISPLAY '   SITUACAO: CANCELADO EM '
                              PVS-DATA-BAIXA
                   WHEN PVS-LIBERADO
                      DISPLAY '   SITUACAO: NAO UTILIZADO, RETENCAO'
                              ' LIBERADA EM ' PVS-DATA-BAIXA
                   WHEN OTHER
                      DISPLAY '   SITUACAO: AGENDADO, VALOR RETIDO'
                END-EVALUATE
                PERFORM P6835-LER-PROX-PROVISAO
             END-PERFORM
             MOVE "00" TO FS-PROVISAO
             IF WS-PVS-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM AGENDAMENTO REGISTRADO PARA A CONTA'
             END-IF
       .
       P6835-LER-PROX-PROVISAO.
             READ ARQ-PROVISAO NEXT RECORD
                AT END
                   MOVE "10" TO FS-PROVISAO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE CORRESPONDENTES BANCARIOS: CADASTRO
      *      DAS LOTERICAS E LOJAS PARCEIRAS (AGENCIA A QUE SE
      *      REPORTAM, CONTA DE LIQUIDACAO E LIMITE DIARIO DE
      *      OPERACAO), COM AUDITORIA; AS TRANSACOES E A LIQUIDACAO
      *      DIARIA SAO PROCESSADAS PELO BATCH CORBAN-PROCESSADOR
      ******************************************************************
       P6900-CORRESPONDENTES.
             DISPLAY 'CORRESPONDENTES BANCARIOS'
             DISPLAY '1 - INCLUIR UM CORRESPONDENTE'
             DISPLAY '2 - ALTERAR O LIMITE DIARIO'
             DISPLAY '3 - ATIVAR/INATIVAR UM CORRESPONDENTE'
             DISPLAY '4 - LISTAR OS CORRESPONDENTES'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P6910-INCLUIR-CORRESPONDENTE
                WHEN '2'
                   PERFORM P6920-ALTERAR-LIMITE-CORBAN
                WHEN '3'
                   PERFORM P6930-ALTERNAR-CORRESPONDENTE
                WHEN '4'
                   PERFORM P6940-LISTAR-CORRESPONDENTES
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P6910-INCLUIR-CORRESPONDENTE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CODIGO DO CORRESPONDENTE'
             ACCEPT WS-CBC-CODIGO-ENT
             IF WS-CBC-CODIGO-ENT EQUAL TO ZEROS THEN
                DISPLAY 'CODIGO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CBC-CODIGO-ENT TO CBC-CODIGO
             READ ARQ-CORBAN RECORD KEY IS CBC-CODIGO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'CORRESPONDENTE JA CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             INITIALIZE REG-CORBAN
             MOVE WS-CBC-CODIGO-ENT TO CBC-CODIGO
             DISPLAY 'DIGITE O NOME DO CORRESPONDENTE'
             ACCEPT CBC-NOME
             DISPLAY 'DIGITE A AGENCIA A QUE ELE SE REPORTA'
             ACCEPT CBC-AGENCIA
             MOVE CBC-AGENCIA TO AGE-CODIGO
             READ ARQ-AGENCIA RECORD KEY IS AGE-CODIGO
                INVALID KEY
                   DISPLAY 'AGENCIA NAO CADASTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT AGE-ATIVA THEN
                DISPLAY 'AGENCIA INATIVA!'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A CONTA DE LIQUIDACAO DO CORRESPONDENTE'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO CBC-CONTA-NUM
             MOVE CBC-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DE LIQUIDACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA DE LIQUIDACAO ENCERRADA OU BLOQUEADA!'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O LIMITE DIARIO DE OPERACAO'
             ACCEPT WS-CBC-LIMITE-ENT
             IF WS-CBC-LIMITE-ENT NOT GREATER THAN ZEROS THEN
                DISPLAY 'LIMITE INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CBC-LIMITE-ENT TO CBC-LIMITE-DIARIO
             SET CBC-ATIVO TO TRUE
             MOVE WS-DATA-ATUAL TO CBC-DATA-CADASTRO
             MOVE WS-OPER-ID-LOGADO TO CBC-OPER-CADASTRO
             MOVE ZEROS TO CBC-DATA-ULT-LIQUIDACAO
             MOVE ZEROS TO CBC-ULT-LIQUIDO
             WRITE REG-CORBAN
             IF FS-CORBAN NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CORRESPONDENTE, STATUS: '
                        FS-CORBAN
             ELSE
                DISPLAY 'CORRESPONDENTE ' CBC-CODIGO ' CADASTRADO'
                MOVE CBC-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'INCLUSAO CORRESP' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CORRESPONDENTE ' DELIMITED SIZE
                       CBC-CODIGO        DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P6920-ALTERAR-LIMITE-CORBAN.
             DISPLAY 'DIGITE O CODIGO DO CORRESPONDENTE'
             ACCEPT WS-CBC-CODIGO-ENT
             MOVE WS-CBC-CODIGO-ENT TO CBC-CODIGO
             READ ARQ-CORBAN RECORD KEY IS CBC-CODIGO
                INVALID KEY
                   DISPLAY 'CORRESPONDENTE NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'LIMITE DIARIO ATUAL: ' CBC-LIMITE-DIARIO
             DISPLAY 'DIGITE O NOVO LIMITE DIARIO'
             ACCEPT WS-CBC-LIMITE-ENT
             IF WS-CBC-LIMITE-ENT NOT GREATER THAN ZEROS THEN
                DISPLAY 'LIMITE INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CBC-LIMITE-ENT TO CBC-LIMITE-DIARIO
             REWRITE REG-CORBAN
             IF FS-CORBAN NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CORRESPONDENTE, STATUS: '
                        FS-CORBAN
             ELSE
                DISPLAY 'LIMITE DO CORRESPONDENTE ' CBC-CODIGO
                        ' ALTERADO PARA ' CBC-LIMITE-DIARIO
                MOVE CBC-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'LIMITE CORRESP' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CORRESPONDENTE ' DELIMITED SIZE
                       CBC-CODIGO        DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P6930-ALTERNAR-CORRESPONDENTE.
             DISPLAY 'DIGITE O CODIGO DO CORRESPONDENTE'
             ACCEPT WS-CBC-CODIGO-ENT
             MOVE WS-CBC-CODIGO-ENT TO CBC-CODIGO
             READ ARQ-CORBAN RECORD KEY IS CBC-CODIGO
                INVALID KEY
                   DISPLAY 'CORRESPONDENTE NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF CBC-ATIVO THEN
                SET CBC-INATIVO TO TRUE
                DISPLAY 'CORRESPONDENTE SERA INATIVADO'
             ELSE
                SET CBC-ATIVO TO TRUE
                DISPLAY 'CORRESPONDENTE SERA REATIVADO'
             END-IF
             REWRITE REG-CORBAN
             IF FS-CORBAN NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CORRESPONDENTE, STATUS: '
                        FS-CORBAN
             ELSE
                DISPLAY 'CORRESPONDENTE ' CBC-CODIGO
                        ' ATUALIZADO, STATUS: ' CBC-STATUS
                MOVE CBC-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'ALTERNAR CORRESP' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CORRESPONDENTE ' DELIMITED SIZE
                       CBC-CODIGO        DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P6940-LISTAR-CORRESPONDENTES.
             MOVE 'N' TO WS-CBC-ACHOU
             MOVE ZEROS TO CBC-CODIGO
             START ARQ-CORBAN KEY IS NOT LESS THAN CBC-CODIGO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CORBAN EQUAL TO "00" THEN
                PERFORM P6945-LER-PROX-CORBAN
                PERFORM UNTIL FS-CORBAN NOT EQUAL TO "00"
                   MOVE 'S' TO WS-CBC-ACHOU
                   DISPLAY 'CORRESP: ' CBC-CODIGO
                           ' ' CBC-NOME
                           ' AGENCIA: ' CBC-AGENCIA
                           ' CONTA: ' CBC-CONTA-NUM
                           ' STATUS: ' CBC-STATUS
                   DISPLAY '   LIMITE DIARIO: ' CBC-LIMITE-DIARIO
                           ' ULT. LIQUIDACAO: '
                           CBC-DATA-ULT-LIQUIDACAO
                           ' LIQUIDO: ' CBC-ULT-LIQUIDO
                   PERFORM P6945-LER-PROX-CORBAN
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CORBAN
             IF NOT CBC-ACHOU THEN
                DISPLAY 'NENHUM CORRESPONDENTE CADASTRADO'
             END-IF
       .
       P6945-LER-PROX-CORBAN.
             READ ARQ-CORBAN NEXT RECORD
                AT END
                   MOVE "10" TO FS-CORBAN
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DE CASOS DE FRAUDE: ABRE O CASO,
      *      VINCULA A ELE OS EVENTOS ESPALHADOS PELO SISTEMA
      *      (GATILHOS DE VELOCIDADE, NOTIFICACOES DE COMPLIANCE,
      *      CONTESTACOES DE CARTAO E RECLAMACOES), REGISTRA OS PASSOS
      *      DA INVESTIGACAO E A DECISAO; O CASO CONFIRMADO DISPARA
      *      AS ACOES (BLOQUEIO DA CONTA/CARTAO, ESTORNO) E GUARDA A
      *      PERDA PARA O RELATORIO MENSAL (BATCH FRAUDE-MENSAL)
      ******************************************************************
       P7000-CASOS-FRAUDE.
             DISPLAY 'CASOS DE FRAUDE'
             DISPLAY '1 - ABRIR UM CASO'
             DISPLAY '2 - VINCULAR UM EVENTO AO CASO'
             DISPLAY '3 - REGISTRAR UM PASSO DA INVESTIGACAO'
             DISPLAY '4 - CONSULTAR UM CASO'
             DISPLAY '5 - REGISTRAR A DECISAO DO CASO'
             DISPLAY '6 - LISTAR OS CASOS EM ABERTO'
             DISPLAY '7 - LISTAR OS GATILHOS DE VELOCIDADE E DE'
                     ' DISPOSITIVO SEM CASO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7010-ABRIR-CASO
                WHEN '2'
                   PERFORM P7020-VINCULAR-EVENTO
                WHEN '3'
                   PERFORM P7030-REGISTRAR-PASSO
                WHEN '4'
                   PERFORM P7040-CONSULTAR-CASO
                WHEN '5'
                   PERFORM P7050-DECIDIR-CASO
                WHEN '6'
                   PERFORM P7060-LISTAR-CASOS-ABERTOS
                WHEN '7'
                   MOVE ZEROS TO WS-FRC-CONTA-FILTRO
                   PERFORM P7070-LISTAR-GATILHOS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE ABRE UM CASO DE FRAUDE PARA A CONTA, COM O
      *      CARTAO (OPCIONAL), O CANAL E O MOVIMENTO SUSPEITO; O
      *      OPERADOR QUE ABRE FICA COMO ANALISTA DO CASO
      ******************************************************************
       P7010-ABRIR-CASO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             INITIALIZE REG-FRAUDE
             DISPLAY 'DIGITE O ID DA CONTA ENVOLVIDA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FRC-CONTA-NUM
             MOVE FRC-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE CPF TO FRC-CPF

             DISPLAY 'DIGITE O NUMERO DO CARTAO ENVOLVIDO (ZERO SE'
                     ' NAO HOUVER)'
             ACCEPT WS-CARD-NUMERO-ENTRADA
             IF WS-CARD-NUMERO-ENTRADA GREATER THAN ZEROS THEN
                MOVE WS-CARD-NUMERO-ENTRADA TO CARD-NUMERO
                READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                   INVALID KEY
                      DISPLAY 'CARTAO NAO ENCONTRADO!'
                      EXIT PARAGRAPH
                END-READ
                IF CARD-CONTA-NUM NOT EQUAL TO FRC-CONTA-NUM THEN
                   DISPLAY 'O CARTAO NAO PERTENCE A CONTA INFORMADA!'
                   EXIT PARAGRAPH
                END-IF
                MOVE WS-CARD-NUMERO-ENTRADA TO FRC-CARD-NUMERO
             END-IF

             DISPLAY 'CANAL DA FRAUDE: B - BALCAO, A - ATM,'
                     ' I - INTERNET/APP, C - CARTAO,'
                     ' K - CORRESPONDENTE, O - OUTROS'
             ACCEPT FRC-CANAL
             IF NOT FRC-CANAL-VALIDO THEN
                DISPLAY 'CANAL INVALIDO'
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'DIGITE A SEQUENCIA DO MOVIMENTO SUSPEITO NO'
                     ' EXTRATO (ZERO SE NAO HOUVER)'
             ACCEPT WS-FRC-SEQ-ENT
             IF WS-FRC-SEQ-ENT GREATER THAN ZEROS THEN
                MOVE FRC-CONTA-NUM TO EXT-CONTA-NUM
                MOVE WS-FRC-SEQ-ENT TO EXT-SEQUENCIA
                READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                   INVALID KEY
                      DISPLAY 'MOVIMENTACAO NAO ENCONTRADA'
                      EXIT PARAGRAPH
                END-READ
                MOVE WS-FRC-SEQ-ENT TO FRC-EXT-SEQUENCIA
                MOVE EXT-TIPO-MOV TO FRC-TIPO-MOV
                MOVE EXT-VALOR TO FRC-VALOR-ENVOLVIDO
             ELSE
                DISPLAY 'DIGITE O TIPO DO MOVIMENTO ENVOLVIDO'
                        ' (EX.: TD, SA, CC)'
                ACCEPT FRC-TIPO-MOV
                DISPLAY 'DIGITE O VALOR ENVOLVIDO'
                ACCEPT FRC-VALOR-ENVOLVIDO
             END-IF
             DISPLAY 'DESCREVA O CASO'
             ACCEPT FRC-DESCRICAO

             OPEN I-O ARQ-FRAUDCTL
             READ ARQ-FRAUDCTL
             IF FS-FRAUDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CASOS DE FRAUDE,'
                        ' STATUS: ' FS-FRAUDCTL
                CLOSE ARQ-FRAUDCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-CASO-FRAUDE
             REWRITE REG-FRAUDCTL
             CLOSE ARQ-FRAUDCTL

             MOVE ULT-CASO-FRAUDE TO FRC-CASO
             MOVE WS-DATA-ATUAL TO FRC-DATA-ABERTURA
             MOVE WS-OPER-ID-LOGADO TO FRC-OPER-ABERTURA
             MOVE WS-OPER-ID-LOGADO TO FRC-ANALISTA
             SET FRC-ABERTO TO TRUE
             MOVE SPACES TO FRC-DECISAO
             MOVE ZEROS TO FRC-DATA-DECISAO
             MOVE SPACES TO FRC-OPER-DECISAO
             MOVE ZEROS TO FRC-VALOR-PERDA
             MOVE 'N' TO FRC-ACAO-BLOQ-CONTA
             MOVE 'N' TO FRC-ACAO-BLOQ-CARTAO
             MOVE 'N' TO FRC-ACAO-ESTORNO
             MOVE ZEROS TO FRC-QTDE-EVENTOS
             WRITE REG-FRAUDE
             IF FS-FRAUDE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CASO, STATUS: ' FS-FRAUDE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CASO DE FRAUDE ' FRC-CASO ' ABERTO'
             MOVE FRC-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ABERTURA CASO FRAUDE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CASO ' DELIMITED SIZE
                    FRC-CASO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             MOVE FRC-CONTA-NUM TO WS-FRC-CONTA-FILTRO
             PERFORM P7070-LISTAR-GATILHOS
       .
      ******************************************************************
      *      FUNÇÃO QUE VINCULA AO CASO UM EVENTO JA REGISTRADO EM
      *      OUTRO PONTO DO SISTEMA; O MESMO EVENTO NAO ENTRA DUAS
      *      VEZES NO CASO
      ******************************************************************
       P7020-VINCULAR-EVENTO.
             PERFORM P7080-LOCALIZAR-CASO-ABERTO
             IF NOT FRC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'TIPO DO EVENTO: 1 - GATILHO DE VELOCIDADE OU'
                     ' DE DISPOSITIVO,'
                     ' 2 - NOTIFICACAO DE COMPLIANCE,'
                     ' 3 - CONTESTACAO DE CARTAO, 4 - RECLAMACAO'
             ACCEPT WS-FRC-OPCAO-EVT
             MOVE 'N' TO WS-FRE-OK
             EVALUATE WS-FRC-OPCAO-EVT
                WHEN '1'
                   PERFORM P7021-VINCULAR-VELOCIDADE
                WHEN '2'
                   PERFORM P7022-VINCULAR-NOTIFICACAO
                WHEN '3'
                   PERFORM P7023-VINCULAR-CONTESTACAO
                WHEN '4'
                   PERFORM P7024-VINCULAR-RECLAMACAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             IF NOT FRE-GRAVADO THEN
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO FRC-QTDE-EVENTOS
             REWRITE REG-FRAUDE
             IF FS-FRAUDE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CASO, STATUS: '
                        FS-FRAUDE
             ELSE
                DISPLAY 'EVENTO VINCULADO AO CASO ' FRC-CASO
             END-IF
       .
      ******************************************************************
      *      O GATILHO DE VELOCIDADE JA ESTA EM ARQ-FRAUDE-EVT DESDE O
      *      DISPARO (P338), SEM CASO: O VINCULO SO PREENCHE O CASO; O
      *      MESMO VALE PARA OS EVENTOS DE DISPOSITIVO (CADASTRO NO
      *      BALCAO E BLOQUEIO POR CODIGOS ERRADOS NO CANAL)
      ******************************************************************
       P7021-VINCULAR-VELOCIDADE.
             DISPLAY 'DIGITE O NUMERO DO GATILHO (VEJA A OPCAO 7)'
             ACCEPT WS-FRE-SEQ-ENT
             MOVE WS-FRE-SEQ-ENT TO FRE-SEQ
             READ ARQ-FRAUDE-EVT RECORD KEY IS FRE-SEQ
                INVALID KEY
                   DISPLAY 'GATILHO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT FRE-VELOCIDADE AND NOT FRE-DISPOSITIVO THEN
                DISPLAY 'O EVENTO INFORMADO NAO E UM GATILHO DE'
                        ' VELOCIDADE NEM DE DISPOSITIVO'
                EXIT PARAGRAPH
             END-IF
             IF FRE-CASO NOT EQUAL TO ZEROS THEN
                DISPLAY 'GATILHO JA VINCULADO AO CASO ' FRE-CASO
                EXIT PARAGRAPH
             END-IF
             MOVE FRC-CASO TO FRE-CASO
             REWRITE REG-FRAUDE-EVT
             IF FS-FRAUDE-EVT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO VINCULAR O GATILHO, STATUS: '
                        FS-FRAUDE-EVT
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-FRE-OK
       .
       P7022-VINCULAR-NOTIFICACAO.
             DISPLAY 'DIGITE O NUMERO DA NOTIFICACAO DE COMPLIANCE'
             ACCEPT WS-FRC-NOTIF-ENT
             MOVE WS-FRC-NOTIF-ENT TO NOTIF-SEQ
             READ ARQ-NOTIFICACAO RECORD KEY IS NOTIF-SEQ
                INVALID KEY
                   DISPLAY 'NOTIFICACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE 'A' TO WS-FRE-TIPO
             MOVE SPACES TO WS-FRE-REFERENCIA
             MOVE NOTIF-SEQ TO WS-FRE-REFERENCIA(1:8)
             PERFORM P7095-VERIFICAR-DUPLICIDADE
             IF FRC-EVENTO-DUPLICADO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE FRC-CASO TO WS-FRE-CASO
             MOVE NOTIF-CONTA-NUM TO WS-FRE-CONTA
             MOVE NOTIF-VALOR TO WS-FRE-VALOR
             MOVE NOTIF-DETALHE TO WS-FRE-DESCRICAO
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE
       .
       P7023-VINCULAR-CONTESTACAO.
             DISPLAY 'DIGITE O NUMERO DO CARTAO DA CONTESTACAO'
             ACCEPT WS-FRE-REF-CARTAO
             DISPLAY 'DIGITE A SEQUENCIA DO MOVIMENTO CONTESTADO'
             ACCEPT WS-FRE-REF-SEQ
             MOVE WS-FRE-REF-CARTAO TO CTS-CARD-NUMERO
             MOVE WS-FRE-REF-SEQ TO CTS-EXT-SEQUENCIA
             READ ARQ-CONTESTACAO RECORD KEY IS CTS-CHAVE
                INVALID KEY
                   DISPLAY 'CONTESTACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE 'D' TO WS-FRE-TIPO
             MOVE WS-FRE-REF-CONTESTACAO TO WS-FRE-REFERENCIA
             PERFORM P7095-VERIFICAR-DUPLICIDADE
             IF FRC-EVENTO-DUPLICADO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE FRC-CASO TO WS-FRE-CASO
             MOVE CTS-CONTA-NUM TO WS-FRE-CONTA
             MOVE CTS-VALOR TO WS-FRE-VALOR
             MOVE SPACES TO WS-FRE-DESCRICAO
             STRING CTS-ESTABELECIMENTO DELIMITED SIZE
                    ' '                 DELIMITED SIZE
                    CTS-MOTIVO          DELIMITED SIZE
               INTO WS-FRE-DESCRICAO
             END-STRING
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE
       .
       P7024-VINCULAR-RECLAMACAO.
             DISPLAY 'DIGITE O PROTOCOLO DA RECLAMACAO'
             ACCEPT WS-RCL-PROTOCOLO
             MOVE WS-RCL-PROTOCOLO TO RCL-PROTOCOLO
             READ ARQ-RECLAMACAO RECORD KEY IS RCL-PROTOCOLO
                INVALID KEY
                   DISPLAY 'RECLAMACAO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT RCL-CAT-FRAUDE THEN
                DISPLAY 'AVISO: A RECLAMACAO NAO ESTA NA CATEGORIA'
                        ' FRAUDE/NAO RECONHECIDO'
             END-IF
             MOVE 'R' TO WS-FRE-TIPO
             MOVE SPACES TO WS-FRE-REFERENCIA
             MOVE RCL-PROTOCOLO TO WS-FRE-REFERENCIA(1:8)
             PERFORM P7095-VERIFICAR-DUPLICIDADE
             IF FRC-EVENTO-DUPLICADO THEN
                EXIT PARAGRAPH
             END-IF
             MOVE FRC-CASO TO WS-FRE-CASO
             MOVE RCL-CONTA-NUM TO WS-FRE-CONTA
             MOVE ZEROS TO WS-FRE-VALOR
             MOVE RCL-DESCRICAO TO WS-FRE-DESCRICAO
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA UM PASSO DA INVESTIGACAO; O OPERADOR
      *      QUE NAO E O ANALISTA DO CASO PODE ASSUMI-LO
      ******************************************************************
       P7030-REGISTRAR-PASSO.
             PERFORM P7080-LOCALIZAR-CASO-ABERTO
             IF NOT FRC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             IF FRC-ANALISTA NOT EQUAL TO WS-OPER-ID-LOGADO THEN
                DISPLAY 'ANALISTA DO CASO: ' FRC-ANALISTA
                        '. ASSUMIR O CASO? (S/N)'
                ACCEPT WS-FRC-CONFIRMA
                IF WS-FRC-CONFIRMA EQUAL TO 'S' THEN
                   MOVE WS-OPER-ID-LOGADO TO FRC-ANALISTA
                END-IF
             END-IF
             DISPLAY 'DESCREVA O PASSO DA INVESTIGACAO'
             MOVE SPACES TO WS-FRE-DESCRICAO
             ACCEPT WS-FRE-DESCRICAO
             IF WS-FRE-DESCRICAO EQUAL TO SPACES THEN
                DISPLAY 'PASSO NAO REGISTRADO'
                EXIT PARAGRAPH
             END-IF
             MOVE FRC-CASO TO WS-FRE-CASO
             MOVE 'P' TO WS-FRE-TIPO
             MOVE FRC-CONTA-NUM TO WS-FRE-CONTA
             MOVE SPACES TO WS-FRE-REFERENCIA
             MOVE ZEROS TO WS-FRE-VALOR
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE
             IF NOT FRE-GRAVADO THEN
                EXIT PARAGRAPH
             END-IF
             SET FRC-EM-INVESTIGACAO TO TRUE
             ADD 1 TO FRC-QTDE-EVENTOS
             REWRITE REG-FRAUDE
             IF FS-FRAUDE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CASO, STATUS: '
                        FS-FRAUDE
             ELSE
                DISPLAY 'PASSO REGISTRADO NO CASO ' FRC-CASO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIBE O CASO E TODOS OS SEUS EVENTOS EM ORDEM
      *      DE REGISTRO
      ******************************************************************
       P7040-CONSULTAR-CASO.
             DISPLAY 'DIGITE O NUMERO DO CASO'
             ACCEPT WS-FRC-CASO-ENT
             MOVE WS-FRC-CASO-ENT TO FRC-CASO
             READ ARQ-FRAUDE RECORD KEY IS FRC-CASO
                INVALID KEY
                   DISPLAY 'CASO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P7085-EXIBIR-CASO
             MOVE FRC-CASO TO FRE-CASO
             START ARQ-FRAUDE-EVT KEY IS EQUAL TO FRE-CASO
                INVALID KEY
                   DISPLAY 'NENHUM EVENTO REGISTRADO NO CASO'
             END-START
             IF FS-FRAUDE-EVT EQUAL TO "00" THEN
                PERFORM P7045-LER-PROX-EVENTO
                PERFORM UNTIL FS-FRAUDE-EVT NOT EQUAL TO "00"
                   OR FRE-CASO NOT EQUAL TO FRC-CASO
                   DISPLAY '  ' FRE-DATA ' ' FRE-HORA
                           ' EVENTO ' FRE-SEQ ' TIPO ' FRE-TIPO
                           ' CONTA ' FRE-CONTA-NUM
                           ' REF ' FRE-REFERENCIA
                           ' VALOR ' FRE-VALOR
                   DISPLAY '     ' FRE-OPER ' ' FRE-DESCRICAO
                   PERFORM P7045-LER-PROX-EVENTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-FRAUDE-EVT
       .
       P7045-LER-PROX-EVENTO.
             READ ARQ-FRAUDE-EVT NEXT RECORD
                AT END
                   MOVE "10" TO FS-FRAUDE-EVT
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A DECISAO DO CASO. NA FRAUDE
      *      CONFIRMADA PEDE O VALOR DA PERDA E AS ACOES: BLOQUEIO
      *      DA CONTA (MOTIVO F), BLOQUEIO DO CARTAO E ESTORNO DO
      *      MOVIMENTO, QUE SEGUE PELA ROTINA DE ESTORNO DO MENU
      ******************************************************************
       P7050-DECIDIR-CASO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             PERFORM P7080-LOCALIZAR-CASO-ABERTO
             IF NOT FRC-ACHOU THEN
                EXIT PARAGRAPH
             END-IF
             PERFORM P7085-EXIBIR-CASO
             DISPLAY 'DECISAO: F - FRAUDE CONFIRMADA,'
                     ' E - ERRO DO CLIENTE, N - NAO E FRAUDE'
             ACCEPT FRC-DECISAO
             IF NOT FRC-DECISAO-VALIDA THEN
                DISPLAY 'DECISAO INVALIDA'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO FRC-VALOR-PERDA
             MOVE 'N' TO WS-FRC-ESTORNAR
             IF FRC-FRAUDE-CONFIRMADA THEN
                DISPLAY 'DIGITE O VALOR DA PERDA'
                ACCEPT WS-FRC-VALOR-PERDA
                IF WS-FRC-VALOR-PERDA LESS THAN ZEROS THEN
                   DISPLAY 'VALOR INVALIDO'
                   EXIT PARAGRAPH
                END-IF
                MOVE WS-FRC-VALOR-PERDA TO FRC-VALOR-PERDA
                DISPLAY 'BLOQUEAR A CONTA ' FRC-CONTA-NUM '? (S/N)'
                ACCEPT WS-FRC-CONFIRMA
                IF WS-FRC-CONFIRMA EQUAL TO 'S' THEN
                   PERFORM P7051-BLOQUEAR-CONTA-FRAUDE
                END-IF
                IF FRC-CARD-NUMERO GREATER THAN ZEROS THEN
                   DISPLAY 'BLOQUEAR O CARTAO ' FRC-CARD-NUMERO
                           '? (S/N)'
                   ACCEPT WS-FRC-CONFIRMA
                   IF WS-FRC-CONFIRMA EQUAL TO 'S' THEN
                      PERFORM P7052-BLOQUEAR-CARTAO-FRAUDE
                   END-IF
                END-IF
                DISPLAY 'ESTORNAR O MOVIMENTO DO CASO? (S/N)'
                ACCEPT WS-FRC-ESTORNAR
             END-IF

             SET FRC-DECIDIDO TO TRUE
             MOVE WS-DATA-ATUAL TO FRC-DATA-DECISAO
             MOVE WS-OPER-ID-LOGADO TO FRC-OPER-DECISAO
             IF WS-FRC-ESTORNAR EQUAL TO 'S' THEN
                MOVE 'S' TO FRC-ACAO-ESTORNO
             END-IF
             MOVE FRC-CASO TO WS-FRE-CASO
             MOVE 'X' TO WS-FRE-TIPO
             MOVE FRC-CONTA-NUM TO WS-FRE-CONTA
             MOVE SPACES TO WS-FRE-REFERENCIA
             MOVE FRC-VALOR-PERDA TO WS-FRE-VALOR
             MOVE SPACES TO WS-FRE-DESCRICAO
             STRING 'DECISAO '            DELIMITED SIZE
                    FRC-DECISAO           DELIMITED SIZE
                    ' BLOQ.CONTA '        DELIMITED SIZE
                    FRC-ACAO-BLOQ-CONTA   DELIMITED SIZE
                    ' BLOQ.CARTAO '       DELIMITED SIZE
                    FRC-ACAO-BLOQ-CARTAO  DELIMITED SIZE
                    ' ESTORNO '           DELIMITED SIZE
                    FRC-ACAO-ESTORNO      DELIMITED SIZE
               INTO WS-FRE-DESCRICAO
             END-STRING
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE
             IF FRE-GRAVADO THEN
                ADD 1 TO FRC-QTDE-EVENTOS
             END-IF
             REWRITE REG-FRAUDE
             IF FS-FRAUDE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A DECISAO, STATUS: '
                        FS-FRAUDE
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DECISAO DO CASO ' FRC-CASO ' REGISTRADA'
             MOVE FRC-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'DECISAO CASO FRAUDE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CASO '     DELIMITED SIZE
                    FRC-CASO    DELIMITED SIZE
                    ' DECISAO ' DELIMITED SIZE
                    FRC-DECISAO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             IF WS-FRC-ESTORNAR EQUAL TO 'S' THEN
                DISPLAY 'ESTORNO DO MOVIMENTO DO CASO: CONTA '
                        FRC-CONTA-NUM ' SEQUENCIA '
                        FRC-EXT-SEQUENCIA
                PERFORM P1900-ESTORNAR-MOVIMENTO
             END-IF
       .
       P7051-BLOQUEAR-CONTA-FRAUDE.
             MOVE FRC-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA THEN
                DISPLAY 'CONTA ENCERRADA, BLOQUEIO DESNECESSARIO'
                EXIT PARAGRAPH
             END-IF
             SET CONTA-BLOQUEADA TO TRUE
             SET BLOQUEIO-FRAUDE TO TRUE
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BLOQUEAR A CONTA ' CONTA-NUM
                        ', STATUS: ' FS-CONTA
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO FRC-ACAO-BLOQ-CONTA
             DISPLAY 'CONTA ' CONTA-NUM ' BLOQUEADA POR FRAUDE'
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'BLOQUEIO POR FRAUDE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CASO ' DELIMITED SIZE
                    FRC-CASO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P7052-BLOQUEAR-CARTAO-FRAUDE.
             MOVE FRC-CARD-NUMERO TO CARD-NUMERO
             READ ARQ-CARTAO RECORD KEY IS CARD-NUMERO
                INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT CARD-ATIVO THEN
                DISPLAY 'CARTAO NAO ESTA ATIVO, STATUS: '
                        CARD-STATUS
                EXIT PARAGRAPH
             END-IF
             SET CARD-BLOQUEADO TO TRUE
             REWRITE REG-CARTAO
             IF FS-CARTAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BLOQUEAR O CARTAO, STATUS: '
                        FS-CARTAO
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO FRC-ACAO-BLOQ-CARTAO
             DISPLAY 'CARTAO ' CARD-NUMERO ' BLOQUEADO POR FRAUDE'
             MOVE CARD-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'BLOQ CARTAO FRAUDE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CASO ' DELIMITED SIZE
                    FRC-CASO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P7060-LISTAR-CASOS-ABERTOS.
             MOVE ZEROS TO WS-FRC-QTDE
             MOVE ZEROS TO FRC-CASO
             START ARQ-FRAUDE KEY IS NOT LESS THAN FRC-CASO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FRAUDE EQUAL TO "00" THEN
                PERFORM P7065-LER-PROX-CASO
                PERFORM UNTIL FS-FRAUDE NOT EQUAL TO "00"
                   IF NOT FRC-DECIDIDO THEN
                      ADD 1 TO WS-FRC-QTDE
                      DISPLAY 'CASO: ' FRC-CASO
                              ' ABERTO EM ' FRC-DATA-ABERTURA
                              ' CONTA: ' FRC-CONTA-NUM
                              ' CANAL: ' FRC-CANAL
                              ' TIPO: ' FRC-TIPO-MOV
                              ' STATUS: ' FRC-STATUS
                              ' ANALISTA: ' FRC-ANALISTA
                              ' EVENTOS: ' FRC-QTDE-EVENTOS
                   END-IF
                   PERFORM P7065-LER-PROX-CASO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-FRAUDE
             IF WS-FRC-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM CASO DE FRAUDE EM ABERTO'
             END-IF
       .
       P7065-LER-PROX-CASO.
             READ ARQ-FRAUDE NEXT RECORD
                AT END
                   MOVE "10" TO FS-FRAUDE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS GATILHOS DE VELOCIDADE E OS EVENTOS
      *      DE DISPOSITIVO AINDA SEM CASO
      *      (FRE-CASO ZERADO), DE TODAS AS CONTAS OU SO DA CONTA EM
      *      WS-FRC-CONTA-FILTRO
      ******************************************************************
       P7070-LISTAR-GATILHOS.
             MOVE ZEROS TO WS-FRC-QTDE
             MOVE ZEROS TO FRE-CASO
             START ARQ-FRAUDE-EVT KEY IS EQUAL TO FRE-CASO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FRAUDE-EVT EQUAL TO "00" THEN
                PERFORM P7045-LER-PROX-EVENTO
                PERFORM UNTIL FS-FRAUDE-EVT NOT EQUAL TO "00"
                   OR FRE-CASO NOT EQUAL TO ZEROS
                   IF (FRE-VELOCIDADE OR FRE-DISPOSITIVO)
                      AND (WS-FRC-CONTA-FILTRO EQUAL TO ZEROS
                           OR FRE-CONTA-NUM EQUAL TO
                              WS-FRC-CONTA-FILTRO)
                      ADD 1 TO WS-FRC-QTDE
                      DISPLAY 'GATILHO ' FRE-SEQ ' EM ' FRE-DATA
                              ' ' FRE-HORA ' CONTA ' FRE-CONTA-NUM
                              ' VALOR ' FRE-VALOR ' '
                              FRE-DESCRICAO
                   END-IF
                   PERFORM P7045-LER-PROX-EVENTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-FRAUDE-EVT
             IF WS-FRC-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM GATILHO DE VELOCIDADE OU DE'
                        ' DISPOSITIVO SEM CASO'
             ELSE
                DISPLAY 'VINCULE OS GATILHOS PELA OPCAO 2 DO SUBMENU'
             END-IF
       .
       P7080-LOCALIZAR-CASO-ABERTO.
             MOVE 'N' TO WS-FRC-ACHOU
             DISPLAY 'DIGITE O NUMERO DO CASO'
             ACCEPT WS-FRC-CASO-ENT
             MOVE WS-FRC-CASO-ENT TO FRC-CASO
             READ ARQ-FRAUDE RECORD KEY IS FRC-CASO
                INVALID KEY
                   DISPLAY 'CASO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF FRC-DECIDIDO THEN
                DISPLAY 'CASO JA DECIDIDO EM ' FRC-DATA-DECISAO
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-FRC-ACHOU
       .
       P7085-EXIBIR-CASO.
             DISPLAY 'CASO: ' FRC-CASO ' ABERTO EM ' FRC-DATA-ABERTURA
                     ' POR ' FRC-OPER-ABERTURA
                     ' ANALISTA: ' FRC-ANALISTA
             DISPLAY 'CONTA: ' FRC-CONTA-NUM ' CPF: ' FRC-CPF
                     ' CARTAO: ' FRC-CARD-NUMERO
             DISPLAY 'CANAL: ' FRC-CANAL ' TIPO: ' FRC-TIPO-MOV
                     ' SEQUENCIA: ' FRC-EXT-SEQUENCIA
                     ' VALOR: ' FRC-VALOR-ENVOLVIDO
             DISPLAY 'DESCRICAO: ' FRC-DESCRICAO
             DISPLAY 'STATUS: ' FRC-STATUS ' DECISAO: ' FRC-DECISAO
                     ' EM ' FRC-DATA-DECISAO
                     ' PERDA: ' FRC-VALOR-PERDA
                     ' EVENTOS: ' FRC-QTDE-EVENTOS
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UM EVENTO EM ARQ-FRAUDE-EVT COM OS
      *      CAMPOS WS-FRE-*, NUMERADO PELO CONTROLE ARQ-FRAUDCTL;
      *      CHAMADA TAMBEM NO DISPARO DO GATILHO DE VELOCIDADE
      ******************************************************************
       P7090-GRAVAR-EVENTO-FRAUDE.
             MOVE 'N' TO WS-FRE-OK
             OPEN I-O ARQ-FRAUDCTL
             READ ARQ-FRAUDCTL
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
             MOVE WS-FRE-CASO       TO FRE-CASO
             MOVE WS-FRE-TIPO       TO FRE-TIPO
             MOVE WS-FRE-CONTA      TO FRE-CONTA-NUM
             MOVE WS-FRE-REFERENCIA TO FRE-REFERENCIA
             MOVE WS-FRE-VALOR      TO FRE-VALOR
             MOVE WS-DATA-ATUAL     TO FRE-DATA
             MOVE WS-HORA-ATUAL     TO FRE-HORA
             MOVE WS-OPER-ID-LOGADO TO FRE-OPER
             MOVE WS-FRE-DESCRICAO  TO FRE-DESCRICAO
             WRITE REG-FRAUDE-EVT
             IF FS-FRAUDE-EVT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EVENTO DE FRAUDE, STATUS: '
                        FS-FRAUDE-EVT
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-FRE-OK
       .
       P7095-VERIFICAR-DUPLICIDADE.
             MOVE 'N' TO WS-FRC-DUPLICADO
             MOVE FRC-CASO TO FRE-CASO
             START ARQ-FRAUDE-EVT KEY IS EQUAL TO FRE-CASO
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-FRAUDE-EVT EQUAL TO "00" THEN
                PERFORM P7045-LER-PROX-EVENTO
                PERFORM UNTIL FS-FRAUDE-EVT NOT EQUAL TO "00"
                   OR FRE-CASO NOT EQUAL TO FRC-CASO
                   OR FRC-EVENTO-DUPLICADO
                   IF FRE-TIPO EQUAL TO WS-FRE-TIPO
                      AND FRE-REFERENCIA EQUAL TO WS-FRE-REFERENCIA
                      MOVE 'S' TO WS-FRC-DUPLICADO
                   END-IF
                   PERFORM P7045-LER-PROX-EVENTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-FRAUDE-EVT
             IF FRC-EVENTO-DUPLICADO THEN
                DISPLAY 'EVENTO JA VINCULADO A ESTE CASO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO SUBMENU DA COBRANCA: A FILA DE TRABALHO MONTADA
      *      PELO BATCH COBRANCA-FILA EM ORDEM DE PRIORIDADE, A
      *      CONSULTA DO ITEM DO CPF COM O HISTORICO DE CONTATOS E O
      *      REGISTRO DA TENTATIVA DE CONTATO, COM A PROMESSA DE
      *      PAGAMENTO (DATA E VALOR) QUANDO O CLIENTE A FAZ
      ******************************************************************
       P7100-COBRANCA.
             DISPLAY 'FILA DE COBRANCA'
             DISPLAY '1 - LISTAR A FILA POR PRIORIDADE'
             DISPLAY '2 - CONSULTAR O ITEM DE UM CPF'
             DISPLAY '3 - REGISTRAR UMA TENTATIVA DE CONTATO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7110-LISTAR-FILA
                WHEN '2'
                   PERFORM P7120-CONSULTAR-ITEM
                WHEN '3'
                   PERFORM P7130-REGISTRAR-CONTATO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS PRIMEIROS ITENS ABERTOS DA FILA, DA
      *      MAIOR PRIORIDADE PARA A MENOR (CHAVE COB-ORDEM-FILA)
      ******************************************************************
       P7110-LISTAR-FILA.
             MOVE ZEROS TO WS-COB-QTDE
             MOVE ZEROS TO COB-ORDEM-FILA
             START ARQ-COBRANCA KEY IS NOT LESS THAN COB-ORDEM-FILA
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-COBRANCA EQUAL TO "00" THEN
                PERFORM P7115-LER-PROX-ITEM
                PERFORM UNTIL FS-COBRANCA NOT EQUAL TO "00"
                   OR WS-COB-QTDE NOT LESS THAN WS-COB-MAX-LISTA
                   IF COB-ABERTO THEN
                      ADD 1 TO WS-COB-QTDE
                      DISPLAY WS-COB-QTDE ' PRIORIDADE ' COB-PRIORIDADE
                              ' CPF ' COB-CPF ' ' COB-NOME
                      DISPLAY '     DIAS ' COB-DIAS-ATRASO
                              ' VALOR ' COB-VALOR-ATRASO
                              ' PROMESSA ' COB-PROMESSA-STATUS
                              ' QUEBRAS ' COB-QTDE-QUEBRAS
                              ' COBRADOR ' COB-COBRADOR
                   END-IF
                   PERFORM P7115-LER-PROX-ITEM
                END-PERFORM
             END-IF
             MOVE "00" TO FS-COBRANCA
             IF WS-COB-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM ITEM ABERTO NA FILA DE COBRANCA'
             END-IF
       .
       P7115-LER-PROX-ITEM.
             READ ARQ-COBRANCA NEXT RECORD
                AT END
                   MOVE "10" TO FS-COBRANCA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIBE O ITEM DO CPF E AS TENTATIVAS DE
      *      CONTATO REGISTRADAS PARA ELE
      ******************************************************************
       P7120-CONSULTAR-ITEM.
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-COB-CPF-ENT
             MOVE WS-COB-CPF-ENT TO COB-CPF
             READ ARQ-COBRANCA RECORD KEY IS COB-CPF
                INVALID KEY
                   DISPLAY 'CPF NAO ESTA NA FILA DE COBRANCA'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P7125-EXIBIR-ITEM
             MOVE COB-CPF TO CCT-CPF
             START ARQ-COBR-CONTATO KEY IS EQUAL TO CCT-CPF
                INVALID KEY
                   DISPLAY 'NENHUM CONTATO REGISTRADO'
             END-START
             IF FS-COBR-CONTATO EQUAL TO "00" THEN
                PERFORM P7135-LER-PROX-CONTATO
                PERFORM UNTIL FS-COBR-CONTATO NOT EQUAL TO "00"
                   OR CCT-CPF NOT EQUAL TO COB-CPF
                   DISPLAY '  ' CCT-DATA ' ' CCT-HORA ' '
                           CCT-COBRADOR ' CANAL ' CCT-CANAL
                           ' RESULTADO ' CCT-RESULTADO
                           ' PROMESSA ' CCT-PROMESSA-DATA
                           ' ' CCT-PROMESSA-VALOR
                   DISPLAY '     ' CCT-OBSERVACAO
                   PERFORM P7135-LER-PROX-CONTATO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-COBR-CONTATO
       .
       P7125-EXIBIR-ITEM.
             DISPLAY 'CPF: ' COB-CPF ' ' COB-NOME
                     ' CONTA: ' COB-CONTA-NUM
             DISPLAY 'STATUS: ' COB-STATUS ' NA FILA DESDE '
                     COB-DATA-ENTRADA ' PRIORIDADE: ' COB-PRIORIDADE
                     ' COBRADOR: ' COB-COBRADOR
             DISPLAY 'DIAS DE ATRASO: ' COB-DIAS-ATRASO
                     ' VALOR EM ATRASO: ' COB-VALOR-ATRASO
             DISPLAY '  EMPRESTIMO: ' COB-VALOR-EMPRESTIMO
                     ' FATURA: ' COB-VALOR-FATURA
                     ' CHEQUE ESPECIAL: ' COB-VALOR-CHEQUE-ESP
             DISPLAY 'PROMESSA: ' COB-PROMESSA-STATUS
                     ' PARA ' COB-PROMESSA-DATA
                     ' VALOR ' COB-PROMESSA-VALOR
                     ' PAGO ' COB-PROMESSA-VALOR-PAGO
                     ' QUEBRAS: ' COB-QTDE-QUEBRAS
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA A TENTATIVA DE CONTATO COM O CLIENTE
      *      DE UM ITEM ABERTO; O OPERADOR PASSA A SER O COBRADOR DO
      *      ITEM. NO RESULTADO P A PROMESSA (DATA DE HOJE EM DIANTE E
      *      VALOR) FICA PENDENTE ATE O BATCH CONFERIR O PAGAMENTO
      ******************************************************************
       P7130-REGISTRAR-CONTATO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-COB-CPF-ENT
             MOVE WS-COB-CPF-ENT TO COB-CPF
             READ ARQ-COBRANCA RECORD KEY IS COB-CPF
                INVALID KEY
                   DISPLAY 'CPF NAO ESTA NA FILA DE COBRANCA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT COB-ABERTO THEN
                DISPLAY 'ITEM DE COBRANCA FECHADO EM '
                        COB-DATA-FECHAMENTO
                EXIT PARAGRAPH
             END-IF
             PERFORM P7125-EXIBIR-ITEM
             INITIALIZE REG-COBR-CONTATO
             DISPLAY 'CANAL: T - TELEFONE, M - MENSAGEM, E - EMAIL,'
                     ' V - VISITA, A - AGENCIA'
             ACCEPT CCT-CANAL
             IF NOT CCT-CANAL-VALIDO THEN
                DISPLAY 'CANAL INVALIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'RESULTADO: N - NAO ATENDEU, C - CONTATO SEM'
                     ' ACORDO, R - RECUSA, P - PROMESSA DE PAGAMENTO,'
                     ' I - CONTATO INVALIDO'
             ACCEPT CCT-RESULTADO
             IF NOT CCT-RESULTADO-VALIDO THEN
                DISPLAY 'RESULTADO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             IF CCT-PROMESSA THEN
                IF COB-PROMESSA-PENDENTE THEN
                   DISPLAY 'JA EXISTE PROMESSA PENDENTE PARA '
                           COB-PROMESSA-DATA
                   EXIT PARAGRAPH
                END-IF
                DISPLAY 'DIGITE A DATA PROMETIDA (AAAAMMDD)'
                ACCEPT WS-COB-PROMESSA-DATA
                IF WS-COB-PROMESSA-DATA NOT NUMERIC
                   OR WS-COB-PROMESSA-DATA LESS THAN WS-DATA-ATUAL THEN
                   DISPLAY 'DATA DA PROMESSA INVALIDA'
                   EXIT PARAGRAPH
                END-IF
                DISPLAY 'DIGITE O VALOR PROMETIDO'
                ACCEPT WS-COB-PROMESSA-VALOR
                IF WS-COB-PROMESSA-VALOR NOT GREATER THAN ZEROS THEN
                   DISPLAY 'VALOR DA PROMESSA INVALIDO'
                   EXIT PARAGRAPH
                END-IF
                MOVE WS-COB-PROMESSA-DATA TO CCT-PROMESSA-DATA
                MOVE WS-COB-PROMESSA-VALOR TO CCT-PROMESSA-VALOR
             END-IF
             DISPLAY 'OBSERVACAO DO CONTATO'
             ACCEPT CCT-OBSERVACAO

             OPEN I-O ARQ-COBRCTL
             READ ARQ-COBRCTL
             IF FS-COBRCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CONTATOS DA'
                        ' COBRANCA, STATUS: ' FS-COBRCTL
                CLOSE ARQ-COBRCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-CONTATO-COBRANCA
             REWRITE REG-COBRCTL
             CLOSE ARQ-COBRCTL

             MOVE ULT-CONTATO-COBRANCA TO CCT-SEQ
             MOVE COB-CPF TO CCT-CPF
             MOVE WS-DATA-ATUAL TO CCT-DATA
             MOVE WS-HORA-ATUAL TO CCT-HORA
             MOVE WS-OPER-ID-LOGADO TO CCT-COBRADOR
             WRITE REG-COBR-CONTATO
             IF FS-COBR-CONTATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O CONTATO, STATUS: '
                        FS-COBR-CONTATO
                EXIT PARAGRAPH
             END-IF

             MOVE WS-OPER-ID-LOGADO TO COB-COBRADOR
             ADD 1 TO COB-QTDE-CONTATOS
             MOVE WS-DATA-ATUAL TO COB-DATA-ULT-CONTATO
             IF CCT-PROMESSA THEN
                SET COB-PROMESSA-PENDENTE TO TRUE
                MOVE CCT-PROMESSA-DATA TO COB-PROMESSA-DATA
                MOVE CCT-PROMESSA-VALOR TO COB-PROMESSA-VALOR
                MOVE WS-DATA-ATUAL TO COB-PROMESSA-DATA-REG
                MOVE WS-OPER-ID-LOGADO TO COB-PROMESSA-COBRADOR
                MOVE ZEROS TO COB-PROMESSA-VALOR-PAGO
                MOVE ZEROS TO COB-PROMESSA-DATA-RESOL
             END-IF
             REWRITE REG-COBRANCA
             IF FS-COBRANCA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O ITEM DE COBRANCA,'
                        ' STATUS: ' FS-COBRANCA
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONTATO ' CCT-SEQ ' REGISTRADO'
             IF CCT-PROMESSA THEN
                DISPLAY 'PROMESSA DE ' CCT-PROMESSA-VALOR ' PARA '
                        CCT-PROMESSA-DATA ' REGISTRADA'
                MOVE COB-CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'PROMESSA PAGAMENTO' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'CPF '             DELIMITED SIZE
                       COB-CPF            DELIMITED SIZE
                       ' DATA '           DELIMITED SIZE
                       CCT-PROMESSA-DATA  DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
             END-IF
       .
       P7135-LER-PROX-CONTATO.
             READ ARQ-COBR-CONTATO NEXT RECORD
                AT END
                   MOVE "10" TO FS-COBR-CONTATO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE REMESSAS AO EXTERIOR: A ORDEM DO
      *      CLIENTE E DEBITADA NA HORA (MOVIMENTO RX PENDENTE, IOF
      *      E TARIFA) E SEGUE PARA O CORRESPONDENTE NA PROXIMA MT103
      *      DO BATCH SWIFT-REMESSA
      ******************************************************************
       P7200-REMESSA-EXTERIOR.
             DISPLAY 'REMESSA AO EXTERIOR (SWIFT MT103)'
             DISPLAY '1 - NOVA REMESSA'
             DISPLAY '2 - CONSULTAR AS REMESSAS DE UMA CONTA'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7210-NOVA-REMESSA
                WHEN '2'
                   PERFORM P7250-CONSULTAR-REMESSAS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA A REMESSA: CONTA EM REAIS DO CLIENTE,
      *      BENEFICIARIO (NOME, IBAN OU CONTA, BIC E PAIS),
      *      FINALIDADE, QUEM PAGA AS DESPESAS E O VALOR NA MOEDA
      *      ESTRANGEIRA, CONVERTIDO PELA COTACAO MAIS RECENTE DA
      *      TABELA DIARIA DE CAMBIO COM O SPREAD DE VENDA
      ******************************************************************
       P7210-NOVA-REMESSA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             MOVE 'SPREAD-CAMBIO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-CAMBIO-SPREAD
             END-IF
             MOVE 'TARIFA-REMESSA-EXT' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-REX-TARIFA-BASE
             END-IF
             MOVE 'TARIFA-REMESSA-OUR' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-REX-TARIFA-OUR
             END-IF

             DISPLAY 'DIGITE O ID DA CONTA A DEBITAR'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-REX-CONTA-ENT
             MOVE WS-REX-CONTA-ENT TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, REMESSA'
                        ' CANCELADA!'
                EXIT PARAGRAPH
             END-IF
             IF MOEDA NOT EQUAL TO 'BRL' THEN
                DISPLAY 'A REMESSA AO EXTERIOR SO E DEBITADA DE CONTA'
                        ' EM REAIS'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             INITIALIZE REG-REMEXT
             DISPLAY 'NOME DO BENEFICIARIO'
             ACCEPT REX-BENEF-NOME
             IF REX-BENEF-NOME EQUAL TO SPACES THEN
                DISPLAY 'NOME DO BENEFICIARIO OBRIGATORIO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'IBAN OU CONTA DO BENEFICIARIO'
             ACCEPT REX-BENEF-CONTA
             IF REX-BENEF-CONTA EQUAL TO SPACES THEN
                DISPLAY 'IBAN OU CONTA DO BENEFICIARIO OBRIGATORIO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CODIGO SWIFT (BIC) DO BANCO DO BENEFICIARIO'
                     ' (8 OU 11 POSICOES)'
             ACCEPT REX-BENEF-BIC
             IF REX-BENEF-BIC(1:6) NOT ALPHABETIC
                OR REX-BENEF-BIC(1:1) EQUAL TO SPACE
                OR REX-BENEF-BIC(6:1) EQUAL TO SPACE
                OR REX-BENEF-BIC(7:1) EQUAL TO SPACE
                OR REX-BENEF-BIC(8:1) EQUAL TO SPACE
                OR (REX-BENEF-BIC(9:3) NOT EQUAL TO SPACES
                    AND REX-BENEF-BIC(11:1) EQUAL TO SPACE) THEN
                DISPLAY 'CODIGO BIC INVALIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PAIS DO BENEFICIARIO (SIGLA ISO DE 2 LETRAS,'
                     ' EM BRANCO ASSUME O PAIS DO BIC)'
             ACCEPT REX-BENEF-PAIS
             IF REX-BENEF-PAIS EQUAL TO SPACES THEN
                MOVE REX-BENEF-BIC(5:2) TO REX-BENEF-PAIS
             END-IF
             IF REX-BENEF-PAIS NOT ALPHABETIC
                OR REX-BENEF-PAIS(2:1) EQUAL TO SPACE
                OR REX-BENEF-PAIS EQUAL TO 'BR' THEN
                DISPLAY 'PAIS DO BENEFICIARIO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'FINALIDADE: EDUC - EDUCACAO, SUPP - FORNECEDOR,'
                     ' FAMI - MANUTENCAO FAMILIAR, GDDS - MERCADORIAS,'
                     ' SCVE - SERVICOS, SALA - SALARIO, OTHR - OUTRAS'
             ACCEPT REX-FINALIDADE
             IF NOT REX-FINALIDADE-VALIDA THEN
                DISPLAY 'FINALIDADE INVALIDA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DESPESAS: OUR - TODAS DO REMETENTE, SHA -'
                     ' COMPARTILHADAS, BEN - TODAS DO BENEFICIARIO'
             ACCEPT REX-DESPESAS
             IF NOT REX-DESPESAS-VALIDA THEN
                DISPLAY 'OPCAO DE DESPESAS INVALIDA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'MOEDA DA REMESSA (EX.: USD, EUR)'
             ACCEPT REX-MOEDA
             IF REX-MOEDA EQUAL TO 'BRL' OR REX-MOEDA EQUAL TO SPACES
                THEN
                DISPLAY 'MOEDA INVALIDA PARA REMESSA AO EXTERIOR'
                EXIT PARAGRAPH
             END-IF
             MOVE REX-MOEDA TO WS-MOEDA-CONSULTA
             PERFORM P384-BUSCAR-TAXA-TABELA
             IF NOT TAXA-TABELA-ACHOU THEN
                DISPLAY 'SEM COTACAO DE ' REX-MOEDA ' NA TABELA DE'
                        ' CAMBIO, REMESSA CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'VALOR A REMETER EM ' REX-MOEDA
             ACCEPT WS-REX-VALOR-ME
             IF WS-REX-VALOR-ME NOT GREATER THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO'
                EXIT PARAGRAPH
             END-IF

      *      O CLIENTE COMPRA A MOEDA: O SPREAD ENCARECE A COTACAO
             COMPUTE WS-REX-TAXA ROUNDED =
                WS-TAXA-TABELA * (1 + WS-CAMBIO-SPREAD)
             COMPUTE WS-REX-VALOR-BRL ROUNDED =
                WS-REX-VALOR-ME * WS-REX-TAXA
                ON SIZE ERROR
                   DISPLAY 'VALOR ACIMA DO LIMITE DE UMA REMESSA'
                   EXIT PARAGRAPH
             END-COMPUTE
             COMPUTE WS-REX-IOF ROUNDED =
                WS-REX-VALOR-BRL * WS-IOF-CAMBIO
             MOVE WS-REX-TARIFA-BASE TO WS-REX-TARIFA
             IF REX-DESPESAS-OUR THEN
                ADD WS-REX-TARIFA-OUR TO WS-REX-TARIFA
             END-IF
             COMPUTE WS-REX-TOTAL =
                WS-REX-VALOR-BRL + WS-REX-IOF + WS-REX-TARIFA

             DISPLAY 'BENEFICIARIO: ' REX-BENEF-NOME
             DISPLAY 'CONTA: ' REX-BENEF-CONTA ' BIC: '
                     REX-BENEF-BIC ' PAIS: ' REX-BENEF-PAIS
             DISPLAY 'FINALIDADE: ' REX-FINALIDADE ' DESPESAS: '
                     REX-DESPESAS
             DISPLAY 'VALOR: ' WS-REX-VALOR-ME ' ' REX-MOEDA
                     ' COTACAO DE ' WS-TAXA-DATA-ACHADA ': '
                     WS-TAXA-TABELA ' COM SPREAD: ' WS-REX-TAXA
             DISPLAY 'EM REAIS: ' WS-REX-VALOR-BRL ' IOF: '
                     WS-REX-IOF ' TARIFA: ' WS-REX-TARIFA
             DISPLAY 'TOTAL A DEBITAR: ' WS-REX-TOTAL
             DISPLAY 'CONFIRMA A REMESSA? (S/N)'
             ACCEPT WS-REX-CONFIRMA
             IF WS-REX-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'REMESSA NAO REALIZADA'
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-TRIA-CPF
             MOVE REX-BENEF-NOME TO WS-TRIA-NOME
             MOVE 'REMESSA EXTERIOR' TO WS-TRIA-ORIGEM
             PERFORM P5400-TRIAGEM-WATCHLIST
             IF TRIAGEM-COM-HIT THEN
                DISPLAY 'REMESSA BLOQUEADA ATE A ANALISE DA PENDENCIA'
                        ' DE WATCHLIST'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-REX-CONTA-ENT TO WS-ORIGEM-CONTA
             MOVE WS-REX-VALOR-BRL TO WS-VALOR
             MOVE ZEROS TO WS-VELOC-DEST
             PERFORM P338-VERIFICAR-VELOCIDADE
             IF NOT VELOCIDADE-OK THEN
                DISPLAY 'REMESSA BLOQUEADA PELAS REGRAS DE VELOCIDADE,'
                        ' OPERACAO CANCELADA!'
                EXIT PARAGRAPH
             END-IF
             PERFORM P7220-EFETIVAR-REMESSA
       .
      ******************************************************************
      *      FUNÇÃO QUE EFETIVA A REMESSA: CONFERE O LIMITE DIARIO E O
      *      SALDO, DEBITA O VALOR EM REAIS (RX PENDENTE ATE O ACK DO
      *      CORRESPONDENTE), O IOF (IO) E A TARIFA (TF, CREDITADA NA
      *      CONTA CASA) E GRAVA A ORDEM EM ARQ-REMEXT
      ******************************************************************
       P7220-EFETIVAR-REMESSA.
             MOVE WS-REX-CONTA-ENT TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'FALHA AO RELOCALIZAR A CONTA, REMESSA'
                           ' CANCELADA'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P330-VERIFICAR-LIMITE-DIARIO
             IF NOT LIMITE-OK THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-REX-TOTAL
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                DISPLAY 'SALDO INDISPONIVEL, REMESSA CANCELADA!'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-REMEXTCTL
             READ ARQ-REMEXTCTL
             IF FS-REMEXTCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE REMESSAS AO'
                        ' EXTERIOR, STATUS: ' FS-REMEXTCTL
                CLOSE ARQ-REMEXTCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-REMESSA-EXT
             REWRITE REG-REMEXTCTL
             MOVE ULT-REMESSA-EXT TO REX-NUMERO
             CLOSE ARQ-REMEXTCTL

             SUBTRACT WS-REX-VALOR-BRL FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             MOVE ULT-SEQ-EXTRATO TO WS-REX-SEQ-RX
             MOVE SALDO TO WS-REX-SALDO-RX
             SUBTRACT WS-REX-IOF FROM SALDO
             MOVE SALDO TO WS-REX-SALDO-IOF
             SUBTRACT WS-REX-TARIFA FROM SALDO
             IF WS-REX-IOF GREATER THAN ZEROS THEN
                ADD 1 TO ULT-SEQ-EXTRATO
             END-IF
             IF WS-REX-TARIFA GREATER THAN ZEROS THEN
                ADD 1 TO ULT-SEQ-EXTRATO
             END-IF
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO DEBITAR A CONTA, STATUS: '
                        FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE WS-REX-CONTA-ENT TO EXT-CONTA-NUM
             MOVE WS-REX-SEQ-RX   TO EXT-SEQUENCIA
             SET EXT-REMESSA-EXTERIOR TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE WS-REX-VALOR-BRL TO EXT-VALOR
             MOVE WS-REX-SALDO-RX TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'REMESSA '      DELIMITED SIZE
                    REX-NUMERO      DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REX-MOEDA       DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REX-BENEF-BIC   DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-PENDENTE TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             IF WS-REX-IOF GREATER THAN ZEROS THEN
                MOVE WS-REX-CONTA-ENT TO EXT-CONTA-NUM
                COMPUTE EXT-SEQUENCIA = WS-REX-SEQ-RX + 1
                SET EXT-IOF          TO TRUE
                MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
                MOVE WS-DATA-CONTABIL
                  TO EXT-DATA-CONTABIL
                MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
                MOVE WS-REX-IOF      TO EXT-VALOR
                MOVE WS-REX-SALDO-IOF TO EXT-SALDO-APOS
                MOVE ZEROS           TO EXT-CONTA-CONTRA
                MOVE 'IOF REMESSA AO EXTERIOR' TO EXT-DETALHE
                MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                SET EXT-MOV-NORMAL   TO TRUE
                WRITE REG-EXTRATO
                IF FS-EXTRATO NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO GRAVAR O IOF NO EXTRATO,'
                           ' STATUS: ' FS-EXTRATO
                END-IF
             END-IF

      *      A TARIFA SAI COMO MOVIMENTO TF PROPRIO PARA O
      *      CONSOLIDADO ANUAL DE TARIFAS
             IF WS-REX-TARIFA GREATER THAN ZEROS THEN
                MOVE WS-REX-CONTA-ENT TO EXT-CONTA-NUM
                MOVE ULT-SEQ-EXTRATO TO EXT-SEQUENCIA
                SET EXT-TARIFA-MANUTENCAO TO TRUE
                MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
                MOVE WS-DATA-CONTABIL
                  TO EXT-DATA-CONTABIL
                MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
                MOVE WS-REX-TARIFA   TO EXT-VALOR
                MOVE SALDO           TO EXT-SALDO-APOS
                MOVE ZEROS           TO EXT-CONTA-CONTRA
                MOVE 'TARIFA REMESSA AO EXTERIOR' TO EXT-DETALHE
                MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                SET EXT-MOV-NORMAL   TO TRUE
                WRITE REG-EXTRATO
                IF FS-EXTRATO NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO GRAVAR A TARIFA NO EXTRATO,'
                           ' STATUS: ' FS-EXTRATO
                END-IF

                MOVE WS-CONTA-CASA TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      DISPLAY 'FALHA AO LOCALIZAR A CONTA CASA PARA'
                              ' COBRANCA DA TARIFA'
                   NOT INVALID KEY
                      ADD WS-REX-TARIFA TO SALDO
                      PERFORM P376-JORNAL-CONTA
                      REWRITE REG-CONTA
                      IF FS-CONTA NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO CREDITAR A TARIFA NA CONTA'
                                 ' CASA, STATUS: ' FS-CONTA
                      END-IF
                END-READ
             END-IF

             MOVE WS-REX-CONTA-ENT TO REX-CONTA-NUM
             MOVE WS-REX-SEQ-RX    TO REX-SEQ-EXTRATO
             MOVE WS-DATA-ATUAL    TO REX-DATA
             MOVE WS-HORA-ATUAL    TO REX-HORA
             MOVE WS-OPER-ID-LOGADO TO REX-OPER-ID
             MOVE WS-REX-VALOR-ME  TO REX-VALOR-ME
             MOVE WS-REX-TAXA      TO REX-TAXA
             MOVE WS-REX-VALOR-BRL TO REX-VALOR-BRL
             MOVE WS-REX-IOF       TO REX-IOF
             MOVE WS-REX-TARIFA    TO REX-TARIFA
             SET REX-PENDENTE      TO TRUE
             MOVE ZEROS            TO REX-DATA-ENVIO
             MOVE ZEROS            TO REX-DATA-RETORNO
             MOVE SPACES           TO REX-MOTIVO
             MOVE ZEROS            TO REX-SEQ-ESTORNO
             WRITE REG-REMEXT
             IF FS-REMEXT NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A ORDEM DE REMESSA,'
                        ' STATUS: ' FS-REMEXT
             END-IF

             MOVE WS-REX-CONTA-ENT TO WS-AUD-CONTA-NUM
             MOVE 'REMESSA EXTERIOR' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'REMESSA '      DELIMITED SIZE
                    REX-NUMERO      DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REX-MOEDA       DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REX-BENEF-PAIS  DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REX-FINALIDADE  DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             IF WS-REX-VALOR-BRL GREATER THAN WS-LIMITE-MONITORAMENTO
                THEN
                MOVE WS-REX-CONTA-ENT TO WS-NOTIF-CONTA-NUM
                MOVE 'RX'       TO WS-NOTIF-TIPO-MOV
                MOVE WS-REX-VALOR-BRL TO WS-NOTIF-VALOR
                MOVE 'REMESSA AO EXTERIOR ACIMA DO LIMITE'
                                TO WS-NOTIF-DETALHE
                PERFORM P390-REGISTRAR-NOTIFICACAO
             END-IF

             DISPLAY 'REMESSA ' REX-NUMERO ' DEBITADA COM STATUS'
                     ' PENDENTE, SERA ENVIADA NA PROXIMA MT103 AO'
                     ' CORRESPONDENTE'
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS REMESSAS AO EXTERIOR DE UMA CONTA
      *      COM A SITUACAO DE CADA UMA (PENDENTE, ENVIADA, ACEITA
      *      PELO CORRESPONDENTE OU RECUSADA E DEVOLVIDA)
      ******************************************************************
       P7250-CONSULTAR-REMESSAS.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-REX-CONTA-ENT
             MOVE ZEROS TO WS-REX-QTDE
             MOVE WS-REX-CONTA-ENT TO REX-CONTA-NUM
             START ARQ-REMEXT KEY IS EQUAL TO REX-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-REMEXT EQUAL TO "00" THEN
                PERFORM P7255-LER-PROX-REMESSA
                PERFORM UNTIL FS-REMEXT NOT EQUAL TO "00"
                   OR REX-CONTA-NUM NOT EQUAL TO WS-REX-CONTA-ENT
                   ADD 1 TO WS-REX-QTDE
                   DISPLAY 'REMESSA ' REX-NUMERO ' DE ' REX-DATA
                           ' ' REX-VALOR-ME ' ' REX-MOEDA
                           ' (BRL ' REX-VALOR-BRL ') STATUS '
                           REX-STATUS
                   DISPLAY '     ' REX-BENEF-NOME ' ' REX-BENEF-BIC
                           ' ' REX-BENEF-PAIS ' ' REX-FINALIDADE
                           ' ' REX-DESPESAS
                   IF REX-REJEITADA THEN
                      DISPLAY '     RECUSADA EM ' REX-DATA-RETORNO
                              ': ' REX-MOTIVO
                   END-IF
                   PERFORM P7255-LER-PROX-REMESSA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-REMEXT
             IF WS-REX-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUMA REMESSA AO EXTERIOR PARA A CONTA'
             END-IF
       .
       P7255-LER-PROX-REMESSA.
             READ ARQ-REMEXT NEXT RECORD
                AT END
                   MOVE "10" TO FS-REMEXT
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE DISPOSITIVOS DOS CANAIS: O CADASTRO NO
      *      BALCAO E O QUE TORNA UM DISPOSITIVO CONFIAVEL PARA O
      *      CANAL-PROCESSADOR (E O QUE DESBLOQUEIA O DISPOSITIVO
      *      BLOQUEADO POR CODIGOS ERRADOS); O DISPOSITIVO PERDIDO OU
      *      TROCADO E CANCELADO AQUI
      ******************************************************************
       P7300-DISPOSITIVOS.
             DISPLAY 'DISPOSITIVOS DOS CANAIS'
             DISPLAY '1 - CADASTRAR OU DESBLOQUEAR UM DISPOSITIVO'
             DISPLAY '2 - LISTAR OS DISPOSITIVOS DE UMA CONTA'
             DISPLAY '3 - CANCELAR UM DISPOSITIVO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7310-CADASTRAR-DISPOSITIVO
                WHEN '2'
                   PERFORM P7320-LISTAR-DISPOSITIVOS
                WHEN '3'
                   PERFORM P7330-CANCELAR-DISPOSITIVO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CADASTRA O DISPOSITIVO DO CLIENTE PRESENTE NO
      *      BALCAO, CONFERIDA A SENHA DA CONTA: O DISPOSITIVO FICA
      *      CONFIAVEL, SEM TENTATIVAS DE CODIGO PENDENTES, E O
      *      CADASTRO VAI PARA OS EVENTOS DE FRAUDE (A REGRA DE
      *      VELOCIDADE DO CANAL VIGIA VALORES ALTOS NOS PRIMEIROS
      *      DIAS DO DISPOSITIVO NOVO)
      ******************************************************************
       P7310-CADASTRAR-DISPOSITIVO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-DSP-CONTA-ENT
             MOVE WS-DSP-CONTA-ENT TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, CADASTRO'
                        ' CANCELADO!'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'ID DO DISPOSITIVO (COMO O APLICATIVO O INFORMA)'
             MOVE SPACES TO WS-DSP-ID-ENT
             ACCEPT WS-DSP-ID-ENT
             IF WS-DSP-ID-ENT EQUAL TO SPACES THEN
                DISPLAY 'ID DO DISPOSITIVO OBRIGATORIO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DSP-CONTA-ENT TO DSP-CONTA-NUM
             MOVE WS-DSP-ID-ENT TO DSP-ID
             MOVE 'N' TO WS-DSP-EXISTE
             READ ARQ-DISPOSITIVO RECORD KEY IS DSP-CHAVE
                INVALID KEY
                   INITIALIZE REG-DISPOSITIVO
                   MOVE WS-DSP-CONTA-ENT TO DSP-CONTA-NUM
                   MOVE WS-DSP-ID-ENT TO DSP-ID
                   MOVE WS-DATA-ATUAL TO DSP-DATA-PRIM-USO
                NOT INVALID KEY
                   MOVE 'S' TO WS-DSP-EXISTE
             END-READ
             IF DSP-CONFIAVEL THEN
                DISPLAY 'DISPOSITIVO JA CADASTRADO E CONFIAVEL DESDE '
                        DSP-DATA-CADASTRO
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DESCRICAO DO DISPOSITIVO (EX.: CELULAR DO'
                     ' TITULAR)'
             ACCEPT DSP-DESCRICAO

             SET DSP-CONFIAVEL TO TRUE
             MOVE WS-DATA-ATUAL     TO DSP-DATA-CADASTRO
             MOVE WS-HORA-ATUAL     TO DSP-HORA-CADASTRO
             MOVE WS-OPER-ID-LOGADO TO DSP-OPER-CADASTRO
             MOVE ZEROS             TO DSP-QTDE-ERRO-OTP
             MOVE ZEROS             TO DSP-DATA-BLOQUEIO
             MOVE SPACES            TO DSP-OTP-HASH
             IF DSP-EXISTE THEN
                REWRITE REG-DISPOSITIVO
             ELSE
                WRITE REG-DISPOSITIVO
             END-IF
             IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O DISPOSITIVO, STATUS: '
                        FS-DISPOSITIVO
                EXIT PARAGRAPH
             END-IF

             MOVE WS-DSP-CONTA-ENT TO WS-AUD-CONTA-NUM
             MOVE 'CADASTRO DISPOSITIVO' TO WS-AUD-ACAO
             MOVE WS-DSP-ID-ENT TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA

             MOVE ZEROS TO WS-FRE-CASO
             MOVE 'N' TO WS-FRE-TIPO
             MOVE WS-DSP-CONTA-ENT TO WS-FRE-CONTA
             MOVE WS-DSP-ID-ENT TO WS-FRE-REFERENCIA
             MOVE ZEROS TO WS-FRE-VALOR
             MOVE 'DISPOSITIVO CADASTRADO NO BALCAO' TO WS-FRE-DESCRICAO
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE

             DISPLAY 'DISPOSITIVO ' WS-DSP-ID-ENT ' CADASTRADO COMO'
                     ' CONFIAVEL PARA A CONTA ' WS-DSP-CONTA-ENT
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS DISPOSITIVOS DA CONTA COM A SITUACAO
      *      (A CONFIAVEL, N NAO CONFIAVEL, B BLOQUEADO, C CANCELADO)
      ******************************************************************
       P7320-LISTAR-DISPOSITIVOS.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-DSP-CONTA-ENT
             MOVE ZEROS TO WS-DSP-QTDE
             MOVE WS-DSP-CONTA-ENT TO DSP-CONTA-NUM
             MOVE LOW-VALUES TO DSP-ID
             START ARQ-DISPOSITIVO KEY IS NOT LESS THAN DSP-CHAVE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-DISPOSITIVO EQUAL TO "00" THEN
                PERFORM P7325-LER-PROX-DISPOSITIVO
                PERFORM UNTIL FS-DISPOSITIVO NOT EQUAL TO "00"
                   OR DSP-CONTA-NUM NOT EQUAL TO WS-DSP-CONTA-ENT
                   ADD 1 TO WS-DSP-QTDE
                   DISPLAY DSP-ID ' ' DSP-DESCRICAO ' STATUS '
                           DSP-STATUS
                   DISPLAY '     VISTO EM ' DSP-DATA-PRIM-USO
                           ' CADASTRADO EM ' DSP-DATA-CADASTRO
                           ' POR ' DSP-OPER-CADASTRO
                           ' ULTIMO USO ' DSP-DATA-ULT-USO
                   IF DSP-BLOQUEADO THEN
                      DISPLAY '     BLOQUEADO EM ' DSP-DATA-BLOQUEIO
                              ' APOS ' DSP-QTDE-ERRO-OTP
                              ' CODIGOS INVALIDOS'
                   END-IF
                   PERFORM P7325-LER-PROX-DISPOSITIVO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-DISPOSITIVO
             IF WS-DSP-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM DISPOSITIVO PARA A CONTA'
             END-IF
       .
       P7325-LER-PROX-DISPOSITIVO.
             READ ARQ-DISPOSITIVO NEXT RECORD
                AT END
                   MOVE "10" TO FS-DISPOSITIVO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA O DISPOSITIVO PERDIDO, ROUBADO OU
      *      TROCADO: O CANAL PASSA A RECUSAR AS REQUISICOES DELE
      ******************************************************************
       P7330-CANCELAR-DISPOSITIVO.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-DSP-CONTA-ENT
             DISPLAY 'ID DO DISPOSITIVO'
             MOVE SPACES TO WS-DSP-ID-ENT
             ACCEPT WS-DSP-ID-ENT
             MOVE WS-DSP-CONTA-ENT TO DSP-CONTA-NUM
             MOVE WS-DSP-ID-ENT TO DSP-ID
             READ ARQ-DISPOSITIVO RECORD KEY IS DSP-CHAVE
                INVALID KEY
                   DISPLAY 'DISPOSITIVO NAO ENCONTRADO PARA A CONTA!'
                   EXIT PARAGRAPH
             END-READ
             IF DSP-CANCELADO THEN
                DISPLAY 'DISPOSITIVO JA CANCELADO'
                EXIT PARAGRAPH
             END-IF
             SET DSP-CANCELADO TO TRUE
             MOVE SPACES TO DSP-OTP-HASH
             REWRITE REG-DISPOSITIVO
             IF FS-DISPOSITIVO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR O DISPOSITIVO, STATUS: '
                        FS-DISPOSITIVO
                EXIT PARAGRAPH
             END-IF
             MOVE WS-DSP-CONTA-ENT TO WS-AUD-CONTA-NUM
             MOVE 'CANCELA DISPOSITIVO' TO WS-AUD-ACAO
             MOVE WS-DSP-ID-ENT TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'DISPOSITIVO ' WS-DSP-ID-ENT ' CANCELADO'
       .
      ******************************************************************
      *      FUNÇÃO DA PROVA DE VIDA DO BENEFICIARIO DO INSS PRESENTE
      *      NO BALCAO: CONFERIDOS O CPF E O DOCUMENTO COM FOTO, A
      *      DATA DA PROVA DE VIDA DO BENEFICIO E RENOVADA; O
      *      BENEFICIO BLOQUEADO PELO INSS-CREDITO VOLTA A ATIVO E A
      *      CONTA BLOQUEADA POR ELE (MOTIVO V) E DESBLOQUEADA. A
      *      CONTA BLOQUEADA POR OUTRO MOTIVO CONTINUA BLOQUEADA
      ******************************************************************
       P7400-PROVA-VIDA-INSS.
             PERFORM P7410-REGISTRAR-PROVA-VIDA
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
       P7410-REGISTRAR-PROVA-VIDA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO BENEFICIO (NB)'
             ACCEPT WS-BNF-NB-ENT
             MOVE WS-BNF-NB-ENT TO BNF-NB
             READ ARQ-BENEFICIO RECORD KEY IS BNF-NB
                INVALID KEY
                   DISPLAY 'BENEFICIO NAO ENCONTRADO (O CADASTRO VEM'
                           ' DO ARQUIVO DE CREDITOS DO INSS)'
                   EXIT PARAGRAPH
             END-READ
             IF BNF-CESSADO THEN
                DISPLAY 'BENEFICIO CESSADO, PROVA DE VIDA NAO ACEITA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'BENEFICIO ' BNF-NB ' ESPECIE ' BNF-ESPECIE
                     ' CONTA ' BNF-CONTA-NUM
             DISPLAY 'ULTIMA PROVA DE VIDA: ' BNF-DATA-PROVA-VIDA
                     ' SITUACAO: ' BNF-STATUS
             DISPLAY 'DIGITE O CPF DO BENEFICIARIO'
             ACCEPT WS-BNF-CPF-ENT
             IF WS-BNF-CPF-ENT NOT EQUAL TO BNF-CPF THEN
                DISPLAY 'CPF NAO CONFERE COM O DO BENEFICIO,'
                        ' PROVA DE VIDA CANCELADA!'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DOCUMENTO DE IDENTIDADE COM FOTO CONFERIDO'
                     ' COM O BENEFICIARIO PRESENTE? (S/N)'
             ACCEPT WS-BNF-CONFIRMA
             IF WS-BNF-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'PROVA DE VIDA CANCELADA!'
                EXIT PARAGRAPH
             END-IF

      *      A CONTA SO E DESBLOQUEADA QUANDO O BLOQUEIO FOI O DA
      *      PROVA DE VIDA; ELA E TRAVADA ANTES DE TOCAR O BENEFICIO
             MOVE 'N' TO WS-BNF-DESBLOQUEAR
             MOVE BNF-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CONTA-BLOQUEADA AND BLOQUEIO-PROVA-VIDA THEN
                      MOVE 'S' TO WS-BNF-DESBLOQUEAR
                   END-IF
             END-READ
             IF BNF-DESBLOQUEAR-CONTA THEN
                MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
                PERFORM P290-TRAVAR-CONTA
                IF NOT TRAVA-OK THEN
                   EXIT PARAGRAPH
                END-IF
                MOVE CONTA-NUM TO WS-TRV-CONTA-1
             END-IF

             SET BNF-ATIVO TO TRUE
             MOVE WS-DATA-ATUAL     TO BNF-DATA-PROVA-VIDA
             MOVE WS-OPER-ID-LOGADO TO BNF-OPER-PROVA-VIDA
             MOVE ZEROS             TO BNF-DATA-BLOQUEIO
             REWRITE REG-BENEFICIO
             IF FS-BENEFICIO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A PROVA DE VIDA, STATUS: '
                        FS-BENEFICIO
                EXIT PARAGRAPH
             END-IF
             MOVE BNF-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'PROVA DE VIDA INSS' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'NB ' DELIMITED SIZE
                    BNF-NB DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'PROVA DE VIDA DO BENEFICIO ' BNF-NB
                     ' REGISTRADA EM ' WS-DATA-ATUAL

             IF BNF-DESBLOQUEAR-CONTA THEN
                MOVE BNF-CONTA-NUM TO CONTA-NUM
                READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                   INVALID KEY
                      EXIT PARAGRAPH
                END-READ
                SET CONTA-ATIVA TO TRUE
                MOVE SPACES TO MOTIVO-BLOQUEIO
                PERFORM P376-JORNAL-CONTA
                REWRITE REG-CONTA
                IF FS-CONTA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO DESBLOQUEAR A CONTA ' CONTA-NUM
                           ', STATUS: ' FS-CONTA
                   EXIT PARAGRAPH
                END-IF
                MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
                MOVE 'DESBLOQ PROVA VIDA' TO WS-AUD-ACAO
                MOVE SPACES TO WS-AUD-DETALHE
                STRING 'NB ' DELIMITED SIZE
                       BNF-NB DELIMITED SIZE
                  INTO WS-AUD-DETALHE
                END-STRING
                PERFORM P380-REGISTRAR-AUDITORIA
                DISPLAY 'CONTA ' CONTA-NUM ' DESBLOQUEADA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE GERENTES DE RELACIONAMENTO: CADASTRO E
      *      INATIVACAO DOS GERENTES (LIGADOS AO ID DE OPERADOR) E
      *      MANUTENCAO DAS CARTEIRAS, COM A ATRIBUICAO OU A
      *      TRANSFERENCIA DE UM CLIENTE E A TRANSFERENCIA DA CARTEIRA
      *      INTEIRA DE UM GERENTE PARA OUTRO. O SEGMENTO E O
      *      PATRIMONIO SAO MANTIDOS PELO CARTEIRA-SEGMENTACAO
      ******************************************************************
       P7500-GERENTES.
             DISPLAY 'GERENTES DE RELACIONAMENTO E CARTEIRAS'
             DISPLAY '1 - CADASTRAR OU ALTERAR UM GERENTE'
             DISPLAY '2 - INATIVAR UM GERENTE'
             DISPLAY '3 - LISTAR OS GERENTES'
             DISPLAY '4 - ATRIBUIR OU TRANSFERIR UM CLIENTE'
             DISPLAY '5 - TRANSFERIR A CARTEIRA INTEIRA DE UM GERENTE'
             DISPLAY '6 - CONSULTAR A CARTEIRA DE UM GERENTE'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7510-CADASTRAR-GERENTE
                WHEN '2'
                   PERFORM P7520-INATIVAR-GERENTE
                WHEN '3'
                   PERFORM P7530-LISTAR-GERENTES
                WHEN '4'
                   PERFORM P7540-ATRIBUIR-CLIENTE
                WHEN '5'
                   PERFORM P7550-TRANSFERIR-CARTEIRA
                WHEN '6'
                   PERFORM P7560-CONSULTAR-CARTEIRA
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CADASTRA O GERENTE PARA UM OPERADOR ATIVO OU
      *      ALTERA O CADASTRO EXISTENTE (NOME, AGENCIA E SEGMENTO DE
      *      ATUACAO); O GERENTE INATIVO VOLTA A ATIVO AQUI
      ******************************************************************
       P7510-CADASTRAR-GERENTE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DE OPERADOR DO GERENTE'
             MOVE SPACES TO WS-GER-ID-ENT
             ACCEPT WS-GER-ID-ENT
             IF WS-GER-ID-ENT EQUAL TO SPACES THEN
                DISPLAY 'ID DE OPERADOR OBRIGATORIO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-GER-ID-ENT TO OPER-ID
             READ ARQ-OPERADOR RECORD KEY IS OPER-ID
                INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT OPER-ATIVO THEN
                DISPLAY 'OPERADOR INATIVO OU BLOQUEADO!'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-GER-ID-ENT TO GER-OPER-ID
             MOVE 'S' TO WS-GER-EXISTE
             READ ARQ-GERENTE RECORD KEY IS GER-OPER-ID
                INVALID KEY
                   MOVE 'N' TO WS-GER-EXISTE
                   INITIALIZE REG-GERENTE
                   MOVE WS-GER-ID-ENT TO GER-OPER-ID
                   MOVE WS-DATA-ATUAL TO GER-DATA-CADASTRO
                   MOVE WS-OPER-ID-LOGADO TO GER-OPER-CADASTRO
             END-READ
             IF GER-EXISTE THEN
                DISPLAY 'GERENTE JA CADASTRADO: ' GER-NOME
                        ' AGENCIA ' GER-AGENCIA ' FOCO ' GER-SEGMENTO
                        ' SITUACAO ' GER-STATUS
                DISPLAY 'DIGITE O NOME (EM BRANCO MANTEM O ATUAL)'
             ELSE
                DISPLAY 'DIGITE O NOME DO GERENTE'
             END-IF
             MOVE SPACES TO WS-GER-NOME-ENT
             ACCEPT WS-GER-NOME-ENT
             IF WS-GER-NOME-ENT NOT EQUAL TO SPACES THEN
                MOVE WS-GER-NOME-ENT TO GER-NOME
             END-IF
             IF GER-NOME EQUAL TO SPACES THEN
                DISPLAY 'NOME OBRIGATORIO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A AGENCIA DE LOTACAO'
             ACCEPT WS-GER-AGENCIA-ENT
             MOVE WS-GER-AGENCIA-ENT TO AGE-CODIGO
             READ ARQ-AGENCIA RECORD KEY IS AGE-CODIGO
                INVALID KEY
                   DISPLAY 'AGENCIA NAO CADASTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT AGE-ATIVA THEN
                DISPLAY 'AGENCIA INATIVA!'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'SEGMENTO DE ATUACAO (V VAREJO, A ALTA RENDA,'
                     ' P PRIVATE, EM BRANCO SEM FOCO)'
             MOVE SPACES TO WS-GER-SEGMENTO-ENT
             ACCEPT WS-GER-SEGMENTO-ENT
             MOVE WS-GER-SEGMENTO-ENT TO GER-SEGMENTO
             IF NOT GER-SEGMENTO-VALIDO THEN
                DISPLAY 'SEGMENTO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-GER-AGENCIA-ENT TO GER-AGENCIA
             SET GER-ATIVO TO TRUE
             IF GER-EXISTE THEN
                REWRITE REG-GERENTE
             ELSE
                WRITE REG-GERENTE
             END-IF
             IF FS-GERENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O GERENTE, STATUS: '
                        FS-GERENTE
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'CADASTRO GERENTE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'GERENTE '     DELIMITED SIZE
                    GER-OPER-ID    DELIMITED SIZE
                    ' AGENCIA '    DELIMITED SIZE
                    GER-AGENCIA    DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'GERENTE ' GER-OPER-ID ' GRAVADO'
       .
      ******************************************************************
      *      FUNÇÃO QUE INATIVA O GERENTE; A CARTEIRA TEM DE ESTAR
      *      VAZIA (TRANSFERIDA ANTES PARA OUTRO GERENTE)
      ******************************************************************
       P7520-INATIVAR-GERENTE.
             DISPLAY 'DIGITE O ID DE OPERADOR DO GERENTE'
             MOVE SPACES TO WS-GER-ID-ENT
             ACCEPT WS-GER-ID-ENT
             MOVE WS-GER-ID-ENT TO GER-OPER-ID
             READ ARQ-GERENTE RECORD KEY IS GER-OPER-ID
                INVALID KEY
                   DISPLAY 'GERENTE NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF GER-INATIVO THEN
                DISPLAY 'GERENTE JA INATIVO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P7570-CONTAR-CARTEIRA
             IF WS-GER-QTDE GREATER THAN ZEROS THEN
                DISPLAY 'O GERENTE TEM ' WS-GER-QTDE ' CLIENTES NA'
                        ' CARTEIRA, TRANSFIRA A CARTEIRA ANTES'
                EXIT PARAGRAPH
             END-IF
             SET GER-INATIVO TO TRUE
             REWRITE REG-GERENTE
             IF FS-GERENTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO INATIVAR O GERENTE, STATUS: '
                        FS-GERENTE
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'INATIVA GERENTE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'GERENTE '     DELIMITED SIZE
                    GER-OPER-ID    DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'GERENTE ' GER-OPER-ID ' INATIVADO'
       .
       P7530-LISTAR-GERENTES.
             MOVE LOW-VALUES TO GER-OPER-ID
             START ARQ-GERENTE KEY IS NOT LESS THAN GER-OPER-ID
                INVALID KEY
                   DISPLAY 'NENHUM GERENTE CADASTRADO'
             END-START
             IF FS-GERENTE EQUAL TO "00" THEN
                PERFORM P7535-LER-PROX-GERENTE
                PERFORM UNTIL FS-GERENTE NOT EQUAL TO "00"
                   MOVE GER-OPER-ID TO WS-GER-ID-ENT
                   PERFORM P7570-CONTAR-CARTEIRA
                   DISPLAY GER-OPER-ID ' ' GER-NOME ' AGENCIA '
                           GER-AGENCIA ' FOCO ' GER-SEGMENTO
                           ' SITUACAO ' GER-STATUS
                           ' CLIENTES ' WS-GER-QTDE
                   PERFORM P7535-LER-PROX-GERENTE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-GERENTE
       .
       P7535-LER-PROX-GERENTE.
             READ ARQ-GERENTE NEXT RECORD
                AT END
                   MOVE "10" TO FS-GERENTE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE COLOCA O CLIENTE NA CARTEIRA DE UM GERENTE
      *      ATIVO, GUARDANDO O GERENTE ANTERIOR NA TRANSFERENCIA; O
      *      CLIENTE AINDA NAO SEGMENTADO ENTRA SEM SEGMENTO ATE O
      *      PROXIMO CARTEIRA-SEGMENTACAO
      ******************************************************************
       P7540-ATRIBUIR-CLIENTE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O CPF DO CLIENTE'
             ACCEPT WS-GER-CPF-ENT
             MOVE WS-GER-CPF-ENT TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-GER-CPF-ENT TO CRT-CPF
             MOVE 'S' TO WS-CRT-EXISTE
             READ ARQ-CARTEIRA RECORD KEY IS CRT-CPF
                INVALID KEY
                   MOVE 'N' TO WS-CRT-EXISTE
                   INITIALIZE REG-CARTEIRA
                   MOVE WS-GER-CPF-ENT TO CRT-CPF
                   MOVE SPACES TO CRT-GERENTE
                   MOVE SPACES TO CRT-GERENTE-ANTERIOR
             END-READ
             IF CRT-GERENTE EQUAL TO SPACES THEN
                DISPLAY 'CLIENTE ' CLI-NOME ' SEM GERENTE, SEGMENTO '
                        CRT-SEGMENTO
             ELSE
                DISPLAY 'CLIENTE ' CLI-NOME ' NA CARTEIRA DE '
                        CRT-GERENTE ' DESDE ' CRT-DATA-ATRIBUICAO
                        ', SEGMENTO ' CRT-SEGMENTO
             END-IF
             DISPLAY 'DIGITE O ID DO GERENTE DE DESTINO'
             MOVE SPACES TO WS-GER-DESTINO-ENT
             ACCEPT WS-GER-DESTINO-ENT
             IF WS-GER-DESTINO-ENT EQUAL TO CRT-GERENTE THEN
                DISPLAY 'O CLIENTE JA ESTA NESSA CARTEIRA'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-GER-DESTINO-ENT TO GER-OPER-ID
             READ ARQ-GERENTE RECORD KEY IS GER-OPER-ID
                INVALID KEY
                   DISPLAY 'GERENTE NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT GER-ATIVO THEN
                DISPLAY 'GERENTE INATIVO NAO RECEBE CLIENTES!'
                EXIT PARAGRAPH
             END-IF
             IF GER-SEGMENTO NOT EQUAL TO SPACES
                AND CRT-SEGMENTO NOT EQUAL TO SPACES
                AND GER-SEGMENTO NOT EQUAL TO CRT-SEGMENTO
                DISPLAY 'ATENCAO: O GERENTE ATUA NO SEGMENTO '
                        GER-SEGMENTO ' E O CLIENTE E DO SEGMENTO '
                        CRT-SEGMENTO
             END-IF
             DISPLAY 'CONFIRMA A ATRIBUICAO? (S/N)'
             ACCEPT WS-GER-CONFIRMA
             IF WS-GER-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'ATRIBUICAO CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE CRT-GERENTE TO CRT-GERENTE-ANTERIOR
             MOVE WS-GER-DESTINO-ENT TO CRT-GERENTE
             MOVE WS-DATA-ATUAL TO CRT-DATA-ATRIBUICAO
             MOVE WS-OPER-ID-LOGADO TO CRT-OPER-ATRIBUICAO
             IF CRT-EXISTE THEN
                REWRITE REG-CARTEIRA
             ELSE
                WRITE REG-CARTEIRA
             END-IF
             IF FS-CARTEIRA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A CARTEIRA, STATUS: '
                        FS-CARTEIRA
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'ATRIBUI CARTEIRA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF '                DELIMITED SIZE
                    CRT-CPF               DELIMITED SIZE
                    ' '                   DELIMITED SIZE
                    CRT-GERENTE-ANTERIOR  DELIMITED SIZE
                    ' -> '                DELIMITED SIZE
                    CRT-GERENTE           DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'CLIENTE ' CRT-CPF ' NA CARTEIRA DE ' CRT-GERENTE
       .
      ******************************************************************
      *      FUNÇÃO QUE TRANSFERE TODOS OS CLIENTES DA CARTEIRA DE UM
      *      GERENTE (FERIAS, DESLIGAMENTO, TROCA DE AGENCIA) PARA UM
      *      GERENTE ATIVO. COMO A TRANSFERENCIA MUDA A CHAVE
      *      ALTERNADA, O ARQUIVO E REPOSICIONADO NA CARTEIRA DE
      *      ORIGEM A CADA CLIENTE TRANSFERIDO
      ******************************************************************
       P7550-TRANSFERIR-CARTEIRA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DO GERENTE DE ORIGEM'
             MOVE SPACES TO WS-GER-ID-ENT
             ACCEPT WS-GER-ID-ENT
             MOVE WS-GER-ID-ENT TO GER-OPER-ID
             READ ARQ-GERENTE RECORD KEY IS GER-OPER-ID
                INVALID KEY
                   DISPLAY 'GERENTE DE ORIGEM NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P7570-CONTAR-CARTEIRA
             IF WS-GER-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'A CARTEIRA DO GERENTE ESTA VAZIA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O ID DO GERENTE DE DESTINO'
             MOVE SPACES TO WS-GER-DESTINO-ENT
             ACCEPT WS-GER-DESTINO-ENT
             IF WS-GER-DESTINO-ENT EQUAL TO WS-GER-ID-ENT THEN
                DISPLAY 'ORIGEM E DESTINO IGUAIS'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-GER-DESTINO-ENT TO GER-OPER-ID
             READ ARQ-GERENTE RECORD KEY IS GER-OPER-ID
                INVALID KEY
                   DISPLAY 'GERENTE DE DESTINO NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT GER-ATIVO THEN
                DISPLAY 'GERENTE INATIVO NAO RECEBE CLIENTES!'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'TRANSFERIR ' WS-GER-QTDE ' CLIENTES DE '
                     WS-GER-ID-ENT ' PARA ' WS-GER-DESTINO-ENT
                     '? (S/N)'
             ACCEPT WS-GER-CONFIRMA
             IF WS-GER-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'TRANSFERENCIA CANCELADA'
                EXIT PARAGRAPH
             END-IF

             MOVE ZEROS TO WS-GER-QTDE
             MOVE 'N' TO WS-CRT-FIM
             PERFORM UNTIL CRT-FIM-CARTEIRA
                PERFORM P7555-TRANSFERIR-PROXIMO
             END-PERFORM
             MOVE "00" TO FS-CARTEIRA

             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'TRANSF CARTEIRA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING WS-GER-ID-ENT        DELIMITED SIZE
                    ' -> '               DELIMITED SIZE
                    WS-GER-DESTINO-ENT   DELIMITED SIZE
                    ' CLIENTES '         DELIMITED SIZE
                    WS-GER-QTDE          DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY WS-GER-QTDE ' CLIENTES TRANSFERIDOS PARA '
                     WS-GER-DESTINO-ENT
       .
       P7555-TRANSFERIR-PROXIMO.
             MOVE WS-GER-ID-ENT TO CRT-GERENTE
             START ARQ-CARTEIRA KEY IS EQUAL TO CRT-GERENTE
                INVALID KEY
                   MOVE 'S' TO WS-CRT-FIM
                   EXIT PARAGRAPH
             END-START
             PERFORM P7575-LER-PROX-CARTEIRA
             IF FS-CARTEIRA NOT EQUAL TO "00"
                OR CRT-GERENTE NOT EQUAL TO WS-GER-ID-ENT
                MOVE 'S' TO WS-CRT-FIM
                EXIT PARAGRAPH
             END-IF
             MOVE CRT-GERENTE TO CRT-GERENTE-ANTERIOR
             MOVE WS-GER-DESTINO-ENT TO CRT-GERENTE
             MOVE WS-DATA-ATUAL TO CRT-DATA-ATRIBUICAO
             MOVE WS-OPER-ID-LOGADO TO CRT-OPER-ATRIBUICAO
             REWRITE REG-CARTEIRA
             IF FS-CARTEIRA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO TRANSFERIR O CPF ' CRT-CPF
                        ', STATUS: ' FS-CARTEIRA
                MOVE 'S' TO WS-CRT-FIM
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-GER-QTDE
       .
       P7560-CONSULTAR-CARTEIRA.
             DISPLAY 'DIGITE O ID DO GERENTE'
             MOVE SPACES TO WS-GER-ID-ENT
             ACCEPT WS-GER-ID-ENT
             MOVE WS-GER-ID-ENT TO GER-OPER-ID
             READ ARQ-GERENTE RECORD KEY IS GER-OPER-ID
                INVALID KEY
                   DISPLAY 'GERENTE NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'CARTEIRA DE ' GER-OPER-ID ' ' GER-NOME
                     ' AGENCIA ' GER-AGENCIA
             MOVE ZEROS TO WS-GER-QTDE
             MOVE WS-GER-ID-ENT TO CRT-GERENTE
             START ARQ-CARTEIRA KEY IS EQUAL TO CRT-GERENTE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CARTEIRA EQUAL TO "00" THEN
                PERFORM P7575-LER-PROX-CARTEIRA
                PERFORM UNTIL FS-CARTEIRA NOT EQUAL TO "00"
                   OR CRT-GERENTE NOT EQUAL TO WS-GER-ID-ENT
                   ADD 1 TO WS-GER-QTDE
                   MOVE CRT-CPF TO CLI-CPF
                   READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                      INVALID KEY
                         MOVE SPACES TO CLI-NOME
                   END-READ
                   DISPLAY CRT-CPF ' ' CLI-NOME ' SEGMENTO '
                           CRT-SEGMENTO ' PATRIMONIO '
                           CRT-PATRIMONIO ' DESDE '
                           CRT-DATA-ATRIBUICAO
                   PERFORM P7575-LER-PROX-CARTEIRA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CARTEIRA
             DISPLAY 'CLIENTES NA CARTEIRA: ' WS-GER-QTDE
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTA EM WS-GER-QTDE OS CLIENTES DA CARTEIRA
      *      DO GERENTE EM WS-GER-ID-ENT
      ******************************************************************
       P7570-CONTAR-CARTEIRA.
             MOVE ZEROS TO WS-GER-QTDE
             MOVE WS-GER-ID-ENT TO CRT-GERENTE
             START ARQ-CARTEIRA KEY IS EQUAL TO CRT-GERENTE
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-CARTEIRA EQUAL TO "00" THEN
                PERFORM P7575-LER-PROX-CARTEIRA
                PERFORM UNTIL FS-CARTEIRA NOT EQUAL TO "00"
                   OR CRT-GERENTE NOT EQUAL TO WS-GER-ID-ENT
                   ADD 1 TO WS-GER-QTDE
                   PERFORM P7575-LER-PROX-CARTEIRA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CARTEIRA
       .
       P7575-LER-PROX-CARTEIRA.
             READ ARQ-CARTEIRA NEXT RECORD
                AT END
                   MOVE "10" TO FS-CARTEIRA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE ENVELOPES DE DEPOSITO DOS TERMINAIS
      *      ATM: A AGENCIA CONSULTA OS ENVELOPES AINDA NAO
      *      CONFERIDOS DE UM TERMINAL, REGISTRA O RECOLHIMENTO DOS
      *      ENVELOPES DEPOSITADOS NELE E CONFERE CADA ENVELOPE
      *      RECOLHIDO, LIBERANDO O CREDITO PROVISORIO DO CLIENTE
      ******************************************************************
       P7600-ENVELOPES-ATM.
             DISPLAY 'ENVELOPES DE DEPOSITO DOS TERMINAIS ATM'
             DISPLAY '1 - LISTAR OS ENVELOPES NAO CONFERIDOS DE UM'
                     ' TERMINAL'
             DISPLAY '2 - RECOLHER OS ENVELOPES DE UM TERMINAL'
             DISPLAY '3 - CONFERIR UM ENVELOPE RECOLHIDO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7610-LISTAR-ENVELOPES
                WHEN '2'
                   PERFORM P7620-RECOLHER-ENVELOPES
                WHEN '3'
                   PERFORM P7630-CONFERIR-ENVELOPE
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS ENVELOPES AINDA NO TERMINAL (T) OU
      *      RECOLHIDOS E AGUARDANDO A CONFERENCIA (R)
      ******************************************************************
       P7610-LISTAR-ENVELOPES.
             DISPLAY 'DIGITE O ID DO TERMINAL'
             MOVE SPACES TO WS-ENV-TERMINAL-ENT
             ACCEPT WS-ENV-TERMINAL-ENT
             MOVE ZEROS TO WS-ENV-QTDE
             MOVE ZEROS TO WS-ENV-TOTAL
             MOVE WS-ENV-TERMINAL-ENT TO ENV-TERMINAL
             START ARQ-ENVELOPE KEY IS EQUAL TO ENV-TERMINAL
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-ENVELOPE EQUAL TO "00" THEN
                PERFORM P7615-LER-PROX-ENVELOPE
                PERFORM UNTIL FS-ENVELOPE NOT EQUAL TO "00"
                   OR ENV-TERMINAL NOT EQUAL TO WS-ENV-TERMINAL-ENT
                   IF NOT ENV-CONFERIDO THEN
                      ADD 1 TO WS-ENV-QTDE
                      ADD ENV-VALOR-DECLARADO TO WS-ENV-TOTAL
                      MOVE ENV-VALOR-DECLARADO TO WS-ENV-VALOR-EDT
                      DISPLAY ENV-SEQ ' CONTA ' ENV-CONTA-NUM
                              ' EM ' ENV-DATA-DEPOSITO
                              ' DECLARADO ' WS-ENV-VALOR-EDT
                              ' STATUS ' ENV-STATUS
                      IF ENV-RECOLHIDO THEN
                         DISPLAY '     RECOLHIDO EM '
                                 ENV-DATA-RECOLHIMENTO
                                 ' POR ' ENV-OPER-RECOLHIMENTO
                      END-IF
                   END-IF
                   PERFORM P7615-LER-PROX-ENVELOPE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-ENVELOPE
             IF WS-ENV-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM ENVELOPE PENDENTE NO TERMINAL'
             ELSE
                MOVE WS-ENV-TOTAL TO WS-ENV-VALOR-EDT
                DISPLAY WS-ENV-QTDE ' ENVELOPE(S), TOTAL DECLARADO '
                        WS-ENV-VALOR-EDT
             END-IF
       .
       P7615-LER-PROX-ENVELOPE.
             READ ARQ-ENVELOPE NEXT RECORD
                AT END
                   MOVE "10" TO FS-ENVELOPE
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE REGISTRA O RECOLHIMENTO DOS ENVELOPES DO
      *      TERMINAL: TODOS OS QUE ESTAVAM NELE PASSAM A RECOLHIDOS
      *      NA DATA, PELO OPERADOR, E ENTRAM NA CONCILIACAO DO
      *      TERMINAL (BATCH ATM-CONCILIACAO)
      ******************************************************************
       P7620-RECOLHER-ENVELOPES.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O ID DO TERMINAL'
             MOVE SPACES TO WS-ENV-TERMINAL-ENT
             ACCEPT WS-ENV-TERMINAL-ENT
             MOVE WS-ENV-TERMINAL-ENT TO TRM-ID
             READ ARQ-TERMINAL RECORD KEY IS TRM-ID
                INVALID KEY
                   DISPLAY 'TERMINAL NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             MOVE ZEROS TO WS-ENV-QTDE
             MOVE ZEROS TO WS-ENV-TOTAL
             MOVE WS-ENV-TERMINAL-ENT TO ENV-TERMINAL
             START ARQ-ENVELOPE KEY IS EQUAL TO ENV-TERMINAL
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-ENVELOPE EQUAL TO "00" THEN
                PERFORM P7615-LER-PROX-ENVELOPE
                PERFORM UNTIL FS-ENVELOPE NOT EQUAL TO "00"
                   OR ENV-TERMINAL NOT EQUAL TO WS-ENV-TERMINAL-ENT
                   IF ENV-NO-TERMINAL THEN
                      SET ENV-RECOLHIDO TO TRUE
                      MOVE WS-DATA-ATUAL     TO ENV-DATA-RECOLHIMENTO
                      MOVE WS-OPER-ID-LOGADO TO ENV-OPER-RECOLHIMENTO
                      REWRITE REG-ENVELOPE
                      IF FS-ENVELOPE NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO RECOLHER O ENVELOPE '
                                 ENV-SEQ ', STATUS: ' FS-ENVELOPE
                         MOVE "00" TO FS-ENVELOPE
                      ELSE
                         ADD 1 TO WS-ENV-QTDE
                         ADD ENV-VALOR-DECLARADO TO WS-ENV-TOTAL
                      END-IF
                   END-IF
                   PERFORM P7615-LER-PROX-ENVELOPE
                END-PERFORM
             END-IF
             MOVE "00" TO FS-ENVELOPE
             IF WS-ENV-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM ENVELOPE A RECOLHER NO TERMINAL'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'RECOLHE ENVELOPES' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'ATM ' DELIMITED SIZE
                    WS-ENV-TERMINAL-ENT DELIMITED SIZE
                    ' QTDE ' DELIMITED SIZE
                    WS-ENV-QTDE DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             MOVE WS-ENV-TOTAL TO WS-ENV-VALOR-EDT
             DISPLAY WS-ENV-QTDE ' ENVELOPE(S) RECOLHIDO(S) DO'
                     ' TERMINAL ' WS-ENV-TERMINAL-ENT
                     ', TOTAL DECLARADO ' WS-ENV-VALOR-EDT
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE O ENVELOPE RECOLHIDO: O OPERADOR
      *      INFORMA O DINHEIRO E OS CHEQUES ENCONTRADOS. A RETENCAO
      *      DO VALOR DECLARADO E LIBERADA E O MOVIMENTO EV DEIXA DE
      *      SER PENDENTE; OS CHEQUES CONTINUAM RETIDOS, AGORA NO
      *      FLOAT DE DEPOSITO EM CHEQUE (ARQ-CHQDEP, LIBERADOS OU
      *      DEVOLVIDOS PELO CHEQUE-COMPENSACAO); A DIFERENCA PARA O
      *      DECLARADO VAI AO EXTRATO COMO AJUSTE (EP A MAIOR, EN A
      *      MENOR) E GERA UM AVISO AO CLIENTE
      ******************************************************************
       P7630-CONFERIR-ENVELOPE.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'DIGITE O NUMERO DO ENVELOPE'
             ACCEPT WS-ENV-SEQ-ENT
             MOVE WS-ENV-SEQ-ENT TO ENV-SEQ
             READ ARQ-ENVELOPE RECORD KEY IS ENV-SEQ
                INVALID KEY
                   DISPLAY 'ENVELOPE NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF ENV-CONFERIDO THEN
                DISPLAY 'ENVELOPE JA CONFERIDO EM '
                        ENV-DATA-CONFERENCIA ' POR '
                        ENV-OPER-CONFERENCIA
                EXIT PARAGRAPH
             END-IF
             IF ENV-NO-TERMINAL THEN
                DISPLAY 'ENVELOPE AINDA NO TERMINAL ' ENV-TERMINAL
                        ', REGISTRE O RECOLHIMENTO ANTES'
                EXIT PARAGRAPH
             END-IF
             MOVE ENV-VALOR-DECLARADO TO WS-ENV-VALOR-EDT
             DISPLAY 'ENVELOPE ' ENV-SEQ ' TERMINAL ' ENV-TERMINAL
                     ' CONTA ' ENV-CONTA-NUM
             DISPLAY 'DEPOSITADO EM ' ENV-DATA-DEPOSITO
                     ' VALOR DECLARADO ' WS-ENV-VALOR-EDT

             MOVE ENV-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO ENVELOPE NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1

             DISPLAY 'DIGITE O VALOR EM DINHEIRO ENCONTRADO'
             MOVE ZEROS TO WS-ENV-DINHEIRO-ENT
             ACCEPT WS-ENV-DINHEIRO-ENT
             DISPLAY 'QUANTIDADE DE CHEQUES NO ENVELOPE (ATE '
                     WS-ENV-MAX-CHQ ')'
             MOVE ZEROS TO WS-ENV-QTDE-CHQ
             ACCEPT WS-ENV-QTDE-CHQ
             IF WS-ENV-QTDE-CHQ GREATER THAN WS-ENV-MAX-CHQ THEN
                DISPLAY 'QUANTIDADE DE CHEQUES ACIMA DO MAXIMO,'
                        ' CONFERENCIA CANCELADA!'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-ENV-CHEQUES
             PERFORM VARYING WS-ENV-I FROM 1 BY 1
                UNTIL WS-ENV-I > WS-ENV-QTDE-CHQ
                DISPLAY 'CHEQUE ' WS-ENV-I
                        ': BANCO EMISSOR (3 DIGITOS)'
                ACCEPT WS-ENV-CHQ-BANCO(WS-ENV-I)
                DISPLAY 'CONTA EMISSORA (ATE 10 DIGITOS)'
                ACCEPT WS-ENV-CHQ-CONTA(WS-ENV-I)
                DISPLAY 'NUMERO DO CHEQUE'
                ACCEPT WS-ENV-CHQ-NUMERO(WS-ENV-I)
                DISPLAY 'VALOR DO CHEQUE'
                ACCEPT WS-ENV-CHQ-VALOR(WS-ENV-I)
                ADD WS-ENV-CHQ-VALOR(WS-ENV-I) TO WS-ENV-CHEQUES
             END-PERFORM

             COMPUTE WS-ENV-CONFERIDO =
                     WS-ENV-DINHEIRO-ENT + WS-ENV-CHEQUES
             COMPUTE WS-ENV-DIFERENCA =
                     WS-ENV-CONFERIDO - ENV-VALOR-DECLARADO
             MOVE WS-ENV-CONFERIDO TO WS-ENV-VALOR-EDT
             DISPLAY 'TOTAL CONFERIDO: ' WS-ENV-VALOR-EDT
                     ' (CHEQUES: ' WS-ENV-QTDE-CHQ ')'
             MOVE WS-ENV-DIFERENCA TO WS-ENV-DIF-EDT
             IF WS-ENV-DIFERENCA NOT EQUAL TO ZEROS THEN
                DISPLAY 'DIFERENCA PARA O DECLARADO: '
                        WS-ENV-DIF-EDT
             END-IF
             DISPLAY 'CONFIRMA A CONFERENCIA? (S/N)'
             ACCEPT WS-ENV-CONFIRMA
             IF WS-ENV-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'CONFERENCIA CANCELADA!'
                EXIT PARAGRAPH
             END-IF

      *      A RETENCAO DO DECLARADO SAI E A DOS CHEQUES ENTRA; A
      *      DIFERENCA AJUSTA O SALDO
             SUBTRACT ENV-VALOR-DECLARADO FROM VALOR-RETIDO
             ADD WS-ENV-CHEQUES TO VALOR-RETIDO
             IF VALOR-RETIDO LESS THAN ZEROS THEN
                MOVE ZEROS TO VALOR-RETIDO
             END-IF
             MOVE ZEROS TO WS-ENV-EXT-AJUSTE
             IF WS-ENV-DIFERENCA NOT EQUAL TO ZEROS THEN
                COMPUTE SALDO = SALDO + WS-ENV-DIFERENCA
                ADD 1 TO ULT-SEQ-EXTRATO
                MOVE ULT-SEQ-EXTRATO TO WS-ENV-EXT-AJUSTE
             END-IF
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE ENV-CONTA-NUM TO EXT-CONTA-NUM
             MOVE ENV-EXT-SEQ   TO EXT-SEQUENCIA
             READ ARQ-EXTRATO RECORD KEY IS EXT-CHAVE
                INVALID KEY
                   DISPLAY 'MOVIMENTO DO ENVELOPE NAO ENCONTRADO NO'
                           ' EXTRATO'
                NOT INVALID KEY
                   SET EXT-MOV-NORMAL TO TRUE
                   REWRITE REG-EXTRATO
                   IF FS-EXTRATO NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO BAIXAR O MOVIMENTO DO'
                              ' ENVELOPE, STATUS: ' FS-EXTRATO
                   END-IF
             END-READ

             IF WS-ENV-DIFERENCA NOT EQUAL TO ZEROS THEN
                MOVE ENV-CONTA-NUM     TO EXT-CONTA-NUM
                MOVE WS-ENV-EXT-AJUSTE TO EXT-SEQUENCIA
                IF WS-ENV-DIFERENCA GREATER THAN ZEROS THEN
                   SET EXT-ENVELOPE-AJUSTE-CR TO TRUE
                   MOVE WS-ENV-DIFERENCA TO EXT-VALOR
                ELSE
                   SET EXT-ENVELOPE-AJUSTE-DB TO TRUE
                   COMPUTE EXT-VALOR = WS-ENV-DIFERENCA * -1
                END-IF
                MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
                MOVE WS-DATA-CONTABIL
                  TO EXT-DATA-CONTABIL
                MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
                MOVE SALDO            TO EXT-SALDO-APOS
                MOVE ZEROS            TO EXT-CONTA-CONTRA
                MOVE SPACES           TO EXT-DETALHE
                STRING 'AJUSTE ENVELOPE ' DELIMITED SIZE
                       ENV-SEQ DELIMITED SIZE
                  INTO EXT-DETALHE
                END-STRING
                MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
                SET EXT-MOV-NORMAL    TO TRUE
                WRITE REG-EXTRATO
                IF FS-EXTRATO NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                           FS-EXTRATO
                END-IF
                PERFORM P7640-AVISAR-DIFERENCA
             END-IF

             PERFORM VARYING WS-ENV-I FROM 1 BY 1
                UNTIL WS-ENV-I > WS-ENV-QTDE-CHQ
                PERFORM P7635-GRAVAR-CHEQUE-ENVELOPE
             END-PERFORM

             SET ENV-CONFERIDO TO TRUE
             MOVE WS-ENV-DINHEIRO-ENT TO ENV-VALOR-DINHEIRO
             MOVE WS-ENV-CHEQUES      TO ENV-VALOR-CHEQUES
             MOVE WS-ENV-QTDE-CHQ     TO ENV-QTDE-CHEQUES
             MOVE WS-ENV-DIFERENCA    TO ENV-VALOR-DIFERENCA
             MOVE WS-ENV-EXT-AJUSTE   TO ENV-EXT-SEQ-AJUSTE
             MOVE WS-DATA-ATUAL       TO ENV-DATA-CONFERENCIA
             MOVE WS-OPER-ID-LOGADO   TO ENV-OPER-CONFERENCIA
             REWRITE REG-ENVELOPE
             IF FS-ENVELOPE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A CONFERENCIA DO ENVELOPE,'
                        ' STATUS: ' FS-ENVELOPE
             END-IF

             MOVE ENV-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CONFERE ENVELOPE' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'ENVELOPE ' DELIMITED SIZE
                    ENV-SEQ DELIMITED SIZE
                    ' DIF' DELIMITED SIZE
                    WS-ENV-DIF-EDT DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'ENVELOPE ' ENV-SEQ ' CONFERIDO, CREDITO'
                     ' LIBERADO'
             IF WS-ENV-CHEQUES GREATER THAN ZEROS THEN
                DISPLAY 'CHEQUES RETIDOS ATE A COMPENSACAO: '
                        WS-ENV-CHEQUES
             END-IF
             DISPLAY 'SALDO ATUAL: ' SALDO ' RETIDO: ' VALOR-RETIDO
       .
      ******************************************************************
      *      FUNÇÃO QUE PASSA O CHEQUE WS-ENV-I DO ENVELOPE PARA O
      *      FLOAT DE DEPOSITO EM CHEQUE, COMO P650: O VALOR JA ESTA
      *      NO SALDO E EM VALOR-RETIDO, E CHD-EXT-SEQ APONTA PARA O
      *      MOVIMENTO EV DO ENVELOPE
      ******************************************************************
       P7635-GRAVAR-CHEQUE-ENVELOPE.
             READ ARQ-CHQDEPCTL
             IF FS-CHQDEPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE DEPOSITOS EM'
                        ' CHEQUE, STATUS: ' FS-CHQDEPCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-CHQDEP
             REWRITE REG-CHQDEPCTL
             IF FS-CHQDEPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE DEPOSITOS'
                        ' EM CHEQUE, STATUS: ' FS-CHQDEPCTL
                EXIT PARAGRAPH
             END-IF
             MOVE ULT-CHQDEP                  TO CHD-SEQ
             MOVE ENV-CONTA-NUM               TO CHD-CONTA-NUM
             MOVE WS-ENV-CHQ-BANCO(WS-ENV-I)  TO CHD-BANCO-EMISSOR
             MOVE WS-ENV-CHQ-CONTA(WS-ENV-I)  TO CHD-CONTA-EMISSORA
             MOVE WS-ENV-CHQ-NUMERO(WS-ENV-I) TO CHD-NUMERO-CHEQUE
             MOVE WS-ENV-CHQ-VALOR(WS-ENV-I)  TO CHD-VALOR
             MOVE WS-DATA-ATUAL               TO CHD-DATA-DEPOSITO
             COMPUTE WS-CHD-INTEIRO-DATA =
                     FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL) + 2
             COMPUTE CHD-DATA-PREVISTA =
                     FUNCTION DATE-OF-INTEGER(WS-CHD-INTEIRO-DATA)
             MOVE ENV-EXT-SEQ                 TO CHD-EXT-SEQ
             SET CHD-PENDENTE                 TO TRUE
             WRITE REG-CHQDEP
             IF FS-CHQDEP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O DEPOSITO EM CHEQUE,'
                        ' STATUS: ' FS-CHQDEP
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE DEIXA NA CAIXA DE AVISOS DO CLIENTE A
      *      DIFERENCA ENTRE O DECLARADO E O CONFERIDO NO ENVELOPE
      ******************************************************************
       P7640-AVISAR-DIFERENCA.
             OPEN I-O ARQ-ALERTACTL
             READ ARQ-ALERTACTL
             IF FS-ALERTACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE AVISOS,'
                        ' STATUS: ' FS-ALERTACTL
                CLOSE ARQ-ALERTACTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-ALERTA
             REWRITE REG-ALERTACTL
             MOVE ULT-ALERTA    TO ALE-SEQ
             CLOSE ARQ-ALERTACTL
             MOVE ENV-CONTA-NUM TO ALE-CONTA-NUM
             SET ALE-ENVELOPE-DIFERENCA TO TRUE
             MOVE WS-DATA-ATUAL TO ALE-DATA
             MOVE ENV-VALOR-DECLARADO TO WS-ENV-VALOR-EDT
             MOVE WS-ENV-CONFERIDO    TO WS-ENV-VALOR-EDT-2
             MOVE SPACES TO ALE-MENSAGEM
             STRING 'ENVELOPE ' DELIMITED SIZE
                    ENV-SEQ DELIMITED SIZE
                    ' DECL.' DELIMITED SIZE
                    WS-ENV-VALOR-EDT DELIMITED SIZE
                    ' CONF.' DELIMITED SIZE
                    WS-ENV-VALOR-EDT-2 DELIMITED SIZE
               INTO ALE-MENSAGEM
             END-STRING
             SET ALE-PENDENTE TO TRUE
             WRITE REG-ALERTA
             IF FS-ALERTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O AVISO AO CLIENTE, STATUS: '
                        FS-ALERTA
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE PAGAMENTOS DE TITULO AGENDADOS NO
      *      CAIXA: LISTA OS AGENDAMENTOS DE UMA CONTA E CANCELA UM
      *      AGENDAMENTO AINDA NAO LIQUIDADO PELO BATCH
      ******************************************************************
       P7700-PAGAMENTOS-AGENDADOS.
             DISPLAY 'PAGAMENTOS DE TITULO AGENDADOS'
             DISPLAY '1 - LISTAR OS AGENDAMENTOS DE UMA CONTA'
             DISPLAY '2 - CANCELAR UM AGENDAMENTO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7710-LISTAR-AGENDADOS
                WHEN '2'
                   PERFORM P7720-CANCELAR-AGENDADO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA TODOS OS AGENDAMENTOS DA CONTA, COM A
      *      SITUACAO: A AGENDADO, L LIQUIDADO, C CANCELADO NO CAIXA
      *      E F CANCELADO PELO BATCH (SEM SALDO OU TITULO VENCIDO)
      ******************************************************************
       P7710-LISTAR-AGENDADOS.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE ZEROS TO WS-PGA-QTDE
             MOVE FS-ID TO PGA-CONTA-NUM
             START ARQ-PAGAGENDA KEY IS EQUAL TO PGA-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-PAGAGENDA EQUAL TO "00" THEN
                PERFORM P2565-LER-PROX-AGENDADO
                PERFORM UNTIL FS-PAGAGENDA NOT EQUAL TO "00"
                   OR PGA-CONTA-NUM NOT EQUAL TO FS-ID
                   ADD 1 TO WS-PGA-QTDE
                   MOVE PGA-VALOR TO WS-PGA-VALOR-EDT
                   DISPLAY PGA-SEQ ' PARA ' PGA-DATA-AGENDADA
                           ' CONV ' PGA-BANCO
                           ' VALOR ' WS-PGA-VALOR-EDT
                           ' STATUS ' PGA-STATUS
                   DISPLAY '     LINHA ' PGA-LINHA-DIG
                   IF PGA-QTDE-TENTATIVAS GREATER THAN ZEROS THEN
                      DISPLAY '     TENTATIVAS SEM SALDO: '
                              PGA-QTDE-TENTATIVAS ', ULTIMA EM '
                              PGA-DATA-ULT-TENTATIVA
                   END-IF
                   IF NOT PGA-AGENDADO THEN
                      DISPLAY '     BAIXADO EM ' PGA-DATA-BAIXA
                              ' POR ' PGA-OPER-BAIXA ' '
                              PGA-MOTIVO
                   END-IF
                   PERFORM P2565-LER-PROX-AGENDADO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PAGAGENDA
             IF WS-PGA-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUM PAGAMENTO AGENDADO PARA A CONTA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CANCELA UM PAGAMENTO AGENDADO A PEDIDO DO
      *      CLIENTE, COM A SENHA DA CONTA, ENQUANTO O BATCH AINDA
      *      NAO O LIQUIDOU
      ******************************************************************
       P7720-CANCELAR-AGENDADO.
             DISPLAY 'DIGITE O NUMERO DO AGENDAMENTO'
             ACCEPT WS-PGA-SEQ-ENT
             MOVE WS-PGA-SEQ-ENT TO PGA-SEQ
             READ ARQ-PAGAGENDA RECORD KEY IS PGA-SEQ
                INVALID KEY
                   DISPLAY 'AGENDAMENTO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT PGA-AGENDADO THEN
                DISPLAY 'AGENDAMENTO JA BAIXADO (STATUS '
                        PGA-STATUS '), NADA A CANCELAR'
                EXIT PARAGRAPH
             END-IF
             MOVE PGA-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO AGENDAMENTO NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE PGA-VALOR TO WS-PGA-VALOR-EDT
             DISPLAY 'AGENDAMENTO ' PGA-SEQ ' PARA '
                     PGA-DATA-AGENDADA ' VALOR ' WS-PGA-VALOR-EDT
             DISPLAY 'LINHA ' PGA-LINHA-DIG
             DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)'
             ACCEPT WS-PGA-CONFIRMA
             IF WS-PGA-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'CANCELAMENTO ABANDONADO'
                EXIT PARAGRAPH
             END-IF
             SET PGA-CANCELADO TO TRUE
             MOVE WS-DATA-ATUAL TO PGA-DATA-BAIXA
             MOVE WS-OPER-ID-LOGADO TO PGA-OPER-BAIXA
             MOVE 'CANCELADO A PEDIDO DO CLIENTE' TO PGA-MOTIVO
             REWRITE REG-PAGAGENDA
             IF FS-PAGAGENDA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO CANCELAR O AGENDAMENTO, STATUS: '
                        FS-PAGAGENDA
                EXIT PARAGRAPH
             END-IF
             MOVE PGA-CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CANCELA PAGTO AGEND' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'AGENDAMENTO ' DELIMITED SIZE
                    PGA-SEQ DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'AGENDAMENTO ' PGA-SEQ ' CANCELADO'
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE RECARGA DE CELULAR: A RECARGA DEBITA A
      *      CONTA NA HORA (RG PENDENTE) E SEGUE NO ARQUIVO DA NOITE
      *      PARA A OPERADORA; A TABELA DE OPERADORAS E VALORES E
      *      MANTIDA POR OPERADOR ADMIN
      ******************************************************************
       P7800-RECARGA-CELULAR.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'RECARGA DE CELULAR'
             DISPLAY '1 - NOVA RECARGA'
             DISPLAY '2 - CONSULTAR AS RECARGAS DE UMA CONTA'
             DISPLAY '3 - INCLUIR OU ALTERAR UMA OPERADORA NA TABELA'
                     ' (ADMIN)'
             DISPLAY '4 - LISTAR A TABELA DE OPERADORAS E VALORES'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7810-NOVA-RECARGA
                WHEN '2'
                   PERFORM P7850-CONSULTAR-RECARGAS
                WHEN '3'
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                   ELSE
                      PERFORM P7860-MANTER-OPERADORA
                   END-IF
                WHEN '4'
                   PERFORM P7870-LISTAR-OPERADORAS
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA A RECARGA: CONTA EM REAIS A DEBITAR,
      *      OPERADORA CONVENIADA E ATIVA, DDD E NUMERO DO CELULAR E
      *      UM DOS VALORES DA TABELA DA OPERADORA; A COMISSAO DO
      *      BANCO E O PERCENTUAL DA OPERADORA SOBRE O VALOR
      ******************************************************************
       P7810-NOVA-RECARGA.
             DISPLAY 'DIGITE O ID DA CONTA A DEBITAR'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-REC-CONTA-ENT
             MOVE WS-REC-CONTA-ENT TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, RECARGA'
                        ' CANCELADA!'
                EXIT PARAGRAPH
             END-IF
             IF MOEDA NOT EQUAL TO 'BRL' THEN
                DISPLAY 'A RECARGA DE CELULAR SO E DEBITADA DE CONTA'
                        ' EM REAIS'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             INITIALIZE REG-RECARGA
             DISPLAY 'CODIGO DA OPERADORA (OPCAO 4 LISTA A TABELA)'
             ACCEPT ROP-CODIGO
             READ ARQ-RECOPER RECORD KEY IS ROP-CODIGO
                INVALID KEY
                   DISPLAY 'OPERADORA NAO CONVENIADA PARA RECARGA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT ROP-ATIVA THEN
                DISPLAY 'OPERADORA ' ROP-NOME ' SUSPENSA PARA RECARGA'
                EXIT PARAGRAPH
             END-IF
             MOVE ROP-CODIGO TO REC-OPERADORA
             DISPLAY 'DDD DO CELULAR (2 DIGITOS)'
             ACCEPT WS-REC-DDD-ENT
             IF WS-REC-DDD-ENT NOT NUMERIC
                OR WS-REC-DDD-ENT LESS THAN '11' THEN
                DISPLAY 'DDD INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-REC-DDD-ENT TO REC-DDD
             DISPLAY 'NUMERO DO CELULAR (9 DIGITOS, SEM O DDD)'
             ACCEPT WS-REC-FONE-ENT
             IF WS-REC-FONE-ENT NOT NUMERIC
                OR WS-REC-FONE-ENT(1:1) NOT EQUAL TO '9' THEN
                DISPLAY 'NUMERO DE CELULAR INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-REC-FONE-ENT TO REC-TELEFONE

             DISPLAY 'VALORES DE RECARGA DA ' ROP-NOME
             PERFORM VARYING WS-REC-I FROM 1 BY 1
                UNTIL WS-REC-I > ROP-QTDE-VALORES
                MOVE ROP-VALOR(WS-REC-I) TO WS-REC-VALOR-EDT
                DISPLAY WS-REC-I ' - R$ ' WS-REC-VALOR-EDT
             END-PERFORM
             DISPLAY 'DIGITE O NUMERO DO VALOR ESCOLHIDO'
             ACCEPT WS-REC-OPCAO
             IF WS-REC-OPCAO LESS THAN 1
                OR WS-REC-OPCAO GREATER THAN ROP-QTDE-VALORES THEN
                DISPLAY 'VALOR FORA DA TABELA DA OPERADORA'
                EXIT PARAGRAPH
             END-IF
             MOVE ROP-VALOR(WS-REC-OPCAO) TO WS-REC-VALOR
             COMPUTE WS-REC-COMISSAO ROUNDED =
                WS-REC-VALOR * ROP-PERC-COMISSAO / 100

             MOVE WS-REC-VALOR TO WS-REC-VALOR-EDT
             DISPLAY 'RECARGA ' ROP-NOME ' (' REC-DDD ') '
                     REC-TELEFONE ' DE R$ ' WS-REC-VALOR-EDT
             DISPLAY 'CONFIRMA A RECARGA? (S/N)'
             ACCEPT WS-REC-CONFIRMA
             IF WS-REC-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'RECARGA NAO REALIZADA'
                EXIT PARAGRAPH
             END-IF

             MOVE WS-REC-CONTA-ENT TO WS-ORIGEM-CONTA
             MOVE WS-REC-VALOR TO WS-VALOR
             MOVE ZEROS TO WS-VELOC-DEST
             PERFORM P338-VERIFICAR-VELOCIDADE
             IF NOT VELOCIDADE-OK THEN
                DISPLAY 'RECARGA BLOQUEADA PELAS REGRAS DE VELOCIDADE,'
                        ' OPERACAO CANCELADA!'
                EXIT PARAGRAPH
             END-IF
             PERFORM P7820-EFETIVAR-RECARGA
       .
      ******************************************************************
      *      FUNÇÃO QUE EFETIVA A RECARGA: CONFERE O LIMITE DIARIO E O
      *      SALDO, DEBITA O VALOR (RG PENDENTE ATE A CONFIRMACAO DA
      *      OPERADORA) E GRAVA A RECARGA EM ARQ-RECARGA PARA O
      *      ARQUIVO DA NOITE
      ******************************************************************
       P7820-EFETIVAR-RECARGA.
             MOVE WS-REC-CONTA-ENT TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'FALHA AO RELOCALIZAR A CONTA, RECARGA'
                           ' CANCELADA'
                   EXIT PARAGRAPH
             END-READ
             PERFORM P330-VERIFICAR-LIMITE-DIARIO
             IF NOT LIMITE-OK THEN
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-AUX = SALDO - VALOR-RETIDO - WS-REC-VALOR
             IF WS-AUX LESS THAN (LIMITE-CHEQUE-ESPECIAL * -1) THEN
                DISPLAY 'SALDO INDISPONIVEL, RECARGA CANCELADA!'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-RECARGACTL
             READ ARQ-RECARGACTL
             IF FS-RECARGACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE RECARGAS,'
                        ' STATUS: ' FS-RECARGACTL
                CLOSE ARQ-RECARGACTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-RECARGA
             REWRITE REG-RECARGACTL
             MOVE ULT-RECARGA TO REC-NUMERO
             CLOSE ARQ-RECARGACTL

             SUBTRACT WS-REC-VALOR FROM SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             MOVE ULT-SEQ-EXTRATO TO WS-REC-SEQ-RG
             MOVE AGENCIA TO REC-AGENCIA
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO DEBITAR A CONTA, STATUS: '
                        FS-CONTA
                EXIT PARAGRAPH
             END-IF

             MOVE WS-REC-CONTA-ENT TO EXT-CONTA-NUM
             MOVE WS-REC-SEQ-RG   TO EXT-SEQUENCIA
             SET EXT-RECARGA-CELULAR TO TRUE
             MOVE WS-DATA-ATUAL   TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL
               TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL   TO EXT-HORA-MOV
             MOVE WS-REC-VALOR    TO EXT-VALOR
             MOVE SALDO           TO EXT-SALDO-APOS
             MOVE ZEROS           TO EXT-CONTA-CONTRA
             MOVE SPACES          TO EXT-DETALHE
             STRING 'RECARGA '      DELIMITED SIZE
                    REC-OPERADORA   DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REC-DDD         DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REC-TELEFONE    DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-PENDENTE TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE WS-REC-CONTA-ENT TO REC-CONTA-NUM
             MOVE WS-REC-SEQ-RG    TO REC-SEQ-EXTRATO
             MOVE WS-DATA-ATUAL    TO REC-DATA
             MOVE WS-HORA-ATUAL    TO REC-HORA
             MOVE WS-OPER-ID-LOGADO TO REC-OPER-ID
             SET REC-CANAL-BALCAO  TO TRUE
             MOVE SPACES           TO REC-REQ-ID
             MOVE WS-REC-VALOR     TO REC-VALOR
             MOVE WS-REC-COMISSAO  TO REC-COMISSAO
             SET REC-PENDENTE      TO TRUE
             MOVE ZEROS            TO REC-DATA-ENVIO
             MOVE ZEROS            TO REC-DATA-RETORNO
             MOVE SPACES           TO REC-NSU-OPERADORA
             MOVE SPACES           TO REC-MOTIVO
             MOVE ZEROS            TO REC-SEQ-ESTORNO
             WRITE REG-RECARGA
             IF FS-RECARGA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A RECARGA, STATUS: '
                        FS-RECARGA
             END-IF

             MOVE WS-REC-CONTA-ENT TO WS-AUD-CONTA-NUM
             MOVE 'RECARGA CELULAR' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'RECARGA '      DELIMITED SIZE
                    REC-NUMERO      DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REC-OPERADORA   DELIMITED SIZE
                    ' '             DELIMITED SIZE
                    REC-DDD         DELIMITED SIZE
                    REC-TELEFONE    DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA

             DISPLAY 'RECARGA ' REC-NUMERO ' DEBITADA COM STATUS'
                     ' PENDENTE, SERA ENVIADA A OPERADORA NO ARQUIVO'
                     ' DA NOITE'
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA AS RECARGAS DE UMA CONTA COM A SITUACAO
      *      DE CADA UMA (PENDENTE, ENVIADA, CONFIRMADA PELA
      *      OPERADORA OU RECUSADA E DEVOLVIDA)
      ******************************************************************
       P7850-CONSULTAR-RECARGAS.
             DISPLAY 'DIGITE O ID DA CONTA'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO WS-REC-CONTA-ENT
             MOVE ZEROS TO WS-REC-QTDE
             MOVE WS-REC-CONTA-ENT TO REC-CONTA-NUM
             START ARQ-RECARGA KEY IS EQUAL TO REC-CONTA-NUM
                INVALID KEY
                   CONTINUE
             END-START
             IF FS-RECARGA EQUAL TO "00" THEN
                PERFORM P7855-LER-PROX-RECARGA
                PERFORM UNTIL FS-RECARGA NOT EQUAL TO "00"
                   OR REC-CONTA-NUM NOT EQUAL TO WS-REC-CONTA-ENT
                   ADD 1 TO WS-REC-QTDE
                   MOVE REC-VALOR TO WS-REC-VALOR-EDT
                   DISPLAY 'RECARGA ' REC-NUMERO ' DE ' REC-DATA
                           ' ' REC-OPERADORA ' (' REC-DDD ') '
                           REC-TELEFONE ' R$ ' WS-REC-VALOR-EDT
                           ' CANAL ' REC-CANAL ' STATUS ' REC-STATUS
                   IF REC-CONFIRMADA THEN
                      DISPLAY '     CONFIRMADA EM ' REC-DATA-RETORNO
                              ' NSU ' REC-NSU-OPERADORA
                   END-IF
                   IF REC-RECUSADA THEN
                      DISPLAY '     DEVOLVIDA EM ' REC-DATA-RETORNO
                              ': ' REC-MOTIVO
                   END-IF
                   PERFORM P7855-LER-PROX-RECARGA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-RECARGA
             IF WS-REC-QTDE EQUAL TO ZEROS THEN
                DISPLAY 'NENHUMA RECARGA DE CELULAR PARA A CONTA'
             END-IF
       .
       P7855-LER-PROX-RECARGA.
             READ ARQ-RECARGA NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECARGA
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UMA OPERADORA NA TABELA DE RECARGA OU
      *      ALTERA A EXISTENTE (NOME, COMISSAO, VALORES ACEITOS E
      *      SITUACAO; A OPERADORA INATIVA SAI DO CAIXA E DOS CANAIS)
      ******************************************************************
       P7860-MANTER-OPERADORA.
             DISPLAY 'DIGITE O CODIGO DA OPERADORA (3 CARACTERES)'
             ACCEPT ROP-CODIGO
             IF ROP-CODIGO EQUAL TO SPACES THEN
                DISPLAY 'CODIGO DA OPERADORA OBRIGATORIO'
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-REC-CONFIRMA
             READ ARQ-RECOPER RECORD KEY IS ROP-CODIGO
                INVALID KEY
                   DISPLAY 'OPERADORA NOVA NA TABELA'
                NOT INVALID KEY
                   MOVE 'S' TO WS-REC-CONFIRMA
                   DISPLAY 'ALTERANDO A OPERADORA ' ROP-NOME
             END-READ
             DISPLAY 'DIGITE O NOME DA OPERADORA'
             ACCEPT ROP-NOME
             DISPLAY 'DIGITE O PERCENTUAL DE COMISSAO DO BANCO'
             ACCEPT ROP-PERC-COMISSAO
             IF ROP-PERC-COMISSAO NOT LESS THAN 100 THEN
                DISPLAY 'COMISSAO INVALIDA, TABELA NAO ALTERADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'QUANTOS VALORES DE RECARGA (1 A 10)'
             ACCEPT ROP-QTDE-VALORES
             IF ROP-QTDE-VALORES LESS THAN 1
                OR ROP-QTDE-VALORES GREATER THAN 10 THEN
                DISPLAY 'QUANTIDADE INVALIDA, TABELA NAO ALTERADA'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO ROP-VALORES
             PERFORM VARYING WS-REC-I FROM 1 BY 1
                UNTIL WS-REC-I > ROP-QTDE-VALORES
                DISPLAY 'DIGITE O VALOR ' WS-REC-I
                ACCEPT ROP-VALOR(WS-REC-I)
             END-PERFORM
             PERFORM VARYING WS-REC-I FROM 1 BY 1
                UNTIL WS-REC-I > ROP-QTDE-VALORES
                IF ROP-VALOR(WS-REC-I) NOT GREATER THAN ZEROS THEN
                   DISPLAY 'VALOR ' WS-REC-I ' INVALIDO, TABELA NAO'
                           ' ALTERADA'
                   EXIT PARAGRAPH
                END-IF
             END-PERFORM
             DISPLAY 'SITUACAO: A - ATIVA, I - INATIVA'
             ACCEPT ROP-STATUS
             IF NOT ROP-ATIVA AND NOT ROP-INATIVA THEN
                DISPLAY 'SITUACAO INVALIDA, TABELA NAO ALTERADA'
                EXIT PARAGRAPH
             END-IF
             IF WS-REC-CONFIRMA EQUAL TO 'S' THEN
                REWRITE REG-RECOPER
             ELSE
                WRITE REG-RECOPER
             END-IF
             IF FS-RECOPER NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR A OPERADORA, STATUS: '
                        FS-RECOPER
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'OPERADORA ' ROP-CODIGO ' GRAVADA NA TABELA'
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'TABELA RECARGA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING ROP-CODIGO DELIMITED SIZE
                    ' '        DELIMITED SIZE
                    ROP-NOME   DELIMITED SIZE
                    ' '        DELIMITED SIZE
                    ROP-STATUS DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA A TABELA DE OPERADORAS COM OS VALORES
      *      DE RECARGA E A COMISSAO DE CADA UMA
      ******************************************************************
       P7870-LISTAR-OPERADORAS.
             MOVE SPACES TO ROP-CODIGO
             START ARQ-RECOPER KEY IS NOT LESS THAN ROP-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUMA OPERADORA NA TABELA DE RECARGA'
             END-START
             IF FS-RECOPER EQUAL TO "00" THEN
                PERFORM P7875-LER-PROX-OPERADORA
                PERFORM UNTIL FS-RECOPER NOT EQUAL TO "00"
                   DISPLAY 'OPERADORA: ' ROP-CODIGO ' ' ROP-NOME
                           ' COMISSAO: ' ROP-PERC-COMISSAO '%'
                           ' STATUS: ' ROP-STATUS
                   PERFORM VARYING WS-REC-I FROM 1 BY 1
                      UNTIL WS-REC-I > ROP-QTDE-VALORES
                      MOVE ROP-VALOR(WS-REC-I) TO WS-REC-VALOR-EDT
                      DISPLAY '     R$ ' WS-REC-VALOR-EDT
                   END-PERFORM
                   PERFORM P7875-LER-PROX-OPERADORA
                END-PERFORM
             END-IF
             MOVE "00" TO FS-RECOPER
       .
       P7875-LER-PROX-OPERADORA.
             READ ARQ-RECOPER NEXT RECORD
                AT END
                   MOVE "10" TO FS-RECOPER
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DO MENU DE RISCO OPERACIONAL: REGISTRO DOS EVENTOS
      *      DE PERDA QUE NAO NASCEM SOZINHOS (NOTA FALSA, FRAUDE
      *      CONFIRMADA, INDENIZACAO JUDICIAL, ERRO DE PROCESSAMENTO E
      *      OUTROS), RECUPERACOES, CONSULTA E ENCERRAMENTO; AS FALTAS
      *      DE GAVETA E DE ATM SAO GRAVADAS PELO FECHAMENTO DO CAIXA E
      *      PELO BATCH ATM-CONCILIACAO
      ******************************************************************
       P7900-RISCO-OPERACIONAL.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'RISCO OPERACIONAL - EVENTOS DE PERDA'
             DISPLAY '1 - REGISTRAR UM EVENTO DE PERDA'
             DISPLAY '2 - REGISTRAR UMA RECUPERACAO'
             DISPLAY '3 - CONSULTAR UM EVENTO'
             DISPLAY '4 - LISTAR OS EVENTOS DE UMA AGENCIA'
             DISPLAY '5 - ENCERRAR UM EVENTO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   PERFORM P7910-REGISTRAR-EVENTO
                WHEN '2'
                   PERFORM P7920-REGISTRAR-RECUPERACAO
                WHEN '3'
                   PERFORM P7930-CONSULTAR-EVENTO
                WHEN '4'
                   PERFORM P7940-LISTAR-EVENTOS
                WHEN '5'
                   PERFORM P7945-ENCERRAR-EVENTO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE CAPTURA UM EVENTO DE PERDA DIGITADO: CAUSA,
      *      TIPO DE EVENTO E LINHA DE NEGOCIO DE BASILEIA, AGENCIA,
      *      LOCAL E CONTA ENVOLVIDA, PERDA BRUTA, DATAS E A CONTA
      *      CONTABIL DE CONTRAPARTIDA DA BAIXA (A NOTA FALSA SAI
      *      SEMPRE DO CAIXA, 11001)
      ******************************************************************
       P7910-REGISTRAR-EVENTO.
             INITIALIZE REG-PERDA-OP
             DISPLAY 'CAUSA DA PERDA:'
             DISPLAY 'NF - NOTA FALSA RECEBIDA'
             DISPLAY 'FR - FRAUDE CONFIRMADA'
             DISPLAY 'IJ - INDENIZACAO POR DECISAO JUDICIAL'
             DISPLAY 'EP - ERRO DE PROCESSAMENTO'
             DISPLAY 'OU - OUTRAS'
             ACCEPT PRD-CAUSA
             IF NOT PRD-CAUSA-MANUAL THEN
                DISPLAY 'CAUSA INVALIDA (DIFERENCAS DE GAVETA E DE ATM'
                        ' SAO REGISTRADAS AUTOMATICAMENTE)'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'TIPO DE EVENTO (BASILEIA):'
             DISPLAY 'FI - FRAUDE INTERNA'
             DISPLAY 'FE - FRAUDE EXTERNA'
             DISPLAY 'TR - PRATICAS TRABALHISTAS E SEGURANCA'
             DISPLAY 'CP - CLIENTES, PRODUTOS E PRATICAS DE NEGOCIO'
             DISPLAY 'DA - DANOS A ATIVOS FISICOS'
             DISPLAY 'FS - INTERRUPCAO DE NEGOCIOS E FALHAS DE'
                     ' SISTEMAS'
             DISPLAY 'EP - EXECUCAO, ENTREGA E GESTAO DE PROCESSOS'
             ACCEPT PRD-TIPO-BASILEIA
             IF NOT PRD-TIPO-VALIDO THEN
                DISPLAY 'TIPO DE EVENTO INVALIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'LINHA DE NEGOCIO (BASILEIA):'
             DISPLAY 'FC - FINANCAS CORPORATIVAS  NV - NEGOCIACAO E'
                     ' VENDAS'
             DISPLAY 'VA - VAREJO                 CM - COMERCIAL'
             DISPLAY 'PL - PAGAMENTOS E LIQUIDACOES SA - SERVICOS DE'
                     ' AGENTE'
             DISPLAY 'AA - ADMINISTRACAO DE ATIVOS CV - CORRETAGEM DE'
                     ' VAREJO'
             ACCEPT PRD-LINHA-NEGOCIO
             IF NOT PRD-LINHA-VALIDA THEN
                DISPLAY 'LINHA DE NEGOCIO INVALIDA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A AGENCIA DA PERDA'
             ACCEPT WS-PRD-AGENCIA-ENT
             MOVE WS-PRD-AGENCIA-ENT TO AGE-CODIGO
             READ ARQ-AGENCIA RECORD KEY IS AGE-CODIGO
                INVALID KEY
                   DISPLAY 'AGENCIA NAO CADASTRADA!'
                   EXIT PARAGRAPH
             END-READ
             MOVE WS-PRD-AGENCIA-ENT TO PRD-AGENCIA
             DISPLAY 'DIGITE O LOCAL (OPERADOR OU TERMINAL, EM BRANCO'
                     ' SE NAO SE APLICA)'
             ACCEPT PRD-LOCAL
             DISPLAY 'DIGITE A CONTA DO CLIENTE ENVOLVIDA (0 SE NAO'
                     ' HOUVER)'
             ACCEPT PRD-CONTA-NUM
             DISPLAY 'DIGITE O VALOR DA PERDA BRUTA'
             ACCEPT WS-PRD-VALOR
             IF WS-PRD-VALOR NOT GREATER THAN ZEROS THEN
                DISPLAY 'VALOR INVALIDO'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-PRD-VALOR TO PRD-VALOR-BRUTO
             DISPLAY 'DIGITE A DATA DA OCORRENCIA (AAAAMMDD)'
             ACCEPT PRD-DATA-OCORRENCIA
             DISPLAY 'DIGITE A DATA DA DESCOBERTA (AAAAMMDD)'
             ACCEPT PRD-DATA-DESCOBERTA
             IF PRD-DATA-OCORRENCIA GREATER THAN PRD-DATA-DESCOBERTA
                OR PRD-DATA-DESCOBERTA GREATER THAN WS-DATA-ATUAL
                OR PRD-DATA-OCORRENCIA LESS THAN 19000101 THEN
                DISPLAY 'DATAS INVALIDAS (A OCORRENCIA NAO PODE SER'
                        ' POSTERIOR A DESCOBERTA NEM A HOJE)'
                EXIT PARAGRAPH
             END-IF
             IF PRD-NOTA-FALSA THEN
                MOVE 11001 TO PRD-CONTA-CONTRA
             ELSE
                DISPLAY 'DIGITE A CONTA CONTABIL DE CONTRAPARTIDA DA'
                        ' BAIXA (EX.: 11001 CAIXA, 21001 DEPOSITOS)'
                ACCEPT PRD-CONTA-CONTRA
                MOVE PRD-CONTA-CONTRA TO PCT-CODIGO
                READ ARQ-PLANOCONTA RECORD KEY IS PCT-CODIGO
                   INVALID KEY
                      DISPLAY 'CONTA CONTABIL FORA DO PLANO DE CONTAS!'
                      EXIT PARAGRAPH
                END-READ
                IF NOT PCT-ATIVA THEN
                   DISPLAY 'CONTA CONTABIL INATIVA NO PLANO DE CONTAS!'
                   EXIT PARAGRAPH
                END-IF
             END-IF
             DISPLAY 'DIGITE A DESCRICAO DO EVENTO'
             ACCEPT PRD-DESCRICAO
             MOVE PRD-VALOR-BRUTO TO WS-PRD-VALOR-EDT
             DISPLAY 'EVENTO ' PRD-CAUSA '/' PRD-TIPO-BASILEIA '/'
                     PRD-LINHA-NEGOCIO ' NA AGENCIA ' PRD-AGENCIA
                     ' PERDA BRUTA R$ ' WS-PRD-VALOR-EDT
             DISPLAY 'CONFIRMA O REGISTRO? (S/N)'
             ACCEPT WS-PRD-CONFIRMA
             IF WS-PRD-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'EVENTO NAO REGISTRADO'
                EXIT PARAGRAPH
             END-IF
             PERFORM P7950-GRAVAR-EVENTO-PERDA
             IF PRD-GRAVADO THEN
                DISPLAY 'EVENTO DE PERDA ' PRD-EVENTO ' REGISTRADO'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE LANCA UMA RECUPERACAO (SEGURO, RESSARCIMENTO
      *      DO RESPONSAVEL, DECISAO FAVORAVEL) NO EVENTO EM ABERTO,
      *      LIMITADA AO QUE AINDA FALTA RECUPERAR DA PERDA BRUTA
      ******************************************************************
       P7920-REGISTRAR-RECUPERACAO.
             PERFORM P7955-LER-EVENTO
             IF NOT PRD-GRAVADO THEN
                EXIT PARAGRAPH
             END-IF
             IF NOT PRD-ABERTO THEN
                DISPLAY 'EVENTO ENCERRADO, RECUPERACAO NAO PERMITIDA'
                EXIT PARAGRAPH
             END-IF
             COMPUTE WS-PRD-LIQUIDO =
                     PRD-VALOR-BRUTO - PRD-VALOR-RECUPERADO
             MOVE WS-PRD-LIQUIDO TO WS-PRD-VALOR-EDT
             DISPLAY 'PERDA AINDA NAO RECUPERADA: R$ ' WS-PRD-VALOR-EDT
             DISPLAY 'DIGITE O VALOR RECUPERADO'
             ACCEPT WS-PRD-VALOR
             IF WS-PRD-VALOR NOT GREATER THAN ZEROS
                OR WS-PRD-VALOR GREATER THAN WS-PRD-LIQUIDO THEN
                DISPLAY 'VALOR INVALIDO OU ACIMA DA PERDA EM ABERTO'
                EXIT PARAGRAPH
             END-IF
             ADD WS-PRD-VALOR TO PRD-VALOR-RECUPERADO
             MOVE WS-DATA-ATUAL TO PRD-DATA-ULT-RECUPERACAO
             REWRITE REG-PERDA-OP
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O EVENTO, STATUS: '
                        FS-PERDA-OP
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'RECUPERACAO REGISTRADA NO EVENTO ' PRD-EVENTO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'RECUPERACAO PERDA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'EVENTO '        DELIMITED SIZE
                    PRD-EVENTO       DELIMITED SIZE
                    ' VALOR '        DELIMITED SIZE
                    WS-PRD-VALOR     DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P7930-CONSULTAR-EVENTO.
             PERFORM P7955-LER-EVENTO
             IF NOT PRD-GRAVADO THEN
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'EVENTO: ' PRD-EVENTO ' STATUS: ' PRD-STATUS
             DISPLAY 'CAUSA: ' PRD-CAUSA ' TIPO BASILEIA: '
                     PRD-TIPO-BASILEIA ' LINHA DE NEGOCIO: '
                     PRD-LINHA-NEGOCIO
             DISPLAY 'AGENCIA: ' PRD-AGENCIA ' LOCAL: ' PRD-LOCAL
                     ' CONTA: ' PRD-CONTA-NUM
             MOVE PRD-VALOR-BRUTO TO WS-PRD-VALOR-EDT
             DISPLAY 'PERDA BRUTA: R$ ' WS-PRD-VALOR-EDT
             MOVE PRD-VALOR-RECUPERADO TO WS-PRD-VALOR-EDT
             DISPLAY 'RECUPERADO:  R$ ' WS-PRD-VALOR-EDT
                     ' ULTIMA RECUPERACAO: ' PRD-DATA-ULT-RECUPERACAO
             DISPLAY 'OCORRENCIA: ' PRD-DATA-OCORRENCIA
                     ' DESCOBERTA: ' PRD-DATA-DESCOBERTA
                     ' REGISTRO: ' PRD-DATA-REGISTRO
                     ' POR: ' PRD-OPER-REGISTRO
             DISPLAY 'CONTRAPARTIDA: ' PRD-CONTA-CONTRA
                     ' CONTABILIZADO EM: ' PRD-DATA-CONTABIL
             DISPLAY 'DESCRICAO: ' PRD-DESCRICAO
       .
       P7940-LISTAR-EVENTOS.
             DISPLAY 'DIGITE A AGENCIA (0 PARA TODAS)'
             ACCEPT WS-PRD-AGENCIA-ENT
             MOVE ZEROS TO WS-PRD-QTDE
             MOVE ZEROS TO PRD-EVENTO
             START ARQ-PERDA-OP KEY IS NOT LESS THAN PRD-EVENTO
                INVALID KEY
                   DISPLAY 'NENHUM EVENTO DE PERDA REGISTRADO'
             END-START
             IF FS-PERDA-OP EQUAL TO "00" THEN
                PERFORM P7948-LER-PROX-EVENTO
                PERFORM UNTIL FS-PERDA-OP NOT EQUAL TO "00"
                   IF WS-PRD-AGENCIA-ENT EQUAL TO ZEROS
                      OR PRD-AGENCIA EQUAL TO WS-PRD-AGENCIA-ENT
                      ADD 1 TO WS-PRD-QTDE
                      COMPUTE WS-PRD-LIQUIDO =
                              PRD-VALOR-BRUTO - PRD-VALOR-RECUPERADO
                      MOVE WS-PRD-LIQUIDO TO WS-PRD-VALOR-EDT
                      DISPLAY PRD-EVENTO ' ' PRD-DATA-REGISTRO
                              ' AG ' PRD-AGENCIA ' ' PRD-CAUSA '/'
                              PRD-TIPO-BASILEIA ' ' PRD-LOCAL
                              ' LIQUIDO R$ ' WS-PRD-VALOR-EDT
                              ' ' PRD-STATUS
                   END-IF
                   PERFORM P7948-LER-PROX-EVENTO
                END-PERFORM
             END-IF
             MOVE "00" TO FS-PERDA-OP
             DISPLAY 'EVENTOS LISTADOS: ' WS-PRD-QTDE
       .
      ******************************************************************
      *      FUNÇÃO QUE ENCERRA O EVENTO QUANDO NAO HA MAIS
      *      RECUPERACAO A ESPERAR; A PERDA LIQUIDA FICA DEFINITIVA
      ******************************************************************
       P7945-ENCERRAR-EVENTO.
             PERFORM P7955-LER-EVENTO
             IF NOT PRD-GRAVADO THEN
                EXIT PARAGRAPH
             END-IF
             IF NOT PRD-ABERTO THEN
                DISPLAY 'EVENTO JA ENCERRADO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONFIRMA O ENCERRAMENTO DO EVENTO ' PRD-EVENTO
                     '? (S/N)'
             ACCEPT WS-PRD-CONFIRMA
             IF WS-PRD-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'EVENTO MANTIDO EM ABERTO'
                EXIT PARAGRAPH
             END-IF
             SET PRD-ENCERRADO TO TRUE
             REWRITE REG-PERDA-OP
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ENCERRAR O EVENTO, STATUS: '
                        FS-PERDA-OP
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'EVENTO ' PRD-EVENTO ' ENCERRADO'
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'ENCERRA EVENTO PERDA' TO WS-AUD-ACAO
             MOVE PRD-EVENTO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
       .
       P7948-LER-PROX-EVENTO.
             READ ARQ-PERDA-OP NEXT RECORD
                AT END
                   MOVE "10" TO FS-PERDA-OP
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE NUMERA E GRAVA O EVENTO DE PERDA MONTADO EM
      *      REG-PERDA-OP PELO CHAMADOR, CARIMBANDO O REGISTRO (DATA,
      *      HORA E OPERADOR) E ZERANDO RECUPERACAO E CONTABILIZACAO;
      *      DEVOLVE PRD-GRAVADO
      ******************************************************************
       P7950-GRAVAR-EVENTO-PERDA.
             MOVE 'N' TO WS-PRD-GRAVADO
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             OPEN I-O ARQ-PERDACTL
             READ ARQ-PERDACTL
             IF FS-PERDACTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE EVENTOS DE PERDA,'
                        ' STATUS: ' FS-PERDACTL
                CLOSE ARQ-PERDACTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-EVENTO-PERDA
             REWRITE REG-PERDACTL
             MOVE ULT-EVENTO-PERDA TO PRD-EVENTO
             CLOSE ARQ-PERDACTL
             MOVE WS-DATA-ATUAL TO PRD-DATA-REGISTRO
             MOVE WS-HORA-ATUAL TO PRD-HORA-REGISTRO
             MOVE WS-OPER-ID-LOGADO TO PRD-OPER-REGISTRO
             MOVE ZEROS TO PRD-VALOR-RECUPERADO
             MOVE ZEROS TO PRD-DATA-ULT-RECUPERACAO
             MOVE ZEROS TO PRD-BRUTO-CONTABILIZADO
             MOVE ZEROS TO PRD-RECUP-CONTABILIZADA
             MOVE ZEROS TO PRD-DATA-CONTABIL
             SET PRD-ABERTO TO TRUE
             WRITE REG-PERDA-OP
             IF FS-PERDA-OP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EVENTO DE PERDA, STATUS: '
                        FS-PERDA-OP
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-PRD-GRAVADO
             MOVE ZEROS TO WS-AUD-CONTA-NUM
             MOVE 'EVENTO DE PERDA' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING PRD-EVENTO       DELIMITED SIZE
                    ' '              DELIMITED SIZE
                    PRD-CAUSA        DELIMITED SIZE
                    ' AG '           DELIMITED SIZE
                    PRD-AGENCIA      DELIMITED SIZE
                    ' '              DELIMITED SIZE
                    PRD-VALOR-BRUTO  DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LE O EVENTO DE PERDA PELO NUMERO DIGITADO,
      *      DEVOLVENDO PRD-GRAVADO QUANDO ENCONTRADO
      ******************************************************************
       P7955-LER-EVENTO.
             MOVE 'N' TO WS-PRD-GRAVADO
             DISPLAY 'DIGITE O NUMERO DO EVENTO DE PERDA'
             ACCEPT WS-PRD-EVENTO-ENT
             MOVE WS-PRD-EVENTO-ENT TO PRD-EVENTO
             READ ARQ-PERDA-OP RECORD KEY IS PRD-EVENTO
                INVALID KEY
                   DISPLAY 'EVENTO DE PERDA NAO ENCONTRADO!'
                NOT INVALID KEY
                   MOVE 'S' TO WS-PRD-GRAVADO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DOS TITULOS DE CAPITALIZACAO DA SOCIEDADE DE
      *      CAPITALIZACAO PARCEIRA: CATALOGO DE PLANOS, ADESAO COM
      *      OS NUMEROS DA SORTE, CONSULTA POR CPF E RESGATE
      *      ANTECIPADO; AS CONTRIBUICOES, A ATUALIZACAO DA RESERVA
      *      E O RESGATE NO VENCIMENTO SAO DO BATCH
      *      CAPITALIZACAO-DEBITO, OS PREMIOS DO
      *      CAPITALIZACAO-SORTEIO E A REMESSA A SOCIEDADE DO
      *      CAPITALIZACAO-REMESSA
      ******************************************************************
       P8000-CAPITALIZACAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             DISPLAY 'TITULOS DE CAPITALIZACAO'
             DISPLAY '1 - INCLUIR UM PLANO NO CATALOGO (ADMIN)'
             DISPLAY '2 - LISTAR O CATALOGO DE PLANOS'
             DISPLAY '3 - CONTRATAR UM TITULO'
             DISPLAY '4 - CONSULTAR OS TITULOS DE UM CPF'
             DISPLAY '5 - RESGATE ANTECIPADO'
             ACCEPT WS-OPCAO-ALFA1
             EVALUATE WS-OPCAO-ALFA1
                WHEN '1'
                   IF NOT WS-OPERADOR-ADMIN THEN
                      DISPLAY 'OPERACAO RESTRITA A OPERADORES ADMIN'
                   ELSE
                      PERFORM P8010-INCLUIR-PLANO-CAP
                   END-IF
                WHEN '2'
                   PERFORM P8020-LISTAR-PLANOS-CAP
                WHEN '3'
                   PERFORM P8030-CONTRATAR-TITULO
                WHEN '4'
                   PERFORM P8040-CONSULTAR-TITULOS
                WHEN '5'
                   PERFORM P8050-RESGATAR-TITULO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
             END-EVALUATE
             DISPLAY 'RETORNANDO PARA O MENU...'
             PERFORM P200-MENU
       .
      ******************************************************************
      *      FUNÇÃO QUE INCLUI UM PLANO DA SOCIEDADE DE
      *      CAPITALIZACAO NO CATALOGO
      ******************************************************************
       P8010-INCLUIR-PLANO-CAP.
             DISPLAY 'DIGITE O CODIGO DO PLANO (4 CARACTERES)'
             ACCEPT CPL-CODIGO
             DISPLAY 'DIGITE O NOME DO PLANO'
             ACCEPT CPL-NOME
             DISPLAY 'DIGITE A CONTRIBUICAO MENSAL MINIMA'
             ACCEPT CPL-CONTRIB-MINIMA
             DISPLAY 'DIGITE A CONTRIBUICAO MENSAL MAXIMA'
             ACCEPT CPL-CONTRIB-MAXIMA
             IF CPL-CONTRIB-MAXIMA LESS THAN CPL-CONTRIB-MINIMA
                OR CPL-CONTRIB-MINIMA NOT GREATER THAN ZEROS THEN
                DISPLAY 'FAIXA DE CONTRIBUICAO INVALIDA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O PRAZO DO TITULO EM MESES'
             ACCEPT CPL-PRAZO-MESES
             IF CPL-PRAZO-MESES LESS THAN 12 THEN
                DISPLAY 'PRAZO MINIMO DE 12 MESES, PLANO NAO INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O PERCENTUAL DA CONTRIBUICAO QUE FORMA A'
                     ' RESERVA DE CAPITALIZACAO'
             ACCEPT CPL-PERC-RESERVA
             DISPLAY 'DIGITE A TAXA MENSAL DE ATUALIZACAO DA RESERVA'
                     ' (% A.M.)'
             ACCEPT CPL-TAXA-RESERVA
             IF CPL-PERC-RESERVA NOT GREATER THAN ZEROS
                OR CPL-PERC-RESERVA GREATER THAN 100 THEN
                DISPLAY 'PERCENTUAL DE RESERVA INVALIDO, PLANO NAO'
                        ' INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A QUANTIDADE DE NUMEROS DA SORTE POR'
                     ' TITULO (1 A 4)'
             ACCEPT CPL-QTDE-NUMEROS
             IF CPL-QTDE-NUMEROS LESS THAN 1
                OR CPL-QTDE-NUMEROS GREATER THAN 4 THEN
                DISPLAY 'QUANTIDADE DE NUMEROS INVALIDA, PLANO NAO'
                        ' INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O MULTIPLICADOR DO PREMIO SOBRE A'
                     ' CONTRIBUICAO MENSAL'
             ACCEPT CPL-MULT-PREMIO
             IF CPL-MULT-PREMIO NOT GREATER THAN ZEROS THEN
                DISPLAY 'MULTIPLICADOR INVALIDO, PLANO NAO INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A CARENCIA DO RESGATE ANTECIPADO EM MESES'
             ACCEPT CPL-CARENCIA-MESES
             DISPLAY 'DIGITE O PERCENTUAL DE DESCONTO DO RESGATE'
                     ' ANTECIPADO'
             ACCEPT CPL-PERC-DESC-RESGATE
             DISPLAY 'DIGITE O PERCENTUAL DE COMISSAO DO BANCO'
             ACCEPT CPL-PERC-COMISSAO
             IF CPL-CARENCIA-MESES NOT LESS THAN CPL-PRAZO-MESES
                OR CPL-PERC-COMISSAO NOT LESS THAN 100 THEN
                DISPLAY 'CARENCIA OU COMISSAO INVALIDA, PLANO NAO'
                        ' INCLUIDO'
                EXIT PARAGRAPH
             END-IF
             SET CPL-ATIVO TO TRUE
             WRITE REG-CAPPLANO
                INVALID KEY
                   DISPLAY 'JA EXISTE UM PLANO COM ESTE CODIGO!'
                NOT INVALID KEY
                   DISPLAY 'PLANO ' CPL-CODIGO ' INCLUIDO COM SUCESSO'
                   MOVE ZEROS TO WS-AUD-CONTA-NUM
                   MOVE 'INCLUSAO PLANO CAP' TO WS-AUD-ACAO
                   MOVE CPL-NOME TO WS-AUD-DETALHE
                   PERFORM P380-REGISTRAR-AUDITORIA
             END-WRITE
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA O CATALOGO DE PLANOS DE CAPITALIZACAO
      ******************************************************************
       P8020-LISTAR-PLANOS-CAP.
             MOVE SPACES TO CPL-CODIGO
             START ARQ-CAPPLANO KEY IS NOT LESS THAN CPL-CODIGO
                INVALID KEY
                   DISPLAY 'NENHUM PLANO DE CAPITALIZACAO CADASTRADO'
             END-START
             IF FS-CAPPLANO EQUAL TO "00" THEN
                PERFORM P8025-LER-PROX-PLANO-CAP
                PERFORM UNTIL FS-CAPPLANO NOT EQUAL TO "00"
                   DISPLAY 'PLANO: ' CPL-CODIGO ' ' CPL-NOME
                           ' PRAZO: ' CPL-PRAZO-MESES ' MESES'
                           ' STATUS: ' CPL-STATUS
                   DISPLAY '   CONTRIBUICAO DE ' CPL-CONTRIB-MINIMA
                           ' A ' CPL-CONTRIB-MAXIMA
                           ' RESERVA: ' CPL-PERC-RESERVA '%'
                           ' TAXA: ' CPL-TAXA-RESERVA '% A.M.'
                   DISPLAY '   NUMEROS DA SORTE: ' CPL-QTDE-NUMEROS
                           ' PREMIO: ' CPL-MULT-PREMIO
                           ' X A CONTRIBUICAO'
                           ' CARENCIA: ' CPL-CARENCIA-MESES ' MESES'
                           ' DESCONTO: ' CPL-PERC-DESC-RESGATE '%'
                           ' COMISSAO: ' CPL-PERC-COMISSAO '%'
                   PERFORM P8025-LER-PROX-PLANO-CAP
                END-PERFORM
             END-IF
             MOVE "00" TO FS-CAPPLANO
       .
       P8025-LER-PROX-PLANO-CAP.
             READ ARQ-CAPPLANO NEXT RECORD
                AT END
                   MOVE "10" TO FS-CAPPLANO
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO QUE CONTRATA UM TITULO: AS CONDICOES DO PLANO
      *      FICAM FIXADAS NO TITULO, OS NUMEROS DA SORTE SAEM DA
      *      SEQUENCIA DO CONTROLE ARQ-CAPCTL E O VENCIMENTO E A
      *      ADESAO MAIS O PRAZO DO PLANO; A PRIMEIRA CONTRIBUICAO E
      *      DEBITADA PELO BATCH NO DIA CONTRATADO
      ******************************************************************
       P8030-CONTRATAR-TITULO.
             DISPLAY 'DIGITE O ID DA CONTA DE DEBITO DA CONTRIBUICAO'
             PERFORM P298-ACEITAR-CONTA
             MOVE WS-CDV-CONTA TO FS-ID
             MOVE FS-ID TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA!'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA ENCERRADA OU BLOQUEADA, CONTRATACAO'
                        ' NEGADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE A SENHA DA CONTA ' FS-ID
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             DISPLAY 'DIGITE O CODIGO DO PLANO'
             ACCEPT CPL-CODIGO
             READ ARQ-CAPPLANO RECORD KEY IS CPL-CODIGO
                INVALID KEY
                   DISPLAY 'PLANO NAO CADASTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT CPL-ATIVO THEN
                DISPLAY 'PLANO FORA DE COMERCIALIZACAO'
                EXIT PARAGRAPH
             END-IF

             INITIALIZE REG-TITCAP
             MOVE CPF          TO TCP-CPF
             MOVE CONTA-NUM    TO TCP-CONTA-NUM
             MOVE CPL-CODIGO   TO TCP-PLANO
             DISPLAY 'DIGITE A CONTRIBUICAO MENSAL (DE '
                     CPL-CONTRIB-MINIMA ' A ' CPL-CONTRIB-MAXIMA ')'
             ACCEPT TCP-VALOR-CONTRIB
             IF TCP-VALOR-CONTRIB LESS THAN CPL-CONTRIB-MINIMA
                OR TCP-VALOR-CONTRIB GREATER THAN
                   CPL-CONTRIB-MAXIMA THEN
                DISPLAY 'CONTRIBUICAO FORA DA FAIXA DO PLANO,'
                        ' CONTRATACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O DIA DO DEBITO DA CONTRIBUICAO (1-28)'
             ACCEPT TCP-DIA-DEBITO
             IF TCP-DIA-DEBITO LESS THAN 1
                OR TCP-DIA-DEBITO GREATER THAN 28 THEN
                DISPLAY 'DIA INVALIDO, CONTRATACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE CPL-PRAZO-MESES       TO TCP-PRAZO-MESES
             MOVE CPL-PERC-RESERVA      TO TCP-PERC-RESERVA
             MOVE CPL-TAXA-RESERVA      TO TCP-TAXA-RESERVA
             MOVE CPL-MULT-PREMIO       TO TCP-MULT-PREMIO
             MOVE CPL-CARENCIA-MESES    TO TCP-CARENCIA-MESES
             MOVE CPL-PERC-DESC-RESGATE TO TCP-PERC-DESC-RESGATE
             MOVE CPL-PERC-COMISSAO     TO TCP-PERC-COMISSAO
             MOVE CPL-QTDE-NUMEROS      TO TCP-QTDE-NUMEROS
             DISPLAY 'PLANO ' CPL-CODIGO ' - ' CPL-NOME
             DISPLAY 'CONTRIBUICAO MENSAL: ' TCP-VALOR-CONTRIB
                     ' DEBITADA TODO DIA ' TCP-DIA-DEBITO
                     ' DURANTE ' TCP-PRAZO-MESES ' MESES'
             DISPLAY 'PREMIO DO SORTEIO: ' TCP-MULT-PREMIO
                     ' X A CONTRIBUICAO, RESGATE ANTECIPADO APOS '
                     TCP-CARENCIA-MESES ' MESES COM DESCONTO DE '
                     TCP-PERC-DESC-RESGATE '%'
             DISPLAY 'CONFIRMA A CONTRATACAO? (S/N)'
             ACCEPT WS-CAP-CONFIRMA
             IF WS-CAP-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'TITULO NAO CONTRATADO'
                EXIT PARAGRAPH
             END-IF

             OPEN I-O ARQ-CAPCTL
             READ ARQ-CAPCTL
             IF FS-CAPCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE CAPITALIZACAO,'
                        ' STATUS: ' FS-CAPCTL
                CLOSE ARQ-CAPCTL
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO ULT-TITULO-CAP
             MOVE ULT-TITULO-CAP TO TCP-NUMERO
             PERFORM VARYING WS-CAP-I FROM 1 BY 1
                UNTIL WS-CAP-I > TCP-QTDE-NUMEROS
                IF CPC-ULT-NUMERO-SORTE EQUAL TO 999999 THEN
                   MOVE ZEROS TO CPC-ULT-NUMERO-SORTE
                END-IF
                ADD 1 TO CPC-ULT-NUMERO-SORTE
                MOVE CPC-ULT-NUMERO-SORTE TO TCP-NUMERO-SORTE(WS-CAP-I)
             END-PERFORM
             REWRITE REG-CAPCTL
             CLOSE ARQ-CAPCTL

             MOVE WS-DATA-ATUAL TO TCP-DATA-ADESAO
             MOVE WS-DATA-ATUAL TO TCP-DATA-ULT-RENTAB
             MOVE WS-DATA-ATUAL TO WS-CAP-DATA-R
             COMPUTE WS-CAP-MESES = WS-CAP-DATA-ANO * 12
                     + WS-CAP-DATA-MES - 1 + TCP-PRAZO-MESES
             DIVIDE WS-CAP-MESES BY 12 GIVING WS-CAP-DATA-ANO
                    REMAINDER WS-CAP-DATA-MES
             ADD 1 TO WS-CAP-DATA-MES
             IF WS-CAP-DATA-DIA GREATER THAN 28 THEN
                MOVE 28 TO WS-CAP-DATA-DIA
             END-IF
             MOVE WS-CAP-DATA-R TO TCP-DATA-VENCIMENTO
             SET TCP-ATIVO TO TRUE
             WRITE REG-TITCAP
             IF FS-TITCAP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O TITULO, STATUS: '
                        FS-TITCAP
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'TITULO ' TCP-NUMERO ' EMITIDO, VENCIMENTO EM '
                     TCP-DATA-VENCIMENTO
             PERFORM VARYING WS-CAP-I FROM 1 BY 1
                UNTIL WS-CAP-I > TCP-QTDE-NUMEROS
                DISPLAY '   NUMERO DA SORTE ' WS-CAP-I ': '
                        TCP-NUMERO-SORTE(WS-CAP-I)
             END-PERFORM
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'CONTRATA CAPITALIZ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'TITULO '         DELIMITED SIZE
                    TCP-NUMERO        DELIMITED SIZE
                    ' PLANO '         DELIMITED SIZE
                    TCP-PLANO         DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LISTA OS TITULOS DE UM CPF PELA CHAVE
      *      ALTERNADA
      ******************************************************************
       P8040-CONSULTAR-TITULOS.
             DISPLAY 'DIGITE O CPF DO TITULAR'
             ACCEPT WS-CAP-CPF-ENT
             MOVE 'N' TO WS-CAP-ACHOU
             MOVE WS-CAP-CPF-ENT TO TCP-CPF
             START ARQ-TITCAP KEY IS EQUAL TO TCP-CPF
                INVALID KEY
                   MOVE "23" TO FS-TITCAP
             END-START
             IF FS-TITCAP EQUAL TO "00" THEN
                PERFORM P8045-LER-PROX-TITULO
             END-IF
             PERFORM UNTIL FS-TITCAP NOT EQUAL TO "00"
                OR TCP-CPF NOT EQUAL TO WS-CAP-CPF-ENT
                MOVE 'S' TO WS-CAP-ACHOU
                DISPLAY 'TITULO ' TCP-NUMERO ' PLANO ' TCP-PLANO
                        ' CONTA ' TCP-CONTA-NUM
                        ' STATUS ' TCP-STATUS
                DISPLAY '   CONTRIBUICAO ' TCP-VALOR-CONTRIB
                        ' DIA ' TCP-DIA-DEBITO
                        ' ADESAO ' TCP-DATA-ADESAO
                        ' VENCIMENTO ' TCP-DATA-VENCIMENTO
                DISPLAY '   PARCELAS PAGAS ' TCP-PARCELAS-PAGAS
                        ' DE ' TCP-PRAZO-MESES
                        ' TOTAL PAGO ' TCP-TOTAL-PAGO
                        ' RESERVA ' TCP-SALDO-RESERVA
                PERFORM VARYING WS-CAP-I FROM 1 BY 1
                   UNTIL WS-CAP-I > TCP-QTDE-NUMEROS
                   DISPLAY '   NUMERO DA SORTE ' WS-CAP-I ': '
                           TCP-NUMERO-SORTE(WS-CAP-I)
                END-PERFORM
                IF TCP-PREMIOS-RECEBIDOS GREATER THAN ZEROS THEN
                   DISPLAY '   PREMIOS RECEBIDOS (BRUTO): '
                           TCP-PREMIOS-RECEBIDOS
                END-IF
                IF TCP-QTDE-NAO-PAGAS GREATER THAN ZEROS THEN
                   DISPLAY '   PARCELAS NAO PAGAS EM SEQUENCIA: '
                           TCP-QTDE-NAO-PAGAS
                END-IF
                IF NOT TCP-EM-VIGOR THEN
                   DISPLAY '   RESGATADO EM ' TCP-DATA-RESGATE
                           ' VALOR BRUTO ' TCP-VALOR-RESGATE
                END-IF
                PERFORM P8045-LER-PROX-TITULO
             END-PERFORM
             MOVE "00" TO FS-TITCAP
             IF NOT CAP-ACHOU THEN
                DISPLAY 'NENHUM TITULO PARA ESTE CPF'
             END-IF
       .
       P8045-LER-PROX-TITULO.
             READ ARQ-TITCAP NEXT RECORD
                AT END
                   MOVE "10" TO FS-TITCAP
             END-READ
       .
      ******************************************************************
      *      FUNÇÃO DE RESGATE ANTECIPADO: CUMPRIDA A CARENCIA DO
      *      PLANO, DEVOLVE A RESERVA COM O DESCONTO DO PLANO; O IR
      *      (ALIQUOTA-IR-RESGATE-CAP, PADRAO 20%) INCIDE SO SOBRE O
      *      QUE EXCEDER AS CONTRIBUICOES PAGAS, E O LIQUIDO E
      *      CREDITADO NA CONTA DO TITULO
      ******************************************************************
       P8050-RESGATAR-TITULO.
             DISPLAY 'DIGITE O NUMERO DO TITULO'
             ACCEPT WS-CAP-NUM-ENT
             MOVE WS-CAP-NUM-ENT TO TCP-NUMERO
             READ ARQ-TITCAP RECORD KEY IS TCP-NUMERO
                INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO!'
                   EXIT PARAGRAPH
             END-READ
             IF NOT TCP-EM-VIGOR THEN
                DISPLAY 'TITULO JA RESGATADO EM ' TCP-DATA-RESGATE
                EXIT PARAGRAPH
             END-IF
             IF TCP-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-ATUAL
                DISPLAY 'TITULO VENCIDO, O RESGATE INTEGRAL E FEITO'
                        ' PELO BATCH'
                EXIT PARAGRAPH
             END-IF
             MOVE TCP-DATA-ADESAO TO WS-CAP-DATA-R
             COMPUTE WS-CAP-MESES-DECORRIDOS =
                     (WS-DHC-ANO * 12 + WS-DHC-MES)
                   - (WS-CAP-DATA-ANO * 12 + WS-CAP-DATA-MES)
             IF WS-DHC-DIA LESS THAN WS-CAP-DATA-DIA THEN
                SUBTRACT 1 FROM WS-CAP-MESES-DECORRIDOS
             END-IF
             IF WS-CAP-MESES-DECORRIDOS LESS THAN TCP-CARENCIA-MESES
                DISPLAY 'TITULO EM CARENCIA (' TCP-CARENCIA-MESES
                        ' MESES DA ADESAO), RESGATE NEGADO'
                EXIT PARAGRAPH
             END-IF
             IF TCP-SALDO-RESERVA NOT GREATER THAN ZEROS THEN
                DISPLAY 'TITULO SEM RESERVA PARA RESGATE'
                EXIT PARAGRAPH
             END-IF
             MOVE TCP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'CONTA DO TITULO NAO ENCONTRADA'
                   EXIT PARAGRAPH
             END-READ
             IF CONTA-ENCERRADA OR CONTA-BLOQUEADA THEN
                DISPLAY 'CONTA DO TITULO ENCERRADA OU BLOQUEADA,'
                        ' RESGATE NEGADO'
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-ALVO
             PERFORM P290-TRAVAR-CONTA
             IF NOT TRAVA-OK THEN
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM TO WS-TRV-CONTA-1
             DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
             ACCEPT WS-SENHA WITH SECURE
             PERFORM P320-VERIFICAR-SENHA
             IF NOT SENHA-OK THEN
                EXIT PARAGRAPH
             END-IF

             MOVE 'ALIQUOTA-IR-RESGATE-CAP' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-CAP-ALIQUOTA-IR
             ELSE
                MOVE 20.00 TO WS-CAP-ALIQUOTA-IR
             END-IF
             COMPUTE WS-CAP-BRUTO ROUNDED = TCP-SALDO-RESERVA
                     * (100 - TCP-PERC-DESC-RESGATE) / 100
             COMPUTE WS-CAP-RENDIMENTO =
                     WS-CAP-BRUTO - TCP-TOTAL-PAGO
             IF WS-CAP-RENDIMENTO LESS THAN ZEROS THEN
                MOVE ZEROS TO WS-CAP-RENDIMENTO
             END-IF
             COMPUTE WS-CAP-IR ROUNDED =
                     WS-CAP-RENDIMENTO * WS-CAP-ALIQUOTA-IR / 100
             COMPUTE WS-CAP-LIQUIDO = WS-CAP-BRUTO - WS-CAP-IR
             DISPLAY 'TITULO ' TCP-NUMERO ' RESERVA: '
                     TCP-SALDO-RESERVA ' DESCONTO: '
                     TCP-PERC-DESC-RESGATE '%'
             DISPLAY 'VALOR BRUTO: ' WS-CAP-BRUTO
                     ' IR RETIDO: ' WS-CAP-IR
                     ' LIQUIDO: ' WS-CAP-LIQUIDO
             DISPLAY 'O TITULO DEIXA DE CONCORRER AOS SORTEIOS.'
                     ' CONFIRMA O RESGATE? (S/N)'
             ACCEPT WS-CAP-CONFIRMA
             IF WS-CAP-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'RESGATE NAO REALIZADO'
                EXIT PARAGRAPH
             END-IF

             MOVE TCP-CONTA-NUM TO CONTA-NUM
             READ ARQ-CONTA RECORD KEY IS CONTA-NUM
                INVALID KEY
                   DISPLAY 'FALHA AO RELER A CONTA DO TITULO,'
                           ' RESGATE NAO REALIZADO'
                   EXIT PARAGRAPH
             END-READ
             ADD WS-CAP-LIQUIDO TO SALDO
             ADD 1 TO ULT-SEQ-EXTRATO
             PERFORM P376-JORNAL-CONTA
             REWRITE REG-CONTA
             IF FS-CONTA NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR A CONTA, STATUS: '
                        FS-CONTA ', RESGATE NAO REALIZADO'
                EXIT PARAGRAPH
             END-IF

             SET TCP-RESGATADO-ANTECIP TO TRUE
             MOVE WS-DATA-ATUAL TO TCP-DATA-RESGATE
             MOVE WS-CAP-BRUTO TO TCP-VALOR-RESGATE
             MOVE ZEROS TO TCP-SALDO-RESERVA
             REWRITE REG-TITCAP
             IF FS-TITCAP NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO ATUALIZAR O TITULO, STATUS: '
                        FS-TITCAP ', CREDITO ESTORNADO'
                SUBTRACT WS-CAP-LIQUIDO FROM SALDO
                SUBTRACT 1 FROM ULT-SEQ-EXTRATO
                PERFORM P376-JORNAL-CONTA
                REWRITE REG-CONTA
                IF FS-CONTA NOT EQUAL TO "00" THEN
                   DISPLAY 'FALHA AO ESTORNAR O CREDITO NA CONTA '
                           CONTA-NUM ', STATUS: ' FS-CONTA
                END-IF
                EXIT PARAGRAPH
             END-IF
             MOVE CONTA-NUM        TO EXT-CONTA-NUM
             MOVE ULT-SEQ-EXTRATO  TO EXT-SEQUENCIA
             SET EXT-CAP-RESGATE   TO TRUE
             MOVE WS-DATA-ATUAL    TO EXT-DATA-MOV
             MOVE WS-DATA-CONTABIL TO EXT-DATA-CONTABIL
             MOVE WS-HORA-ATUAL    TO EXT-HORA-MOV
             MOVE WS-CAP-LIQUIDO   TO EXT-VALOR
             MOVE SALDO            TO EXT-SALDO-APOS
             MOVE ZEROS            TO EXT-CONTA-CONTRA
             MOVE SPACES           TO EXT-DETALHE
             STRING 'RESGATE CAPITALIZ ' DELIMITED SIZE
                    TCP-NUMERO     DELIMITED SIZE
               INTO EXT-DETALHE
             END-STRING
             MOVE WS-OPER-ID-LOGADO TO EXT-OPER-ID
             SET EXT-MOV-NORMAL    TO TRUE
             WRITE REG-EXTRATO
             IF FS-EXTRATO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O EXTRATO, STATUS: '
                        FS-EXTRATO
             END-IF

             MOVE TCP-CONTA-NUM      TO IRF-CONTA-NUM
             MOVE TCP-CPF            TO IRF-CPF
             MOVE TCP-NUMERO         TO IRF-APL-SEQ
             MOVE WS-DATA-ATUAL      TO IRF-DATA-RESGATE
             COMPUTE IRF-DIAS-APLICACAO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(TCP-DATA-ADESAO)
             MOVE WS-CAP-ALIQUOTA-IR TO IRF-ALIQUOTA
             MOVE WS-CAP-RENDIMENTO  TO IRF-VALOR-RENDIMENTO
             MOVE WS-CAP-IR          TO IRF-VALOR-IR
             MOVE 'CPR'              TO IRF-PRODUTO
             WRITE REG-IRFONTE
             IF FS-IRFONTE NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O LIVRO DE IR, STATUS: '
                        FS-IRFONTE
             END-IF

             INITIALIZE REG-CAPMOV
             SET CMV-RESGATE TO TRUE
             MOVE WS-CAP-BRUTO   TO CMV-VALOR-BRUTO
             MOVE WS-CAP-IR      TO CMV-VALOR-IR
             MOVE WS-CAP-LIQUIDO TO CMV-VALOR-LIQUIDO
             PERFORM P8055-GRAVAR-CAPMOV

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'RESGATE CAPITALIZ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'TITULO '       DELIMITED SIZE
                    TCP-NUMERO      DELIMITED SIZE
                    ' IR '          DELIMITED SIZE
                    WS-CAP-IR       DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
             DISPLAY 'TITULO ' TCP-NUMERO ' RESGATADO, CREDITADO '
                     WS-CAP-LIQUIDO ' NA CONTA ' CONTA-NUM
       .
      ******************************************************************
      *      FUNÇÃO QUE ACRESCENTA AO LIVRO DE MOVIMENTOS DOS TITULOS
      *      O MOVIMENTO MONTADO EM REG-CAPMOV PELO CHAMADOR,
      *      COMPLETANDO-O COM O TITULO EM REG-TITCAP E A AGENCIA DA
      *      CONTA EM REG-CONTA
      ******************************************************************
       P8055-GRAVAR-CAPMOV.
             MOVE WS-DATA-ATUAL     TO CMV-DATA
             MOVE TCP-NUMERO        TO CMV-TITULO
             MOVE TCP-CPF           TO CMV-CPF
             MOVE TCP-CONTA-NUM     TO CMV-CONTA-NUM
             MOVE AGENCIA           TO CMV-AGENCIA
             MOVE WS-DATA-ATUAL(1:6) TO CMV-COMPETENCIA
             OPEN EXTEND ARQ-CAPMOV
             IF FS-CAPMOV EQUAL TO "35" THEN
                OPEN OUTPUT ARQ-CAPMOV
                CLOSE ARQ-CAPMOV
                OPEN EXTEND ARQ-CAPMOV
             END-IF
             WRITE REG-CAPMOV
             IF FS-CAPMOV NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO GRAVAR O MOVIMENTO DO TITULO,'
                        ' STATUS: ' FS-CAPMOV
             END-IF
             CLOSE ARQ-CAPMOV
       .
      ******************************************************************
      *      FUNÇÃO QUE TRAVA A CONTA EM WS-TRV-CONTA-ALVO PARA O
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA O DIGITO VERIFICADOR DO NUMERO DE
      *      CONTA EM WS-CDV-NUM, DEVOLVIDO EM WS-CDV-SAIDA: MODULO 11
      *      COM PESOS DE 2 A 7 DA DIREITA PARA A ESQUERDA; QUANDO
      *      11 MENOS O RESTO PASSA DE 9 O DIGITO E 0
      ******************************************************************
       P297-CALCULAR-DV-CONTA.
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
      *      FUNÇÃO QUE LE DO TECLADO UM NUMERO DE CONTA COM O DIGITO
      *      VERIFICADOR (NNNNNN-D OU NNNNNND) E O DEVOLVE SEM O
      *      DIGITO EM WS-CDV-CONTA. ENTER OU 0 DEVOLVEM ZEROS SEM
      *      CRITICA (TELAS EM QUE A CONTA E OPCIONAL); DIGITO
      *      AUSENTE OU QUE NAO CONFERE TAMBEM DEVOLVE ZEROS, COM
      *      CDV-CONFERE DESLIGADO, E A TELA CHAMADORA CAI NO SEU
      *      PROPRIO TRATAMENTO DE CONTA NAO ENCONTRADA
      ******************************************************************
       P298-ACEITAR-CONTA.
             MOVE ZEROS TO WS-CDV-CONTA
             MOVE 'S' TO WS-CDV-CONFERE
             MOVE SPACES TO WS-CDV-ENTRADA
             ACCEPT WS-CDV-ENTRADA
             IF WS-CDV-ENTRADA EQUAL TO SPACES
                OR WS-CDV-ENTRADA EQUAL TO '0' THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-CDV-CONFERE
             IF WS-CDV-ENTRADA(7:1) EQUAL TO '-' THEN
                MOVE WS-CDV-ENTRADA(8:1) TO WS-CDV-DV-ENT
             ELSE
                MOVE WS-CDV-ENTRADA(7:1) TO WS-CDV-DV-ENT
             END-IF
             IF WS-CDV-ENTRADA(1:6) NOT NUMERIC
                OR WS-CDV-DV-ENT NOT NUMERIC THEN
                DISPLAY 'INFORME A CONTA COM OS 6 DIGITOS E O DIGITO'
                        ' VERIFICADOR (NNNNNN-D)'
                EXIT PARAGRAPH
             END-IF
             MOVE WS-CDV-ENTRADA(1:6) TO WS-CDV-NUM
             PERFORM P297-CALCULAR-DV-CONTA
             IF WS-CDV-SAIDA NOT EQUAL TO WS-CDV-DV-ENT THEN
                DISPLAY 'DIGITO VERIFICADOR NAO CONFERE COM A CONTA '
                        WS-CDV-NUM
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-CDV-CONFERE
             MOVE WS-CDV-NUM TO WS-CDV-CONTA
       .
      ******************************************************************
      *      FUNÇÃO QUE VALIDA OS DIGITOS VERIFICADORES DO CPF
      ******************************************************************
       P310-VALIDAR-CPF.
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE IDENTIFICA QUEM OPERA A CONTA EM REG-CONTA NO
      *      BALCAO: O TITULAR, PELA SENHA, OU UM PROCURADOR, PELA
      *      PROCURACAO REGISTRADA COM O PODER EM WS-PRC-PODER-EXIGIDO;
      *      EM AMBOS OS CASOS DEVOLVE WS-SENHA-OK
      ******************************************************************
       P325-AUTENTICAR-TITULAR-OU-PROCURADOR.
             MOVE 'N' TO WS-PRC-EM-USO
             DISPLAY 'QUEM ESTA OPERANDO A CONTA? 1 - O TITULAR,'
                     ' 2 - PROCURADOR'
             ACCEPT WS-PRC-QUEM
             IF WS-PRC-QUEM NOT EQUAL TO '2' THEN
                DISPLAY 'DIGITE A SENHA DA CONTA ' CONTA-NUM
                ACCEPT WS-SENHA WITH SECURE
                PERFORM P320-VERIFICAR-SENHA
                IF SENHA-OK AND CONTA-MENOR THEN
                   PERFORM P329-AUTORIZAR-RESPONSAVEL
                   IF NOT RESPONSAVEL-AUTORIZOU THEN
                      MOVE 'N' TO WS-SENHA-OK
                   END-IF
                END-IF
                EXIT PARAGRAPH
             END-IF
             PERFORM P326-VERIFICAR-PROCURACAO
       .
      ******************************************************************
      *      FUNÇÃO QUE COLHE A AUTORIZACAO DO RESPONSAVEL LEGAL PARA
      *      O SAQUE, A TRANSFERENCIA OU O ENCERRAMENTO DA CONTA DE
      *      MENOR EM REG-CONTA: O RESPONSAVEL PRESENTE INFORMA O CPF,
      *      QUE TEM DE SER O VINCULADO NO CADASTRO DO TITULAR, E O
      *      CAIXA CONFERE O DOCUMENTO DE IDENTIDADE
      ******************************************************************
       P329-AUTORIZAR-RESPONSAVEL.
             MOVE 'N' TO WS-MEN-AUTORIZADO
             MOVE CPF TO CLI-CPF
             READ ARQ-CLIENTE RECORD KEY IS CLI-CPF
                INVALID KEY
                   DISPLAY 'CADASTRO DO TITULAR MENOR NAO ENCONTRADO,'
                           ' OPERACAO CANCELADA'
                   EXIT PARAGRAPH
             END-READ
             IF CLI-CPF-RESPONSAVEL EQUAL TO ZEROS THEN
                DISPLAY 'CONTA DE MENOR SEM RESPONSAVEL LEGAL NO'
                        ' CADASTRO, ATUALIZE-O ANTES DE MOVIMENTAR'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'CONTA DE MENOR: A OPERACAO PRECISA DA'
                     ' AUTORIZACAO DO RESPONSAVEL LEGAL'
             DISPLAY 'DIGITE O CPF DO RESPONSAVEL PRESENTE'
             ACCEPT WS-MEN-CPF-RESP
             IF WS-MEN-CPF-RESP NOT EQUAL TO CLI-CPF-RESPONSAVEL THEN
                DISPLAY 'CPF NAO E O DO RESPONSAVEL LEGAL CADASTRADO,'
                        ' OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'RESPONSAVEL: ' CLI-NOME-RESPONSAVEL
             DISPLAY 'CONFERIU O DOCUMENTO DE IDENTIDADE DO'
                     ' RESPONSAVEL? (S/N)'
             ACCEPT WS-MEN-CONFIRMA
             IF WS-MEN-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'AUTORIZACAO NAO CONFIRMADA, OPERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-MEN-AUTORIZADO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'AUTORIZ RESPONSAVEL' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    WS-MEN-CPF-RESP DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE A PROCURACAO DO CPF DIGITADO PARA A
      *      CONTA EM REG-CONTA: ATIVA, DENTRO DA VIGENCIA E COM O
      *      PODER EXIGIDO; GUARDA O CPF E O TETO DO PROCURADOR PARA
      *      O RESTANTE DA OPERACAO E REGISTRA O ACESSO NA AUDITORIA
      ******************************************************************
       P326-VERIFICAR-PROCURACAO.
             MOVE 'N' TO WS-SENHA-OK
             IF CONTA-PENDENTE-DOC THEN
                DISPLAY 'CONTA PENDENTE DE DOCUMENTACAO: COMPLETE O'
                        ' CHECKLIST E PECA A ATIVACAO AO GERENTE'
                        ' (OPCAO 63) ANTES DE MOVIMENTAR'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-DORMENTE THEN
                DISPLAY 'CONTA DORMENTE (SEM MOVIMENTO HA MAIS DE'
                        ' SEIS MESES), REATIVE-A NA OPCAO DE'
                        ' REATIVACAO ANTES DE MOVIMENTAR'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-PJ THEN
                DISPLAY 'CONTA PJ E MOVIMENTADA PELOS REPRESENTANTES'
                        ' DA EMPRESA, NAO POR PROCURACAO'
                EXIT PARAGRAPH
             END-IF
             IF CONTA-MENOR THEN
                DISPLAY 'CONTA DE MENOR E MOVIMENTADA COM O'
                        ' RESPONSAVEL LEGAL, NAO POR PROCURACAO'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'DIGITE O CPF DO PROCURADOR'
             ACCEPT WS-PRC-CPF
             MOVE CONTA-NUM TO PRC-CONTA-NUM
             MOVE WS-PRC-CPF TO PRC-CPF-PROCURADOR
             READ ARQ-PROCURACAO RECORD KEY IS PRC-CHAVE
                INVALID KEY
                   DISPLAY 'NAO HA PROCURACAO REGISTRADA PARA ESTE CPF'
                           ' NESTA CONTA, OPERACAO CANCELADA'
                   EXIT PARAGRAPH
             END-READ
             IF NOT PRC-ATIVA THEN
                DISPLAY 'PROCURACAO REVOGADA EM ' PRC-DATA-REVOGACAO
                        ', OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             IF WS-DATA-ATUAL LESS THAN PRC-DATA-INICIO
                OR WS-DATA-ATUAL GREATER THAN PRC-DATA-FIM THEN
                DISPLAY 'PROCURACAO FORA DA VIGENCIA (' PRC-DATA-INICIO
                        ' A ' PRC-DATA-FIM '), OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-PRC-PODER-OK
             EVALUATE TRUE
                WHEN PRC-EXIGE-SAQUE AND PRC-PODE-SACAR
                   MOVE 'S' TO WS-PRC-PODER-OK
                WHEN PRC-EXIGE-TRANSF AND PRC-PODE-TRANSFERIR
                   MOVE 'S' TO WS-PRC-PODER-OK
                WHEN PRC-EXIGE-ENCERRAMENTO AND PRC-PODE-ENCERRAR
                   MOVE 'S' TO WS-PRC-PODER-OK
             END-EVALUATE
             IF WS-PRC-PODER-OK NOT EQUAL TO 'S' THEN
                DISPLAY 'A PROCURACAO NAO OUTORGA PODER PARA ESTA'
                        ' OPERACAO, OPERACAO CANCELADA'
                EXIT PARAGRAPH
             END-IF
             DISPLAY 'PROCURADOR: ' PRC-NOME
             DISPLAY 'INSTRUMENTO: ' PRC-DOCUMENTO
             DISPLAY 'CONFERIU O DOCUMENTO DE IDENTIDADE DO'
                     ' PROCURADOR? (S/N)'
             ACCEPT WS-PRC-CONFIRMA
             IF WS-PRC-CONFIRMA NOT EQUAL TO 'S' THEN
                DISPLAY 'IDENTIFICACAO NAO CONFIRMADA, OPERACAO'
                        ' CANCELADA'
                EXIT PARAGRAPH
             END-IF
             MOVE 'S' TO WS-SENHA-OK
             MOVE 'S' TO WS-PRC-EM-USO
             MOVE PRC-CPF-PROCURADOR TO WS-PRC-CPF-USO
             MOVE PRC-VALOR-TETO TO WS-PRC-TETO-USO
             MOVE SPACES TO WS-PRC-DETALHE
             STRING 'PROCURADOR CPF ' DELIMITED SIZE
                    WS-PRC-CPF-USO DELIMITED SIZE
               INTO WS-PRC-DETALHE
             END-STRING

             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ACESSO PROCURADOR' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'CPF ' DELIMITED SIZE
                    WS-PRC-CPF-USO DELIMITED SIZE
                    ' PODER ' DELIMITED SIZE
                    WS-PRC-PODER-EXIGIDO DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE LIMITA O VALOR EM WS-VALOR AO TETO POR
      *      OPERACAO DA PROCURACAO QUANDO QUEM OPERA E O PROCURADOR
      ******************************************************************
       P327-VERIFICAR-TETO-PROCURACAO.
             MOVE 'S' TO WS-PRC-TETO-OK
             IF PROCURADOR-EM-USO
                AND WS-VALOR GREATER THAN WS-PRC-TETO-USO THEN
                MOVE 'N' TO WS-PRC-TETO-OK
                DISPLAY 'VALOR ACIMA DO TETO DA PROCURACAO ('
                        WS-PRC-TETO-USO '), OPERACAO CANCELADA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE CALCULA A TARIFA DE TRANSFERENCIA DA CONTA
      *      CORRENTE EM REG-CONTA, CONSULTANDO O PACOTE DE TARIFAS
      *      ASSINADO E A FRANQUIA DO MES: DENTRO DA FRANQUIA (OU NO
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE APLICA A REGRA DE ASSINATURA DA CONTA PJ EM
      *      REG-CONTA SOBRE O VALOR EM WS-VALOR: O REPRESENTANTE DE
      *      ASSINATURA ISOLADA ASSINA SOZINHO ATE O LIMITE DA
      *      EMPRESA; ACIMA DELE, OU COM REPRESENTANTE DE ASSINATURA
      *      CONJUNTA, UM SEGUNDO REPRESENTANTE ATIVO TEM DE ASSINAR;
      *      QUEM ASSINOU FICA NA AUDITORIA. CONTA PF PASSA DIRETO
      ******************************************************************
       P332-VERIFICAR-ASSINATURA-PJ.
             MOVE 'S' TO WS-PJ-ASSIN-OK
             IF NOT CONTA-PJ THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-PJ-ASSIN-OK
             MOVE CNPJ TO EPJ-CNPJ
             READ ARQ-EMPRESA RECORD KEY IS EPJ-CNPJ
                INVALID KEY
                   DISPLAY 'EMPRESA DA CONTA SEM CADASTRO, OPERACAO'
                           ' NEGADA'
                   EXIT PARAGRAPH
             END-READ
             DISPLAY 'CONTA PJ DE ' EPJ-RAZAO-SOCIAL
             DISPLAY 'DIGITE O CPF DO REPRESENTANTE QUE ASSINA'
             ACCEPT WS-PJ-CPF-REP1
             MOVE CNPJ TO RPJ-CNPJ
             MOVE WS-PJ-CPF-REP1 TO RPJ-CPF
             READ ARQ-REPRESENTANTE RECORD KEY IS RPJ-CHAVE
                INVALID KEY
                   SET RPJ-REVOGADO TO TRUE
             END-READ
             IF NOT RPJ-ATIVO THEN
                DISPLAY 'CPF NAO E REPRESENTANTE ATIVO DA EMPRESA,'
                        ' OPERACAO NEGADA'
                EXIT PARAGRAPH
             END-IF
             MOVE ZEROS TO WS-PJ-CPF-REP2
             IF RPJ-ASSINA-CONJUNTA
                OR WS-VALOR GREATER THAN EPJ-LIMITE-ASSIN-ISOLADA
                IF RPJ-ASSINA-CONJUNTA THEN
                   DISPLAY 'REPRESENTANTE COM ASSINATURA CONJUNTA,'
                           ' E NECESSARIA A SEGUNDA ASSINATURA'
                ELSE
                   DISPLAY 'VALOR ACIMA DO LIMITE DE ASSINATURA'
                           ' ISOLADA (' EPJ-LIMITE-ASSIN-ISOLADA
                           '), E NECESSARIA A SEGUNDA ASSINATURA'
                END-IF
                DISPLAY 'DIGITE O CPF DO SEGUNDO REPRESENTANTE'
                ACCEPT WS-PJ-CPF-REP2
                IF WS-PJ-CPF-REP2 EQUAL TO WS-PJ-CPF-REP1 THEN
                   DISPLAY 'A SEGUNDA ASSINATURA DEVE SER DE OUTRO'
                           ' REPRESENTANTE, OPERACAO NEGADA'
                   EXIT PARAGRAPH
                END-IF
                MOVE CNPJ TO RPJ-CNPJ
                MOVE WS-PJ-CPF-REP2 TO RPJ-CPF
                READ ARQ-REPRESENTANTE RECORD KEY IS RPJ-CHAVE
                   INVALID KEY
                      SET RPJ-REVOGADO TO TRUE
                END-READ
                IF NOT RPJ-ATIVO THEN
                   DISPLAY 'SEGUNDO CPF NAO E REPRESENTANTE ATIVO DA'
                           ' EMPRESA, OPERACAO NEGADA'
                   EXIT PARAGRAPH
                END-IF
             END-IF
             MOVE 'S' TO WS-PJ-ASSIN-OK
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'ASSINATURA PJ' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'REPRESENTANTES ' DELIMITED SIZE
                    WS-PJ-CPF-REP1    DELIMITED SIZE
                    ' '               DELIMITED SIZE
                    WS-PJ-CPF-REP2    DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE EXIGE O PROVISIONAMENTO (AVISO PREVIO) DO
      *      SAQUE EM ESPECIE DE WS-VALOR NA CONTA EM REG-CONTA QUANDO
      *      O VALOR PASSA DO PARAMETRO SAQUE-PROVISAO-MIN: TEM DE
      *      HAVER AGENDAMENTO ATIVO PARA HOJE QUE COBRA O VALOR;
      *      ACHADO, FICA EM REG-PROVISAO COM WS-PVS-EM-USO LIGADO
      ******************************************************************
       P333-VERIFICAR-PROVISIONAMENTO.
             MOVE 'S' TO WS-PVS-OK
             MOVE 'N' TO WS-PVS-EM-USO
             IF WS-VALOR NOT GREATER THAN WS-PVS-LIMIAR THEN
                EXIT PARAGRAPH
             END-IF
             MOVE 'N' TO WS-PVS-OK
             MOVE CONTA-NUM TO PVS-CONTA-NUM
             START ARQ-PROVISAO KEY IS EQUAL TO PVS-CONTA-NUM
                INVALID KEY
                   MOVE "23" TO FS-PROVISAO
             END-START
             IF FS-PROVISAO EQUAL TO "00" THEN
                PERFORM P6835-LER-PROX-PROVISAO
             END-IF
             PERFORM UNTIL FS-PROVISAO NOT EQUAL TO "00"
                OR PVS-CONTA-NUM NOT EQUAL TO CONTA-NUM
                OR PROVISAO-OK
                IF PVS-AGENDADO
                   AND PVS-DATA-SAQUE EQUAL TO WS-DATA-ATUAL
                   AND PVS-VALOR NOT LESS THAN WS-VALOR
                   MOVE 'S' TO WS-PVS-OK
                ELSE
                   PERFORM P6835-LER-PROX-PROVISAO
                END-IF
             END-PERFORM
             MOVE "00" TO FS-PROVISAO
             IF PROVISAO-OK THEN
                MOVE 'S' TO WS-PVS-EM-USO
                DISPLAY 'SAQUE PROVISIONADO PELO AGENDAMENTO ' PVS-ID
                        ' DE ' PVS-VALOR
             ELSE
                DISPLAY 'SAQUE EM ESPECIE ACIMA DE ' WS-PVS-LIMIAR
                        ' EXIGE PROVISIONAMENTO PREVIO PARA HOJE'
                        ' (OPCAO 75), TRANSACAO CANCELADA'
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE BAIXA COMO UTILIZADO O AGENDAMENTO EM
      *      REG-PROVISAO DEPOIS DO SAQUE EFETIVADO; A RETENCAO JA
      *      SAIU DA CONTA NO PROPRIO SAQUE
      ******************************************************************
       P334-BAIXAR-PROVISIONAMENTO.
             SET PVS-UTILIZADO TO TRUE
             MOVE WS-DATA-ATUAL TO PVS-DATA-BAIXA
             MOVE WS-OPER-ID-LOGADO TO PVS-OPER-BAIXA
             REWRITE REG-PROVISAO
             IF FS-PROVISAO NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO BAIXAR O AGENDAMENTO ' PVS-ID
                        ', STATUS: ' FS-PROVISAO
             END-IF
             MOVE 'N' TO WS-PVS-EM-USO
             MOVE CONTA-NUM TO WS-AUD-CONTA-NUM
             MOVE 'SAQUE PROVISIONADO' TO WS-AUD-ACAO
             MOVE SPACES TO WS-AUD-DETALHE
             STRING 'AGENDAMENTO '  DELIMITED SIZE
                    PVS-ID          DELIMITED SIZE
                    ' DE '          DELIMITED SIZE
                    PVS-VALOR       DELIMITED SIZE
               INTO WS-AUD-DETALHE
             END-STRING
             PERFORM P380-REGISTRAR-AUDITORIA
       .
      ******************************************************************
      *      FUNÇÃO QUE CONFERE A ALCADA DO OPERADOR DE CAIXA SOBRE O
      *      VALOR EM WS-VALOR: ACIMA DO TETO CONFIGURADO, A OPERACAO
      *      SO SEGUE COM A CREDENCIAL DE UM ADMIN DIGITADA NA HORA,
                   DISPLAY 'SUPERVISOR NAO ENCONTRADO, OPERACAO'
                           ' NEGADA'
                NOT INVALID KEY
                   IF NOT OPER-ADMIN OR NOT OPER-ATIVO THEN
                      DISPLAY 'CREDENCIAL NAO E DE UM ADMIN ATIVO,'
                              ' OPERACAO NEGADA'
                   ELSE
             MOVE 'GATILHO VELOCIDADE' TO WS-AUD-ACAO
             MOVE WS-VELOC-MOTIVO TO WS-AUD-DETALHE
             PERFORM P380-REGISTRAR-AUDITORIA
             MOVE ZEROS TO WS-FRE-CASO
             MOVE 'V' TO WS-FRE-TIPO
             MOVE WS-ORIGEM-CONTA TO WS-FRE-CONTA
             MOVE SPACES TO WS-FRE-REFERENCIA
             MOVE WS-VALOR TO WS-FRE-VALOR
             MOVE WS-VELOC-MOTIVO TO WS-FRE-DESCRICAO
             PERFORM P7090-GRAVAR-EVENTO-FRAUDE

             DISPLAY '*** GATILHO DE VELOCIDADE: '
                     WS-VELOC-MOTIVO ' ***'
                   DISPLAY 'SUPERVISOR NAO ENCONTRADO, MOVIMENTO'
                           ' BLOQUEADO'
                NOT INVALID KEY
                   IF NOT OPER-ADMIN OR NOT OPER-ATIVO THEN
                      DISPLAY 'CREDENCIAL NAO E DE UM ADMIN ATIVO,'
                              ' MOVIMENTO BLOQUEADO'
                   ELSE
             IF NOT CPF-VALIDO THEN
                DISPLAY 'CPF INVALIDO, COTITULAR NAO ADICIONADO'
             ELSE
                MOVE CPF TO OBI-CPF
                READ ARQ-OBITO RECORD KEY IS OBI-CPF
                   INVALID KEY
                      MOVE WS-CONTA-PRINCIPAL TO TIT-CONTA-NUM
                      MOVE CPF TO TIT-CPF
                      WRITE REG-TITULAR
                      IF FS-TITULAR NOT EQUAL TO "00" THEN
                         DISPLAY 'FALHA AO GRAVAR O COTITULAR,'
                                 ' STATUS: ' FS-TITULAR
                      ELSE
                         DISPLAY 'COTITULAR ADICIONADO COM SUCESSO!'
                      END-IF
                   NOT INVALID KEY
                      DISPLAY 'CPF COM OBITO REGISTRADO, COTITULAR'
                              ' NAO ADICIONADO'
                END-READ
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO QUE GRAVA UMA LINHA NA TRILHA DE AUDITORIA, CHAMADA
      *      POR TODA ROTINA QUE ACESSA OU ALTERA UMA CONTA; O
      *      REGISTRO LEVA O HASH DO ANTERIOR (ULT-HASH-AUDITORIA) E O
      *      SEU PROPRIO, E O CONTROLE E REABERTO A CADA GRAVACAO PARA
      *      A LEITURA VOLTAR AO SEU UNICO REGISTRO
      ******************************************************************
       P380-REGISTRAR-AUDITORIA.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             CLOSE ARQ-AUDCTL
             OPEN I-O ARQ-AUDCTL
             READ ARQ-AUDCTL
             IF FS-AUDCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE AUDITORIA,'
             ELSE
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
                   DISPLAY 'FALHA AO ATUALIZAR O CONTROLE DE'
                           ' AUDITORIA, STATUS: ' FS-AUDCTL
                ELSE
                   WRITE REG-AUDITORIA
                   IF FS-AUDITORIA NOT EQUAL TO "00" THEN
                      DISPLAY 'FALHA AO GRAVAR A AUDITORIA, STATUS: '
      *      GRANDES MOVIMENTACOES, CHAMADA POR SAQUES E TRANSFERENCIAS
      *      COM VALOR ACIMA DE WS-LIMITE-MONITORAMENTO, PARA ANALISE
      *      POSTERIOR DE UM ANALISTA DE COMPLIANCE (PREVENCAO A
      *      LAVAGEM DE DINHEIRO); O CONTROLE E REABERTO A CADA
      *      GRAVACAO PARA A LEITURA VOLTAR AO SEU UNICO REGISTRO
      ******************************************************************
       P390-REGISTRAR-NOTIFICACAO.
             MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-COMPLETA
             CLOSE ARQ-NOTIFCTL
             OPEN I-O ARQ-NOTIFCTL
             READ ARQ-NOTIFCTL
             IF FS-NOTIFCTL NOT EQUAL TO "00" THEN
                DISPLAY 'FALHA AO LER O CONTROLE DE NOTIFICACOES,'
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-IOF-CAMBIO
             END-IF
             MOVE 'PJ-LIMITE-ASSINATURA' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT
                  TO WS-PJ-LIMITE-ASSIN-PADRAO
             END-IF
             MOVE 'LIMITE-DIARIO-MENOR' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-LIMITE-DIARIO-MENOR
             END-IF
             MOVE 'SLA-SAC-DIAS-UTEIS' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-SLA-SAC-DIAS
             END-IF
             MOVE 'SLA-OUVIDORIA-DIAS' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-SLA-OUVIDORIA-DIAS
             END-IF
             MOVE 'SENHA-OPER-VALIDADE' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OPER-VALIDADE-DIAS
             END-IF
             MOVE 'SENHA-OPER-HISTORICO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OPER-HIST-MAX
                IF WS-OPER-HIST-MAX > 10 THEN
                   MOVE 10 TO WS-OPER-HIST-MAX
                END-IF
             END-IF
             MOVE 'SENHA-OPER-MAX-ERRO' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OPER-MAX-ERRO-LOGIN
             END-IF
             MOVE 'OPENFIN-PRAZO-MAX' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-OFC-PRAZO-MAX
             END-IF
             MOVE 'SAQUE-PROVISAO-MIN' TO WS-PARAM-CODIGO
             PERFORM P386-OBTER-PARAMETRO
             IF PARAM-ENCONTRADO THEN
                MOVE WS-PARAM-VALOR-RESULT TO WS-PVS-LIMIAR
             END-IF
       .
      ******************************************************************
      *      FUNÇÃO EXECUTADA NA ABERTURA QUE CARREGA A DATA
            CLOSE ARQ-BOLETOCTL.
            CLOSE ARQ-PAG-CONVENIO.
            CLOSE ARQ-CLIENTE.
            CLOSE ARQ-LGPD.
            CLOSE ARQ-OBITO.
            CLOSE ARQ-ALVARA.
            CLOSE ARQ-EMPRESA.
            CLOSE ARQ-REPRESENTANTE.
            CLOSE ARQ-PROCURACAO.
            CLOSE ARQ-CCSMOV.
            CLOSE ARQ-RECLAMACAO.
            CLOSE ARQ-CONVFOLHA.
            CLOSE ARQ-DEBAUTO.
            CLOSE ARQ-AGENCIA.
            CLOSE ARQ-TALAO.
            CLOSE ARQ-MAUCHEQUE.
            CLOSE ARQ-FATURA.
            CLOSE ARQ-CONTESTACAO.
            CLOSE ARQ-PARCELA.
            CLOSE ARQ-PARC-FATURA.
            CLOSE ARQ-PONTOS.
            CLOSE ARQ-RISCOCLI.
            CLOSE ARQ-PORTCRED.
            CLOSE ARQ-PORTCRED-PEDIDO.
            CLOSE ARQ-CCB.
            CLOSE ARQ-PREVIDENCIA.
            CLOSE ARQ-PREVAPORTE.
            CLOSE ARQ-SEGPRODUTO.
            CLOSE ARQ-APOLICE.
            CLOSE ARQ-CONSENTIMENTO.
            CLOSE ARQ-OFACESSO.
            CLOSE ARQ-PROVISAO.
            CLOSE ARQ-NUMHIST.
            CLOSE ARQ-CORBAN.
            CLOSE ARQ-FRAUDE.
            CLOSE ARQ-FRAUDE-EVT.
            CLOSE ARQ-COBRANCA.
            CLOSE ARQ-COBR-CONTATO.
            CLOSE ARQ-REMEXT.
            CLOSE ARQ-DISPOSITIVO.
            CLOSE ARQ-CEP.
            CLOSE ARQ-BENEFICIO.
            CLOSE ARQ-GERENTE.
            CLOSE ARQ-CARTEIRA.
            CLOSE ARQ-OFERTA.
            CLOSE ARQ-ENVELOPE.
            CLOSE ARQ-PAGAGENDA.
            CLOSE ARQ-RECOPER.
            CLOSE ARQ-RECARGA.
            CLOSE ARQ-PERDA-OP.
            CLOSE ARQ-CAPPLANO.
            CLOSE ARQ-TITCAP.
            CLOSE ARQ-TERMINAL.
            CLOSE ARQ-CHQDEP.
            CLOSE ARQ-SUSTACAO.
