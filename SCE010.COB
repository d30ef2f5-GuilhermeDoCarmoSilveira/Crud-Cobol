      * MOSTRA O SALDO EM ABERTO E SO QUITA O           *
      * LANCAMENTO (LANC-STATUS = Q) QUANDO O SALDO     *
      * CHEGA A ZERO.                                   *
      * BAIXA PELO BANCO (FORMA B) GRAVA A CONTA        *
      * BANCARIA (CONTABCO.DAT, SCE056) EM BXA-CONTA    *
      * DAS LINHAS DA BAIXA; O IMPOSTO RETIDO NO        *
      * PAGAMENTO VOLTA A CONTA COMO MOVIMENTO "R" EM   *
      * MOVBCO.DAT, POIS SO O LIQUIDO SAIU DO BANCO.    *
      * BAIXA EM CARTAO (FORMA T, SO RECEBER) GERA OS   *
      * RECEBIVEIS CONTRA A ADQUIRENTE (RECCART.DAT),   *
      * UM POR PARCELA DO CARTAO, COM A TAXA DO         *
      * CONTRATO (ADQUIR.DAT, SCE057) DESCONTADA E A    *
      * DATA PREVISTA DO CREDITO.                       *
      * PARCELA DE COMPRA EM MOEDA ESTRANGEIRA          *
      * (LANCMOE.DAT, SCE039): O PAGAMENTO E DIGITADO   *
      * NA MOEDA. A BAIXA ABATE O PRINCIPAL PELA TAXA   *
      * DO LANCAMENTO E A DIFERENCA PARA A COTACAO DA   *
      * DATA DO PAGAMENTO (SCE063) VAI PARA VARCAMB.DAT *
      * (VARIACAO CAMBIAL ATIVA OU PASSIVA, CONTABILIZADA *
      * PELO GERACTB); PELO BANCO ELA TAMBEM ENTRA NA   *
      * CONTA COMO MOVIMENTO "V" EM MOVBCO.DAT.         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.
       SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RTC-CHAVE
                    FILE STATUS IS ST-RTC.
       SELECT ARQCBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CBC-CODIGO
                    FILE STATUS IS ST-CBC.
       SELECT ARQMBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MBC-CHAVE
                    FILE STATUS IS ST-MBC.
       SELECT ARQADQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADQ-CODIGO
                    FILE STATUS IS ST-ADQ.
       SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCT-CHAVE
                    ALTERNATE RECORD KEY IS RCT-CHAVE-AUT
                       WITH DUPLICATES
                    FILE STATUS IS ST-RCT.
       SELECT ARQLCM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LCM-CHAVE
                    FILE STATUS IS ST-LCM.
       SELECT ARQCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COT-CHAVE
                    FILE STATUS IS ST-COT.
       SELECT ARQVCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS VCB-CHAVE
                    FILE STATUS IS ST-VCB.
           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLANC
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQSDP
               LABEL RECORD IS STANDARD
          03 RTC-NUMPEDIDO       PIC 9(06).
          03 RTC-PARCELA         PIC 9(02).

       FD ARQCBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 REGCBC.
          03 CBC-CODIGO          PIC 9(02).
          03 CBC-DESC            PIC X(30).
          03 CBC-BANCO           PIC 9(03).
          03 CBC-AGENCIA         PIC 9(05).
          03 CBC-NUMERO          PIC X(12).
          03 CBC-CTA-CONTABIL    PIC 9(06).
          03 CBC-SALDO-INI       PIC S9(11)V99.
          03 CBC-DATA-INI        PIC 9(08).
          03 CBC-ATIVA           PIC X(01).

       FD ARQMBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBCO.DAT".
       01 REGMBC.
          03 MBC-CHAVE.
           05 MBC-CONTA          PIC 9(02).
           05 MBC-DATA           PIC 9(08).
           05 MBC-SEQ            PIC 9(04).
          03 MBC-TIPO            PIC X(01).
          03 MBC-DC              PIC X(01).
          03 MBC-VALOR           PIC 9(09)V99.
          03 MBC-CONTRA          PIC 9(02).
          03 MBC-DOC             PIC X(20).
          03 MBC-HIST            PIC X(30).
          03 MBC-OPERADOR        PIC X(10).

       FD ARQADQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADQUIR.DAT".
       01 REGADQ.
          03 ADQ-CODIGO          PIC 9(02).
          03 ADQ-NOME            PIC X(30).
          03 ADQ-TAXA-DEB        PIC 9(02)V99.
          03 ADQ-TAXA-CRED       PIC 9(02)V99.
          03 ADQ-TAXA-PARC       PIC 9(02)V99.
          03 ADQ-PRAZO-DEB       PIC 9(03).
          03 ADQ-PRAZO-CRED      PIC 9(03).
          03 ADQ-MAX-PARC        PIC 9(02).
          03 ADQ-CONTA-BCO       PIC 9(02).
          03 ADQ-ATIVA           PIC X(01).

       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCART.DAT".
       01 REGRCT.
          03 RCT-CHAVE.
           05 RCT-NUMPEDIDO      PIC 9(06).
           05 RCT-TPPEDIDO       PIC 9(01).
           05 RCT-PARCELA        PIC 9(02).
           05 RCT-SEQ-BXA        PIC 9(03).
           05 RCT-PARC-CARTAO    PIC 9(02).
          03 RCT-CHAVE-AUT.
           05 RCT-ADQ            PIC 9(02).
           05 RCT-AUTORIZ        PIC X(12).
           05 RCT-PARC-AUT       PIC 9(02).
          03 RCT-BANDEIRA        PIC X(10).
          03 RCT-MODAL           PIC X(01).
          03 RCT-QTD-PARC        PIC 9(02).
          03 RCT-CODPESSOA       PIC 9(14).
          03 RCT-DATA-VENDA      PIC 9(08).
          03 RCT-DATA-PREV       PIC 9(08).
          03 RCT-VALOR-BRUTO     PIC 9(07)V99.
          03 RCT-TAXA-PCT        PIC 9(02)V99.
          03 RCT-VALOR-TAXA      PIC 9(07)V99.
          03 RCT-VALOR-LIQ       PIC 9(07)V99.
          03 RCT-STATUS          PIC X(01).
          03 RCT-DATA-LIQ        PIC 9(08).
          03 RCT-VALOR-PAGO      PIC 9(07)V99.
          03 RCT-OPERADOR        PIC X(10).

       FD ARQLCM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCMOE.DAT".
       01 REGLCM.
          03 LCM-CHAVE.
           05 LCM-NUMPEDIDO      PIC 9(06).
           05 LCM-TPPEDIDO       PIC 9(01).
           05 LCM-PARCELA        PIC 9(02).
          03 LCM-MOEDA           PIC X(03).
          03 LCM-VALOR-ME        PIC 9(07)V99.
          03 LCM-TAXA            PIC 9(03)V9(06).
          03 LCM-DATA-TAXA       PIC 9(08).

       FD ARQCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COTMOEDA.DAT".
       01 REGCOT.
          03 COT-CHAVE.
           05 COT-MOEDA          PIC X(03).
           05 COT-DATA           PIC 9(08).
          03 COT-TAXA            PIC 9(03)V9(06).
          03 COT-OPERADOR        PIC X(10).

       FD ARQVCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VARCAMB.DAT".
       01 REGVCB.
          03 VCB-CHAVE.
           05 VCB-NUMPEDIDO      PIC 9(06).
           05 VCB-TPPEDIDO       PIC 9(01).
           05 VCB-PARCELA        PIC 9(02).
           05 VCB-SEQ            PIC 9(03).
          03 VCB-DATA            PIC 9(08).
          03 VCB-MOEDA           PIC X(03).
          03 VCB-VALOR-ME        PIC 9(07)V99.
          03 VCB-TAXA-LANC       PIC 9(03)V9(06).
          03 VCB-TAXA-BXA        PIC 9(03)V9(06).
          03 VCB-NATUREZA        PIC X(01).
          03 VCB-VALOR           PIC 9(07)V99.
          03 VCB-CONTA           PIC 9(02).
          03 VCB-OPERADOR        PIC X(10).

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOURNAL.DAT".
       01 REGJRN.
          03 JRN-TRANS.
           05 JRN-PROG           PIC X(08).
           05 JRN-TRANS-DH       PIC 9(16).
           05 JRN-TRANS-OPER     PIC X(10).
          03 JRN-SEQ             PIC 9(04).
          03 JRN-TIPO            PIC X(01).
          03 JRN-ARQUIVO         PIC X(08).
          03 JRN-OPER            PIC X(01).
          03 JRN-CHAVE           PIC X(20).
          03 JRN-DATAHORA        PIC 9(14).
          03 JRN-OPERADOR        PIC X(10).
          03 JRN-ANTES           PIC X(110).
          03 JRN-DEPOIS          PIC X(110).

       WORKING-STORAGE SECTION.
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "SCE010".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 MENS          PIC X(67) VALUE SPACES.
       01 DTIPO         PIC X(15) VALUE SPACES.
       01 DSTATUS       PIC X(11) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-VALOR-ABS   PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(07)V99 VALUE ZEROS.
       01 W-RET-ISS     PIC 9(07)V99 VALUE ZEROS.
       01 W-RET-LIQ     PIC 9(07)V99 VALUE ZEROS.
       01 W-RET-ED      PIC ZZZZZZ9,99.
       01 ST-CBC        PIC X(02) VALUE "00".
       01 W-CBC-ABERTO  PIC X(01) VALUE "N".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 W-BCO-BXA     PIC 9(02) VALUE ZEROS.
       01 W-SEQ-MARCA   PIC 9(03) VALUE ZEROS.
       01 ST-ADQ        PIC X(02) VALUE "00".
       01 W-ADQ-ABERTO  PIC X(01) VALUE "N".
       01 ST-RCT        PIC X(02) VALUE "00".
       01 W-CRT-BANDEIRA PIC X(10) VALUE SPACES.
       01 W-CRT-MODAL   PIC X(01) VALUE SPACES.
       01 W-CRT-QTD     PIC 9(02) VALUE ZEROS.
       01 W-CRT-AUTORIZ PIC X(12) VALUE SPACES.
       01 W-CRT-TAXA    PIC 9(02)V99 VALUE ZEROS.
       01 W-CRT-PARC-VAL PIC 9(07)V99 VALUE ZEROS.
       01 W-CRT-ACUM    PIC 9(07)V99 VALUE ZEROS.
       01 W-CRT-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-CRT-DIAS    PIC 9(05) VALUE ZEROS.
       01 W-CRT-N       PIC 9(02) VALUE ZEROS.
       01 ST-LCM        PIC X(02) VALUE "00".
       01 ST-COT        PIC X(02) VALUE "00".
       01 ST-VCB        PIC X(02) VALUE "00".
       01 W-LCM-ABERTO  PIC X(01) VALUE "N".
       01 W-LCM-ACHOU   PIC 9(01) VALUE ZEROS.
       01 W-ME-SALDO    PIC 9(07)V99 VALUE ZEROS.
       01 W-ME-PAGO     PIC 9(07)V99 VALUE ZEROS.
       01 W-TAXA-BXA    PIC 9(03)V9(06) VALUE ZEROS.
       01 W-BXA-REAIS   PIC 9(07)V99 VALUE ZEROS.
       01 W-VCB-VALOR   PIC S9(07)V99 VALUE ZEROS.
       01 W-VCB-GRAVOU  PIC 9(01) VALUE ZEROS.
       01 W-ME-ED       PIC ZZZZZZ9,99.
       01 W-TAXA-ED     PIC ZZ9,999999.
       01 W-VAR-ED      PIC -ZZZZZZ9,99.

       01 DET-BXA.
          03 FILLER        PIC X(06) VALUE SPACES.
               LINE 07  COLUMN 18  PIC ZZZZZZ9,99
               USING  W-VALOR-ABS.
           05  TBDSTATUS
               LINE 07  COLUMN 52  PIC X(11)
               USING  DSTATUS.
           05  TBBAIXADO
               LINE 09  COLUMN 17  PIC ZZZZZZ9,99
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       ABRE-BANCOS.
           MOVE "N" TO W-CBC-ABERTO
           OPEN INPUT ARQCBC
           IF ST-CBC NOT = "00"
              GO TO ABRE-CARTOES.
           MOVE "S" TO W-CBC-ABERTO
           OPEN I-O ARQMBC
           IF ST-MBC NOT = "00"
              IF ST-MBC = "30"
                 OPEN OUTPUT ARQMBC
                 CLOSE ARQMBC
                 OPEN I-O ARQMBC
              ELSE
                 MOVE "ERRO NA ABERTURA DOS MOVIMENTOS BANCARIOS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       ABRE-CARTOES.
           MOVE "N" TO W-ADQ-ABERTO
           OPEN INPUT ARQADQ
           IF ST-ADQ = "00"
              MOVE "S" TO W-ADQ-ABERTO.
           OPEN I-O ARQRCT
           IF ST-RCT NOT = "00"
              IF ST-RCT = "30"
                 OPEN OUTPUT ARQRCT
                 CLOSE ARQRCT
                 OPEN I-O ARQRCT
              ELSE
                 MOVE "ERRO NA ABERTURA DOS RECEBIVEIS DE CARTAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      * PARCELAS EM MOEDA ESTRANGEIRA (SCE039) E COTACOES (SCE063)
       ABRE-MOEDA.
           MOVE "N" TO W-LCM-ABERTO
           OPEN INPUT ARQLCM
           IF ST-LCM NOT = "00"
              GO TO LE-PERIODO.
           OPEN INPUT ARQCOT
           IF ST-COT NOT = "00"
              CLOSE ARQLCM
              GO TO LE-PERIODO.
           OPEN I-O ARQVCB
           IF ST-VCB = "30"
              OPEN OUTPUT ARQVCB
              CLOSE ARQVCB
              OPEN I-O ARQVCB.
           IF ST-VCB NOT = "00"
              CLOSE ARQLCM ARQCOT
              GO TO LE-PERIODO.
           MOVE "S" TO W-LCM-ABERTO.
       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
              MOVE CTL-CARENCIA TO W-CARENCIA
           ELSE
              NEXT SENTENCE.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       LOGIN-OPERADOR.
           DISPLAY (01, 01) ERASE
           DISPLAY (10, 20) "CODIGO DO OPERADOR: "
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           PERFORM JRN-COMMIT.
           MOVE ZEROS TO W-LCM-ACHOU W-VCB-GRAVOU
           MOVE SPACES TO DTIPO DSTATUS
           MOVE ZEROS TO LANC-NUMPEDIDO LANC-TPPEDIDO LANC-PARCELA
           LANC-CODPESSOA LANC-VALOR LANC-DATA LANC-VENCIMENTO
           DISPLAY TELABXA
           ACCEPT TBNUMPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-CBC-ABERTO = "S"
                 CLOSE ARQCBC ARQMBC.
           IF W-ACT = 01
              IF W-ADQ-ABERTO = "S"
                 CLOSE ARQADQ.
           IF W-ACT = 01
              IF W-LCM-ABERTO = "S"
                 CLOSE ARQLCM ARQCOT ARQVCB.
           IF W-ACT = 01
              CLOSE ARQLANC ARQBXA ARQSDP ARQCHQ ARQCX ARQCXM ARQADI
              ARQRTC ARQRCT ARQJRN
              IF W-RTF-ABERTO = "S"
                 CLOSE ARQRTF
                 GOBACK
              ELSE
                 GOBACK.
       R3.
           DISPLAY (21, 12)
              "1=COMPRA | 2=VENDA | 3=DEVOL | 7=FRETE | 8=ACORDO"
              " | 9=AVULSO"
           ACCEPT TBTPPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF (LANC-TPPEDIDO < 1 OR LANC-TPPEDIDO > 3) AND
              LANC-TPPEDIDO NOT = 7 AND
              LANC-TPPEDIDO NOT = 8 AND LANC-TPPEDIDO NOT = 9
              MOVE "TIPO DE PEDIDO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
              IF LANC-STATUS = "X"
                 MOVE "PERDA" TO DSTATUS
              ELSE
                 IF LANC-STATUS = "N"
                    MOVE "RENEGOCIADO" TO DSTATUS
                 ELSE
                    MOVE "EM ABERTO" TO DSTATUS.
           MOVE LANC-VALOR TO W-VALOR-ABS
           IF LANC-VALOR < ZEROS
              COMPUTE W-VALOR-ABS = LANC-VALOR * -1.
           PERFORM SOMA-BAIXAS THRU SOMA-BAIXAS-FIM
           COMPUTE W-SALDO-LANC = W-VALOR-ABS - W-TOT-BAIXADO
           DISPLAY TELABXA
           PERFORM LE-LANC-MOEDA THRU LE-LANC-MOEDA-FIM.
       ACE-001.
           DISPLAY (21, 12) "B = BAIXAR | H = HISTORICO | S = SAIR"
           ACCEPT (22, 9) W-OPCAO
              MOVE "LANCAMENTO BAIXADO COMO PERDA (PERDAS)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF LANC-STATUS = "N"
              MOVE "LANCAMENTO RENEGOCIADO EM ACORDO (ACORDO)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-SALDO-LANC NOT > ZEROS
              MOVE "SALDO EM ABERTO E ZERO, NADA A BAIXAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-ADI-APLICADO = 1
              GO TO MONTA-TELA.
       BXA-003.
           IF W-LCM-ACHOU = 1
              GO TO BXA-003-ME.
           DISPLAY (14, 02) "VALOR PAGO: "
           ACCEPT (14, 15) W-BXA-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "VALOR MAIOR QUE O SALDO EM ABERTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-003.
           GO TO BXA-WR1.
      * PARCELA EM MOEDA: O PAGAMENTO E DIGITADO NA MOEDA. O
      * PRINCIPAL BAIXA PELA TAXA DO LANCAMENTO (O SALDO INTEIRO
      * QUANDO QUITA A MOEDA) E A DIFERENCA PARA O VALOR EM REAIS
      * PELA COTACAO DA DATA DO PAGAMENTO E A VARIACAO CAMBIAL
       BXA-003-ME.
           MOVE LCM-MOEDA TO COT-MOEDA
           PERFORM BUSCA-COTACAO THRU BUSCA-COTACAO-FIM
           IF W-TAXA-BXA = ZEROS
              MOVE "SEM COTACAO DA MOEDA ATE A DATA DO PAGAMENTO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002.
           COMPUTE W-ME-SALDO ROUNDED = W-SALDO-LANC / LCM-TAXA
           MOVE ZEROS TO W-ME-PAGO
           DISPLAY (14, 02) "PAGO EM     : "
           DISPLAY (14, 10) LCM-MOEDA
           ACCEPT (14, 16) W-ME-PAGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BXA-002.
           IF W-ME-PAGO = ZEROS
              MOVE "VALOR NULO, DIGITE O VALOR PAGO NA MOEDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-003-ME.
           IF W-ME-PAGO > W-ME-SALDO
              MOVE "VALOR MAIOR QUE O SALDO NA MOEDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-003-ME.
           IF W-ME-PAGO = W-ME-SALDO
              MOVE W-SALDO-LANC TO W-BXA-VALOR
           ELSE
              COMPUTE W-BXA-VALOR ROUNDED = W-ME-PAGO * LCM-TAXA.
           IF W-BXA-VALOR > W-SALDO-LANC
              MOVE W-SALDO-LANC TO W-BXA-VALOR.
           IF W-BXA-VALOR = ZEROS
              MOVE "VALOR PEQUENO DEMAIS PARA BAIXAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-003-ME.
           COMPUTE W-BXA-REAIS ROUNDED = W-ME-PAGO * W-TAXA-BXA
           COMPUTE W-VCB-VALOR = W-BXA-REAIS - W-BXA-VALOR
           MOVE W-BXA-REAIS TO W-ME-ED
           MOVE W-VCB-VALOR TO W-VAR-ED
           DISPLAY (14, 30) "EM REAIS: "
           DISPLAY (14, 40) W-ME-ED
           DISPLAY (14, 52) "VARIACAO: "
           DISPLAY (14, 62) W-VAR-ED.
       BXA-WR1.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE W-BXA-DATA TO BXA-DATA
           MOVE W-BXA-VALOR TO BXA-VALOR
           MOVE W-OPERADOR TO BXA-OPERADOR
           MOVE ZEROS TO BXA-CONTA
           WRITE REGBXA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA BAIXA" TO MENS
           COMPUTE W-SALDO-LANC = W-VALOR-ABS - W-TOT-BAIXADO
           ADD 1 TO W-ULT-SEQ
           MOVE W-ULT-SEQ TO W-SEQ-PRINC
           PERFORM GRAVA-VARCAMB THRU GRAVA-VARCAMB-FIM
           PERFORM GRAVA-ENCARGOS THRU GRAVA-ENCARGOS-FIM
           IF LANC-TIPO = "P"
              PERFORM CALCULA-RETENCAO THRU CALCULA-RETENCAO-FIM.
           PERFORM ATUALIZA-SALDO-PES
           IF W-SALDO-LANC = ZEROS
              MOVE "Q" TO LANC-STATUS
              MOVE "R" TO W-JRN-OPER
              PERFORM JRN-ANTES-LANC
              REWRITE REGLANC
              PERFORM JRN-GRAVA-LANC
              MOVE "QUITADO" TO DSTATUS
              DISPLAY TELABXA
              MOVE "*** SALDO ZERADO - LANCAMENTO QUITADO ***" TO MENS
           MOVE W-BXA-DATA TO BXA-DATA
           COMPUTE BXA-VALOR = W-JUROS-VAL + W-MULTA-VAL
           MOVE "JUROSMULTA" TO BXA-OPERADOR
           MOVE ZEROS TO BXA-CONTA
           WRITE REGBXA
           IF ST-ERRO = "00"
              ADD 1 TO W-ULT-SEQ
           MOVE W-BXA-DATA TO BXA-DATA
           MOVE W-ADI-APLICA TO BXA-VALOR
           MOVE "ADIANTAMTO" TO BXA-OPERADOR
           MOVE ZEROS TO BXA-CONTA
           WRITE REGBXA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA BAIXA POR ADIANTAMENTO"
           PERFORM CONSOME-ADIANT THRU CONSOME-ADIANT-FIM
           IF W-SALDO-LANC = ZEROS
              MOVE "Q" TO LANC-STATUS
              MOVE "R" TO W-JRN-OPER
              PERFORM JRN-ANTES-LANC
              REWRITE REGLANC
              PERFORM JRN-GRAVA-LANC.
           MOVE 1 TO W-ADI-APLICADO
           MOVE "ADIANTAMENTO APLICADO NA PARCELA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           EXIT.
      * FORMA DE PAGAMENTO DA BAIXA: DINHEIRO CAI NO CAIXA
      * ABERTO DO OPERADOR (SCE025), CHEQUE PRE-DATADO ENTRA NA
      * CUSTODIA (SCE024), BANCO MARCA A CONTA BANCARIA NA BAIXA
      * (SCE056), CARTAO GERA OS RECEBIVEIS DA ADQUIRENTE
      * (SCE057). OUTRAS FORMAS SEGUEM SEM REGISTRO EXTRA.
       PERGUNTA-FORMA.
           MOVE SPACES TO W-FORMA
           DISPLAY (18, 02) "FORMA: D=DINHEIRO | C=CHEQUE-PRE |"
              " B=BANCO | T=CARTAO | O=OUTRA: "
           ACCEPT (18, 67) W-FORMA
           IF W-FORMA = "D" OR "d"
              PERFORM REGISTRA-CAIXA THRU REGISTRA-CAIXA-FIM
              GO TO PERGUNTA-FORMA-FIM.
           IF W-FORMA = "B" OR "b"
              PERFORM REGISTRA-BANCO THRU REGISTRA-BANCO-FIM
              GO TO PERGUNTA-FORMA-FIM.
           IF W-FORMA = "C" OR "c"
              IF LANC-TIPO = "R"
                 PERFORM PERGUNTA-CHEQUE THRU PERGUNTA-CHEQUE-FIM
                 MOVE "CHEQUE PRE-DATADO SO NO CONTAS A RECEBER"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-FORMA = "T" OR "t"
              IF LANC-TIPO = "R"
                 PERFORM REGISTRA-CARTAO THRU REGISTRA-CARTAO-FIM
              ELSE
                 MOVE "CARTAO SO NO CONTAS A RECEBER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PERGUNTA-FORMA-FIM.
           EXIT.
      * BAIXA PELO BANCO: A CONTA BANCARIA VAI PARA A LINHA
      * PRINCIPAL DA BAIXA E PARA A DE JUROS/MULTA GRAVADA JUNTO.
      * NO PAGAMENTO COM IMPOSTO RETIDO SO O LIQUIDO SAI DA CONTA:
      * O RETIDO VOLTA COMO MOVIMENTO "R" (CREDITO) EM MOVBCO.DAT.
       REGISTRA-BANCO.
           IF W-CBC-ABERTO NOT = "S"
              MOVE "SEM CONTAS BANCARIAS (SCE056) - BAIXA SEM CONTA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-BANCO-FIM.
       REGISTRA-BANCO-CONTA.
           MOVE ZEROS TO W-BCO-BXA
           DISPLAY (19, 02) "CONTA BANCARIA (SCE056): "
           ACCEPT (19, 27) W-BCO-BXA
           IF W-BCO-BXA = ZEROS
              MOVE "BAIXA SEM CONTA BANCARIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-BANCO-FIM.
           MOVE W-BCO-BXA TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              MOVE "CONTA BANCARIA NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-BANCO-CONTA.
           IF CBC-ATIVA NOT = "S"
              MOVE "CONTA BANCARIA INATIVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-BANCO-CONTA.
           IF W-BXA-DATA < CBC-DATA-INI
              MOVE "DATA ANTERIOR A IMPLANTACAO DA CONTA BANCARIA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-BANCO-CONTA.
           DISPLAY (19, 31) CBC-DESC
           MOVE W-SEQ-PRINC TO W-SEQ-MARCA.
       REGISTRA-BANCO-MARCA.
           IF W-SEQ-MARCA > W-ULT-SEQ
              GO TO REGISTRA-BANCO-RET.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE W-SEQ-MARCA TO BXA-SEQ
           READ ARQBXA
           IF ST-ERRO = "00"
              MOVE W-BCO-BXA TO BXA-CONTA
              REWRITE REGBXA.
           ADD 1 TO W-SEQ-MARCA
           GO TO REGISTRA-BANCO-MARCA.
       REGISTRA-BANCO-RET.
           PERFORM MARCA-VARCAMB THRU MARCA-VARCAMB-FIM
           IF LANC-TIPO NOT = "P"
              GO TO REGISTRA-BANCO-OK.
           IF W-RET-IRRF = ZEROS AND W-RET-ISS = ZEROS
              GO TO REGISTRA-BANCO-OK.
           MOVE W-BCO-BXA TO MBC-CONTA
           MOVE W-BXA-DATA TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ.
       REGISTRA-BANCO-MBC.
           ADD 1 TO MBC-SEQ
           MOVE "R" TO MBC-TIPO
           MOVE "C" TO MBC-DC
           COMPUTE MBC-VALOR = W-RET-IRRF + W-RET-ISS
           MOVE ZEROS TO MBC-CONTRA
           MOVE SPACES TO MBC-DOC MBC-HIST
           STRING "BXA " LANC-NUMPEDIDO "-" LANC-PARCELA
              DELIMITED BY SIZE INTO MBC-DOC
           MOVE "IMPOSTO RETIDO NO PAGAMENTO" TO MBC-HIST
           MOVE W-OPERADOR TO MBC-OPERADOR
           WRITE REGMBC
           IF ST-MBC = "22" AND MBC-SEQ < 9999
              GO TO REGISTRA-BANCO-MBC.
           IF ST-MBC NOT = "00"
              MOVE "ERRO NA GRAVACAO DO RETIDO NA CONTA BANCARIA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-BANCO-FIM.
       REGISTRA-BANCO-OK.
           MOVE "BAIXA MARCADA NA CONTA BANCARIA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REGISTRA-BANCO-FIM.
           EXIT.
      * BAIXA EM CARTAO: O CLIENTE FICA QUITADO E O VALOR PASSA A
      * SER DEVIDO PELA ADQUIRENTE. UM RECEBIVEL POR PARCELA DO
      * CARTAO (A ULTIMA LEVA A SOBRA DA DIVISAO), COM A TAXA DO
      * CONTRATO DESCONTADA: DEBITO CAI EM D+PRAZO-DEB, CREDITO
      * EM D+PRAZO-CRED VEZES O NUMERO DA PARCELA.
       REGISTRA-CARTAO.
           IF W-ADQ-ABERTO NOT = "S"
              MOVE "SEM ADQUIRENTES (SCE057) - BAIXA SEM RECEBIVEL"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-FIM.
       REGISTRA-CARTAO-ADQ.
           MOVE ZEROS TO ADQ-CODIGO
           DISPLAY (19, 02) "ADQUIRENTE: "
           ACCEPT (19, 14) ADQ-CODIGO
           READ ARQADQ
           IF ST-ADQ NOT = "00"
              MOVE "ADQUIRENTE NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-ADQ.
           IF ADQ-ATIVA NOT = "S"
              MOVE "ADQUIRENTE INATIVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-ADQ.
           DISPLAY (19, 18) ADQ-NOME
           MOVE SPACES TO W-CRT-BANDEIRA
           DISPLAY (19, 50) "BANDEIRA: "
           ACCEPT (19, 60) W-CRT-BANDEIRA.
       REGISTRA-CARTAO-MODAL.
           MOVE SPACES TO W-CRT-MODAL
           DISPLAY (20, 02) "D=DEBITO C=CREDITO: "
           ACCEPT (20, 22) W-CRT-MODAL
           IF W-CRT-MODAL = "d"
              MOVE "D" TO W-CRT-MODAL.
           IF W-CRT-MODAL = "c"
              MOVE "C" TO W-CRT-MODAL.
           IF W-CRT-MODAL NOT = "D" AND "C"
              MOVE "DIGITE D OU C" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-MODAL.
           MOVE 1 TO W-CRT-QTD
           IF W-CRT-MODAL = "D"
              GO TO REGISTRA-CARTAO-AUT.
           DISPLAY (20, 25) "PARCELAS: "
           ACCEPT (20, 35) W-CRT-QTD
           IF W-CRT-QTD = ZEROS
              MOVE 1 TO W-CRT-QTD.
           IF W-CRT-QTD > ADQ-MAX-PARC
              MOVE "PARCELAS ACIMA DO LIMITE DA ADQUIRENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-MODAL.
       REGISTRA-CARTAO-AUT.
           MOVE SPACES TO W-CRT-AUTORIZ
           DISPLAY (20, 39) "AUTORIZACAO: "
           ACCEPT (20, 52) W-CRT-AUTORIZ
           IF W-CRT-AUTORIZ = SPACES
              MOVE "CODIGO DE AUTORIZACAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-AUT.
           IF W-CRT-MODAL = "D"
              MOVE ADQ-TAXA-DEB TO W-CRT-TAXA
           ELSE
              IF W-CRT-QTD = 1
                 MOVE ADQ-TAXA-CRED TO W-CRT-TAXA
              ELSE
                 MOVE ADQ-TAXA-PARC TO W-CRT-TAXA.
           COMPUTE W-CRT-PARC-VAL = W-BXA-VALOR / W-CRT-QTD
           COMPUTE W-CRT-SERIAL = FUNCTION INTEGER-OF-DATE(W-BXA-DATA)
           MOVE ZEROS TO W-CRT-N W-CRT-ACUM.
       REGISTRA-CARTAO-PARC.
           ADD 1 TO W-CRT-N
           IF W-CRT-N > W-CRT-QTD
              GO TO REGISTRA-CARTAO-OK.
           MOVE LANC-NUMPEDIDO TO RCT-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO RCT-TPPEDIDO
           MOVE LANC-PARCELA TO RCT-PARCELA
           MOVE W-SEQ-PRINC TO RCT-SEQ-BXA
           MOVE W-CRT-N TO RCT-PARC-CARTAO RCT-PARC-AUT
           MOVE ADQ-CODIGO TO RCT-ADQ
           MOVE W-CRT-AUTORIZ TO RCT-AUTORIZ
           MOVE W-CRT-BANDEIRA TO RCT-BANDEIRA
           MOVE W-CRT-MODAL TO RCT-MODAL
           MOVE W-CRT-QTD TO RCT-QTD-PARC
           MOVE LANC-CODPESSOA TO RCT-CODPESSOA
           MOVE W-BXA-DATA TO RCT-DATA-VENDA
           IF W-CRT-N = W-CRT-QTD
              COMPUTE RCT-VALOR-BRUTO = W-BXA-VALOR - W-CRT-ACUM
           ELSE
              MOVE W-CRT-PARC-VAL TO RCT-VALOR-BRUTO.
           ADD RCT-VALOR-BRUTO TO W-CRT-ACUM
           MOVE W-CRT-TAXA TO RCT-TAXA-PCT
           COMPUTE RCT-VALOR-TAXA ROUNDED =
              RCT-VALOR-BRUTO * W-CRT-TAXA / 100
           COMPUTE RCT-VALOR-LIQ = RCT-VALOR-BRUTO - RCT-VALOR-TAXA
           IF W-CRT-MODAL = "D"
              MOVE ADQ-PRAZO-DEB TO W-CRT-DIAS
           ELSE
              COMPUTE W-CRT-DIAS = ADQ-PRAZO-CRED * W-CRT-N.
           COMPUTE RCT-DATA-PREV =
              FUNCTION DATE-OF-INTEGER(W-CRT-SERIAL + W-CRT-DIAS)
           MOVE "A" TO RCT-STATUS
           MOVE ZEROS TO RCT-DATA-LIQ RCT-VALOR-PAGO
           MOVE W-OPERADOR TO RCT-OPERADOR
           WRITE REGRCT
           IF ST-RCT NOT = "00"
              MOVE "ERRO NA GRAVACAO DO RECEBIVEL DE CARTAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-CARTAO-FIM.
           GO TO REGISTRA-CARTAO-PARC.
       REGISTRA-CARTAO-OK.
           MOVE "RECEBIVEIS DE CARTAO GERADOS (SCE057)" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REGISTRA-CARTAO-FIM.
           EXIT.
      * BAIXA EM DINHEIRO: PROCURA A SESSAO DE CAIXA ABERTA DO
      * OPERADOR NO DIA E PENDURA O MOVIMENTO NELA. RECEBER
      * ENTRA ("E"), PAGAR SAI ("S") DA GAVETA.
              MOVE "E" TO CXM-TIPO
           ELSE
              MOVE "S" TO CXM-TIPO.
           IF W-VCB-GRAVOU = 1
              MOVE W-BXA-REAIS TO CXM-VALOR
           ELSE
              MOVE W-BXA-VALOR TO CXM-VALOR.
           MOVE SPACES TO CXM-DOC
           STRING "BXA " LANC-NUMPEDIDO "-" LANC-PARCELA
              DELIMITED BY SIZE INTO CXM-DOC
           GO TO LISTA-BAIXAS-LOOP.
       LISTA-BAIXAS-FIM.
           EXIT.
      * PARCELA EM MOEDA ESTRANGEIRA: MOSTRA A MOEDA, O SALDO
      * NA MOEDA (SALDO EM REAIS PELA TAXA DO LANCAMENTO) E A TAXA
       LE-LANC-MOEDA.
           MOVE ZEROS TO W-LCM-ACHOU W-ME-SALDO
           IF W-LCM-ABERTO NOT = "S"
              GO TO LE-LANC-MOEDA-FIM.
           MOVE LANC-CHAVE TO LCM-CHAVE
           READ ARQLCM
           IF ST-LCM NOT = "00" OR LCM-TAXA = ZEROS
              GO TO LE-LANC-MOEDA-FIM.
           MOVE 1 TO W-LCM-ACHOU
           COMPUTE W-ME-SALDO ROUNDED = W-SALDO-LANC / LCM-TAXA
           MOVE W-ME-SALDO TO W-ME-ED
           MOVE LCM-TAXA TO W-TAXA-ED
           DISPLAY (12, 01) "MOEDA: "
           DISPLAY (12, 08) LCM-MOEDA
           DISPLAY (12, 13) "SALDO NA MOEDA: "
           DISPLAY (12, 29) W-ME-ED
           DISPLAY (12, 42) "TAXA DO LANCAMENTO: "
           DISPLAY (12, 62) W-TAXA-ED.
       LE-LANC-MOEDA-FIM.
           EXIT.
      * COTACAO DA MOEDA NA DATA DO PAGAMENTO OU A ULTIMA ANTERIOR
       BUSCA-COTACAO.
           MOVE ZEROS TO W-TAXA-BXA COT-DATA
           START ARQCOT KEY IS NOT LESS THAN COT-CHAVE
              INVALID KEY GO TO BUSCA-COTACAO-FIM.
       BUSCA-COTACAO-LOOP.
           READ ARQCOT NEXT
           IF ST-COT NOT = "00"
              GO TO BUSCA-COTACAO-FIM.
           IF COT-MOEDA NOT = LCM-MOEDA OR COT-DATA > W-BXA-DATA
              GO TO BUSCA-COTACAO-FIM.
           MOVE COT-TAXA TO W-TAXA-BXA
           GO TO BUSCA-COTACAO-LOOP.
       BUSCA-COTACAO-FIM.
           EXIT.
      * A VARIACAO CAMBIAL DA BAIXA FICA EM VARCAMB.DAT PELA CHAVE
      * DA LINHA PRINCIPAL: "P" = PASSIVA (PAGOU MAIS EM REAIS QUE
      * O LANCADO), "A" = ATIVA. NAO E LINHA DE BAIXAS.DAT: NAO
      * MEXE NO SALDO DA PARCELA NEM NO SALDOPES
       GRAVA-VARCAMB.
           MOVE ZEROS TO W-VCB-GRAVOU
           IF W-LCM-ACHOU NOT = 1
              GO TO GRAVA-VARCAMB-FIM.
           IF W-VCB-VALOR = ZEROS
              GO TO GRAVA-VARCAMB-FIM.
           MOVE LANC-NUMPEDIDO TO VCB-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO VCB-TPPEDIDO
           MOVE LANC-PARCELA TO VCB-PARCELA
           MOVE W-SEQ-PRINC TO VCB-SEQ
           MOVE W-BXA-DATA TO VCB-DATA
           MOVE LCM-MOEDA TO VCB-MOEDA
           MOVE W-ME-PAGO TO VCB-VALOR-ME
           MOVE LCM-TAXA TO VCB-TAXA-LANC
           MOVE W-TAXA-BXA TO VCB-TAXA-BXA
           IF W-VCB-VALOR > ZEROS
              MOVE "P" TO VCB-NATUREZA
              MOVE W-VCB-VALOR TO VCB-VALOR
           ELSE
              MOVE "A" TO VCB-NATUREZA
              COMPUTE VCB-VALOR = W-VCB-VALOR * -1.
           MOVE ZEROS TO VCB-CONTA
           MOVE W-OPERADOR TO VCB-OPERADOR
           WRITE REGVCB
           IF ST-VCB = "00"
              MOVE 1 TO W-VCB-GRAVOU
           ELSE
              MOVE "ERRO NA GRAVACAO DA VARIACAO CAMBIAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-VARCAMB-FIM.
           EXIT.
      * PAGAMENTO PELO BANCO: A VARIACAO RECEBE A CONTA BANCARIA E
      * ACERTA A CONTA COM UM MOVIMENTO "V" (DEBITO NA PASSIVA,
      * CREDITO NA ATIVA), COMO O IMPOSTO RETIDO
       MARCA-VARCAMB.
           IF W-VCB-GRAVOU NOT = 1
              GO TO MARCA-VARCAMB-FIM.
           MOVE LANC-NUMPEDIDO TO VCB-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO VCB-TPPEDIDO
           MOVE LANC-PARCELA TO VCB-PARCELA
           MOVE W-SEQ-PRINC TO VCB-SEQ
           READ ARQVCB
           IF ST-VCB NOT = "00"
              GO TO MARCA-VARCAMB-FIM.
           MOVE W-BCO-BXA TO VCB-CONTA
           REWRITE REGVCB
           MOVE W-BCO-BXA TO MBC-CONTA
           MOVE W-BXA-DATA TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ.
       MARCA-VARCAMB-MBC.
           ADD 1 TO MBC-SEQ
           MOVE "V" TO MBC-TIPO
           IF VCB-NATUREZA = "P"
              MOVE "D" TO MBC-DC
           ELSE
              MOVE "C" TO MBC-DC.
           MOVE VCB-VALOR TO MBC-VALOR
           MOVE ZEROS TO MBC-CONTRA
           MOVE SPACES TO MBC-DOC MBC-HIST
           STRING "BXA " LANC-NUMPEDIDO "-" LANC-PARCELA
              DELIMITED BY SIZE INTO MBC-DOC
           MOVE "VARIACAO CAMBIAL NO PAGAMENTO" TO MBC-HIST
           MOVE W-OPERADOR TO MBC-OPERADOR
           WRITE REGMBC
           IF ST-MBC = "22" AND MBC-SEQ < 9999
              GO TO MARCA-VARCAMB-MBC.
           IF ST-MBC NOT = "00"
              MOVE "ERRO NA GRAVACAO DA VARIACAO NA CONTA BANCARIA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MARCA-VARCAMB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED, ITEMPED, REGLANC E REGPROD GERA UMA IMAGEM ANTES/
      * DEPOIS (TIPO I); AO VOLTAR PARA A TELA INICIAL A TRANSACAO
      * RECEBE A MARCA DE CONCLUSAO (TIPO C). USADO PELO RECUPERA
      *----------------------------------------------------------------
       GRAVA-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
           IF W-JRN-TRANS = SPACES
              MOVE W-JRN-PROG TO W-JRN-TRANS(1:8)
              MOVE W-JRN-DTH(1:16) TO W-JRN-TRANS(9:16)
              MOVE W-OPERADOR TO W-JRN-TRANS(25:10)
              MOVE ZEROS TO W-JRN-SEQ.
           ADD 1 TO W-JRN-SEQ
           MOVE SPACES TO REGJRN
           MOVE W-JRN-TRANS TO JRN-TRANS
           MOVE W-JRN-SEQ TO JRN-SEQ
           MOVE "I" TO JRN-TIPO
           MOVE W-JRN-ARQ TO JRN-ARQUIVO
           MOVE W-JRN-OPER TO JRN-OPER
           MOVE W-JRN-CHAVE TO JRN-CHAVE
           MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
           MOVE W-OPERADOR TO JRN-OPERADOR
           IF W-JRN-OPER NOT = "W"
              MOVE W-JRN-ANTES TO JRN-ANTES.
           IF W-JRN-OPER NOT = "D"
              MOVE W-JRN-DEPOIS TO JRN-DEPOIS.
           WRITE REGJRN.
       JRN-COMMIT.
           IF W-JRN-TRANS NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
              ADD 1 TO W-JRN-SEQ
              MOVE SPACES TO REGJRN
              MOVE W-JRN-TRANS TO JRN-TRANS
              MOVE W-JRN-SEQ TO JRN-SEQ
              MOVE "C" TO JRN-TIPO
              MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
              MOVE W-OPERADOR TO JRN-OPERADOR
              WRITE REGJRN
              MOVE SPACES TO W-JRN-TRANS.
       JRN-ANTES-LANC.
           MOVE REGLANC TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQLANC
           IF ST-ERRO = "00"
              MOVE REGLANC TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGLANC.
       JRN-GRAVA-LANC.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQLANC ARQBXA ARQSDP ARQCHQ ARQCX ARQCXM ARQADI
              ARQRTC ARQRCT.
           IF W-LCM-ABERTO = "S"
              CLOSE ARQLCM ARQCOT ARQVCB.
           IF W-RTF-ABERTO = "S"
              CLOSE ARQRTF.
           IF W-CBC-ABERTO = "S"
              CLOSE ARQCBC ARQMBC.
           IF W-ADQ-ABERTO = "S"
              CLOSE ARQADQ.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
