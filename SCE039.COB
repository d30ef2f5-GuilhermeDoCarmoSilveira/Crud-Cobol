      * GRAVACAO DA COMPRA). NOTA FORA DA TOLERANCIA    *
      * FICA PENDENTE E VAI PARA O RELATORIO DE         *
      * DIVERGENCIAS MATCHDIV.TXT. AS NOTAS DIGITADAS   *
      * FICAM EM NFFORN.DAT. FRETE, SEGURO E DEMAIS     *
      * DESPESAS DA COMPRA VAO AO CUSTO PELO SCE051.    *
      * COMPRA EM MOEDA ESTRANGEIRA (PEDMOEDA.DAT): A    *
      * NOTA E O RECEBIDO SAO COMPARADOS NA MOEDA       *
      * (PRECOS DE ITEMMOE.DAT) E A PARCELA ABRE EM     *
      * REAIS PELA COTACAO DO DIA (SCE063); O VALOR NA  *
      * MOEDA E A TAXA FICAM EM LANCMOE.DAT PARA A      *
      * BAIXA (SCE010) APURAR A VARIACAO CAMBIAL.       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-PED.

           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQSDP ASSIGN TO DISK
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

           SELECT ARQCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COT-CHAVE
                    FILE STATUS IS ST-COT.

           SELECT ARQPME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PME-CHAVE
                    FILE STATUS IS ST-PME.

           SELECT ARQIME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IME-CHAVE
                    FILE STATUS IS ST-IME.

           SELECT ARQLCM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LCM-CHAVE
                    FILE STATUS IS ST-LCM.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNFF
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

       FD ARQCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COTMOEDA.DAT".
       01 REGCOT.
          03 COT-CHAVE.
           05 COT-MOEDA         PIC X(03).
           05 COT-DATA          PIC 9(08).
          03 COT-TAXA           PIC 9(03)V9(06).
          03 COT-OPERADOR       PIC X(10).

       FD ARQPME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDMOEDA.DAT".
       01 REGPME.
          03 PME-CHAVE.
           05 PME-NUMPEDIDO     PIC 9(06).
           05 PME-TPPEDIDO      PIC 9(01).
          03 PME-MOEDA          PIC X(03).
          03 PME-TAXA           PIC 9(03)V9(06).
          03 PME-DATA-TAXA      PIC 9(08).

       FD ARQIME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMMOE.DAT".
       01 REGIME.
          03 IME-CHAVE.
           05 IME-NUMPEDIDO     PIC 9(06).
           05 IME-TPPEDIDO      PIC 9(01).
           05 IME-SEQ           PIC 9(02).
          03 IME-PRECO-ME       PIC 9(06)V99.

       FD ARQLCM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCMOE.DAT".
       01 REGLCM.
          03 LCM-CHAVE.
           05 LCM-NUMPEDIDO     PIC 9(06).
           05 LCM-TPPEDIDO      PIC 9(01).
           05 LCM-PARCELA       PIC 9(02).
          03 LCM-MOEDA          PIC X(03).
          03 LCM-VALOR-ME       PIC 9(07)V99.
          03 LCM-TAXA           PIC 9(03)V9(06).
          03 LCM-DATA-TAXA      PIC 9(08).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATCHDIV.TXT".
       01 LINHA-SAI              PIC X(120).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE039".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-NFF        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 W-VAL-ED1     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZ9,99.
       01 ST-COT        PIC X(02) VALUE "00".
       01 ST-PME        PIC X(02) VALUE "00".
       01 ST-IME        PIC X(02) VALUE "00".
       01 ST-LCM        PIC X(02) VALUE "00".
       01 W-MOE-ABERTO  PIC X(01) VALUE "N".
       01 W-PED-MOEDA   PIC X(03) VALUE SPACES.
       01 W-TAXA-HOJE   PIC 9(03)V9(06) VALUE ZEROS.
       01 W-COT-DATA-ACH PIC 9(08) VALUE ZEROS.
       01 W-PRECO-CASA  PIC 9(06)V99 VALUE ZEROS.
       01 W-TAXA-ED     PIC ZZ9,999999.

       PROCEDURE DIVISION.
       INICIO.
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
      * COMPRA EM MOEDA ESTRANGEIRA (SCE005/SCE063)
       ABRE-MOEDA.
           MOVE "N" TO W-MOE-ABERTO
           OPEN INPUT ARQPME
           IF ST-PME NOT = "00"
              GO TO LOGIN-OPERADOR.
           OPEN INPUT ARQIME ARQCOT
           OPEN I-O ARQLCM
           IF ST-LCM = "30"
              OPEN OUTPUT ARQLCM
              CLOSE ARQLCM
              OPEN I-O ARQLCM.
           MOVE "S" TO W-MOE-ABERTO.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-TOLER-PCT = ZEROS
              MOVE 2 TO W-TOLER-PCT.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "CASAMENTO DE NOTA DE FORNECEDOR (3 VIAS)"
           DISPLAY "NUM. DO PEDIDO DE COMPRA (ZEROS P/ SAIR): "
           ACCEPT NUMPEDIDO
           IF W-TEM-LANC = 1
              DISPLAY "PEDIDO JA TEM PARCELAS ABERTAS - JA CASADO"
              GO TO R1.
           PERFORM LE-MOEDA-PED THRU LE-MOEDA-PED-FIM
           IF W-PED-MOEDA NOT = SPACES AND W-TAXA-HOJE = ZEROS
              DISPLAY "COMPRA EM " W-PED-MOEDA " SEM COTACAO ATE"
                 " HOJE - CADASTRE NO SCE063"
              GO TO R1.
           PERFORM DIGITA-NOTA THRU DIGITA-NOTA-FIM
           IF W-NF-VALOR = ZEROS
              GO TO R1.
           MOVE ZEROS TO W-NF-NUMERO W-NF-VALOR
           DISPLAY "NUMERO DA NOTA DO FORNECEDOR: "
           ACCEPT W-NF-NUMERO
           IF W-PED-MOEDA = SPACES
              DISPLAY "VALOR DA NOTA: "
           ELSE
              DISPLAY "VALOR DA NOTA EM " W-PED-MOEDA ": ".
           ACCEPT W-NF-VALOR
           IF W-NF-VALOR = ZEROS
              DISPLAY "VALOR EM BRANCO - CASAMENTO CANCELADO".

      *----------------------------------------------------------------
      * VALOR RECEBIDO = SOMA POR ITEM DO RECEBIDO (ATE O
      * PEDIDO) VEZES O PRECO UNITARIO DO ITEM (NA MOEDA, QUANDO A
      * COMPRA E EM MOEDA ESTRANGEIRA)
      *----------------------------------------------------------------
       CALCULA-RECEBIDO.
           MOVE ZEROS TO W-VAL-RECEB
              MOVE ITEM-QTD TO W-QTD-CONSID
           ELSE
              MOVE W-QTD-RECANT TO W-QTD-CONSID.
           PERFORM PRECO-CASAMENTO
           COMPUTE W-VAL-RECEB = W-VAL-RECEB +
              (W-QTD-CONSID * W-PRECO-CASA)
           GO TO CALCULA-REC-LOOP.
       CALCULA-RECEBIDO-FIM.
           EXIT.

       PRECO-CASAMENTO.
           MOVE ITEM-PRECOU TO W-PRECO-CASA
           IF W-PED-MOEDA NOT = SPACES
              MOVE ITEM-CHAVE TO IME-CHAVE
              READ ARQIME
              IF ST-IME = "00"
                 MOVE IME-PRECO-ME TO W-PRECO-CASA.

       SOMA-RECEBIDO.
           MOVE ZEROS TO W-QTD-RECANT
           MOVE NUMPEDIDO TO RCB-NUMPEDIDO
           DISPLAY "PEDIDO:   " W-VAL-ED1
           DISPLAY "RECEBIDO: " W-VAL-ED2
           DISPLAY "NOTA:     " W-VAL-ED3
           IF W-PED-MOEDA NOT = SPACES
              MOVE W-TAXA-HOJE TO W-TAXA-ED
              DISPLAY "RECEBIDO E NOTA EM " W-PED-MOEDA
                 " - PARCELAS EM REAIS PELA TAXA " W-TAXA-ED
                 " DE " W-COT-DATA-ACH.
           COMPUTE W-DIF = W-NF-VALOR - W-VAL-RECEB
           MOVE W-DIF TO W-DIF-ABS
           IF W-DIF < ZEROS
           MOVE "C" TO NFF-STATUS
           PERFORM GRAVA-NOTA
           DISPLAY "NOTA CASADA - PARCELAS ABERTAS NO CONTAS A"
              " PAGAR"
           DISPLAY "FRETE/SEGURO/OUTRAS DESPESAS DA COMPRA: LANCE"
              " NO SCE051 PARA IR AO CUSTO".
       AVALIA-CASAMENTO-FIM.
           EXIT.

           CLOSE RELSAI.

      * AS PARCELAS ABREM PELO VALOR DA NOTA CASADA, COM
      * VENCIMENTOS A CADA 30 DIAS, COMO O SCE005 FAZ NA VENDA.
      * NA COMPRA EM MOEDA A DIVISAO E FEITA NA MOEDA E CADA
      * PARCELA ENTRA EM REAIS PELA TAXA DO DIA (LANCMOE.DAT)
       GERA-LANC-PAGAR.
           COMPUTE W-VAL-PARC = W-NF-VALOR / W-QTD-PARC
           COMPUTE W-VAL-PRIM = W-NF-VALOR -
              MOVE W-VAL-PRIM TO LANC-VALOR
           ELSE
              MOVE W-VAL-PARC TO LANC-VALOR.
           IF W-PED-MOEDA NOT = SPACES
              MOVE LANC-CHAVE TO LCM-CHAVE
              MOVE W-PED-MOEDA TO LCM-MOEDA
              MOVE LANC-VALOR TO LCM-VALOR-ME
              MOVE W-TAXA-HOJE TO LCM-TAXA
              MOVE W-COT-DATA-ACH TO LCM-DATA-TAXA
              COMPUTE LANC-VALOR ROUNDED = LCM-VALOR-ME * W-TAXA-HOJE
              WRITE REGLCM
              IF ST-LCM = "22"
                 REWRITE REGLCM.
           MOVE W-DATA-HOJE TO LANC-DATA
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
              FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL)
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           GO TO GERA-LANC-PARC.
              MOVE W-SDP-DELTA TO SDP-SALDO
              WRITE REGSDP.

      * MOEDA DA COMPRA E COTACAO DE HOJE (OU A ULTIMA ANTERIOR)
       LE-MOEDA-PED.
           MOVE SPACES TO W-PED-MOEDA
           MOVE ZEROS TO W-TAXA-HOJE W-COT-DATA-ACH
           IF W-MOE-ABERTO NOT = "S"
              GO TO LE-MOEDA-PED-FIM.
           MOVE CHAVE TO PME-CHAVE
           READ ARQPME
           IF ST-PME NOT = "00"
              GO TO LE-MOEDA-PED-FIM.
           MOVE PME-MOEDA TO W-PED-MOEDA COT-MOEDA
           MOVE ZEROS TO COT-DATA
           START ARQCOT KEY IS NOT LESS THAN COT-CHAVE
              INVALID KEY GO TO LE-MOEDA-PED-FIM.
       LE-MOEDA-PED-LOOP.
           READ ARQCOT NEXT
           IF ST-COT NOT = "00"
              GO TO LE-MOEDA-PED-FIM.
           IF COT-MOEDA NOT = W-PED-MOEDA OR
              COT-DATA > W-DATA-HOJE
              GO TO LE-MOEDA-PED-FIM.
           MOVE COT-TAXA TO W-TAXA-HOJE
           MOVE COT-DATA TO W-COT-DATA-ACH
           GO TO LE-MOEDA-PED-LOOP.
       LE-MOEDA-PED-FIM.
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
       JRN-GRAVA-LANC.
           IF ST-LANC = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQNFF ARQPED ARQITEM ARQRCB ARQLANC ARQSDP.
           IF W-MOE-ABERTO = "S"
              CLOSE ARQPME ARQIME ARQCOT ARQLCM.
           STOP RUN.

      *    FILE STATUS
