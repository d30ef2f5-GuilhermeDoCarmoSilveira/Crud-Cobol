      * ATUALIZADO. O PEDIDO PASSA DE "A" PARA "R"      *
      * (PARCIAL) E PARA "E" (TOTALMENTE RECEBIDO).     *
      * DIVERGENCIAS SAO ACRESCENTADAS EM RECEBDIV.TXT. *
      * PRODUTO COM CONTROLE DE SERIE (PRODSER.DAT)     *
      * PEDE UM NUMERO DE SERIE POR UNIDADE RECEBIDA,   *
      * GRAVADO EM NUMSERIE.DAT COM FORNECEDOR, PEDIDO  *
      * E DATA DE ENTRADA (HISTORICO EM SERMOV.DAT).    *
      * COMPRA EM MOEDA ESTRANGEIRA (PEDMOEDA.DAT,       *
      * SCE005): O CUSTO MEDIO ENTRA PELO PRECO NA      *
      * MOEDA (ITEMMOE.DAT) VEZES A COTACAO DA DATA DO  *
      * RECEBIMENTO (COTMOEDA.DAT, SCE063), E NAO PELA  *
      * TAXA DO PEDIDO.                                 *
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
                    FILE STATUS IS ST-ERRO.

           SELECT ARQITEM ASSIGN TO DISK
                    RECORD KEY IS CNV-CODPROD
                    FILE STATUS IS ST-CNV.

           SELECT ARQPSR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSR-CODPROD
                    FILE STATUS IS ST-PSR.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SER-CHAVE
                    ALTERNATE RECORD KEY IS SER-PED-VENDA
                       WITH DUPLICATES
                    FILE STATUS IS ST-SER.

           SELECT ARQSMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SMV-CHAVE
                    FILE STATUS IS ST-SMV.

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

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQRCB
               LABEL RECORD IS STANDARD
          03 CNV-UNID-VENDA     PIC X(02).
          03 CNV-FATOR          PIC 9(05).

       FD ARQPSR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSER.DAT".
       01 REGPSR.
          03 PSR-CODPROD        PIC 9(06).
          03 PSR-CONTROLA       PIC X(01).
          03 PSR-GARANTIA       PIC 9(03).
          03 PSR-OPERADOR       PIC X(10).

       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NUMSERIE.DAT".
       01 REGSER.
          03 SER-CHAVE.
           05 SER-CODPROD       PIC 9(06).
           05 SER-NUMERO        PIC X(20).
          03 SER-STATUS         PIC X(01).
          03 SER-FILIAL         PIC 9(02).
          03 SER-FORNEC         PIC 9(14).
          03 SER-PED-COMPRA     PIC 9(06).
          03 SER-DATA-ENTRADA   PIC 9(08).
          03 SER-PED-VENDA      PIC 9(06).
          03 SER-NF             PIC 9(06).
          03 SER-CODCLI         PIC 9(14).
          03 SER-DATA-VENDA     PIC 9(08).
          03 SER-GARANTIA-FIM   PIC 9(08).
          03 SER-OPERADOR       PIC X(10).

       FD ARQSMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERMOV.DAT".
       01 REGSMV.
          03 SMV-CHAVE.
           05 SMV-CODPROD       PIC 9(06).
           05 SMV-NUMERO        PIC X(20).
           05 SMV-SEQ           PIC 9(03).
          03 SMV-TIPO           PIC X(01).
          03 SMV-DATA           PIC 9(08).
          03 SMV-DOC            PIC 9(06).
          03 SMV-FIL-ORIG       PIC 9(02).
          03 SMV-FIL-DEST       PIC 9(02).
          03 SMV-PESSOA         PIC 9(14).
          03 SMV-OPERADOR       PIC X(10).

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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEBDIV.TXT".
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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE014".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-RCB        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 W-FATOR-CNV   PIC 9(05) VALUE 1.
       01 W-QTD-CONV    PIC 9(08) VALUE ZEROS.
       01 W-PRECO-CONV  PIC 9(06)V99 VALUE ZEROS.
       01 ST-PSR        PIC X(02) VALUE "00".
       01 ST-SER        PIC X(02) VALUE "00".
       01 ST-SMV        PIC X(02) VALUE "00".
       01 W-SER-ABERTO  PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SER-CONT    PIC 9(08) VALUE ZEROS.
       01 W-SER-ORD     PIC 9(08) VALUE ZEROS.
       01 ST-COT        PIC X(02) VALUE "00".
       01 ST-PME        PIC X(02) VALUE "00".
       01 ST-IME        PIC X(02) VALUE "00".
       01 W-MOE-ABERTO  PIC X(01) VALUE "N".
       01 W-PED-MOEDA   PIC X(03) VALUE SPACES.
       01 W-TAXA-RCB    PIC 9(03)V9(06) VALUE ZEROS.
       01 W-PRECO-REAL  PIC 9(06)V99 VALUE ZEROS.
       01 W-COT-DATA-ACH PIC 9(08) VALUE ZEROS.
       01 W-TAXA-ED     PIC ZZ9,999999.

       01 DET-DIV.
          03 DD-PEDIDO     PIC 9(06).
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS LOTES DO KARDEX"
                 GO TO ROT-FIM.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       ABRE-CONVERSAO.
           MOVE "N" TO W-CNV-ABERTO
           OPEN INPUT ARQCNV
           IF ST-CNV = "00"
              MOVE "S" TO W-CNV-ABERTO.
       ABRE-SERIE.
           MOVE "N" TO W-SER-ABERTO
           OPEN INPUT ARQPSR
           IF ST-PSR NOT = "00"
              GO TO LOGIN-OPERADOR.
           MOVE "S" TO W-SER-ABERTO
           OPEN I-O ARQSER
           IF ST-SER = "30"
              OPEN OUTPUT ARQSER
              CLOSE ARQSER
              OPEN I-O ARQSER.
           OPEN I-O ARQSMV
           IF ST-SMV = "30"
              OPEN OUTPUT ARQSMV
              CLOSE ARQSMV
              OPEN I-O ARQSMV.
       ABRE-MOEDA.
           MOVE "N" TO W-MOE-ABERTO
           OPEN INPUT ARQPME
           IF ST-PME NOT = "00"
              GO TO LOGIN-OPERADOR.
           OPEN INPUT ARQIME
           IF ST-IME NOT = "00"
              CLOSE ARQPME
              GO TO LOGIN-OPERADOR.
           OPEN INPUT ARQCOT
           IF ST-COT NOT = "00"
              CLOSE ARQPME ARQIME
              GO TO LOGIN-OPERADOR.
           MOVE "S" TO W-MOE-ABERTO.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "CONFERENCIA DE RECEBIMENTO DE COMPRAS"
           DISPLAY "NUM. DO PEDIDO DE COMPRA (ZEROS P/ SAIR): "
           ACCEPT NUMPEDIDO
              DISPLAY "PEDIDO JA TOTALMENTE RECEBIDO"
              GO TO R1.
           PERFORM LE-FILIAL-PED
           PERFORM LE-MOEDA-PED THRU LE-MOEDA-PED-FIM
           PERFORM CONFERE-ITENS THRU CONFERE-ITENS-FIM
           PERFORM ATUALIZA-STATUS-PED
           GO TO R1.
                    PERFORM BUSCA-CONVERSAO THRU BUSCA-CONVERSAO-FIM
                    ADD W-QTD-CONV TO QTD
                    MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
                    MOVE "R" TO W-JRN-OPER
                    PERFORM JRN-ANTES-PROD
                    REWRITE REGPROD
                    PERFORM JRN-GRAVA-PROD
                    ADD W-QTD-AGORA TO W-QTD-RECANT
                    PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM
                    PERFORM CREDITA-FILIAL
                    PERFORM ATUALIZA-CUSTO-MEDIO
                    PERFORM CAPTURA-LOTE THRU CAPTURA-LOTE-FIM
                    PERFORM CAPTURA-SERIE THRU CAPTURA-SERIE-FIM
                    DISPLAY "  ENTRADA DE " W-QTD-CONV
                       " NO ESTOQUE"
                 ELSE
       CAPTURA-LOTE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * NUMERO DE SERIE DO RECEBIMENTO: PRODUTO COM CONTROLE DE
      * SERIE (PRODSER.DAT, SCE004) PEDE UM NUMERO POR UNIDADE QUE
      * ENTROU NO ESTOQUE (JA NA UNIDADE DE VENDA). A SERIE NASCE
      * EM NUMSERIE.DAT EM ESTOQUE ("E") NA FILIAL DO PEDIDO, COM
      * O FORNECEDOR, O PEDIDO DE COMPRA E A DATA DE ENTRADA
      *----------------------------------------------------------------
       CAPTURA-SERIE.
           IF W-SER-ABERTO NOT = "S"
              GO TO CAPTURA-SERIE-FIM.
           MOVE ITEM-CODPROD TO PSR-CODPROD
           READ ARQPSR
           IF ST-PSR NOT = "00"
              GO TO CAPTURA-SERIE-FIM.
           IF PSR-CONTROLA NOT = "S"
              GO TO CAPTURA-SERIE-FIM.
           MOVE ZEROS TO W-SER-CONT.
       CAPTURA-SERIE-LOOP.
           IF W-SER-CONT NOT < W-QTD-CONV
              GO TO CAPTURA-SERIE-FIM.
           COMPUTE W-SER-ORD = W-SER-CONT + 1
           MOVE SPACES TO W-SERIE
           DISPLAY "  NUM. DE SERIE DA UNIDADE " W-SER-ORD " DE "
              W-QTD-CONV ": "
           ACCEPT W-SERIE
           IF W-SERIE = SPACES
              DISPLAY "  NUMERO DE SERIE OBRIGATORIO"
              GO TO CAPTURA-SERIE-LOOP.
           MOVE ITEM-CODPROD TO SER-CODPROD
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-SER = "00"
              DISPLAY "  SERIE JA CADASTRADA PARA O PRODUTO"
              GO TO CAPTURA-SERIE-LOOP.
           MOVE "E" TO SER-STATUS
           MOVE W-FILIAL TO SER-FILIAL
           MOVE CODFORN TO SER-FORNEC
           MOVE NUMPEDIDO TO SER-PED-COMPRA
           MOVE W-DATA-HOJE TO SER-DATA-ENTRADA
           MOVE ZEROS TO SER-PED-VENDA SER-NF SER-CODCLI
              SER-DATA-VENDA SER-GARANTIA-FIM
           MOVE W-OPERADOR TO SER-OPERADOR
           WRITE REGSER
           IF ST-SER NOT = "00" AND "02"
              DISPLAY "  ERRO NA GRAVACAO DO NUMERO DE SERIE"
              GO TO CAPTURA-SERIE-LOOP.
           MOVE "E" TO SMV-TIPO
           MOVE NUMPEDIDO TO SMV-DOC
           MOVE ZEROS TO SMV-FIL-ORIG
           MOVE W-FILIAL TO SMV-FIL-DEST
           MOVE CODFORN TO SMV-PESSOA
           PERFORM GRAVA-SERMOV THRU GRAVA-SERMOV-FIM
           ADD 1 TO W-SER-CONT
           GO TO CAPTURA-SERIE-LOOP.
       CAPTURA-SERIE-FIM.
           EXIT.

      * HISTORICO DO NUMERO DE SERIE (SERMOV.DAT): O CHAMADOR
      * PREENCHE TIPO, DOCUMENTO, FILIAIS E PESSOA
       GRAVA-SERMOV.
           MOVE SER-CODPROD TO SMV-CODPROD
           MOVE SER-NUMERO TO SMV-NUMERO
           MOVE ZEROS TO SMV-SEQ
           MOVE W-DATA-HOJE TO SMV-DATA
           MOVE W-OPERADOR TO SMV-OPERADOR.
       GRAVA-SERMOV-WR.
           ADD 1 TO SMV-SEQ
           WRITE REGSMV
           IF ST-SMV = "22"
              IF SMV-SEQ < 999
                 GO TO GRAVA-SERMOV-WR.
       GRAVA-SERMOV-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONVERSAO DE UNIDADE (UNIDCONV.DAT, SCE034): A COMPRA E
      * RECEBIDA NA UNIDADE DE COMPRA, MAS O ESTOQUE, O KARDEX E
       BUSCA-CONVERSAO.
           MOVE 1 TO W-FATOR-CNV
           MOVE W-QTD-AGORA TO W-QTD-CONV
           PERFORM PRECO-RECEBIMENTO
           MOVE W-PRECO-REAL TO W-PRECO-CONV
           IF W-CNV-ABERTO NOT = "S"
              GO TO BUSCA-CONVERSAO-FIM.
           MOVE ITEM-CODPROD TO CNV-CODPROD
              GO TO BUSCA-CONVERSAO-FIM.
           MOVE CNV-FATOR TO W-FATOR-CNV
           COMPUTE W-QTD-CONV = W-QTD-AGORA * CNV-FATOR
           COMPUTE W-PRECO-CONV ROUNDED = W-PRECO-REAL / CNV-FATOR
           DISPLAY "  CONVERSAO: " W-QTD-AGORA " "
              CNV-UNID-COMPRA " = " W-QTD-CONV " "
              CNV-UNID-VENDA.
       BUSCA-CONVERSAO-FIM.
           EXIT.

      * COMPRA EM MOEDA ESTRANGEIRA: TAXA DA DATA DO RECEBIMENTO
      * (OU A ULTIMA ANTERIOR); SEM COTACAO FICA A TAXA DO PEDIDO
       LE-MOEDA-PED.
           MOVE SPACES TO W-PED-MOEDA
           MOVE ZEROS TO W-TAXA-RCB
           IF W-MOE-ABERTO NOT = "S"
              GO TO LE-MOEDA-PED-FIM.
           MOVE NUMPEDIDO TO PME-NUMPEDIDO
           MOVE TPPEDIDO TO PME-TPPEDIDO
           READ ARQPME
           IF ST-PME NOT = "00"
              GO TO LE-MOEDA-PED-FIM.
           MOVE PME-MOEDA TO W-PED-MOEDA
           MOVE PME-TAXA TO W-TAXA-RCB
           MOVE ZEROS TO W-COT-DATA-ACH
           MOVE PME-MOEDA TO COT-MOEDA
           MOVE ZEROS TO COT-DATA
           START ARQCOT KEY IS NOT LESS THAN COT-CHAVE
              INVALID KEY GO TO LE-MOEDA-PED-MOSTRA.
       LE-MOEDA-PED-LOOP.
           READ ARQCOT NEXT
           IF ST-COT NOT = "00"
              GO TO LE-MOEDA-PED-MOSTRA.
           IF COT-MOEDA NOT = W-PED-MOEDA OR
              COT-DATA > W-DATA-HOJE
              GO TO LE-MOEDA-PED-MOSTRA.
           MOVE COT-TAXA TO W-TAXA-RCB
           MOVE COT-DATA TO W-COT-DATA-ACH
           GO TO LE-MOEDA-PED-LOOP.
       LE-MOEDA-PED-MOSTRA.
           MOVE W-TAXA-RCB TO W-TAXA-ED
           IF W-COT-DATA-ACH = ZEROS
              DISPLAY "COMPRA EM " W-PED-MOEDA " - SEM COTACAO ATE"
                 " HOJE, CUSTO PELA TAXA DO PEDIDO " W-TAXA-ED
           ELSE
              DISPLAY "COMPRA EM " W-PED-MOEDA " - CUSTO PELA TAXA "
                 W-TAXA-ED " DE " W-COT-DATA-ACH.
       LE-MOEDA-PED-FIM.
           EXIT.

      * PRECO UNITARIO EM REAIS DO RECEBIMENTO: O DO ITEM OU, NA
      * COMPRA EM MOEDA, O PRECO NA MOEDA PELA TAXA DO DIA
       PRECO-RECEBIMENTO.
           MOVE ITEM-PRECOU TO W-PRECO-REAL
           IF W-PED-MOEDA NOT = SPACES
              MOVE ITEM-CHAVE TO IME-CHAVE
              READ ARQIME
              IF ST-IME = "00"
                 COMPUTE W-PRECO-REAL ROUNDED =
                    IME-PRECO-ME * W-TAXA-RCB.

       LE-FILIAL-PED.
           MOVE ZEROS TO W-FILIAL
           IF W-PCMP-ABERTO = "S"
              IF W-TEM-REC = 1
                 MOVE "R" TO PED-STATUS.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           DISPLAY "PEDIDO " NUMPEDIDO " AGORA COM STATUS "
              PED-STATUS
           IF W-TEM-DIV = 1
       AVALIA-ITENS-FIM.
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
       JRN-ANTES-PED.
           MOVE REGPED TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPED
           IF ST-ERRO = "00"
              MOVE REGPED TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPED.
       JRN-GRAVA-PED.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPED" TO W-JRN-ARQ
              MOVE CHAVE OF REGPED TO W-JRN-CHAVE
              MOVE REGPED TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-ANTES-PROD.
           MOVE REGPROD TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPROD
           IF ST-ERRO = "00"
              MOVE REGPROD TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPROD.
       JRN-GRAVA-PROD.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPROD" TO W-JRN-ARQ
              MOVE COD OF REGPROD TO W-JRN-CHAVE
              MOVE REGPROD TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQPED ARQITEM ARQPROD ARQRCB ARQMOV ARQESTFIL
              ARQCST ARQLOT ARQMLT.
           IF W-CNV-ABERTO = "S"
              CLOSE ARQCNV.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-SER-ABERTO = "S"
              CLOSE ARQPSR ARQSER ARQSMV.
           IF W-MOE-ABERTO = "S"
              CLOSE ARQPME ARQIME ARQCOT.
           STOP RUN.

      *    FILE STATUS
