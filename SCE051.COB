       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE051.
      **************************************************
      * CUSTO DE ENTRADA DAS COMPRAS                    *
      * COMPLEMENTO DO CASAMENTO DE NOTA (SCE039): PARA *
      * O PEDIDO DE COMPRA SAO LANCADAS AS DESPESAS     *
      * PAGAS ALEM DO PRECO DOS ITENS (CT-E DO FRETE,   *
      * SEGURO, DESCARGA, IMPOSTO NAO RECUPERAVEL E     *
      * OUTRAS), GRAVADAS EM DESPCOMP.DAT. CADA DESPESA *
      * E RATEADA ENTRE OS ITENS PELA QUANTIDADE JA     *
      * RECEBIDA (RECEB.DAT), POR VALOR (QTD X PRECO DO *
      * ITEM) OU POR PESO (QTD X PROD-PESO), E A PARTE  *
      * DE CADA ITEM ENTRA NO CUSTO MEDIO (CUSTOMED.DAT)*
      * SOBRE O ESTOQUE ATUAL DO PRODUTO.               *
      * DESPESA QUE CHEGA DEPOIS QUE PARTE DA MERCADORIA*
      * JA SAIU SO REAJUSTA O ESTOQUE QUE RESTA: A      *
      * PARCELA PROPORCIONAL AO QUE JA FOI CONSUMIDO    *
      * FICA COMO DESPESA DO PERIODO (NAO VAI AO CUSTO).*
      * O RATEIO DE CADA ITEM FICA EM DESPITEM.DAT.     *
      * A DESPESA E SO CUSTO: O PAGAMENTO AO EMITENTE   *
      * SEGUE PELO LANCAMENTO AVULSO DO SCE008.         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DSP-CHAVE
                    FILE STATUS IS ST-DSP.

           SELECT ARQDSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DSI-CHAVE
                    FILE STATUS IS ST-DSI.

           SELECT ARQPED ASSIGN TO DISK
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
                    RECORD KEY IS ITEM-CHAVE
                    FILE STATUS IS ST-ITEM.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCB-CHAVE
                    FILE STATUS IS ST-RCB.

           SELECT ARQCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CST-COD
                    FILE STATUS IS ST-CST.

           SELECT ARQCNV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CNV-CODPROD
                    FILE STATUS IS ST-CNV.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPCOMP.DAT".
       01 REGDSP.
          03 DSP-CHAVE.
           05 DSP-NUMPEDIDO     PIC 9(06).
           05 DSP-SEQ           PIC 9(02).
          03 DSP-TIPO           PIC X(01).
          03 DSP-DOCTO          PIC X(15).
          03 DSP-CNPJ           PIC 9(14).
          03 DSP-VALOR          PIC 9(07)V99.
          03 DSP-CRITERIO       PIC X(01).
          03 DSP-DATA           PIC 9(08).
          03 DSP-APROPRIADO     PIC 9(07)V99.
          03 DSP-RESULTADO      PIC 9(07)V99.
          03 DSP-OPERADOR       PIC X(10).

       FD ARQDSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPITEM.DAT".
       01 REGDSI.
          03 DSI-CHAVE.
           05 DSI-NUMPEDIDO     PIC 9(06).
           05 DSI-SEQ           PIC 9(02).
           05 DSI-SEQ-ITEM      PIC 9(02).
          03 DSI-CODPROD        PIC 9(06).
          03 DSI-QTD-RECEB      PIC 9(08).
          03 DSI-QTD-ESTOQUE    PIC 9(08).
          03 DSI-RATEIO         PIC 9(07)V99.
          03 DSI-APROPRIADO     PIC 9(07)V99.
          03 DSI-CUSTO-ANT      PIC 9(06)V99.
          03 DSI-CUSTO-NOVO     PIC 9(06)V99.

       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
       01 REGPED.
          03 CHAVE.
           05 NUMPEDIDO         PIC 9(06).
           05 TPPEDIDO          PIC 9(01).
          03 CODCLI             PIC 9(14).
          03 CODFORN            PIC 9(14).
          03 TOTAL              PIC 9(07)V99.
          03 DATAPED            PIC 9(08).
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
       01 REGITEM.
          03 ITEM-CHAVE.
           05 ITEM-NUMPEDIDO    PIC 9(06).
           05 ITEM-TPPEDIDO     PIC 9(01).
           05 ITEM-SEQ          PIC 9(02).
          03 ITEM-CODPROD       PIC 9(06).
          03 ITEM-QTD           PIC 9(06).
          03 ITEM-PRECOU        PIC 9(06)V99.
          03 ITEM-DESCONTO-PCT  PIC 9(03)V99.
          03 ITEM-IMPOSTO-PCT   PIC 9(03)V99.
          03 ITEM-TOTAL         PIC 9(07)V99.

       FD ARQPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPROD.DAT".
       01 REGPROD.
          03 COD            PIC 9(06).
          03 DESC           PIC X(30).
          03 UNIDADE        PIC X(02).
          03 TPPROD         PIC 9(01).
          03 PRECO          PIC 9(06)V99.
          03 DATACP         PIC 9(08).
          03 QTD            PIC 9(06).
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEB.DAT".
       01 REGRCB.
          03 RCB-CHAVE.
           05 RCB-NUMPEDIDO     PIC 9(06).
           05 RCB-TPPEDIDO      PIC 9(01).
           05 RCB-SEQ-ITEM      PIC 9(02).
           05 RCB-SEQ           PIC 9(02).
          03 RCB-DATA           PIC 9(08).
          03 RCB-QTD            PIC 9(06).
          03 RCB-OPERADOR       PIC X(10).

       FD ARQCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTOMED.DAT".
       01 REGCST.
          03 CST-COD            PIC 9(06).
          03 CST-CUSTO          PIC 9(06)V99.
          03 CST-QTD-BASE       PIC 9(08).

       FD ARQCNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "UNIDCONV.DAT".
       01 REGCNV.
          03 CNV-CODPROD        PIC 9(06).
          03 CNV-UNID-COMPRA    PIC X(02).
          03 CNV-UNID-VENDA     PIC X(02).
          03 CNV-FATOR          PIC 9(05).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-DSP        PIC X(02) VALUE "00".
       01 ST-DSI        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-RCB        PIC X(02) VALUE "00".
       01 ST-CST        PIC X(02) VALUE "00".
       01 ST-CNV        PIC X(02) VALUE "00".
       01 W-CNV-ABERTO  PIC X(01) VALUE "N".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.

      * DESPESA EM DIGITACAO
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-TIPO-DESC   PIC X(20) VALUE SPACES.
       01 W-DOCTO       PIC X(15) VALUE SPACES.
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       01 W-CRITERIO    PIC X(01) VALUE SPACES.

      * BASE DO RATEIO (PEDIDO INTEIRO E ITEM CORRENTE)
       01 W-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       01 W-IX-ITEM     PIC 9(02) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PESO    PIC 9(11)V999 VALUE ZEROS.
       01 W-TOT-BASE    PIC 9(11)V999 VALUE ZEROS.
       01 W-BASE        PIC 9(11)V999 VALUE ZEROS.
       01 W-QTD-RECEB   PIC 9(08) VALUE ZEROS.
       01 W-FATOR-CNV   PIC 9(05) VALUE ZEROS.
       01 W-QTD-CONV    PIC 9(08) VALUE ZEROS.
       01 W-PRECO-CONV  PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-ABSORVE PIC 9(08) VALUE ZEROS.
       01 W-RATEIO      PIC 9(07)V99 VALUE ZEROS.
       01 W-RATEADO     PIC 9(09)V99 VALUE ZEROS.
       01 W-APROPRIADO  PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-APROP   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-RESULT  PIC 9(09)V99 VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZ9,99.
       01 W-CST-ED      PIC ZZZZZ9,99.
       01 W-CST-ED2     PIC ZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CUSTO DE ENTRADA - DESPESAS ACESSORIAS DA COMPRA"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-DSP.
           OPEN I-O ARQDSP
           IF ST-DSP NOT = "00"
              IF ST-DSP = "30"
                 OPEN OUTPUT ARQDSP
                 CLOSE ARQDSP
                 OPEN I-O ARQDSP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESPCOMP.DAT"
                 STOP RUN.
       ABRE-DSI.
           OPEN I-O ARQDSI
           IF ST-DSI NOT = "00"
              IF ST-DSI = "30"
                 OPEN OUTPUT ARQDSI
                 CLOSE ARQDSI
                 OPEN I-O ARQDSI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESPITEM.DAT"
                 CLOSE ARQDSP
                 STOP RUN.
       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO"
              CLOSE ARQDSP ARQDSI
              STOP RUN.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO"
              CLOSE ARQDSP ARQDSI ARQPED
              STOP RUN.
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQDSP ARQDSI ARQPED ARQITEM
              STOP RUN.
           OPEN INPUT ARQRCB
           IF ST-RCB NOT = "00"
              DISPLAY "ARQUIVO RECEB.DAT NAO ENCONTRADO -"
                 " NENHUM RECEBIMENTO REGISTRADO (SCE014)"
              CLOSE ARQDSP ARQDSI ARQPED ARQITEM ARQPROD
              STOP RUN.
       ABRE-CST.
           OPEN I-O ARQCST
           IF ST-CST NOT = "00"
              IF ST-CST = "30"
                 OPEN OUTPUT ARQCST
                 CLOSE ARQCST
                 OPEN I-O ARQCST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CUSTOMED.DAT"
                 CLOSE ARQDSP ARQDSI ARQPED ARQITEM ARQPROD ARQRCB
                 STOP RUN.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-CNV-ABERTO
           OPEN INPUT ARQCNV
           IF ST-CNV = "00"
              MOVE "S" TO W-CNV-ABERTO.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "L = LANCAR DESPESA DA COMPRA | C = CONSULTAR"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "L" OR "l"
              PERFORM LANCA-DESPESA THRU LANCA-DESPESA-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-DESPESA THRU CONSULTA-DESPESA-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE L, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * LANCAMENTO: PEDIDO DE COMPRA COM RECEBIMENTO, DADOS DA
      * DESPESA, CONFIRMACAO, RATEIO NOS ITENS E GRAVACAO
      *----------------------------------------------------------------
       LANCA-DESPESA.
           MOVE ZEROS TO W-NUMPED
           DISPLAY "NUM. DO PEDIDO DE COMPRA (ZEROS = VOLTA): "
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
              GO TO LANCA-DESPESA-FIM.
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE 1 TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
              GO TO LANCA-DESPESA-FIM.
           IF PED-STATUS = "C" OR "D" OR "H" OR "G"
              DISPLAY "PEDIDO CANCELADO/RASCUNHO/PENDENTE - NAO"
                 " RECEBE DESPESA"
              GO TO LANCA-DESPESA-FIM.
           PERFORM SOMA-BASE-PEDIDO THRU SOMA-BASE-PEDIDO-FIM
           IF W-QTD-ITENS = ZEROS
              DISPLAY "PEDIDO SEM QUANTIDADE RECEBIDA - LANCE A"
                 " DESPESA APOS O RECEBIMENTO (SCE014)"
              GO TO LANCA-DESPESA-FIM.
           MOVE W-TOT-VALOR TO W-VAL-ED
           DISPLAY "ITENS RECEBIDOS: " W-QTD-ITENS
              "  VALOR RECEBIDO: " W-VAL-ED
           PERFORM DIGITA-DESPESA THRU DIGITA-DESPESA-FIM
           IF W-VALOR = ZEROS
              GO TO LANCA-DESPESA-FIM.
           PERFORM VERIFICA-DOCTO THRU VERIFICA-DOCTO-FIM
           IF W-ACHOU = 1
              DISPLAY "DOCUMENTO JA LANCADO PARA ESTE PEDIDO"
              GO TO LANCA-DESPESA-FIM.
           MOVE W-VALOR TO W-VAL-ED
           DISPLAY W-TIPO-DESC " DOCTO " W-DOCTO " VALOR " W-VAL-ED
              " CRITERIO " W-CRITERIO
           DISPLAY "CONFIRMA O RATEIO NO CUSTO (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "LANCAMENTO CANCELADO"
              GO TO LANCA-DESPESA-FIM.
           PERFORM ACHA-PROX-SEQ THRU ACHA-PROX-SEQ-FIM
           IF W-SEQ = ZEROS
              DISPLAY "LIMITE DE DESPESAS DO PEDIDO ATINGIDO"
              GO TO LANCA-DESPESA-FIM.
           PERFORM RATEIA-DESPESA THRU RATEIA-DESPESA-FIM
           PERFORM GRAVA-DESPESA
           MOVE W-TOT-APROP TO W-VAL-ED
           MOVE W-TOT-RESULT TO W-VAL-ED2
           DISPLAY "DESPESA " W-SEQ " GRAVADA - NO CUSTO: " W-VAL-ED
              "  NO RESULTADO: " W-VAL-ED2.
       LANCA-DESPESA-FIM.
           EXIT.

       DIGITA-DESPESA.
           MOVE ZEROS TO W-VALOR
           MOVE SPACES TO W-TIPO
           DISPLAY "TIPO: F=FRETE (CT-E) S=SEGURO D=DESCARGA"
              " I=IMPOSTO NAO RECUPERAVEL O=OUTRAS"
           ACCEPT W-TIPO
           PERFORM DESCREVE-TIPO
           IF W-TIPO-DESC = SPACES
              DISPLAY "TIPO INVALIDO - LANCAMENTO CANCELADO"
              GO TO DIGITA-DESPESA-FIM.
           MOVE SPACES TO W-DOCTO
           DISPLAY "NUMERO DO DOCUMENTO (CT-E/NOTA/RECIBO): "
           ACCEPT W-DOCTO
           IF W-DOCTO = SPACES
              DISPLAY "DOCUMENTO EM BRANCO - LANCAMENTO CANCELADO"
              GO TO DIGITA-DESPESA-FIM.
           MOVE ZEROS TO W-CNPJ
           DISPLAY "CNPJ DO EMITENTE (ZEROS = FORNECEDOR DO"
              " PEDIDO): "
           ACCEPT W-CNPJ
           IF W-CNPJ = ZEROS
              MOVE CODFORN TO W-CNPJ.
           DISPLAY "VALOR DA DESPESA: "
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
              DISPLAY "VALOR EM BRANCO - LANCAMENTO CANCELADO"
              GO TO DIGITA-DESPESA-FIM.
           MOVE SPACES TO W-CRITERIO
           DISPLAY "RATEIO POR V=VALOR OU P=PESO (ENTER = VALOR): "
           ACCEPT W-CRITERIO
           IF W-CRITERIO = "p"
              MOVE "P" TO W-CRITERIO.
           IF W-CRITERIO NOT = "P"
              MOVE "V" TO W-CRITERIO.
           IF W-CRITERIO = "P" AND W-TOT-PESO = ZEROS
              DISPLAY "ITENS SEM PESO CADASTRADO - RATEIO POR VALOR"
              MOVE "V" TO W-CRITERIO.
           IF W-CRITERIO = "V" AND W-TOT-VALOR = ZEROS
              DISPLAY "ITENS SEM PRECO - RATEIO PELA QUANTIDADE"
              MOVE "Q" TO W-CRITERIO.
       DIGITA-DESPESA-FIM.
           EXIT.

       DESCREVE-TIPO.
           IF W-TIPO = "f" OR "s" OR "d" OR "i" OR "o"
              INSPECT W-TIPO CONVERTING "fsdio" TO "FSDIO".
           MOVE SPACES TO W-TIPO-DESC
           IF W-TIPO = "F"
              MOVE "FRETE (CT-E)" TO W-TIPO-DESC.
           IF W-TIPO = "S"
              MOVE "SEGURO" TO W-TIPO-DESC.
           IF W-TIPO = "D"
              MOVE "DESCARGA" TO W-TIPO-DESC.
           IF W-TIPO = "I"
              MOVE "IMPOSTO NAO RECUP." TO W-TIPO-DESC.
           IF W-TIPO = "O"
              MOVE "OUTRAS DESPESAS" TO W-TIPO-DESC.

      * O MESMO DOCUMENTO DO MESMO EMITENTE NAO ENTRA DUAS VEZES
      * NO CUSTO DO PEDIDO
       VERIFICA-DOCTO.
           MOVE ZEROS TO W-ACHOU
           MOVE W-NUMPED TO DSP-NUMPEDIDO
           MOVE ZEROS TO DSP-SEQ
           START ARQDSP KEY IS NOT LESS THAN DSP-CHAVE
              INVALID KEY GO TO VERIFICA-DOCTO-FIM.
       VERIFICA-DOCTO-LOOP.
           READ ARQDSP NEXT
           IF ST-DSP NOT = "00"
              GO TO VERIFICA-DOCTO-FIM.
           IF DSP-NUMPEDIDO NOT = W-NUMPED
              GO TO VERIFICA-DOCTO-FIM.
           IF DSP-DOCTO = W-DOCTO AND DSP-CNPJ = W-CNPJ
              MOVE 1 TO W-ACHOU
              GO TO VERIFICA-DOCTO-FIM.
           GO TO VERIFICA-DOCTO-LOOP.
       VERIFICA-DOCTO-FIM.
           EXIT.

       ACHA-PROX-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE W-NUMPED TO DSP-NUMPEDIDO
           MOVE ZEROS TO DSP-SEQ
           START ARQDSP KEY IS NOT LESS THAN DSP-CHAVE
              INVALID KEY GO TO ACHA-PROX-SEQ-SOMA.
       ACHA-PROX-SEQ-LOOP.
           READ ARQDSP NEXT
           IF ST-DSP NOT = "00"
              GO TO ACHA-PROX-SEQ-SOMA.
           IF DSP-NUMPEDIDO NOT = W-NUMPED
              GO TO ACHA-PROX-SEQ-SOMA.
           MOVE DSP-SEQ TO W-SEQ
           GO TO ACHA-PROX-SEQ-LOOP.
       ACHA-PROX-SEQ-SOMA.
           IF W-SEQ = 99
              MOVE ZEROS TO W-SEQ
           ELSE
              ADD 1 TO W-SEQ.
       ACHA-PROX-SEQ-FIM.
           EXIT.

      *----------------------------------------------------------------
      * BASE DO RATEIO: SO OS ITENS COM QUANTIDADE RECEBIDA.
      * VALOR = QTD RECEBIDA X PRECO DO ITEM (UNIDADE DE COMPRA);
      * PESO = QTD RECEBIDA NA UNIDADE DE ESTOQUE X PROD-PESO
      *----------------------------------------------------------------
       SOMA-BASE-PEDIDO.
           MOVE ZEROS TO W-QTD-ITENS W-TOT-VALOR W-TOT-PESO
           MOVE W-NUMPED TO ITEM-NUMPEDIDO
           MOVE 1 TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO SOMA-BASE-PEDIDO-FIM.
       SOMA-BASE-PEDIDO-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO SOMA-BASE-PEDIDO-FIM.
           IF ITEM-NUMPEDIDO NOT = W-NUMPED OR
              ITEM-TPPEDIDO NOT = 1
              GO TO SOMA-BASE-PEDIDO-FIM.
           PERFORM SOMA-RECEBIDO THRU SOMA-RECEBIDO-FIM
           IF W-QTD-RECEB = ZEROS
              GO TO SOMA-BASE-PEDIDO-LOOP.
           ADD 1 TO W-QTD-ITENS
           PERFORM BUSCA-CONVERSAO THRU BUSCA-CONVERSAO-FIM
           COMPUTE W-TOT-VALOR = W-TOT-VALOR
              + W-QTD-RECEB * ITEM-PRECOU
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              COMPUTE W-TOT-PESO = W-TOT-PESO
                 + W-QTD-CONV * PROD-PESO.
           GO TO SOMA-BASE-PEDIDO-LOOP.
       SOMA-BASE-PEDIDO-FIM.
           EXIT.

       SOMA-RECEBIDO.
           MOVE ZEROS TO W-QTD-RECEB
           MOVE ITEM-NUMPEDIDO TO RCB-NUMPEDIDO
           MOVE ITEM-TPPEDIDO TO RCB-TPPEDIDO
           MOVE ITEM-SEQ TO RCB-SEQ-ITEM
           MOVE ZEROS TO RCB-SEQ
           START ARQRCB KEY IS NOT LESS THAN RCB-CHAVE
              INVALID KEY GO TO SOMA-RECEBIDO-FIM.
       SOMA-RECEBIDO-LOOP.
           READ ARQRCB NEXT
           IF ST-RCB NOT = "00"
              GO TO SOMA-RECEBIDO-FIM.
           IF RCB-NUMPEDIDO NOT = ITEM-NUMPEDIDO OR
              RCB-TPPEDIDO NOT = ITEM-TPPEDIDO OR
              RCB-SEQ-ITEM NOT = ITEM-SEQ
              GO TO SOMA-RECEBIDO-FIM.
           ADD RCB-QTD TO W-QTD-RECEB
           GO TO SOMA-RECEBIDO-LOOP.
       SOMA-RECEBIDO-FIM.
           EXIT.

      * MESMA CONVERSAO DO RECEBIMENTO (SCE014): RECEB.DAT ESTA NA
      * UNIDADE DE COMPRA, ESTOQUE E CUSTO NA UNIDADE DE VENDA
       BUSCA-CONVERSAO.
           MOVE 1 TO W-FATOR-CNV
           MOVE W-QTD-RECEB TO W-QTD-CONV
           MOVE ITEM-PRECOU TO W-PRECO-CONV
           IF W-CNV-ABERTO NOT = "S"
              GO TO BUSCA-CONVERSAO-FIM.
           MOVE ITEM-CODPROD TO CNV-CODPROD
           READ ARQCNV
           IF ST-CNV NOT = "00"
              GO TO BUSCA-CONVERSAO-FIM.
           IF CNV-FATOR = ZEROS OR CNV-FATOR = 1
              GO TO BUSCA-CONVERSAO-FIM.
           MOVE CNV-FATOR TO W-FATOR-CNV
           COMPUTE W-QTD-CONV = W-QTD-RECEB * CNV-FATOR
           COMPUTE W-PRECO-CONV ROUNDED = ITEM-PRECOU / CNV-FATOR.
       BUSCA-CONVERSAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RATEIO: CADA ITEM RECEBIDO LEVA A DESPESA NA PROPORCAO DA
      * SUA BASE; O ULTIMO FICA COM A SOBRA DO ARREDONDAMENTO.
      * DA PARTE DO ITEM, SO A FRACAO AINDA EM ESTOQUE (MENOR
      * ENTRE O RECEBIDO E O ESTOQUE ATUAL) ENTRA NO CUSTO MEDIO:
      *   CUSTO = CUSTO + APROPRIADO / ESTOQUE ATUAL
      * O RESTO FICA COMO DESPESA DO PERIODO (DSP-RESULTADO)
      *----------------------------------------------------------------
       RATEIA-DESPESA.
           MOVE ZEROS TO W-IX-ITEM W-RATEADO W-TOT-APROP
              W-TOT-RESULT
           IF W-CRITERIO = "P"
              MOVE W-TOT-PESO TO W-TOT-BASE.
           IF W-CRITERIO = "V"
              MOVE W-TOT-VALOR TO W-TOT-BASE.
           IF W-CRITERIO = "Q"
              MOVE ZEROS TO W-TOT-BASE.
           MOVE W-NUMPED TO ITEM-NUMPEDIDO
           MOVE 1 TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO RATEIA-DESPESA-FIM.
       RATEIA-DESPESA-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO RATEIA-DESPESA-FIM.
           IF ITEM-NUMPEDIDO NOT = W-NUMPED OR
              ITEM-TPPEDIDO NOT = 1
              GO TO RATEIA-DESPESA-FIM.
           PERFORM SOMA-RECEBIDO THRU SOMA-RECEBIDO-FIM
           IF W-QTD-RECEB = ZEROS
              GO TO RATEIA-DESPESA-LOOP.
           ADD 1 TO W-IX-ITEM
           PERFORM BUSCA-CONVERSAO THRU BUSCA-CONVERSAO-FIM
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE ZEROS TO QTD PROD-PESO.
           IF W-CRITERIO = "P"
              COMPUTE W-BASE = W-QTD-CONV * PROD-PESO.
           IF W-CRITERIO = "V"
              COMPUTE W-BASE = W-QTD-RECEB * ITEM-PRECOU.
           IF W-IX-ITEM = W-QTD-ITENS
              COMPUTE W-RATEIO = W-VALOR - W-RATEADO
           ELSE
              IF W-CRITERIO = "Q"
                 COMPUTE W-RATEIO ROUNDED = W-VALOR / W-QTD-ITENS
              ELSE
                 COMPUTE W-RATEIO ROUNDED =
                    W-VALOR * W-BASE / W-TOT-BASE.
           ADD W-RATEIO TO W-RATEADO
           PERFORM APROPRIA-ITEM THRU APROPRIA-ITEM-FIM
           GO TO RATEIA-DESPESA-LOOP.
       RATEIA-DESPESA-FIM.
           EXIT.

       APROPRIA-ITEM.
           MOVE W-QTD-CONV TO W-QTD-ABSORVE
           IF QTD < W-QTD-ABSORVE
              MOVE QTD TO W-QTD-ABSORVE.
           MOVE ZEROS TO W-APROPRIADO
           IF W-QTD-ABSORVE > ZEROS
              COMPUTE W-APROPRIADO ROUNDED =
                 W-RATEIO * W-QTD-ABSORVE / W-QTD-CONV.
           MOVE ITEM-CODPROD TO CST-COD
           READ ARQCST
           IF ST-CST NOT = "00"
              MOVE ITEM-CODPROD TO CST-COD
              MOVE W-PRECO-CONV TO CST-CUSTO
              MOVE W-QTD-CONV TO CST-QTD-BASE.
           MOVE W-NUMPED TO DSI-NUMPEDIDO
           MOVE W-SEQ TO DSI-SEQ
           MOVE ITEM-SEQ TO DSI-SEQ-ITEM
           MOVE ITEM-CODPROD TO DSI-CODPROD
           MOVE W-QTD-CONV TO DSI-QTD-RECEB
           MOVE QTD TO DSI-QTD-ESTOQUE
           MOVE W-RATEIO TO DSI-RATEIO
           MOVE W-APROPRIADO TO DSI-APROPRIADO
           MOVE CST-CUSTO TO DSI-CUSTO-ANT
           IF W-APROPRIADO > ZEROS
              COMPUTE CST-CUSTO ROUNDED =
                 CST-CUSTO + W-APROPRIADO / QTD.
           MOVE CST-CUSTO TO DSI-CUSTO-NOVO
           IF W-APROPRIADO > ZEROS
              IF ST-CST = "00"
                 REWRITE REGCST
              ELSE
                 WRITE REGCST.
           WRITE REGDSI
           IF ST-DSI NOT = "00"
              DISPLAY "  AVISO: RATEIO DO ITEM " ITEM-SEQ
                 " NAO GRAVADO EM DESPITEM.DAT".
           ADD W-APROPRIADO TO W-TOT-APROP
           COMPUTE W-TOT-RESULT = W-TOT-RESULT
              + W-RATEIO - W-APROPRIADO
           MOVE W-RATEIO TO W-VAL-ED
           MOVE DSI-CUSTO-ANT TO W-CST-ED
           MOVE DSI-CUSTO-NOVO TO W-CST-ED2
           DISPLAY "ITEM " ITEM-SEQ " PRODUTO " ITEM-CODPROD
              " RATEIO " W-VAL-ED " CUSTO " W-CST-ED " -> " W-CST-ED2
           IF W-APROPRIADO < W-RATEIO
              MOVE W-APROPRIADO TO W-VAL-ED2
              DISPLAY "  ESTOQUE ATUAL " QTD " DE " W-QTD-CONV
                 " RECEBIDOS - NO CUSTO SO " W-VAL-ED2.
       APROPRIA-ITEM-FIM.
           EXIT.

       GRAVA-DESPESA.
           MOVE W-NUMPED TO DSP-NUMPEDIDO
           MOVE W-SEQ TO DSP-SEQ
           MOVE W-TIPO TO DSP-TIPO
           MOVE W-DOCTO TO DSP-DOCTO
           MOVE W-CNPJ TO DSP-CNPJ
           MOVE W-VALOR TO DSP-VALOR
           MOVE W-CRITERIO TO DSP-CRITERIO
           MOVE W-DATA-HOJE TO DSP-DATA
           MOVE W-TOT-APROP TO DSP-APROPRIADO
           MOVE W-TOT-RESULT TO DSP-RESULTADO
           MOVE W-OPERADOR TO DSP-OPERADOR
           WRITE REGDSP
           IF ST-DSP NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA DESPESA - STATUS " ST-DSP.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE051 L CHAVE=" DSP-NUMPEDIDO "/" DSP-SEQ
              " TIPO=" DSP-TIPO
              " DOCTO=" DSP-DOCTO
              " EMITENTE=" DSP-CNPJ
              " VALOR=" DSP-VALOR
              " CRITERIO=" DSP-CRITERIO
              " CUSTO=" DSP-APROPRIADO
              " RESULTADO=" DSP-RESULTADO
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

      *----------------------------------------------------------------
      * CONSULTA: DESPESAS DO PEDIDO E O RATEIO DE CADA UMA
      *----------------------------------------------------------------
       CONSULTA-DESPESA.
           MOVE ZEROS TO W-NUMPED
           DISPLAY "NUM. DO PEDIDO DE COMPRA: "
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
              GO TO CONSULTA-DESPESA-FIM.
           MOVE ZEROS TO W-ACHOU
           MOVE W-NUMPED TO DSP-NUMPEDIDO
           MOVE ZEROS TO DSP-SEQ
           START ARQDSP KEY IS NOT LESS THAN DSP-CHAVE
              INVALID KEY GO TO CONSULTA-DESPESA-VAZIA.
       CONSULTA-DESPESA-LOOP.
           READ ARQDSP NEXT
           IF ST-DSP NOT = "00"
              GO TO CONSULTA-DESPESA-VAZIA.
           IF DSP-NUMPEDIDO NOT = W-NUMPED
              GO TO CONSULTA-DESPESA-VAZIA.
           MOVE 1 TO W-ACHOU
           MOVE DSP-TIPO TO W-TIPO
           PERFORM DESCREVE-TIPO
           MOVE DSP-VALOR TO W-VAL-ED
           MOVE DSP-APROPRIADO TO W-VAL-ED2
           MOVE DSP-RESULTADO TO W-VAL-ED3
           DISPLAY DSP-SEQ " " W-TIPO-DESC " " DSP-DOCTO " "
              DSP-CNPJ " " DSP-DATA " " DSP-CRITERIO
           DISPLAY "   VALOR " W-VAL-ED " NO CUSTO " W-VAL-ED2
              " NO RESULTADO " W-VAL-ED3 " " DSP-OPERADOR
           PERFORM CONSULTA-ITENS THRU CONSULTA-ITENS-FIM
           GO TO CONSULTA-DESPESA-LOOP.
       CONSULTA-DESPESA-VAZIA.
           IF W-ACHOU = ZEROS
              DISPLAY "NENHUMA DESPESA LANCADA PARA O PEDIDO".
       CONSULTA-DESPESA-FIM.
           EXIT.

       CONSULTA-ITENS.
           MOVE DSP-NUMPEDIDO TO DSI-NUMPEDIDO
           MOVE DSP-SEQ TO DSI-SEQ
           MOVE ZEROS TO DSI-SEQ-ITEM
           START ARQDSI KEY IS NOT LESS THAN DSI-CHAVE
              INVALID KEY GO TO CONSULTA-ITENS-FIM.
       CONSULTA-ITENS-LOOP.
           READ ARQDSI NEXT
           IF ST-DSI NOT = "00"
              GO TO CONSULTA-ITENS-FIM.
           IF DSI-NUMPEDIDO NOT = DSP-NUMPEDIDO OR
              DSI-SEQ NOT = DSP-SEQ
              GO TO CONSULTA-ITENS-FIM.
           MOVE DSI-RATEIO TO W-VAL-ED
           MOVE DSI-CUSTO-ANT TO W-CST-ED
           MOVE DSI-CUSTO-NOVO TO W-CST-ED2
           DISPLAY "   ITEM " DSI-SEQ-ITEM " PRODUTO " DSI-CODPROD
              " RATEIO " W-VAL-ED " CUSTO " W-CST-ED " -> " W-CST-ED2
           GO TO CONSULTA-ITENS-LOOP.
       CONSULTA-ITENS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQDSP ARQDSI ARQPED ARQITEM ARQPROD ARQRCB
              ARQCST ARQAUD.
           IF W-CNV-ABERTO = "S"
              CLOSE ARQCNV.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
