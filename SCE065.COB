       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE065.
      **************************************************
      * CADASTRO DO ATIVO IMOBILIZADO                   *
      * EQUIPAMENTOS, VEICULOS E MOVEIS DA EMPRESA      *
      * (IMOBIL.DAT): NUMERO DO BEM, DESCRICAO, FILIAL, *
      * CENTRO DE CUSTO, DATA E VALOR DE AQUISICAO,     *
      * FORNECEDOR E PEDIDO DE COMPRA DE ORIGEM, VIDA   *
      * UTIL EM MESES OU TAXA ANUAL, E AS CONTAS DO     *
      * PLANO (SCE029): DO BEM, DA DEPRECIACAO          *
      * ACUMULADA E DA DESPESA DE DEPRECIACAO.          *
      * I = INCLUIR; P = INCLUIR A PARTIR DE UM ITEM DE *
      * PEDIDO DE COMPRA JA RECEBIDO (RECEB.DAT), PELO  *
      * VALOR DA QUANTIDADE RECEBIDA, EM UM OU MAIS     *
      * BENS; A = ALTERAR; B = BAIXA (VENDA, SUCATA,    *
      * PERDA); T = TRANSFERENCIA ENTRE FILIAIS; C =    *
      * CONSULTAR.                                      *
      * INCLUSOES, BAIXAS E TRANSFERENCIAS FICAM EM     *
      * IMOBMOV.DAT. A DEPRECIACAO MENSAL E CALCULADA   *
      * NO CALCDEP; DEPRECIACAO E BAIXAS VAO PARA O     *
      * DIARIO PELO GERACTB. NUMERACAO EM IMBSEQ.CTL.   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IMB-NUMERO
                    FILE STATUS IS ST-IMB.

           SELECT ARQIMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IMV-CHAVE
                    FILE STATUS IS ST-IMV.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SEQ.

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

           SELECT ARQRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCB-CHAVE
                    FILE STATUS IS ST-RCB.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FIL.

           SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CCU-CODIGO
                    FILE STATUS IS ST-CCU.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMOBIL.DAT".
       01 REGIMB.
          03 IMB-NUMERO         PIC 9(06).
          03 IMB-DESC           PIC X(40).
          03 IMB-FILIAL         PIC 9(02).
          03 IMB-CCUSTO         PIC 9(04).
          03 IMB-DATA-AQUIS     PIC 9(08).
          03 IMB-VALOR          PIC 9(09)V99.
          03 IMB-CPFCNPJ        PIC 9(14).
          03 IMB-NUMPEDIDO      PIC 9(06).
          03 IMB-SEQ-ITEM       PIC 9(02).
          03 IMB-CODPROD        PIC 9(06).
          03 IMB-VIDA-MESES     PIC 9(03).
          03 IMB-TAXA-ANUAL     PIC 9(03)V99.
          03 IMB-CTA-ATIVO      PIC 9(06).
          03 IMB-CTA-DEPAC      PIC 9(06).
          03 IMB-CTA-DESP       PIC 9(06).
          03 IMB-DEPR-ACUM      PIC 9(09)V99.
          03 IMB-ULT-DEPR       PIC 9(06).
          03 IMB-STATUS         PIC X(01).
          03 IMB-DATA-BAIXA     PIC 9(08).
          03 IMB-OPERADOR       PIC X(10).

       FD ARQIMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMOBMOV.DAT".
       01 REGIMV.
          03 IMV-CHAVE.
           05 IMV-NUMERO        PIC 9(06).
           05 IMV-SEQ           PIC 9(03).
          03 IMV-TIPO           PIC X(01).
          03 IMV-DATA           PIC 9(08).
          03 IMV-FILIAL-ORIG    PIC 9(02).
          03 IMV-FILIAL-DEST    PIC 9(02).
          03 IMV-CCUSTO-ORIG    PIC 9(04).
          03 IMV-CCUSTO-DEST    PIC 9(04).
          03 IMV-CUSTO          PIC 9(09)V99.
          03 IMV-DEPR-ACUM      PIC 9(09)V99.
          03 IMV-VALOR-VENDA    PIC 9(09)V99.
          03 IMV-CTA-ATIVO      PIC 9(06).
          03 IMV-CTA-DEPAC      PIC 9(06).
          03 IMV-MOTIVO         PIC X(30).
          03 IMV-OPERADOR       PIC X(10).

       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMBSEQ.CTL".
       01 REG-IMBCTL.
          03 CTL-ULT-ATIVO      PIC 9(06).

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
          03 RCB-OPERADOR      PIC X(10).

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

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ        PIC 9(14).
          03 FOR-RSNOME         PIC X(60).
          03 FOR-APSOBRE        PIC X(60).
          03 FOR-CEP            PIC 9(08).
          03 FOR-NUM            PIC 9(08).
          03 FOR-COMPL          PIC X(15).
          03 FOR-TEL            PIC 9(11).
          03 FOR-EMAIL          PIC X(40).
          03 FOR-TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REGFIL.
          03 FIL-CODIGO         PIC 9(02).
          03 FIL-RAZAO          PIC X(40).
          03 FIL-CNPJ           PIC 9(14).
          03 FIL-IE             PIC X(14).
          03 FIL-LOGR           PIC X(40).
          03 FIL-NUM            PIC 9(08).
          03 FIL-CIDADE         PIC X(33).
          03 FIL-UF             PIC X(02).
          03 FIL-CEP            PIC 9(08).
          03 FIL-ULT-NF         PIC 9(06).

       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REGCCU.
          03 CCU-CODIGO         PIC 9(04).
          03 CCU-DESC           PIC X(30).
          03 CCU-CTA            PIC 9(06).
          03 CCU-LIMITE         PIC 9(07)V99.
          03 CCU-ATIVO          PIC X(01).

       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-IMB        PIC X(02) VALUE "00".
       01 ST-IMV        PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-RCB        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-FIL        PIC X(02) VALUE "00".
       01 ST-CCU        PIC X(02) VALUE "00".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-PED-ABERTO  PIC X(01) VALUE "N".
       01 W-RCB-ABERTO  PIC X(01) VALUE "N".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-CCU-ABERTO  PIC X(01) VALUE "N".
       01 W-CTA-ABERTO  PIC X(01) VALUE "N".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.
       01 W-NUMERO      PIC 9(06) VALUE ZEROS.
       01 W-AUD-OPER    PIC X(01) VALUE SPACES.

      * BEM EM DIGITACAO
       01 W-DESC        PIC X(40) VALUE SPACES.
       01 W-DESC-NOVA   PIC X(40) VALUE SPACES.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-CCUSTO      PIC 9(04) VALUE ZEROS.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-FORN        PIC 9(14) VALUE ZEROS.
       01 W-VIDA        PIC 9(03) VALUE ZEROS.
       01 W-TAXA        PIC 9(03)V99 VALUE ZEROS.
       01 W-CTA         PIC 9(06) VALUE ZEROS.
       01 W-CTA-TIPO    PIC X(01) VALUE SPACES.
       01 W-CTA-OK      PIC 9(01) VALUE ZEROS.
       01 W-CTA-ATIVO   PIC 9(06) VALUE ZEROS.
       01 W-CTA-DEPAC   PIC 9(06) VALUE ZEROS.
       01 W-CTA-DESP    PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-VENDA       PIC 9(09)V99 VALUE ZEROS.
       01 W-LIQUIDO     PIC S9(09)V99 VALUE ZEROS.
       01 W-MES-BAIXA   PIC 9(06) VALUE ZEROS.

      * INCLUSAO A PARTIR DE ITEM DE COMPRA
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-SEQ-ITEM    PIC 9(02) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-QTD-RCB     PIC 9(07) VALUE ZEROS.
       01 W-ULT-RCB     PIC 9(08) VALUE ZEROS.
       01 W-QTD-BENS    PIC 9(03) VALUE ZEROS.
       01 W-BEM-ATUAL   PIC 9(03) VALUE ZEROS.
       01 W-VALOR-TOT   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-UNIT  PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-RESTO PIC 9(09)V99 VALUE ZEROS.
       01 W-JA-EXISTE   PIC 9(06) VALUE ZEROS.
       01 W-PRIM-NUM    PIC 9(06) VALUE ZEROS.

       01 W-ULT-SEQ     PIC 9(03) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZ9,99-.
       01 W-TAXA-ED     PIC ZZ9,99.
       01 W-QTD-ED      PIC ZZZZZZ9.

       01 W-DATA-VAL    PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-R REDEFINES W-DATA-VAL.
          03 W-VAL-AA    PIC 9(04).
          03 W-VAL-MM    PIC 9(02).
          03 W-VAL-DD    PIC 9(02).
       01 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DO ATIVO IMOBILIZADO"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-IMB.
           OPEN I-O ARQIMB
           IF ST-IMB NOT = "00"
              IF ST-IMB = "30" OR "35"
                 OPEN OUTPUT ARQIMB
                 CLOSE ARQIMB
                 OPEN I-O ARQIMB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO IMOBIL.DAT"
                 STOP RUN.
       ABRE-IMV.
           OPEN I-O ARQIMV
           IF ST-IMV NOT = "00"
              IF ST-IMV = "30" OR "35"
                 OPEN OUTPUT ARQIMV
                 CLOSE ARQIMV
                 OPEN I-O ARQIMV
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO IMOBMOV.DAT"
                 CLOSE ARQIMB
                 STOP RUN.
       ABRE-OPCIONAIS.
           OPEN INPUT ARQPROD
           MOVE "N" TO W-PED-ABERTO
           OPEN INPUT ARQPED
           IF ST-PED = "00"
              OPEN INPUT ARQITEM
              IF ST-ITEM = "00"
                 MOVE "S" TO W-PED-ABERTO
              ELSE
                 CLOSE ARQPED.
           MOVE "N" TO W-RCB-ABERTO
           OPEN INPUT ARQRCB
           IF ST-RCB = "00"
              MOVE "S" TO W-RCB-ABERTO.
           MOVE "N" TO W-FOR-ABERTO
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
           MOVE "N" TO W-FIL-ABERTO
           OPEN INPUT ARQFIL
           IF ST-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.
           MOVE "N" TO W-CCU-ABERTO
           OPEN INPUT ARQCCU
           IF ST-CCU = "00"
              MOVE "S" TO W-CCU-ABERTO.
           MOVE "N" TO W-CTA-ABERTO
           OPEN INPUT ARQCTA
           IF ST-CTA = "00"
              MOVE "S" TO W-CTA-ABERTO.
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
           DISPLAY "I = INCLUIR | P = INCLUIR DE ITEM DE COMPRA |"
              " A = ALTERAR | B = BAIXA | T = TRANSFERENCIA |"
              " C = CONSULTAR | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-BEM THRU INCLUI-BEM-FIM
              GO TO R1.
           IF W-OPCAO = "P" OR "p"
              PERFORM INCLUI-DE-COMPRA THRU INCLUI-DE-COMPRA-FIM
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              PERFORM ALTERA-BEM THRU ALTERA-BEM-FIM
              GO TO R1.
           IF W-OPCAO = "B" OR "b"
              PERFORM BAIXA-BEM THRU BAIXA-BEM-FIM
              GO TO R1.
           IF W-OPCAO = "T" OR "t"
              PERFORM TRANSFERE-BEM THRU TRANSFERE-BEM-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-BEM THRU CONSULTA-BEM-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, P, A, B, T, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * INCLUSAO DIGITADA
      *----------------------------------------------------------------
       INCLUI-BEM.
           MOVE SPACES TO W-DESC
           MOVE ZEROS TO W-FORN W-NUMPED W-SEQ-ITEM W-CODPROD.
       INCLUI-BEM-DESC.
           DISPLAY "DESCRICAO DO BEM: "
           ACCEPT W-DESC
           IF W-DESC = SPACES
              DISPLAY "DESCRICAO OBRIGATORIA"
              GO TO INCLUI-BEM-DESC.
       INCLUI-BEM-DATA.
           MOVE ZEROS TO W-DATA
           DISPLAY "DATA DE AQUISICAO AAAAMMDD (ZEROS = HOJE): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
              MOVE W-DATA-HOJE TO W-DATA.
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS OR W-DATA > W-DATA-HOJE
              DISPLAY "DATA INVALIDA OU FUTURA"
              GO TO INCLUI-BEM-DATA.
       INCLUI-BEM-VALOR.
           MOVE ZEROS TO W-VALOR
           DISPLAY "VALOR DE AQUISICAO: "
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
              DISPLAY "VALOR OBRIGATORIO"
              GO TO INCLUI-BEM-VALOR.
       INCLUI-BEM-FORN.
           MOVE ZEROS TO W-FORN
           DISPLAY "FORNECEDOR CPF/CNPJ (ZEROS = NAO INFORMADO): "
           ACCEPT W-FORN
           IF W-FORN > ZEROS AND W-FOR-ABERTO = "S"
              MOVE W-FORN TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-FOR NOT = "00"
                 DISPLAY "FORNECEDOR NAO CADASTRADO"
                 GO TO INCLUI-BEM-FORN
              ELSE
                 DISPLAY "   " FOR-RSNOME.
           PERFORM PEDE-LOCAL THRU PEDE-LOCAL-FIM
           PERFORM PEDE-VIDA THRU PEDE-VIDA-FIM
           PERFORM PEDE-CONTAS THRU PEDE-CONTAS-FIM
           DISPLAY "CONFIRMA A INCLUSAO (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "INCLUSAO CANCELADA"
              GO TO INCLUI-BEM-FIM.
           MOVE "I" TO W-AUD-OPER
           PERFORM GRAVA-NOVO THRU GRAVA-NOVO-FIM
           IF ST-IMB = "00"
              DISPLAY "BEM GRAVADO COM O NUMERO " IMB-NUMERO.
       INCLUI-BEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * INCLUSAO A PARTIR DE UM ITEM DE PEDIDO DE COMPRA RECEBIDO:
      * VALOR = TOTAL DO ITEM PROPORCIONAL A QUANTIDADE RECEBIDA,
      * DATA = ULTIMO RECEBIMENTO. PODE GERAR UM BEM POR UNIDADE;
      * O ULTIMO BEM FICA COM A DIFERENCA DE ARREDONDAMENTO
      *----------------------------------------------------------------
       INCLUI-DE-COMPRA.
           IF W-PED-ABERTO NOT = "S" OR W-RCB-ABERTO NOT = "S"
              DISPLAY "PEDIDOS OU RECEBIMENTOS NAO ENCONTRADOS"
              GO TO INCLUI-DE-COMPRA-FIM.
           MOVE ZEROS TO W-NUMPED
           DISPLAY "NUMERO DO PEDIDO DE COMPRA: "
           ACCEPT W-NUMPED
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE 1 TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
              GO TO INCLUI-DE-COMPRA-FIM.
           IF PED-STATUS = "C" OR "D"
              DISPLAY "PEDIDO CANCELADO OU EM RASCUNHO"
              GO TO INCLUI-DE-COMPRA-FIM.
           PERFORM LISTA-ITENS-PEDIDO THRU LISTA-ITENS-PEDIDO-FIM
           MOVE ZEROS TO W-SEQ-ITEM
           DISPLAY "ITEM DO PEDIDO: "
           ACCEPT W-SEQ-ITEM
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE W-SEQ-ITEM TO ITEM-SEQ
           READ ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ITEM NAO ENCONTRADO NO PEDIDO"
              GO TO INCLUI-DE-COMPRA-FIM.
           IF ITEM-QTD = ZEROS
              DISPLAY "ITEM SEM QUANTIDADE PEDIDA"
              GO TO INCLUI-DE-COMPRA-FIM.
           PERFORM SOMA-RECEBIDO THRU SOMA-RECEBIDO-FIM
           IF W-QTD-RCB = ZEROS
              DISPLAY "ITEM AINDA NAO RECEBIDO (SCE014)"
              GO TO INCLUI-DE-COMPRA-FIM.
           PERFORM PROCURA-ORIGEM THRU PROCURA-ORIGEM-FIM
           IF W-JA-EXISTE > ZEROS
              DISPLAY "ITEM JA INCORPORADO AO IMOBILIZADO - BEM "
                 W-JA-EXISTE
              GO TO INCLUI-DE-COMPRA-FIM.
           MOVE CODFORN TO W-FORN
           MOVE ITEM-CODPROD TO W-CODPROD
           MOVE W-ULT-RCB TO W-DATA
           COMPUTE W-VALOR-TOT ROUNDED =
              ITEM-TOTAL * W-QTD-RCB / ITEM-QTD
           MOVE W-VALOR-TOT TO W-VAL-ED
           MOVE W-QTD-RCB TO W-QTD-ED
           DISPLAY "RECEBIDO: " W-QTD-ED " UNIDADE(S) EM " W-ULT-RCB
              " - VALOR " W-VAL-ED
           MOVE SPACES TO W-DESC
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE DESC TO W-DESC.
           DISPLAY "DESCRICAO DO BEM (BRANCO = " W-DESC "): "
           MOVE SPACES TO W-DESC-NOVA
           ACCEPT W-DESC-NOVA
           IF W-DESC-NOVA NOT = SPACES
              MOVE W-DESC-NOVA TO W-DESC.
       INCLUI-DE-COMPRA-QTD.
           MOVE ZEROS TO W-QTD-BENS
           DISPLAY "QUANTOS BENS GERAR (1 = UM SO PARA O ITEM, ATE "
              W-QTD-ED "): "
           ACCEPT W-QTD-BENS
           IF W-QTD-BENS = ZEROS
              MOVE 1 TO W-QTD-BENS.
           IF W-QTD-BENS > W-QTD-RCB
              DISPLAY "MAIS BENS QUE UNIDADES RECEBIDAS"
              GO TO INCLUI-DE-COMPRA-QTD.
           PERFORM PEDE-LOCAL THRU PEDE-LOCAL-FIM
           PERFORM PEDE-VIDA THRU PEDE-VIDA-FIM
           PERFORM PEDE-CONTAS THRU PEDE-CONTAS-FIM
           DISPLAY "CONFIRMA A INCLUSAO (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "INCLUSAO CANCELADA"
              GO TO INCLUI-DE-COMPRA-FIM.
           COMPUTE W-VALOR-UNIT = W-VALOR-TOT / W-QTD-BENS
           MOVE W-VALOR-TOT TO W-VALOR-RESTO
           MOVE ZEROS TO W-BEM-ATUAL W-PRIM-NUM
           MOVE "P" TO W-AUD-OPER.
       INCLUI-DE-COMPRA-LOOP.
           ADD 1 TO W-BEM-ATUAL
           IF W-BEM-ATUAL > W-QTD-BENS
              GO TO INCLUI-DE-COMPRA-SAI.
           IF W-BEM-ATUAL = W-QTD-BENS
              MOVE W-VALOR-RESTO TO W-VALOR
           ELSE
              MOVE W-VALOR-UNIT TO W-VALOR.
           SUBTRACT W-VALOR FROM W-VALOR-RESTO
           PERFORM GRAVA-NOVO THRU GRAVA-NOVO-FIM
           IF ST-IMB NOT = "00"
              GO TO INCLUI-DE-COMPRA-SAI.
           IF W-PRIM-NUM = ZEROS
              MOVE IMB-NUMERO TO W-PRIM-NUM.
           GO TO INCLUI-DE-COMPRA-LOOP.
       INCLUI-DE-COMPRA-SAI.
           IF W-PRIM-NUM > ZEROS
              DISPLAY "BENS GRAVADOS: " W-PRIM-NUM " A " IMB-NUMERO.
       INCLUI-DE-COMPRA-FIM.
           EXIT.

       LISTA-ITENS-PEDIDO.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO LISTA-ITENS-PEDIDO-FIM.
       LISTA-ITENS-PEDIDO-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO LISTA-ITENS-PEDIDO-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO LISTA-ITENS-PEDIDO-FIM.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE SPACES TO DESC.
           PERFORM SOMA-RECEBIDO THRU SOMA-RECEBIDO-FIM
           MOVE ITEM-TOTAL TO W-VAL-ED
           MOVE W-QTD-RCB TO W-QTD-ED
           DISPLAY "  ITEM " ITEM-SEQ " " ITEM-CODPROD " " DESC
              " QTD " ITEM-QTD " RECEBIDO " W-QTD-ED
              " TOTAL " W-VAL-ED
           GO TO LISTA-ITENS-PEDIDO-LOOP.
       LISTA-ITENS-PEDIDO-FIM.
           EXIT.

       SOMA-RECEBIDO.
           MOVE ZEROS TO W-QTD-RCB W-ULT-RCB
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
           ADD RCB-QTD TO W-QTD-RCB
           IF RCB-DATA > W-ULT-RCB
              MOVE RCB-DATA TO W-ULT-RCB.
           GO TO SOMA-RECEBIDO-LOOP.
       SOMA-RECEBIDO-FIM.
           EXIT.

      * UM ITEM DE COMPRA SO E INCORPORADO UMA VEZ
       PROCURA-ORIGEM.
           MOVE ZEROS TO W-JA-EXISTE
           MOVE ZEROS TO IMB-NUMERO
           START ARQIMB KEY IS NOT LESS THAN IMB-NUMERO
              INVALID KEY GO TO PROCURA-ORIGEM-FIM.
       PROCURA-ORIGEM-LOOP.
           READ ARQIMB NEXT
           IF ST-IMB NOT = "00"
              GO TO PROCURA-ORIGEM-FIM.
           IF IMB-NUMPEDIDO = W-NUMPED AND
              IMB-SEQ-ITEM = W-SEQ-ITEM
              MOVE IMB-NUMERO TO W-JA-EXISTE
              GO TO PROCURA-ORIGEM-FIM.
           GO TO PROCURA-ORIGEM-LOOP.
       PROCURA-ORIGEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DADOS COMUNS: FILIAL E CENTRO DE CUSTO, VIDA UTIL E CONTAS
      *----------------------------------------------------------------
       PEDE-LOCAL.
           MOVE ZEROS TO W-FILIAL
           DISPLAY "FILIAL (00 = MATRIZ/SEM FILIAL): "
           ACCEPT W-FILIAL
           IF W-FILIAL > ZEROS AND W-FIL-ABERTO = "S"
              MOVE W-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-FIL NOT = "00"
                 DISPLAY "FILIAL NAO CADASTRADA (SCE032)"
                 GO TO PEDE-LOCAL.
       PEDE-LOCAL-CCU.
           MOVE ZEROS TO W-CCUSTO
           DISPLAY "CENTRO DE CUSTO (ZEROS = NENHUM): "
           ACCEPT W-CCUSTO
           IF W-CCUSTO > ZEROS AND W-CCU-ABERTO = "S"
              MOVE W-CCUSTO TO CCU-CODIGO
              READ ARQCCU
              IF ST-CCU NOT = "00"
                 DISPLAY "CENTRO DE CUSTO NAO CADASTRADO (SCE053)"
                 GO TO PEDE-LOCAL-CCU
              ELSE
                 DISPLAY "   " CCU-DESC.
       PEDE-LOCAL-FIM.
           EXIT.

       PEDE-VIDA.
           MOVE ZEROS TO W-VIDA W-TAXA
           DISPLAY "VIDA UTIL EM MESES (ZEROS = INFORMAR A TAXA"
              " ANUAL): "
           ACCEPT W-VIDA
           IF W-VIDA > ZEROS
              COMPUTE W-TAXA ROUNDED = 1200 / W-VIDA
              GO TO PEDE-VIDA-FIM.
           DISPLAY "TAXA ANUAL DE DEPRECIACAO (%): "
           ACCEPT W-TAXA
           IF W-TAXA = ZEROS OR W-TAXA > 100
              DISPLAY "INFORME A VIDA UTIL OU UMA TAXA DE 0,01 A 100"
              GO TO PEDE-VIDA.
       PEDE-VIDA-FIM.
           EXIT.

       PEDE-CONTAS.
           MOVE "A" TO W-CTA-TIPO
           DISPLAY "CONTA DO BEM NO PLANO (ATIVO): "
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           MOVE W-CTA TO W-CTA-ATIVO
           MOVE "A" TO W-CTA-TIPO
           DISPLAY "CONTA DA DEPRECIACAO ACUMULADA (ATIVO,"
              " REDUTORA): "
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           MOVE W-CTA TO W-CTA-DEPAC
           IF W-CTA-DEPAC = W-CTA-ATIVO
              DISPLAY "A DEPRECIACAO ACUMULADA PRECISA DE CONTA"
                 " PROPRIA"
              GO TO PEDE-CONTAS.
           MOVE "D" TO W-CTA-TIPO
           DISPLAY "CONTA DA DESPESA DE DEPRECIACAO: "
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           MOVE W-CTA TO W-CTA-DESP.
       PEDE-CONTAS-FIM.
           EXIT.

      * CONTA OBRIGATORIA; COM O PLANO CADASTRADO, CONFERE EXISTENCIA
      * E TIPO (A = ATIVO, D = DESPESA)
       PEDE-CONTA.
           MOVE ZEROS TO W-CTA
           ACCEPT W-CTA
           IF W-CTA = ZEROS
              DISPLAY "CONTA OBRIGATORIA: "
              GO TO PEDE-CONTA.
           IF W-CTA-ABERTO NOT = "S"
              GO TO PEDE-CONTA-FIM.
           MOVE W-CTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "CONTA NAO CADASTRADA NO PLANO (SCE029): "
              GO TO PEDE-CONTA.
           IF CTA-TIPO NOT = W-CTA-TIPO
              DISPLAY "CONTA DE TIPO " CTA-TIPO " - ESPERADO "
                 W-CTA-TIPO ": "
              GO TO PEDE-CONTA.
           DISPLAY "   " CTA-DESC.
       PEDE-CONTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * GRAVACAO DE UM BEM NOVO COM O MOVIMENTO DE INCLUSAO
      *----------------------------------------------------------------
       GRAVA-NOVO.
           PERFORM LE-SEQUENCIA THRU LE-SEQUENCIA-FIM
           ADD 1 TO CTL-ULT-ATIVO
           MOVE CTL-ULT-ATIVO TO IMB-NUMERO
           PERFORM GRAVA-SEQUENCIA THRU GRAVA-SEQUENCIA-FIM
           MOVE W-DESC TO IMB-DESC
           MOVE W-FILIAL TO IMB-FILIAL
           MOVE W-CCUSTO TO IMB-CCUSTO
           MOVE W-DATA TO IMB-DATA-AQUIS
           MOVE W-VALOR TO IMB-VALOR
           MOVE W-FORN TO IMB-CPFCNPJ
           MOVE W-NUMPED TO IMB-NUMPEDIDO
           MOVE W-SEQ-ITEM TO IMB-SEQ-ITEM
           MOVE W-CODPROD TO IMB-CODPROD
           MOVE W-VIDA TO IMB-VIDA-MESES
           MOVE W-TAXA TO IMB-TAXA-ANUAL
           MOVE W-CTA-ATIVO TO IMB-CTA-ATIVO
           MOVE W-CTA-DEPAC TO IMB-CTA-DEPAC
           MOVE W-CTA-DESP TO IMB-CTA-DESP
           MOVE ZEROS TO IMB-DEPR-ACUM IMB-ULT-DEPR IMB-DATA-BAIXA
           MOVE "A" TO IMB-STATUS
           MOVE W-OPERADOR TO IMB-OPERADOR
           WRITE REGIMB
           IF ST-IMB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO BEM - STATUS " ST-IMB
              GO TO GRAVA-NOVO-FIM.
           PERFORM ULTIMO-MOVIMENTO THRU ULTIMO-MOVIMENTO-FIM
           MOVE "I" TO IMV-TIPO
           MOVE W-DATA TO IMV-DATA
           MOVE W-FILIAL TO IMV-FILIAL-ORIG IMV-FILIAL-DEST
           MOVE W-CCUSTO TO IMV-CCUSTO-ORIG IMV-CCUSTO-DEST
           MOVE W-VALOR TO IMV-CUSTO
           MOVE ZEROS TO IMV-DEPR-ACUM IMV-VALOR-VENDA
           MOVE SPACES TO IMV-MOTIVO
           IF W-NUMPED > ZEROS
              STRING "PEDIDO " W-NUMPED " ITEM " W-SEQ-ITEM
                 DELIMITED BY SIZE INTO IMV-MOTIVO.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM.
       GRAVA-NOVO-FIM.
           EXIT.

      * ULTIMA SEQUENCIA DE MOVIMENTO DO BEM (REGIMB LIDO). A BUSCA
      * USA A AREA DE REGIMV: CHAMAR ANTES DE MONTAR O MOVIMENTO
       ULTIMO-MOVIMENTO.
           MOVE ZEROS TO W-ULT-SEQ
           MOVE IMB-NUMERO TO IMV-NUMERO
           MOVE ZEROS TO IMV-SEQ
           START ARQIMV KEY IS NOT LESS THAN IMV-CHAVE
              INVALID KEY GO TO ULTIMO-MOVIMENTO-FIM.
       ULTIMO-MOVIMENTO-LOOP.
           READ ARQIMV NEXT
           IF ST-IMV NOT = "00"
              GO TO ULTIMO-MOVIMENTO-FIM.
           IF IMV-NUMERO NOT = IMB-NUMERO
              GO TO ULTIMO-MOVIMENTO-FIM.
           MOVE IMV-SEQ TO W-ULT-SEQ
           GO TO ULTIMO-MOVIMENTO-LOOP.
       ULTIMO-MOVIMENTO-FIM.
           EXIT.

       GRAVA-MOVIMENTO.
           MOVE IMB-NUMERO TO IMV-NUMERO
           COMPUTE IMV-SEQ = W-ULT-SEQ + 1
           MOVE IMB-CTA-ATIVO TO IMV-CTA-ATIVO
           MOVE IMB-CTA-DEPAC TO IMV-CTA-DEPAC
           MOVE W-OPERADOR TO IMV-OPERADOR
           WRITE REGIMV
           IF ST-IMV NOT = "00"
              DISPLAY "AVISO: MOVIMENTO DO BEM NAO GRAVADO - STATUS "
                 ST-IMV.
       GRAVA-MOVIMENTO-FIM.
           EXIT.

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE065 " W-AUD-OPER " CHAVE=" IMB-NUMERO
              " FILIAL=" IMB-FILIAL
              " CCUSTO=" IMB-CCUSTO
              " VALOR=" IMB-VALOR
              " DEPR-ACUM=" IMB-DEPR-ACUM
              " STATUS=" IMB-STATUS
              " CONTAS=" IMB-CTA-ATIVO "/" IMB-CTA-DEPAC "/"
              IMB-CTA-DESP
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       GRAVA-AUDITORIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ALTERACAO: DESCRICAO, VIDA UTIL E CONTAS. DATA E VALOR DE
      * AQUISICAO SO ENQUANTO NAO HOUVER DEPRECIACAO CALCULADA
      *----------------------------------------------------------------
       ALTERA-BEM.
           PERFORM LE-BEM THRU LE-BEM-FIM
           IF ST-IMB NOT = "00"
              GO TO ALTERA-BEM-FIM.
           IF IMB-STATUS NOT = "A"
              DISPLAY "BEM JA BAIXADO"
              GO TO ALTERA-BEM-FIM.
           DISPLAY "DESCRICAO (BRANCO = MANTEM): "
           MOVE SPACES TO W-DESC
           ACCEPT W-DESC
           IF W-DESC NOT = SPACES
              MOVE W-DESC TO IMB-DESC.
           IF IMB-DEPR-ACUM > ZEROS
              DISPLAY "BEM JA DEPRECIADO - DATA E VALOR DE AQUISICAO"
                 " NAO PODEM SER ALTERADOS"
              GO TO ALTERA-BEM-VIDA.
       ALTERA-BEM-DATA.
           MOVE ZEROS TO W-DATA
           DISPLAY "DATA DE AQUISICAO AAAAMMDD (ZEROS = MANTEM): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
              GO TO ALTERA-BEM-VALOR.
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS OR W-DATA > W-DATA-HOJE
              DISPLAY "DATA INVALIDA OU FUTURA"
              GO TO ALTERA-BEM-DATA.
           MOVE W-DATA TO IMB-DATA-AQUIS.
       ALTERA-BEM-VALOR.
           MOVE ZEROS TO W-VALOR
           DISPLAY "VALOR DE AQUISICAO (ZEROS = MANTEM): "
           ACCEPT W-VALOR
           IF W-VALOR > ZEROS
              MOVE W-VALOR TO IMB-VALOR.
       ALTERA-BEM-VIDA.
           DISPLAY "ALTERAR VIDA UTIL/TAXA (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA = "S" OR "s"
              PERFORM PEDE-VIDA THRU PEDE-VIDA-FIM
              MOVE W-VIDA TO IMB-VIDA-MESES
              MOVE W-TAXA TO IMB-TAXA-ANUAL.
           DISPLAY "ALTERAR AS CONTAS CONTABEIS (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA = "S" OR "s"
              PERFORM PEDE-CONTAS THRU PEDE-CONTAS-FIM
              MOVE W-CTA-ATIVO TO IMB-CTA-ATIVO
              MOVE W-CTA-DEPAC TO IMB-CTA-DEPAC
              MOVE W-CTA-DESP TO IMB-CTA-DESP.
           MOVE W-OPERADOR TO IMB-OPERADOR
           REWRITE REGIMB
           IF ST-IMB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO BEM - STATUS " ST-IMB
              GO TO ALTERA-BEM-FIM.
           MOVE "A" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           DISPLAY "BEM ALTERADO".
       ALTERA-BEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * BAIXA: O CUSTO E A DEPRECIACAO ACUMULADA DO MOMENTO FICAM NO
      * MOVIMENTO "B", QUE O GERACTB LANCA NO MES DA BAIXA JUNTO COM
      * O VALOR DE VENDA. A DEPRECIACAO DO MES DEVE SER CALCULADA
      * (CALCDEP) ANTES DA BAIXA
      *----------------------------------------------------------------
       BAIXA-BEM.
           PERFORM LE-BEM THRU LE-BEM-FIM
           IF ST-IMB NOT = "00"
              GO TO BAIXA-BEM-FIM.
           IF IMB-STATUS NOT = "A"
              DISPLAY "BEM JA BAIXADO"
              GO TO BAIXA-BEM-FIM.
       BAIXA-BEM-DATA.
           MOVE ZEROS TO W-DATA
           DISPLAY "DATA DA BAIXA AAAAMMDD (ZEROS = HOJE): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
              MOVE W-DATA-HOJE TO W-DATA.
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS OR W-DATA < IMB-DATA-AQUIS
              OR W-DATA > W-DATA-HOJE
              DISPLAY "DATA INVALIDA, FUTURA OU ANTERIOR A AQUISICAO"
              GO TO BAIXA-BEM-DATA.
           COMPUTE W-MES-BAIXA = W-DATA / 100
           IF IMB-ULT-DEPR < W-MES-BAIXA
              DISPLAY "AVISO: DEPRECIACAO CALCULADA ATE "
                 IMB-ULT-DEPR " - RODE O CALCDEP DO MES ANTES"
                 " DA BAIXA"
              DISPLAY "CONTINUA ASSIM MESMO (S/N): "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA NOT = "S" AND "s"
                 GO TO BAIXA-BEM-FIM.
           MOVE ZEROS TO W-VENDA
           DISPLAY "VALOR DE VENDA (ZEROS = SUCATA/PERDA): "
           ACCEPT W-VENDA
           MOVE SPACES TO W-MOTIVO
           DISPLAY "MOTIVO: "
           ACCEPT W-MOTIVO
           COMPUTE W-LIQUIDO = IMB-VALOR - IMB-DEPR-ACUM
           MOVE W-LIQUIDO TO W-VAL-ED3
           DISPLAY "VALOR CONTABIL LIQUIDO BAIXADO: " W-VAL-ED3
           COMPUTE W-LIQUIDO = W-VENDA - W-LIQUIDO
           MOVE W-LIQUIDO TO W-VAL-ED3
           DISPLAY "RESULTADO NA BAIXA (VENDA - LIQUIDO): " W-VAL-ED3
           DISPLAY "CONFIRMA A BAIXA (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "BAIXA CANCELADA"
              GO TO BAIXA-BEM-FIM.
           MOVE "B" TO IMB-STATUS
           MOVE W-DATA TO IMB-DATA-BAIXA
           MOVE W-OPERADOR TO IMB-OPERADOR
           REWRITE REGIMB
           IF ST-IMB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO BEM - STATUS " ST-IMB
              GO TO BAIXA-BEM-FIM.
           PERFORM ULTIMO-MOVIMENTO THRU ULTIMO-MOVIMENTO-FIM
           MOVE "B" TO IMV-TIPO
           MOVE W-DATA TO IMV-DATA
           MOVE IMB-FILIAL TO IMV-FILIAL-ORIG IMV-FILIAL-DEST
           MOVE IMB-CCUSTO TO IMV-CCUSTO-ORIG IMV-CCUSTO-DEST
           MOVE IMB-VALOR TO IMV-CUSTO
           MOVE IMB-DEPR-ACUM TO IMV-DEPR-ACUM
           MOVE W-VENDA TO IMV-VALOR-VENDA
           MOVE W-MOTIVO TO IMV-MOTIVO
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           MOVE "B" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           DISPLAY "BEM BAIXADO".
       BAIXA-BEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * TRANSFERENCIA ENTRE FILIAIS (E, SE INFORMADO, DE CENTRO DE
      * CUSTO). NAO GERA LANCAMENTO: A EMPRESA E A MESMA
      *----------------------------------------------------------------
       TRANSFERE-BEM.
           PERFORM LE-BEM THRU LE-BEM-FIM
           IF ST-IMB NOT = "00"
              GO TO TRANSFERE-BEM-FIM.
           IF IMB-STATUS NOT = "A"
              DISPLAY "BEM JA BAIXADO"
              GO TO TRANSFERE-BEM-FIM.
           DISPLAY "FILIAL DE DESTINO E NOVO CENTRO DE CUSTO"
              " (CENTRO ZEROS = MANTEM O ATUAL)"
           PERFORM PEDE-LOCAL THRU PEDE-LOCAL-FIM
           IF W-CCUSTO = ZEROS
              MOVE IMB-CCUSTO TO W-CCUSTO.
           IF W-FILIAL = IMB-FILIAL AND W-CCUSTO = IMB-CCUSTO
              DISPLAY "DESTINO IGUAL A ORIGEM - NADA A TRANSFERIR"
              GO TO TRANSFERE-BEM-FIM.
       TRANSFERE-BEM-DATA.
           MOVE ZEROS TO W-DATA
           DISPLAY "DATA DA TRANSFERENCIA AAAAMMDD (ZEROS = HOJE): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
              MOVE W-DATA-HOJE TO W-DATA.
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS OR W-DATA < IMB-DATA-AQUIS
              OR W-DATA > W-DATA-HOJE
              DISPLAY "DATA INVALIDA, FUTURA OU ANTERIOR A AQUISICAO"
              GO TO TRANSFERE-BEM-DATA.
           MOVE SPACES TO W-MOTIVO
           DISPLAY "MOTIVO: "
           ACCEPT W-MOTIVO
           PERFORM ULTIMO-MOVIMENTO THRU ULTIMO-MOVIMENTO-FIM
           MOVE "T" TO IMV-TIPO
           MOVE W-DATA TO IMV-DATA
           MOVE IMB-FILIAL TO IMV-FILIAL-ORIG
           MOVE W-FILIAL TO IMV-FILIAL-DEST
           MOVE IMB-CCUSTO TO IMV-CCUSTO-ORIG
           MOVE W-CCUSTO TO IMV-CCUSTO-DEST
           MOVE IMB-VALOR TO IMV-CUSTO
           MOVE IMB-DEPR-ACUM TO IMV-DEPR-ACUM
           MOVE ZEROS TO IMV-VALOR-VENDA
           MOVE W-MOTIVO TO IMV-MOTIVO
           MOVE W-FILIAL TO IMB-FILIAL
           MOVE W-CCUSTO TO IMB-CCUSTO
           MOVE W-OPERADOR TO IMB-OPERADOR
           REWRITE REGIMB
           IF ST-IMB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO BEM - STATUS " ST-IMB
              GO TO TRANSFERE-BEM-FIM.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           MOVE "T" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           DISPLAY "BEM TRANSFERIDO PARA A FILIAL " IMB-FILIAL.
       TRANSFERE-BEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA: NUMERO ZERO LISTA OS BENS
      *----------------------------------------------------------------
       CONSULTA-BEM.
           MOVE ZEROS TO W-NUMERO
           DISPLAY "NUMERO DO BEM (ZEROS = LISTA): "
           ACCEPT W-NUMERO
           IF W-NUMERO = ZEROS
              GO TO CONSULTA-BEM-LISTA.
           MOVE W-NUMERO TO IMB-NUMERO
           READ ARQIMB
           IF ST-IMB NOT = "00"
              DISPLAY "BEM NAO CADASTRADO"
              GO TO CONSULTA-BEM-FIM.
           PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM
           DISPLAY "MOVIMENTOS:"
           MOVE IMB-NUMERO TO IMV-NUMERO
           MOVE ZEROS TO IMV-SEQ
           START ARQIMV KEY IS NOT LESS THAN IMV-CHAVE
              INVALID KEY GO TO CONSULTA-BEM-FIM.
       CONSULTA-BEM-MOV.
           READ ARQIMV NEXT
           IF ST-IMV NOT = "00"
              GO TO CONSULTA-BEM-FIM.
           IF IMV-NUMERO NOT = IMB-NUMERO
              GO TO CONSULTA-BEM-FIM.
           MOVE IMV-CUSTO TO W-VAL-ED
           MOVE IMV-VALOR-VENDA TO W-VAL-ED2
           DISPLAY "  " IMV-SEQ " " IMV-TIPO " " IMV-DATA
              " FILIAL " IMV-FILIAL-ORIG "->" IMV-FILIAL-DEST
              " CC " IMV-CCUSTO-ORIG "->" IMV-CCUSTO-DEST
              " CUSTO " W-VAL-ED " VENDA " W-VAL-ED2
              " " IMV-MOTIVO
           GO TO CONSULTA-BEM-MOV.
       CONSULTA-BEM-LISTA.
           MOVE ZEROS TO IMB-NUMERO
           START ARQIMB KEY IS NOT LESS THAN IMB-NUMERO
              INVALID KEY
                 DISPLAY "NENHUM BEM CADASTRADO"
                 GO TO CONSULTA-BEM-FIM.
       CONSULTA-BEM-LISTA-LOOP.
           READ ARQIMB NEXT
           IF ST-IMB NOT = "00"
              GO TO CONSULTA-BEM-FIM.
           MOVE IMB-VALOR TO W-VAL-ED
           COMPUTE W-LIQUIDO = IMB-VALOR - IMB-DEPR-ACUM
           MOVE W-LIQUIDO TO W-VAL-ED3
           DISPLAY IMB-NUMERO " " IMB-DESC " FIL " IMB-FILIAL
              " " IMB-STATUS " CUSTO " W-VAL-ED " LIQ " W-VAL-ED3
           GO TO CONSULTA-BEM-LISTA-LOOP.
       CONSULTA-BEM-FIM.
           EXIT.

       LE-BEM.
           MOVE ZEROS TO W-NUMERO
           DISPLAY "NUMERO DO BEM: "
           ACCEPT W-NUMERO
           MOVE W-NUMERO TO IMB-NUMERO
           READ ARQIMB
           IF ST-IMB NOT = "00"
              DISPLAY "BEM NAO CADASTRADO"
              GO TO LE-BEM-FIM.
           PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM.
       LE-BEM-FIM.
           EXIT.

       MOSTRA-BEM.
           DISPLAY "BEM " IMB-NUMERO " - " IMB-DESC
           DISPLAY "FILIAL " IMB-FILIAL "  CENTRO DE CUSTO " IMB-CCUSTO
              "  SITUACAO " IMB-STATUS " " IMB-DATA-BAIXA
           MOVE IMB-VALOR TO W-VAL-ED
           DISPLAY "AQUISICAO " IMB-DATA-AQUIS "  VALOR " W-VAL-ED
              "  FORNECEDOR " IMB-CPFCNPJ
           IF IMB-NUMPEDIDO > ZEROS
              DISPLAY "PEDIDO DE COMPRA " IMB-NUMPEDIDO " ITEM "
                 IMB-SEQ-ITEM " PRODUTO " IMB-CODPROD.
           MOVE IMB-TAXA-ANUAL TO W-TAXA-ED
           DISPLAY "VIDA UTIL " IMB-VIDA-MESES " MESES  TAXA ANUAL "
              W-TAXA-ED " %"
           DISPLAY "CONTAS: BEM " IMB-CTA-ATIVO "  DEPR. ACUMULADA "
              IMB-CTA-DEPAC "  DESPESA " IMB-CTA-DESP
           MOVE IMB-DEPR-ACUM TO W-VAL-ED
           COMPUTE W-LIQUIDO = IMB-VALOR - IMB-DEPR-ACUM
           MOVE W-LIQUIDO TO W-VAL-ED3
           DISPLAY "DEPRECIACAO ACUMULADA " W-VAL-ED " ATE "
              IMB-ULT-DEPR "  VALOR LIQUIDO " W-VAL-ED3.
       MOSTRA-BEM-FIM.
           EXIT.

      * NUMERACAO DOS BENS EM IMBSEQ.CTL
       LE-SEQUENCIA.
           MOVE ZEROS TO CTL-ULT-ATIVO
           OPEN INPUT ARQSEQ
           IF ST-SEQ = "00"
              READ ARQSEQ
              CLOSE ARQSEQ.
           IF ST-SEQ NOT = "00"
              MOVE ZEROS TO CTL-ULT-ATIVO.
       LE-SEQUENCIA-FIM.
           EXIT.

       GRAVA-SEQUENCIA.
           OPEN OUTPUT ARQSEQ
           WRITE REG-IMBCTL
           CLOSE ARQSEQ.
       GRAVA-SEQUENCIA-FIM.
           EXIT.

       VALIDA-DATA-CAL.
           MOVE 1 TO W-DATA-OK
           IF W-VAL-MM < 1 OR W-VAL-MM > 12
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD < 1 OR W-VAL-DD > 31
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF (W-VAL-MM = 4 OR 6 OR 9 OR 11) AND W-VAL-DD > 30
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-MM NOT = 2
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD > 29
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD < 29
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 4)
           IF W-RESTO4 NOT = ZEROS
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 100)
           IF W-RESTO4 NOT = ZEROS
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 400)
           IF W-RESTO4 NOT = ZEROS
              MOVE ZEROS TO W-DATA-OK.
       VALIDA-DATA-CAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQIMB ARQIMV ARQPROD ARQAUD
           IF W-PED-ABERTO = "S"
              CLOSE ARQPED ARQITEM.
           IF W-RCB-ABERTO = "S"
              CLOSE ARQRCB.
           IF W-FOR-ABERTO = "S"
              CLOSE ARQFOR.
           IF W-FIL-ABERTO = "S"
              CLOSE ARQFIL.
           IF W-CCU-ABERTO = "S"
              CLOSE ARQCCU.
           IF W-CTA-ABERTO = "S"
              CLOSE ARQCTA.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
