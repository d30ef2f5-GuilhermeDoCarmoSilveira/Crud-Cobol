      * G = GERAR O PEDIDO DE COMPRA (FORMATO SCE005,   *
      *     UM PEDIDO POR FORNECEDOR VENCEDOR; AS       *
      *     PARCELAS "P" ABREM NO CASAMENTO - SCE039).  *
      * PRODUTO FORA DE LINHA OU DESCONTINUADO          *
      * (PRODSIT.DAT, SCE004) NAO E COTADO NEM COMPRADO.*
      * AS COTACOES FICAM EM COTACAO.DAT/COTITEM.DAT E  *
      * ALIMENTAM A VISAO DE PRECOS DO RELFORN.         *
      * NA INCLUSAO, O PRECO DO CATALOGO VALIDO DO      *
      * FORNECEDOR (CATFOR.DAT, IMPCAT) E O SUGERIDO.   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS ALT-CODIGO
                    FILE STATUS IS ST-ALT.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CAT-CHAVE
                    FILE STATUS IS ST-CAT.

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
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.

           SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SIT-CHAVE
                    FILE STATUS IS ST-SIT.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCOT
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQFOR
               LABEL RECORD IS STANDARD
          03 FOR-TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATFOR.DAT".
       01 REGCAT.
          03 CAT-CHAVE.
           05 CAT-CPFCNPJ       PIC 9(14).
           05 CAT-CODPROD       PIC 9(06).
           05 CAT-VIGENCIA      PIC 9(08).
          03 CAT-REF            PIC X(14).
          03 CAT-DESC           PIC X(30).
          03 CAT-UNIDADE        PIC X(02).
          03 CAT-PRECO          PIC 9(06)V99.
          03 CAT-VALIDADE       PIC 9(08).
          03 CAT-QTD-MIN        PIC 9(06).
          03 CAT-DATA-IMP       PIC 9(08).

       FD ARQALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CODALT.DAT".
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD ARQSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SITPES.DAT".
       01 REGSIT.
          03 SIT-CHAVE.
           05 SIT-TIPO           PIC X(01).
           05 SIT-CODPESSOA      PIC 9(14).
          03 SIT-STATUS          PIC X(01).
          03 SIT-MOTIVO          PIC 9(02).
          03 SIT-OBS             PIC X(40).
          03 SIT-DATA            PIC 9(08).
          03 SIT-OPERADOR        PIC X(10).

       FD ARQPSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSIT.DAT".
       01 REGPSI.
          03 PSI-CODPROD        PIC 9(06).
          03 PSI-STATUS         PIC X(01).
          03 PSI-STATUS-ANT     PIC X(01).
          03 PSI-DATA-VIG       PIC 9(08).
          03 PSI-MOTIVO         PIC 9(02).
          03 PSI-OBS            PIC X(40).
          03 PSI-DATA           PIC 9(08).
          03 PSI-OPERADOR       PIC X(10).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE038".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-COT        PIC X(02) VALUE "00".
       01 ST-CTI        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-ALT        PIC X(02) VALUE "00".
       01 W-ALT-ABERTO  PIC X(01) VALUE "N".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 W-CAT-ABERTO  PIC X(01) VALUE "N".
       01 W-CAT-PRECO   PIC 9(06)V99 VALUE ZEROS.
       01 W-CAT-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-CAT-QTD-MIN PIC 9(06) VALUE ZEROS.
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-ALCA       PIC X(02) VALUE "00".
       01 ST-CCTL       PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-TRV        PIC X(02) VALUE "00".
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 W-SIT-BLOQ    PIC 9(01) VALUE ZEROS.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
           OPEN INPUT ARQALT
           IF ST-ALT = "00"
              MOVE "S" TO W-ALT-ABERTO.
           MOVE "N" TO W-CAT-ABERTO
           OPEN INPUT ARQCAT
           IF ST-CAT = "00"
              MOVE "S" TO W-CAT-ABERTO.
           MOVE "N" TO W-ALCA-ABERTO
           OPEN INPUT ARQALC
           IF ST-ALCA = "00"
              MOVE "S" TO W-ALCA-ABERTO.
           MOVE "N" TO W-SIT-ABERTO
           OPEN INPUT ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-SIT-ABERTO.
       ABRE-PEDIDOS.
           OPEN I-O ARQPED
           IF ST-PED NOT = "00"
              OPEN OUTPUT ARQTRV
              CLOSE ARQTRV
              OPEN I-O ARQTRV.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           MOVE "N" TO W-PSI-ABERTO
           MOVE W-DATA-HOJE TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "COTACAO DE COMPRA"
           DISPLAY "A = ABRIR | I = INCLUIR COTACAO | C = COMPARAR"
           DISPLAY "V = VENCEDOR | G = GERAR PEDIDO | S = SAIR"
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO NAO CADASTRADO"
              GO TO INCLUI-COTACAO-FIM.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              DISPLAY "PRODUTO FORA DE LINHA OU DESCONTINUADO - NAO"
                 " ENTRA EM COMPRA"
              GO TO INCLUI-COTACAO-FIM.
           DISPLAY "PRODUTO: " DESC
           PERFORM LISTA-CANDIDATOS THRU LISTA-CANDIDATOS-FIM
           MOVE ZEROS TO W-FORN
           IF ST-FOR NOT = "00"
              DISPLAY "FORNECEDOR NAO CADASTRADO (SCE003)"
              GO TO INCLUI-COTACAO-FIM.
           PERFORM VERIFICA-SIT-FOR THRU VERIFICA-SIT-FOR-FIM
           IF W-SIT-BLOQ = 1
              DISPLAY "FORNECEDOR BLOQUEADO PARA COMPRAS OU INATIVO"
              GO TO INCLUI-COTACAO-FIM.
           MOVE W-NUMCOT TO CTI-NUMERO
           MOVE W-CODPROD TO CTI-CODPROD
           MOVE W-FORN TO CTI-CPFCNPJ
              DISPLAY "JA COTADO - SERA ALTERADO".
           DISPLAY "QUANTIDADE A COMPRAR: "
           ACCEPT CTI-QTD
           PERFORM BUSCA-CATALOGO THRU BUSCA-CATALOGO-FIM
           IF W-CAT-PRECO = ZEROS
              DISPLAY "PRECO UNITARIO COTADO: "
              ACCEPT CTI-PRECO
           ELSE
              MOVE W-CAT-PRECO TO W-VAL-ED
              DISPLAY "PRECO DO CATALOGO DO FORNECEDOR: " W-VAL-ED
                 "  QTD MINIMA: " W-CAT-QTD-MIN
              DISPLAY "PRECO UNITARIO COTADO (0 = CATALOGO): "
              ACCEPT CTI-PRECO
              IF CTI-PRECO = ZEROS
                 MOVE W-CAT-PRECO TO CTI-PRECO.
           IF W-CAT-PRECO > ZEROS AND CTI-QTD < W-CAT-QTD-MIN
              DISPLAY "ATENCAO: QUANTIDADE ABAIXO DA MINIMA DO"
                 " CATALOGO".
           DISPLAY "PRAZO DE ENTREGA (DIAS): "
           ACCEPT CTI-PRAZO
           MOVE "N" TO CTI-VENCEDOR
       LE-COTACAO-ABERTA-FIM.
           EXIT.

      * CATALOGO VALIDO DO FORNECEDOR (CATFOR.DAT, IMPCAT): A
      * ULTIMA VIGENCIA ATE HOJE, SE AINDA DENTRO DA VALIDADE
       BUSCA-CATALOGO.
           MOVE ZEROS TO W-CAT-PRECO W-CAT-VALIDADE W-CAT-QTD-MIN
           IF W-CAT-ABERTO NOT = "S"
              GO TO BUSCA-CATALOGO-FIM.
           MOVE W-FORN TO CAT-CPFCNPJ
           MOVE W-CODPROD TO CAT-CODPROD
           MOVE ZEROS TO CAT-VIGENCIA
           START ARQCAT KEY IS NOT LESS THAN CAT-CHAVE
              INVALID KEY GO TO BUSCA-CATALOGO-FIM.
       BUSCA-CATALOGO-LOOP.
           READ ARQCAT NEXT
           IF ST-CAT NOT = "00"
              GO TO BUSCA-CATALOGO-VAL.
           IF CAT-CPFCNPJ NOT = W-FORN OR CAT-CODPROD NOT = W-CODPROD
              GO TO BUSCA-CATALOGO-VAL.
           IF CAT-VIGENCIA > W-DATA-HOJE
              GO TO BUSCA-CATALOGO-VAL.
           MOVE CAT-PRECO TO W-CAT-PRECO
           MOVE CAT-VALIDADE TO W-CAT-VALIDADE
           MOVE CAT-QTD-MIN TO W-CAT-QTD-MIN
           GO TO BUSCA-CATALOGO-LOOP.
       BUSCA-CATALOGO-VAL.
           IF W-CAT-VALIDADE NOT = ZEROS AND
              W-CAT-VALIDADE < W-DATA-HOJE
              MOVE ZEROS TO W-CAT-PRECO W-CAT-QTD-MIN.
       BUSCA-CATALOGO-FIM.
           EXIT.

      * CANDIDATOS: FORNECEDOR PADRAO DO PRODUTO E OS QUE TEM
      * REFERENCIA DO PRODUTO EM CODALT.DAT
       LISTA-CANDIDATOS.
           MOVE ZEROS TO W-CODPROD W-FORN
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT W-CODPROD
           MOVE W-CODPROD TO COD
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              DISPLAY "PRODUTO FORA DE LINHA OU DESCONTINUADO - NAO"
                 " ENTRA EM COMPRA"
              GO TO MARCA-VENCEDOR-FIM.
           DISPLAY "CPF/CNPJ DO FORNECEDOR VENCEDOR: "
           ACCEPT W-FORN
           PERFORM VERIFICA-SIT-FOR THRU VERIFICA-SIT-FOR-FIM
           IF W-SIT-BLOQ = 1
              DISPLAY "FORNECEDOR BLOQUEADO PARA COMPRAS OU INATIVO"
              GO TO MARCA-VENCEDOR-FIM.
           MOVE W-NUMCOT TO CTI-NUMERO
           MOVE W-CODPROD TO CTI-CODPROD
           MOVE W-FORN TO CTI-CPFCNPJ
           PERFORM LE-COTACAO-ABERTA THRU LE-COTACAO-ABERTA-FIM
           IF ST-COT NOT = "00"
              GO TO GERA-PEDIDOS-FIM.
      * VENCEDOR BLOQUEADO DEPOIS DA MARCACAO IMPEDE A GERACAO DE
      * TODA A COTACAO, QUE FICA ABERTA PARA NOVA MARCACAO (V)
           MOVE ZEROS TO W-FORN.
       GERA-PED-CHECA-FORN.
           PERFORM ACHA-PROX-FORN THRU ACHA-PROX-FORN-FIM
           IF W-FORN = ZEROS
              GO TO GERA-PED-INICIO.
           PERFORM VERIFICA-SIT-FOR THRU VERIFICA-SIT-FOR-FIM
           IF W-SIT-BLOQ = 1
              DISPLAY "FORNECEDOR VENCEDOR " W-FORN
                 " BLOQUEADO PARA COMPRAS - MARQUE OUTRO VENCEDOR"
              GO TO GERA-PEDIDOS-FIM.
           GO TO GERA-PED-CHECA-FORN.
       GERA-PED-INICIO.
           MOVE ZEROS TO W-QTD-PED
           MOVE ZEROS TO W-FORN.
       GERA-PED-PROX-FORN.
       ACHA-PROX-FORN-FIM.
           EXIT.

      * SITUACAO CADASTRAL DO FORNECEDOR (SITPES.DAT, SCE003):
      * BLOQUEADO PARA COMPRAS/PAGAMENTOS (C) OU INATIVO (I)
      * NAO RECEBE PEDIDO, COTACAO NEM PAGAMENTO EM BORDERO
       VERIFICA-SIT-FOR.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-FOR-FIM.
           MOVE "F" TO SIT-TIPO
           MOVE W-FORN TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "C" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-FOR-FIM.
           EXIT.

      * SITUACAO DO PRODUTO NO CICLO DE VIDA (PRODSIT.DAT,
      * SCE004): A=ATIVO, F=FORA DE LINHA (VENDE O SALDO, NAO
      * COMPRA), D=DESCONTINUADO (NAO VENDE NEM COMPRA),
      * B=BLOQUEADO (VENDA SUSPENSA). ANTES DA DATA DE VIGENCIA
      * VALE A SITUACAO ANTERIOR. SEM REGISTRO = ATIVO
       SITUACAO-PROD.
           MOVE "A" TO W-PSI-SIT
           IF W-PSI-ABERTO NOT = "S"
              GO TO SITUACAO-PROD-FIM.
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI = "00"
              IF PSI-DATA-VIG > W-PSI-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.

       GERA-UM-PEDIDO.
           PERFORM GERA-PROX-NUMPED THRU GERA-PROX-NUMPED-FIM
           IF NUMPEDIDO = ZEROS
              GO TO GERA-UM-PEDIDO-FIM.
           MOVE 1 TO TPPEDIDO
           MOVE ZEROS TO CODCLI TOTAL PED-BASE-DEVOL
              PED-CONDPAG
           MOVE W-FORN TO CODFORN
           MOVE W-DATA-HOJE TO DATAPED
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "A" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           MOVE ZEROS TO W-SEQ-ITEM
           MOVE W-NUMCOT TO CTI-NUMERO
           MOVE ZEROS TO CTI-CODPROD CTI-CPFCNPJ
              GO TO GERA-UM-PED-LANC.
           IF CTI-VENCEDOR NOT = "S" OR CTI-CPFCNPJ NOT = W-FORN
              GO TO GERA-UM-PED-LOOP.
      * PRODUTO QUE SAIU DE LINHA DEPOIS DA MARCACAO NAO E COMPRADO
           MOVE CTI-CODPROD TO COD
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              DISPLAY "PRODUTO " CTI-CODPROD " FORA DE LINHA OU"
                 " DESCONTINUADO - ITEM NAO INCLUIDO NO PEDIDO"
              GO TO GERA-UM-PED-LOOP.
           ADD 1 TO W-SEQ-ITEM
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-DESCONTO-PCT ITEM-IMPOSTO-PCT
           COMPUTE ITEM-TOTAL = CTI-PRECO * CTI-QTD
           WRITE REGITEM
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-ITEM
           ADD ITEM-TOTAL TO TOTAL
           GO TO GERA-UM-PED-LOOP.
       GERA-UM-PED-LANC.
           IF W-SEQ-ITEM = ZEROS
              MOVE "D" TO W-JRN-OPER
              PERFORM JRN-ANTES-PED
              DELETE ARQPED RECORD
              PERFORM JRN-GRAVA-PED
              DISPLAY "FORNECEDOR " W-FORN " SEM ITENS COMPRAVEIS -"
                 " PEDIDO NAO GERADO"
              GO TO GERA-UM-PEDIDO-FIM.
      * COMPRA ACIMA DA ALCADA DO OPERADOR (ALCADA.DAT, SCE040)
      * NAO SAI ABERTA: FICA AGUARDANDO O SUPERVISOR NO SCE041,
      * COMO NO SCE005
           PERFORM VERIFICA-ALCADA THRU VERIFICA-ALCADA-FIM
           IF W-ALC-ESTOURO = 1
              MOVE "G" TO PED-STATUS.
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           ADD 1 TO W-QTD-PED
           IF W-ALC-ESTOURO = 1
              DISPLAY "PEDIDO DE COMPRA " NUMPEDIDO " GERADO PARA O"
              IF TRV-OPERADOR = W-OPERADOR
                 DELETE ARQTRV RECORD.

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
           IF ST-PED = "00"
              MOVE REGPED TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPED.
       JRN-GRAVA-PED.
           IF ST-PED = "00" OR "02"
              MOVE "REGPED" TO W-JRN-ARQ
              MOVE CHAVE OF REGPED TO W-JRN-CHAVE
              MOVE REGPED TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-GRAVA-ITEM.
           IF ST-ITEM = "00" OR "02"
              MOVE "ITEMPED" TO W-JRN-ARQ
              MOVE ITEM-CHAVE TO W-JRN-CHAVE
              MOVE REGITEM TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQCOT ARQCTI ARQPROD ARQFOR ARQPED ARQITEM
              ARQTRV.
           IF W-ALT-ABERTO = "S"
              CLOSE ARQALT.
           IF W-CAT-ABERTO = "S"
              CLOSE ARQCAT.
           IF W-ALCA-ABERTO = "S"
              CLOSE ARQALC.
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           STOP RUN.

      *    FILE STATUS
