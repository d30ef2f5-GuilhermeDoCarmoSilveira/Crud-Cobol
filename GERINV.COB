       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERINV.
      **************************************************
      * FOTO MENSAL DO ESTOQUE (REGISTRO DE INVENTARIO) *
      * GRAVA EM INVMES.DAT, PARA O MES INFORMADO, O    *
      * SALDO DE CADA PRODUTO POR FILIAL (REGESTFIL;    *
      * O QUE O REGPROD TEM A MAIS QUE A SOMA DAS       *
      * FILIAIS - SEM FILIAL OU EM TRANSITO NO SCE016 - *
      * FICA NA FILIAL 00), O CUSTO MEDIO DO MOMENTO    *
      * (CUSTOMED.DAT) E O VALOR TOTAL, COM A PARTE EM  *
      * QUARENTENA (BLOQEST.DAT) E A QUANTIDADE EM      *
      * CONSIGNACAO NOS CLIENTES (CONSIG.DAT, NA LINHA  *
      * DA FILIAL 00) SEPARADAS. DESCRICAO, UNIDADE E   *
      * CATEGORIA SAO COPIADAS PARA O LIVRO NAO MUDAR   *
      * SE O CADASTRO MUDAR DEPOIS.                     *
      * E CHAMADO PELO SCE021 E PELO SCE055 NO          *
      * FECHAMENTO DO MES E PODE SER RODADO A QUALQUER  *
      * HORA PELO MENU. MES AINDA ABERTO PODE SER       *
      * FOTOGRAFADO DE NOVO (A FOTO ANTERIOR E TROCADA);*
      * MES JA FECHADO NO SCE021 (PERIODO.CTL) QUE JA   *
      * TEM FOTO DE FECHAMENTO (ORIGEM F) NAO E REFEITO;*
      * SE A FOTO DELE FOR AVULSA (ORIGEM D) ELA E      *
      * TROCADA PELA DE FECHAMENTO. A FOTO E CARIMBADA  *
      * EM AUDITORIA.DAT. O RELINV TIRA DAQUI A         *
      * VALORIZACAO, O LIVRO E A COMPARACAO ENTRE MESES.*
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQINV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS INV-CHAVE
                    ALTERNATE RECORD KEY IS INV-CHAVE-FIL
                    FILE STATUS IS ST-INV.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQESTFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ESTQ-CHAVE
                    FILE STATUS IS ST-ESTF.

           SELECT ARQBLQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BLQ-CHAVE
                    FILE STATUS IS ST-BLQ.

           SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CSG-CHAVE
                    FILE STATUS IS ST-CSG.

           SELECT ARQCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CST-COD
                    FILE STATUS IS ST-CST.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
      * UMA LINHA POR MES, PRODUTO E FILIAL. A CHAVE ALTERNATIVA
      * (MES, FILIAL, CATEGORIA, PRODUTO) ORDENA O LIVRO
       FD ARQINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVMES.DAT".
       01 REGINV.
          03 INV-CHAVE.
           05 INV-MES           PIC 9(06).
           05 INV-CODPROD       PIC 9(06).
           05 INV-FILIAL        PIC 9(02).
          03 INV-CHAVE-FIL.
           05 INV-MES-F         PIC 9(06).
           05 INV-FILIAL-F      PIC 9(02).
           05 INV-CATEG         PIC 9(01).
           05 INV-CODPROD-F     PIC 9(06).
          03 INV-DESC           PIC X(30).
          03 INV-UNIDADE        PIC X(02).
          03 INV-QTD            PIC 9(07).
          03 INV-QTD-BLOQ       PIC 9(07).
          03 INV-QTD-CONSIG     PIC 9(07).
          03 INV-CUSTO          PIC 9(06)V99.
          03 INV-VALOR          PIC 9(11)V99.
          03 INV-VALOR-CONSIG   PIC 9(11)V99.
          03 INV-DATAHORA       PIC 9(14).
          03 INV-ORIGEM         PIC X(01).
          03 INV-OPERADOR       PIC X(10).

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

       FD ARQESTFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGESTFIL.DAT".
       01 REGESTFIL.
          03 ESTQ-CHAVE.
           05 ESTQ-COD          PIC 9(06).
           05 ESTQ-FILIAL       PIC 9(02).
          03 ESTQ-QTD           PIC 9(06).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQBLQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BLOQEST.DAT".
       01 REGBLQ.
          03 BLQ-CHAVE.
           05 BLQ-CODPROD       PIC 9(06).
           05 BLQ-FILIAL        PIC 9(02).
           05 BLQ-SEQ           PIC 9(03).
          03 BLQ-QTD            PIC 9(06).
          03 BLQ-MOTIVO         PIC X(10).
          03 BLQ-DATA           PIC 9(08).
          03 BLQ-OPERADOR       PIC X(10).

       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSIG.DAT".
       01 REGCSG.
          03 CSG-CHAVE.
           05 CSG-CODCLI        PIC 9(14).
           05 CSG-CODPROD       PIC 9(06).
          03 CSG-QTD            PIC 9(06).
          03 CSG-DATA-ULT       PIC 9(08).

       FD ARQCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTOMED.DAT".
       01 REGCST.
          03 CST-COD            PIC 9(06).
          03 CST-CUSTO          PIC 9(06)V99.
          03 CST-QTD-BASE       PIC 9(08).

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-INV        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ESTF       PIC X(02) VALUE "00".
       01 ST-BLQ        PIC X(02) VALUE "00".
       01 ST-CSG        PIC X(02) VALUE "00".
       01 ST-CST        PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-ESTF-ABERTO PIC X(01) VALUE "N".
       01 W-BLQ-ABERTO  PIC X(01) VALUE "N".
       01 W-CSG-ABERTO  PIC X(01) VALUE "N".
       01 W-CST-ABERTO  PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DTH-FOTO    PIC 9(14) VALUE ZEROS.
       01 W-MES-HOJE    PIC 9(06) VALUE ZEROS.
       01 W-MES         PIC 9(06) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
          03 W-MES-AA    PIC 9(04).
          03 W-MES-MM    PIC 9(02).
       01 W-MES-PADRAO  PIC 9(06) VALUE ZEROS.
       01 W-MES-PAD-R REDEFINES W-MES-PADRAO.
          03 W-PAD-AA    PIC 9(04).
          03 W-PAD-MM    PIC 9(02).
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-FECHADO     PIC 9(01) VALUE ZEROS.
       01 W-TEM-FOTO    PIC 9(01) VALUE ZEROS.
       01 W-ORIGEM-FOTO PIC X(01) VALUE SPACES.
       01 W-ORIGEM      PIC X(01) VALUE SPACES.

      * SALDOS DO PRODUTO EM PROCESSO
       01 W-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       01 W-SOMA-FIL    PIC 9(08) VALUE ZEROS.
       01 W-QTD-SEMFIL  PIC 9(08) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-QTD-LINHA   PIC 9(08) VALUE ZEROS.
       01 W-BLQ-TOT     PIC 9(08) VALUE ZEROS.
       01 W-VAL-CSG     PIC 9(11)V99 VALUE ZEROS.

      * TOTAIS DA FOTO
       01 W-QTD-APAG    PIC 9(07) VALUE ZEROS.
       01 W-QTD-PROD    PIC 9(07) VALUE ZEROS.
       01 W-QTD-REG     PIC 9(07) VALUE ZEROS.
       01 W-QTD-SEMCST  PIC 9(07) VALUE ZEROS.
       01 W-QTD-ERRO    PIC 9(07) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-CONSIG  PIC 9(13)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FOTO DO ESTOQUE - REGISTRO DE INVENTARIO"
           MOVE ZEROS TO W-QTD-APAG W-QTD-PROD W-QTD-REG W-QTD-SEMCST
              W-QTD-ERRO W-TOT-VALOR W-TOT-CONSIG
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO W-DTH-FOTO
           MOVE W-DATAHORA(1:6) TO W-MES-HOJE
           PERFORM LE-PERIODO
           OPEN I-O ARQINV
           IF ST-INV = "30"
              OPEN OUTPUT ARQINV
              CLOSE ARQINV
              OPEN I-O ARQINV.
           IF ST-INV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO INVMES.DAT"
              GOBACK.
      * SUGESTAO: O ULTIMO MES FECHADO NO SCE021 SE AINDA NAO TEM
      * FOTO DE FECHAMENTO (ORIGEM F), SENAO O MES CORRENTE
           MOVE W-MES-HOJE TO W-MES-PADRAO
           IF W-PERIODO-ABERTO > ZEROS
              MOVE W-PERIODO-ABERTO TO W-MES-PADRAO
              IF W-PAD-MM = 1
                 SUBTRACT 1 FROM W-PAD-AA
                 MOVE 12 TO W-PAD-MM
              ELSE
                 SUBTRACT 1 FROM W-PAD-MM.
           IF W-MES-PADRAO NOT = W-MES-HOJE
              MOVE W-MES-PADRAO TO W-MES
              PERFORM VERIFICA-FOTO THRU VERIFICA-FOTO-FIM
              IF W-TEM-FOTO = 1 AND W-ORIGEM-FOTO = "F"
                 MOVE W-MES-HOJE TO W-MES-PADRAO.
       PEDE-MES.
           MOVE ZEROS TO W-MES
           DISPLAY "MES DA FOTO (AAAAMM, ZEROS = " W-MES-PADRAO "): "
           ACCEPT W-MES
           IF W-MES = ZEROS
              MOVE W-MES-PADRAO TO W-MES.
           IF W-MES-MM < 1 OR W-MES-MM > 12
              DISPLAY "MES INVALIDO"
              GO TO PEDE-MES.
           IF W-MES > W-MES-HOJE
              DISPLAY "MES FUTURO - NAO HA O QUE FOTOGRAFAR"
              GO TO PEDE-MES.
           MOVE ZEROS TO W-FECHADO
           MOVE "D" TO W-ORIGEM
           IF W-PERIODO-ABERTO > ZEROS AND W-MES < W-PERIODO-ABERTO
              MOVE 1 TO W-FECHADO
              MOVE "F" TO W-ORIGEM.
           PERFORM VERIFICA-FOTO THRU VERIFICA-FOTO-FIM
           IF W-FECHADO = 1 AND W-TEM-FOTO = 1
              IF W-ORIGEM-FOTO = "F"
                 DISPLAY "MES " W-MES " JA FECHADO NO SCE021 E COM"
                    " FOTO DE FECHAMENTO - NAO E REFEITA"
                 CLOSE ARQINV
                 GOBACK
              ELSE
                 DISPLAY "MES " W-MES " FECHADO NO SCE021 COM FOTO"
                    " AVULSA - TROCADA PELA FOTO DE FECHAMENTO".
           IF W-TEM-FOTO = 1 AND W-FECHADO = 0
              DISPLAY "JA EXISTE FOTO DO MES " W-MES
                 " - SUBSTITUI? (S/N): "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
                 DISPLAY "FOTO MANTIDA"
                 CLOSE ARQINV
                 GOBACK.
           IF W-MES < W-MES-HOJE
              DISPLAY "ATENCAO: A FOTO TRAZ O SALDO DE HOJE ("
                 W-DATAHORA(1:8) ") PARA O MES " W-MES.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQINV
              GOBACK.
           MOVE "N" TO W-ESTF-ABERTO
           OPEN INPUT ARQESTFIL
           IF ST-ESTF = "00"
              MOVE "S" TO W-ESTF-ABERTO.
           MOVE "N" TO W-BLQ-ABERTO
           OPEN INPUT ARQBLQ
           IF ST-BLQ = "00"
              MOVE "S" TO W-BLQ-ABERTO.
           MOVE "N" TO W-CSG-ABERTO
           OPEN INPUT ARQCSG
           IF ST-CSG = "00"
              MOVE "S" TO W-CSG-ABERTO.
           MOVE "N" TO W-CST-ABERTO
           OPEN INPUT ARQCST
           IF ST-CST = "00"
              MOVE "S" TO W-CST-ABERTO.
           IF W-TEM-FOTO = 1
              PERFORM APAGA-FOTO THRU APAGA-FOTO-FIM.
           PERFORM FOTOGRAFA-PRODUTOS THRU FOTOGRAFA-PRODUTOS-FIM
           IF W-CSG-ABERTO = "S"
              PERFORM FOTOGRAFA-CONSIG THRU FOTOGRAFA-CONSIG-FIM.
           CLOSE ARQINV ARQPROD
           IF W-ESTF-ABERTO = "S"
              CLOSE ARQESTFIL.
           IF W-BLQ-ABERTO = "S"
              CLOSE ARQBLQ.
           IF W-CSG-ABERTO = "S"
              CLOSE ARQCSG.
           IF W-CST-ABERTO = "S"
              CLOSE ARQCST.
           PERFORM GRAVA-AUDITORIA
           DISPLAY "FOTO DO MES " W-MES " GRAVADA EM INVMES.DAT"
           DISPLAY "PRODUTOS: " W-QTD-PROD "  LINHAS: " W-QTD-REG
           MOVE W-TOT-VALOR TO W-VAL-ED
           DISPLAY "VALOR EM ESTOQUE: " W-VAL-ED
           MOVE W-TOT-CONSIG TO W-VAL-ED
           DISPLAY "VALOR EM CONSIGNACAO: " W-VAL-ED
           IF W-QTD-SEMCST > ZEROS
              DISPLAY "PRODUTOS SEM CUSTO MEDIO (VALOR ZERO): "
                 W-QTD-SEMCST.
           IF W-QTD-ERRO > ZEROS
              DISPLAY "ERROS DE GRAVACAO: " W-QTD-ERRO.
           GOBACK.

       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           IF ST-PCTL = "00"
              READ ARQPERCTL
              CLOSE ARQPERCTL
              IF ST-PCTL = "00"
                 MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO.

       VERIFICA-FOTO.
           MOVE ZEROS TO W-TEM-FOTO
           MOVE SPACES TO W-ORIGEM-FOTO
           MOVE W-MES TO INV-MES
           MOVE ZEROS TO INV-CODPROD INV-FILIAL
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE
              INVALID KEY GO TO VERIFICA-FOTO-FIM.
           READ ARQINV NEXT
           IF ST-INV = "00" AND INV-MES = W-MES
              MOVE 1 TO W-TEM-FOTO
              MOVE INV-ORIGEM TO W-ORIGEM-FOTO.
       VERIFICA-FOTO-FIM.
           EXIT.

       APAGA-FOTO.
           MOVE W-MES TO INV-MES
           MOVE ZEROS TO INV-CODPROD INV-FILIAL
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE
              INVALID KEY GO TO APAGA-FOTO-FIM.
       APAGA-FOTO-LOOP.
           READ ARQINV NEXT
           IF ST-INV NOT = "00" OR INV-MES NOT = W-MES
              GO TO APAGA-FOTO-FIM.
           DELETE ARQINV RECORD
           ADD 1 TO W-QTD-APAG
           GO TO APAGA-FOTO-LOOP.
       APAGA-FOTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * UM PRODUTO POR VEZ: UMA LINHA POR FILIAL COM SALDO E A SOBRA
      * DO REGPROD (SEM FILIAL OU EM TRANSITO) NA FILIAL 00
      *----------------------------------------------------------------
       FOTOGRAFA-PRODUTOS.
           MOVE ZEROS TO COD
           START ARQPROD KEY IS NOT LESS THAN COD
              INVALID KEY GO TO FOTOGRAFA-PRODUTOS-FIM.
       FOTOGRAFA-PRODUTOS-LOOP.
           READ ARQPROD NEXT
           IF ST-PROD NOT = "00"
              GO TO FOTOGRAFA-PRODUTOS-FIM.
           IF QTD = ZEROS
              GO TO FOTOGRAFA-PRODUTOS-LOOP.
           PERFORM LE-CUSTO
           ADD 1 TO W-QTD-PROD
           MOVE ZEROS TO W-SOMA-FIL
           IF W-ESTF-ABERTO = "S"
              PERFORM FOTOGRAFA-FILIAIS THRU FOTOGRAFA-FILIAIS-FIM.
           MOVE ZEROS TO W-QTD-SEMFIL
           IF QTD > W-SOMA-FIL
              COMPUTE W-QTD-SEMFIL = QTD - W-SOMA-FIL.
           IF W-QTD-SEMFIL > ZEROS
              MOVE ZEROS TO W-FILIAL
              MOVE W-QTD-SEMFIL TO W-QTD-LINHA
              PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO TO FOTOGRAFA-PRODUTOS-LOOP.
       FOTOGRAFA-PRODUTOS-FIM.
           EXIT.

       LE-CUSTO.
           MOVE ZEROS TO W-CUSTO
           IF W-CST-ABERTO = "S"
              MOVE COD TO CST-COD
              READ ARQCST
              IF ST-CST = "00"
                 MOVE CST-CUSTO TO W-CUSTO.
           IF W-CUSTO = ZEROS
              ADD 1 TO W-QTD-SEMCST.

      * LINHA 00 DO REGESTFIL, SE HOUVER, ENTRA NA SOBRA DO REGPROD
       FOTOGRAFA-FILIAIS.
           MOVE COD TO ESTQ-COD
           MOVE ZEROS TO ESTQ-FILIAL
           START ARQESTFIL KEY IS NOT LESS THAN ESTQ-CHAVE
              INVALID KEY GO TO FOTOGRAFA-FILIAIS-FIM.
       FOTOGRAFA-FILIAIS-LOOP.
           READ ARQESTFIL NEXT
           IF ST-ESTF NOT = "00" OR ESTQ-COD NOT = COD
              GO TO FOTOGRAFA-FILIAIS-FIM.
           IF ESTQ-FILIAL = ZEROS OR ESTQ-QTD = ZEROS
              GO TO FOTOGRAFA-FILIAIS-LOOP.
           ADD ESTQ-QTD TO W-SOMA-FIL
           MOVE ESTQ-FILIAL TO W-FILIAL
           MOVE ESTQ-QTD TO W-QTD-LINHA
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           GO TO FOTOGRAFA-FILIAIS-LOOP.
       FOTOGRAFA-FILIAIS-FIM.
           EXIT.

       GRAVA-LINHA.
           PERFORM SOMA-BLOQUEADO THRU SOMA-BLOQUEADO-FIM
           MOVE SPACES TO REGINV
           MOVE W-MES TO INV-MES INV-MES-F
           MOVE COD TO INV-CODPROD INV-CODPROD-F
           MOVE W-FILIAL TO INV-FILIAL INV-FILIAL-F
           MOVE TPPROD TO INV-CATEG
           MOVE DESC TO INV-DESC
           MOVE UNIDADE TO INV-UNIDADE
           MOVE W-QTD-LINHA TO INV-QTD
           IF W-BLQ-TOT > W-QTD-LINHA
              MOVE W-QTD-LINHA TO INV-QTD-BLOQ
           ELSE
              MOVE W-BLQ-TOT TO INV-QTD-BLOQ.
           MOVE ZEROS TO INV-QTD-CONSIG INV-VALOR-CONSIG
           MOVE W-CUSTO TO INV-CUSTO
           COMPUTE INV-VALOR = INV-QTD * INV-CUSTO
           MOVE W-DTH-FOTO TO INV-DATAHORA
           MOVE W-ORIGEM TO INV-ORIGEM
           MOVE W-OPERADOR TO INV-OPERADOR
           WRITE REGINV
           IF ST-INV NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA FOTO " INV-CODPROD "/"
                 INV-FILIAL " STATUS " ST-INV
              ADD 1 TO W-QTD-ERRO
              GO TO GRAVA-LINHA-FIM.
           ADD 1 TO W-QTD-REG
           ADD INV-VALOR TO W-TOT-VALOR.
       GRAVA-LINHA-FIM.
           EXIT.

       SOMA-BLOQUEADO.
           MOVE ZEROS TO W-BLQ-TOT
           IF W-BLQ-ABERTO NOT = "S"
              GO TO SOMA-BLOQUEADO-FIM.
           MOVE COD TO BLQ-CODPROD
           MOVE W-FILIAL TO BLQ-FILIAL
           MOVE ZEROS TO BLQ-SEQ
           START ARQBLQ KEY IS NOT LESS THAN BLQ-CHAVE
              INVALID KEY GO TO SOMA-BLOQUEADO-FIM.
       SOMA-BLOQUEADO-LOOP.
           READ ARQBLQ NEXT
           IF ST-BLQ NOT = "00"
              GO TO SOMA-BLOQUEADO-FIM.
           IF BLQ-CODPROD NOT = COD OR BLQ-FILIAL NOT = W-FILIAL
              GO TO SOMA-BLOQUEADO-FIM.
           ADD BLQ-QTD TO W-BLQ-TOT
           GO TO SOMA-BLOQUEADO-LOOP.
       SOMA-BLOQUEADO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONSIGNACAO NAO TEM FILIAL: SOMA NA LINHA 00 DO PRODUTO
      * (CRIA A LINHA SE O PRODUTO NAO TEM SOBRA SEM FILIAL)
      *----------------------------------------------------------------
       FOTOGRAFA-CONSIG.
           MOVE LOW-VALUES TO CSG-CHAVE
           START ARQCSG KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY GO TO FOTOGRAFA-CONSIG-FIM.
       FOTOGRAFA-CONSIG-LOOP.
           READ ARQCSG NEXT
           IF ST-CSG NOT = "00"
              GO TO FOTOGRAFA-CONSIG-FIM.
           IF CSG-QTD = ZEROS
              GO TO FOTOGRAFA-CONSIG-LOOP.
           MOVE W-MES TO INV-MES
           MOVE CSG-CODPROD TO INV-CODPROD
           MOVE ZEROS TO INV-FILIAL
           READ ARQINV
           IF ST-INV = "00"
              ADD CSG-QTD TO INV-QTD-CONSIG
              COMPUTE INV-VALOR-CONSIG = INV-QTD-CONSIG * INV-CUSTO
              COMPUTE W-VAL-CSG = CSG-QTD * INV-CUSTO
              ADD W-VAL-CSG TO W-TOT-CONSIG
              REWRITE REGINV
              GO TO FOTOGRAFA-CONSIG-LOOP.
           MOVE CSG-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE CSG-CODPROD TO COD
              MOVE "PRODUTO EXCLUIDO DO CADASTRO" TO DESC
              MOVE SPACES TO UNIDADE
              MOVE ZEROS TO TPPROD.
           PERFORM LE-CUSTO
           MOVE SPACES TO REGINV
           MOVE W-MES TO INV-MES INV-MES-F
           MOVE COD TO INV-CODPROD INV-CODPROD-F
           MOVE ZEROS TO INV-FILIAL INV-FILIAL-F
           MOVE TPPROD TO INV-CATEG
           MOVE DESC TO INV-DESC
           MOVE UNIDADE TO INV-UNIDADE
           MOVE ZEROS TO INV-QTD INV-QTD-BLOQ INV-VALOR
           MOVE CSG-QTD TO INV-QTD-CONSIG
           MOVE W-CUSTO TO INV-CUSTO
           COMPUTE INV-VALOR-CONSIG = INV-QTD-CONSIG * INV-CUSTO
           MOVE W-DTH-FOTO TO INV-DATAHORA
           MOVE W-ORIGEM TO INV-ORIGEM
           MOVE W-OPERADOR TO INV-OPERADOR
           WRITE REGINV
           IF ST-INV NOT = "00"
              ADD 1 TO W-QTD-ERRO
           ELSE
              ADD 1 TO W-QTD-REG
              ADD INV-VALOR-CONSIG TO W-TOT-CONSIG.
           GO TO FOTOGRAFA-CONSIG-LOOP.
       FOTOGRAFA-CONSIG-FIM.
           EXIT.

       GRAVA-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
           MOVE SPACES TO LINHA-AUD
           STRING "GERINV " W-ORIGEM " MES=" W-MES
              " PRODUTOS=" W-QTD-PROD
              " LINHAS=" W-QTD-REG
              " SUBSTITUIDAS=" W-QTD-APAG
              " VALOR=" W-TOT-VALOR
              " CONSIGNADO=" W-TOT-CONSIG
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           CLOSE ARQAUD.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
