       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSSER.
      **************************************************
      * CONSULTA DE NUMERO DE SERIE                     *
      * MOSTRA A CADEIA COMPLETA DE UMA UNIDADE COM     *
      * CONTROLE DE SERIE (NUMSERIE.DAT): FORNECEDOR,   *
      * PEDIDO DE COMPRA E DATA DE ENTRADA (SCE014),    *
      * TRANSFERENCIAS ENTRE FILIAIS (SCE016), PEDIDO   *
      * DE VENDA, NF E CLIENTE (ROMANEIO, SCE011), FIM  *
      * DA GARANTIA (MESES DO PRODUTO NO PRODSER.DAT    *
      * CONTADOS DA DATA DA VENDA) E DEVOLUCOES         *
      * (SCE005). O HISTORICO VEM DE SERMOV.DAT.        *
      * SEM O CODIGO DO PRODUTO, PROCURA A SERIE EM     *
      * TODOS OS PRODUTOS.                              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCLI.DAT".
       01 REGCLI.
          03 CPFCNPJ        PIC 9(14).
          03 RSNOME         PIC X(60).
          03 APSOBRE        PIC X(60).
          03 CEP            PIC 9(08).
          03 LOGR           PIC X(40).
          03 NUM            PIC 9(08).
          03 COMPL          PIC X(15).
          03 BAIRRO         PIC X(22).
          03 CIDADE         PIC X(33).
          03 UF             PIC X(02).
          03 TEL            PIC 9(11).
          03 EMAIL          PIC X(40).
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       WORKING-STORAGE SECTION.
       01 ST-SER        PIC X(02) VALUE "00".
       01 ST-SMV        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 W-SMV-ABERTO  PIC X(01) VALUE "N".
       01 W-PROD-ABERTO PIC X(01) VALUE "N".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-QTD-ACHOU   PIC 9(04) VALUE ZEROS.
       01 W-DSTATUS     PIC X(12) VALUE SPACES.
       01 W-DTIPO       PIC X(24) VALUE SPACES.
       01 W-NOME        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARQSER
           IF ST-SER NOT = "00"
              DISPLAY "ARQUIVO NUMSERIE.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           MOVE "N" TO W-SMV-ABERTO
           OPEN INPUT ARQSMV
           IF ST-SMV = "00"
              MOVE "S" TO W-SMV-ABERTO.
           MOVE "N" TO W-PROD-ABERTO
           OPEN INPUT ARQPROD
           IF ST-PROD = "00"
              MOVE "S" TO W-PROD-ABERTO.
           MOVE "N" TO W-FOR-ABERTO
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
           MOVE "N" TO W-CLI-ABERTO
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           DISPLAY "CONSULTA DE NUMERO DE SERIE"
           MOVE SPACES TO W-SERIE
           DISPLAY "NUMERO DE SERIE (BRANCO P/ SAIR): "
           ACCEPT W-SERIE
           IF W-SERIE = SPACES
              GO TO ROT-FIM.
           MOVE ZEROS TO W-CODPROD
           DISPLAY "CODIGO DO PRODUTO (ZEROS = TODOS): "
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
              PERFORM PROCURA-SERIE THRU PROCURA-SERIE-FIM
              GO TO R1.
           MOVE W-CODPROD TO SER-CODPROD
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-SER NOT = "00"
              DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
              GO TO R1.
           PERFORM MOSTRA-SERIE THRU MOSTRA-SERIE-FIM
           GO TO R1.

      *----------------------------------------------------------------
      * SEM O PRODUTO: VARRE O ARQUIVO E MOSTRA CADA PRODUTO QUE
      * TEM ESTE NUMERO DE SERIE
      *----------------------------------------------------------------
       PROCURA-SERIE.
           MOVE ZEROS TO W-QTD-ACHOU
           MOVE LOW-VALUES TO SER-CHAVE
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
              INVALID KEY GO TO PROCURA-SERIE-TOT.
       PROCURA-SERIE-LOOP.
           READ ARQSER NEXT
           IF ST-SER NOT = "00"
              GO TO PROCURA-SERIE-TOT.
           IF SER-NUMERO NOT = W-SERIE
              GO TO PROCURA-SERIE-LOOP.
           ADD 1 TO W-QTD-ACHOU
           PERFORM MOSTRA-SERIE THRU MOSTRA-SERIE-FIM
           GO TO PROCURA-SERIE-LOOP.
       PROCURA-SERIE-TOT.
           IF W-QTD-ACHOU = ZEROS
              DISPLAY "SERIE NAO CADASTRADA".
       PROCURA-SERIE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CADEIA DA UNIDADE: SITUACAO ATUAL, ENTRADA, VENDA E
      * GARANTIA, SEGUIDAS DO HISTORICO DE MOVIMENTOS
      *----------------------------------------------------------------
       MOSTRA-SERIE.
           DISPLAY "--------------------------------------------------"
           MOVE "(SEM CADASTRO)" TO DESC
           IF W-PROD-ABERTO = "S"
              MOVE SER-CODPROD TO COD
              READ ARQPROD
              IF ST-PROD NOT = "00"
                 MOVE "(SEM CADASTRO)" TO DESC.
           DISPLAY "PRODUTO " SER-CODPROD " - " DESC
           PERFORM DESCREVE-STATUS
           DISPLAY "SERIE " SER-NUMERO "  SITUACAO: " W-DSTATUS
              "  FILIAL " SER-FILIAL
           MOVE "(SEM CADASTRO)" TO W-NOME
           IF W-FOR-ABERTO = "S"
              MOVE SER-FORNEC TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-FOR = "00"
                 MOVE FOR-RSNOME TO W-NOME.
           DISPLAY "ENTRADA : FORNECEDOR " SER-FORNEC " " W-NOME
           DISPLAY "          PEDIDO DE COMPRA " SER-PED-COMPRA
              "  RECEBIDA EM " SER-DATA-ENTRADA
           IF SER-STATUS NOT = "V"
              DISPLAY "VENDA   : UNIDADE NAO ESTA VENDIDA"
              GO TO MOSTRA-SERIE-HIST.
           MOVE "(SEM CADASTRO)" TO W-NOME
           IF W-CLI-ABERTO = "S"
              MOVE SER-CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE RSNOME TO W-NOME.
           DISPLAY "VENDA   : PEDIDO " SER-PED-VENDA "  NF " SER-NF
              "  DATA " SER-DATA-VENDA
           DISPLAY "          CLIENTE " SER-CODCLI " " W-NOME
           IF SER-GARANTIA-FIM = ZEROS
              DISPLAY "GARANTIA: PRODUTO SEM PRAZO DE GARANTIA"
           ELSE
              IF SER-GARANTIA-FIM NOT < W-DATA-HOJE
                 DISPLAY "GARANTIA: ATE " SER-GARANTIA-FIM
                    " - EM GARANTIA"
              ELSE
                 DISPLAY "GARANTIA: ATE " SER-GARANTIA-FIM
                    " - VENCIDA".
       MOSTRA-SERIE-HIST.
           IF W-SMV-ABERTO NOT = "S"
              GO TO MOSTRA-SERIE-FIM.
           DISPLAY "HISTORICO:"
           MOVE SER-CODPROD TO SMV-CODPROD
           MOVE SER-NUMERO TO SMV-NUMERO
           MOVE ZEROS TO SMV-SEQ
           START ARQSMV KEY IS NOT LESS THAN SMV-CHAVE
              INVALID KEY GO TO MOSTRA-SERIE-FIM.
       MOSTRA-SERIE-HIST-LOOP.
           READ ARQSMV NEXT
           IF ST-SMV NOT = "00"
              GO TO MOSTRA-SERIE-FIM.
           IF SMV-CODPROD NOT = SER-CODPROD OR
              SMV-NUMERO NOT = SER-NUMERO
              GO TO MOSTRA-SERIE-FIM.
           PERFORM DESCREVE-TIPO
           IF SMV-TIPO = "T" OR "R" OR "C"
              DISPLAY "  " SMV-DATA " " W-DTIPO " " SMV-DOC
                 " FILIAL " SMV-FIL-ORIG " PARA " SMV-FIL-DEST
                 " " SMV-OPERADOR
           ELSE
              DISPLAY "  " SMV-DATA " " W-DTIPO " " SMV-DOC
                 " " SMV-PESSOA " " SMV-OPERADOR.
           GO TO MOSTRA-SERIE-HIST-LOOP.
       MOSTRA-SERIE-FIM.
           EXIT.

       DESCREVE-STATUS.
           EVALUATE SER-STATUS
              WHEN "E"
                 MOVE "EM ESTOQUE" TO W-DSTATUS
              WHEN "T"
                 MOVE "EM TRANSITO" TO W-DSTATUS
              WHEN "V"
                 MOVE "VENDIDA" TO W-DSTATUS
              WHEN OTHER
                 MOVE SER-STATUS TO W-DSTATUS
           END-EVALUATE.

       DESCREVE-TIPO.
           EVALUATE SMV-TIPO
              WHEN "E"
                 MOVE "ENTRADA - PED. COMPRA" TO W-DTIPO
              WHEN "T"
                 MOVE "TRANSF. EMITIDA" TO W-DTIPO
              WHEN "R"
                 MOVE "TRANSF. RECEBIDA" TO W-DTIPO
              WHEN "C"
                 MOVE "TRANSF. CANCELADA" TO W-DTIPO
              WHEN "V"
                 MOVE "VENDA - PEDIDO" TO W-DTIPO
              WHEN "D"
                 MOVE "DEVOLUCAO - PEDIDO" TO W-DTIPO
              WHEN OTHER
                 MOVE SMV-TIPO TO W-DTIPO
           END-EVALUATE.

       ROT-FIM.
           CLOSE ARQSER
           IF W-SMV-ABERTO = "S"
              CLOSE ARQSMV.
           IF W-PROD-ABERTO = "S"
              CLOSE ARQPROD.
           IF W-FOR-ABERTO = "S"
              CLOSE ARQFOR.
           IF W-CLI-ABERTO = "S"
              CLOSE ARQCLI.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
