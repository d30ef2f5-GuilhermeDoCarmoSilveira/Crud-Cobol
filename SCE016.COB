      * C = CANCELAR: DEVOLVE O SALDO A ORIGEM (C);     *
      * L = LISTAR O DOCUMENTO E SEUS ITENS.            *
      * ARQUIVOS: TRANSF.DAT / TRFITEM.DAT / TRFSEQ.CTL *
      * PRODUTO COM CONTROLE DE SERIE (PRODSER.DAT) PEDE *
      * A SERIE DE CADA UNIDADE NA EMISSAO (TRFSER.DAT);*
      * A SERIE FICA EM TRANSITO E MUDA DE FILIAL NO    *
      * RECEBIMENTO OU VOLTA A ORIGEM NO CANCELAMENTO.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS END-CHAVE
                    FILE STATUS IS ST-END.

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

           SELECT ARQTRS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRS-CHAVE
                    FILE STATUS IS ST-TRS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQTRF
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQTRFCTL
               LABEL RECORD IS STANDARD
           05 END-FILIAL        PIC 9(02).
          03 END-LOCAL          PIC X(10).

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

       FD ARQTRS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRFSER.DAT".
       01 REGTRS.
          03 TRS-CHAVE.
           05 TRS-NUMERO        PIC 9(06).
           05 TRS-SEQ           PIC 9(04).
          03 TRS-CODPROD        PIC 9(06).
          03 TRS-SERIE          PIC X(20).

       WORKING-STORAGE SECTION.
       01 ST-END        PIC X(02) VALUE "00".
       01 W-END-ABERTO  PIC X(01) VALUE "N".
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 ST-PSR        PIC X(02) VALUE "00".
       01 ST-SER        PIC X(02) VALUE "00".
       01 ST-SMV        PIC X(02) VALUE "00".
       01 ST-TRS        PIC X(02) VALUE "00".
       01 W-SER-ABERTO  PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SER-CONT    PIC 9(06) VALUE ZEROS.
       01 W-SER-ORD     PIC 9(06) VALUE ZEROS.
       01 W-TRS-SEQ     PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARQEND
           IF ST-END = "00"
              MOVE "S" TO W-END-ABERTO.
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
           OPEN I-O ARQTRS
           IF ST-TRS = "30"
              OPEN OUTPUT ARQTRS
              CLOSE ARQTRS
              OPEN I-O ARQTRS.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
      * EMISSAO: BAIXA A ORIGEM E DEIXA EM TRANSITO
      *----------------------------------------------------------------
       EMITE.
           MOVE ZEROS TO TRF-FIL-ORIG TRF-FIL-DEST W-SEQ W-TRS-SEQ
           DISPLAY "FILIAL DE ORIGEM: "
           ACCEPT TRF-FIL-ORIG
           DISPLAY "FILIAL DE DESTINO: "
           IF W-QTD > ESTQ-QTD
              DISPLAY "SALDO INSUFICIENTE NA ORIGEM: " ESTQ-QTD
              GO TO EMITE-ITEM.
           PERFORM SEPARA-SERIES THRU SEPARA-SERIES-FIM
           SUBTRACT W-QTD FROM ESTQ-QTD
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGESTFIL
           REWRITE REGESTFIL
              DISPLAY "RECEBIMENTO NAO CONFIRMADO"
              GO TO RECEBE-FIM.
           PERFORM CREDITA-DESTINO THRU CREDITA-DESTINO-FIM
           MOVE "R" TO SMV-TIPO
           PERFORM MOVE-SERIES-TRF THRU MOVE-SERIES-TRF-FIM
           MOVE "R" TO TRF-STATUS
           MOVE W-DATA-HOJE TO TRF-DATA-RECEB
           MOVE W-OPERADOR TO TRF-OPERADOR
              DISPLAY "CANCELAMENTO NAO CONFIRMADO"
              GO TO CANCELA-FIM.
           PERFORM DEVOLVE-ORIGEM THRU DEVOLVE-ORIGEM-FIM
           MOVE "C" TO SMV-TIPO
           PERFORM MOVE-SERIES-TRF THRU MOVE-SERIES-TRF-FIM
           MOVE "C" TO TRF-STATUS
           MOVE W-OPERADOR TO TRF-OPERADOR
           REWRITE REGTRF
           MOVE TRF-NUMERO TO TRFI-NUMERO
           MOVE ZEROS TO TRFI-SEQ
           START ARQTRFI KEY IS NOT LESS THAN TRFI-CHAVE
              INVALID KEY GO TO LISTA-SER.
       LISTA-LOOP.
           READ ARQTRFI NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-SER.
           IF TRFI-NUMERO NOT = TRF-NUMERO
              GO TO LISTA-SER.
           DISPLAY "ITEM " TRFI-SEQ " PRODUTO " TRFI-CODPROD
              " QTD " TRFI-QTD
      * ENDERECO DE GUARDA NA FILIAL DE DESTINO (SCE035)
              IF ST-END = "00"
                 DISPLAY "     GUARDAR EM " END-LOCAL.
           GO TO LISTA-LOOP.
       LISTA-SER.
           PERFORM LISTA-SERIES THRU LISTA-SERIES-FIM.
       LISTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * NUMEROS DE SERIE DA TRANSFERENCIA: PRODUTO COM CONTROLE DE
      * SERIE (PRODSER.DAT, SCE004) PEDE A SERIE DE CADA UNIDADE
      * TRANSFERIDA. A SERIE TEM DE ESTAR EM ESTOQUE NA ORIGEM,
      * FICA EM TRANSITO ("T") E ANOTADA EM TRFSER.DAT
      *----------------------------------------------------------------
       SEPARA-SERIES.
           IF W-SER-ABERTO NOT = "S"
              GO TO SEPARA-SERIES-FIM.
           MOVE W-CODPROD TO PSR-CODPROD
           READ ARQPSR
           IF ST-PSR NOT = "00"
              GO TO SEPARA-SERIES-FIM.
           IF PSR-CONTROLA NOT = "S"
              GO TO SEPARA-SERIES-FIM.
           MOVE ZEROS TO W-SER-CONT.
       SEPARA-SERIES-LOOP.
           IF W-SER-CONT NOT < W-QTD
              GO TO SEPARA-SERIES-FIM.
           COMPUTE W-SER-ORD = W-SER-CONT + 1
           MOVE SPACES TO W-SERIE
           DISPLAY "NUM. DE SERIE DA UNIDADE " W-SER-ORD " DE "
              W-QTD ": "
           ACCEPT W-SERIE
           IF W-SERIE = SPACES
              DISPLAY "NUMERO DE SERIE OBRIGATORIO"
              GO TO SEPARA-SERIES-LOOP.
           MOVE W-CODPROD TO SER-CODPROD
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-SER NOT = "00"
              DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
              GO TO SEPARA-SERIES-LOOP.
           IF SER-STATUS NOT = "E"
              DISPLAY "SERIE NAO ESTA EM ESTOQUE"
              GO TO SEPARA-SERIES-LOOP.
           IF SER-FILIAL NOT = TRF-FIL-ORIG AND SER-FILIAL NOT = ZEROS
              DISPLAY "SERIE ESTA NA FILIAL " SER-FILIAL
              GO TO SEPARA-SERIES-LOOP.
           MOVE "T" TO SER-STATUS
           MOVE W-OPERADOR TO SER-OPERADOR
           REWRITE REGSER
           IF ST-SER NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO NUMERO DE SERIE"
              GO TO SEPARA-SERIES-LOOP.
           ADD 1 TO W-TRS-SEQ
           MOVE TRF-NUMERO TO TRS-NUMERO
           MOVE W-TRS-SEQ TO TRS-SEQ
           MOVE W-CODPROD TO TRS-CODPROD
           MOVE W-SERIE TO TRS-SERIE
           WRITE REGTRS
           MOVE "T" TO SMV-TIPO
           MOVE TRF-NUMERO TO SMV-DOC
           MOVE TRF-FIL-ORIG TO SMV-FIL-ORIG
           MOVE TRF-FIL-DEST TO SMV-FIL-DEST
           MOVE ZEROS TO SMV-PESSOA
           PERFORM GRAVA-SERMOV THRU GRAVA-SERMOV-FIM
           ADD 1 TO W-SER-CONT
           GO TO SEPARA-SERIES-LOOP.
       SEPARA-SERIES-FIM.
           EXIT.

      * RECEBIMENTO (SMV-TIPO "R"): A SERIE VOLTA A ESTOQUE NA
      * FILIAL DE DESTINO; CANCELAMENTO ("C"): VOLTA NA ORIGEM
       MOVE-SERIES-TRF.
           IF W-SER-ABERTO NOT = "S"
              GO TO MOVE-SERIES-TRF-FIM.
           MOVE TRF-NUMERO TO TRS-NUMERO
           MOVE ZEROS TO TRS-SEQ
           START ARQTRS KEY IS NOT LESS THAN TRS-CHAVE
              INVALID KEY GO TO MOVE-SERIES-TRF-FIM.
       MOVE-SERIES-TRF-LOOP.
           READ ARQTRS NEXT
           IF ST-TRS NOT = "00"
              GO TO MOVE-SERIES-TRF-FIM.
           IF TRS-NUMERO NOT = TRF-NUMERO
              GO TO MOVE-SERIES-TRF-FIM.
           MOVE TRS-CODPROD TO SER-CODPROD
           MOVE TRS-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-SER NOT = "00"
              GO TO MOVE-SERIES-TRF-LOOP.
           IF SER-STATUS NOT = "T"
              GO TO MOVE-SERIES-TRF-LOOP.
           MOVE "E" TO SER-STATUS
           IF SMV-TIPO = "R"
              MOVE TRF-FIL-DEST TO SER-FILIAL
           ELSE
              MOVE TRF-FIL-ORIG TO SER-FILIAL.
           MOVE W-OPERADOR TO SER-OPERADOR
           REWRITE REGSER
           MOVE TRF-NUMERO TO SMV-DOC
           MOVE TRF-FIL-ORIG TO SMV-FIL-ORIG
           MOVE TRF-FIL-DEST TO SMV-FIL-DEST
           MOVE ZEROS TO SMV-PESSOA
           PERFORM GRAVA-SERMOV THRU GRAVA-SERMOV-FIM
           GO TO MOVE-SERIES-TRF-LOOP.
       MOVE-SERIES-TRF-FIM.
           EXIT.

       LISTA-SERIES.
           IF W-SER-ABERTO NOT = "S"
              GO TO LISTA-SERIES-FIM.
           MOVE TRF-NUMERO TO TRS-NUMERO
           MOVE ZEROS TO TRS-SEQ
           START ARQTRS KEY IS NOT LESS THAN TRS-CHAVE
              INVALID KEY GO TO LISTA-SERIES-FIM.
       LISTA-SERIES-LOOP.
           READ ARQTRS NEXT
           IF ST-TRS NOT = "00"
              GO TO LISTA-SERIES-FIM.
           IF TRS-NUMERO NOT = TRF-NUMERO
              GO TO LISTA-SERIES-FIM.
           DISPLAY "SERIE " TRS-SERIE " PRODUTO " TRS-CODPROD
           GO TO LISTA-SERIES-LOOP.
       LISTA-SERIES-FIM.
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

       ROT-FIM.
           CLOSE ARQTRF ARQTRFI ARQESTFIL ARQPROD ARQTRV
           IF W-END-ABERTO = "S"
              CLOSE ARQEND.
           IF W-SER-ABERTO = "S"
              CLOSE ARQPSR ARQSER ARQSMV ARQTRS.
           STOP RUN.

      *    FILE STATUS
