       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXPED.
      **************************************************
      * FOLLOW-UP DE ENTREGAS ATRASADAS                 *
      * LISTA OS ITENS DE PEDIDOS DE COMPRA CONFIRMADOS *
      * PELO FORNECEDOR (PEDCONF.DAT, SCE064) CUJA DATA *
      * PROMETIDA JA PASSOU NA DATA BASE E QUE AINDA    *
      * NAO FORAM RECEBIDOS POR COMPLETO (RECEB.DAT),   *
      * COM A QUANTIDADE PENDENTE E OS DIAS DE ATRASO,  *
      * AGRUPADOS POR FORNECEDOR COM SUBTOTAIS.         *
      * RELATORIO EM RELEXPED.TXT.                      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQCNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CNF-CHAVE
                    FILE STATUS IS ST-CNF.
           SELECT ARQRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCB-CHAVE
                    FILE STATUS IS ST-RCB.
           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.
           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.
           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQCNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCONF.DAT".
       01 REGCNF.
          03 CNF-CHAVE.
           05 CNF-NUMPEDIDO     PIC 9(06).
           05 CNF-TPPEDIDO      PIC 9(01).
           05 CNF-SEQ           PIC 9(02).
          03 CNF-CODPROD        PIC 9(06).
          03 CNF-QTD            PIC 9(06).
          03 CNF-PRECO          PIC 9(06)V99.
          03 CNF-DATA-PROM      PIC 9(08).
          03 CNF-DATA           PIC 9(08).
          03 CNF-ORIGEM         PIC X(01).
          03 CNF-OPERADOR       PIC X(10).
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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEXPED.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-CNF        PIC X(02) VALUE "00".
       01 ST-RCB        PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TEM-RCB     PIC X(01) VALUE "N".
       01 W-DATA-BASE   PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-FORN-ANT    PIC 9(14) VALUE ZEROS.
       01 W-QTD-RCB     PIC 9(07) VALUE ZEROS.
       01 W-PENDENTE    PIC 9(07) VALUE ZEROS.
       01 W-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-DIAS        PIC 9(05) VALUE ZEROS.
       01 W-SUB-ITENS   PIC 9(05) VALUE ZEROS.
       01 W-SUB-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-SUB-MAIOR   PIC 9(05) VALUE ZEROS.
       01 W-TOT-ITENS   PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-FORN    PIC 9(05) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-NUMPED    PIC 9(06).
          03 FILLER        PIC X(01) VALUE "/".
          03 DET-SEQ       PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-CODPROD   PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DESC      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-PROM      PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-CONF      PIC ZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-RCB       PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-PEND      PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-VALOR     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DIAS      PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FOLLOW-UP DE ENTREGAS ATRASADAS".
           DISPLAY "DATA BASE (AAAAMMDD), OU ZEROS PARA HOJE: ".
           ACCEPT W-DATA-BASE.
           IF W-DATA-BASE = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:8) TO W-DATA-BASE.
           OPEN INPUT ARQCNF
           IF ST-CNF NOT = "00"
              DISPLAY "NENHUMA CONFIRMACAO DE FORNECEDOR - PEDCONF.DAT"
                 " NAO ENCONTRADO"
              STOP RUN.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQCNF
              STOP RUN.
           OPEN INPUT ARQITEM ARQFOR ARQPROD
           MOVE "N" TO W-TEM-RCB
           OPEN INPUT ARQRCB
           IF ST-RCB = "00"
              MOVE "S" TO W-TEM-RCB.
           OPEN OUTPUT RELSAI
           MOVE "FOLLOW-UP DE ENTREGAS ATRASADAS" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "ITENS COM DATA PROMETIDA ANTERIOR A " W-DATA-BASE
              " E NAO RECEBIDOS POR COMPLETO"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM LISTA-PEDIDOS THRU LISTA-PEDIDOS-FIM
           PERFORM FECHA-FORNECEDOR THRU FECHA-FORNECEDOR-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ALL "=" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL GERAL: " W-TOT-FORN " FORNECEDOR(ES)   "
              W-TOT-ITENS " ITEM(NS) ATRASADO(S)   VALOR PENDENTE "
              W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQPED ARQITEM ARQCNF ARQFOR ARQPROD
           IF W-TEM-RCB = "S"
              CLOSE ARQRCB.
           DISPLAY W-TOT-ITENS " ITEM(NS) ATRASADO(S)".
           DISPLAY "RELATORIO GERADO EM RELEXPED.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * PEDIDOS DE COMPRA NA ORDEM DE FORNECEDOR (CHAVE ALTERNATIVA
      * CODFORN), SEM OS CANCELADOS E OS RASCUNHOS
      *----------------------------------------------------------------
       LISTA-PEDIDOS.
           MOVE ZEROS TO CODFORN
           START ARQPED KEY IS NOT LESS THAN CODFORN
              INVALID KEY GO TO LISTA-PEDIDOS-FIM.
       LISTA-PEDIDOS-LOOP.
           READ ARQPED NEXT
           IF ST-PED NOT = "00"
              GO TO LISTA-PEDIDOS-FIM.
           IF TPPEDIDO NOT = 1
              GO TO LISTA-PEDIDOS-LOOP.
           IF PED-STATUS = "C" OR "D"
              GO TO LISTA-PEDIDOS-LOOP.
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
           GO TO LISTA-PEDIDOS-LOOP.
       LISTA-PEDIDOS-FIM.
           EXIT.

       LISTA-ITENS.
           MOVE NUMPEDIDO TO CNF-NUMPEDIDO
           MOVE TPPEDIDO TO CNF-TPPEDIDO
           MOVE ZEROS TO CNF-SEQ
           START ARQCNF KEY IS NOT LESS THAN CNF-CHAVE
              INVALID KEY GO TO LISTA-ITENS-FIM.
       LISTA-ITENS-LOOP.
           READ ARQCNF NEXT
           IF ST-CNF NOT = "00"
              GO TO LISTA-ITENS-FIM.
           IF CNF-NUMPEDIDO NOT = NUMPEDIDO OR
              CNF-TPPEDIDO NOT = TPPEDIDO
              GO TO LISTA-ITENS-FIM.
           IF CNF-DATA-PROM NOT < W-DATA-BASE
              GO TO LISTA-ITENS-LOOP.
           PERFORM SOMA-RECEBIDO THRU SOMA-RECEBIDO-FIM
           IF W-QTD-RCB NOT < CNF-QTD
              GO TO LISTA-ITENS-LOOP.
           IF CODFORN NOT = W-FORN-ANT OR W-TOT-FORN = ZEROS
              PERFORM FECHA-FORNECEDOR THRU FECHA-FORNECEDOR-FIM
              PERFORM ABRE-FORNECEDOR THRU ABRE-FORNECEDOR-FIM.
           COMPUTE W-PENDENTE = CNF-QTD - W-QTD-RCB
           COMPUTE W-VALOR = W-PENDENTE * CNF-PRECO
           COMPUTE W-DIAS =
              FUNCTION INTEGER-OF-DATE(W-DATA-BASE) -
              FUNCTION INTEGER-OF-DATE(CNF-DATA-PROM)
           MOVE CNF-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO DESC.
           MOVE CNF-NUMPEDIDO TO DET-NUMPED
           MOVE CNF-SEQ TO DET-SEQ
           MOVE CNF-CODPROD TO DET-CODPROD
           MOVE DESC TO DET-DESC
           MOVE CNF-DATA-PROM TO DET-PROM
           MOVE CNF-QTD TO DET-CONF
           MOVE W-QTD-RCB TO DET-RCB
           MOVE W-PENDENTE TO DET-PEND
           MOVE W-VALOR TO DET-VALOR
           MOVE W-DIAS TO DET-DIAS
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-SUB-ITENS W-TOT-ITENS
           ADD W-VALOR TO W-SUB-VALOR W-TOT-VALOR
           IF W-DIAS > W-SUB-MAIOR
              MOVE W-DIAS TO W-SUB-MAIOR.
           GO TO LISTA-ITENS-LOOP.
       LISTA-ITENS-FIM.
           EXIT.

       SOMA-RECEBIDO.
           MOVE ZEROS TO W-QTD-RCB
           IF W-TEM-RCB NOT = "S"
              GO TO SOMA-RECEBIDO-FIM.
           MOVE CNF-NUMPEDIDO TO RCB-NUMPEDIDO
           MOVE CNF-TPPEDIDO TO RCB-TPPEDIDO
           MOVE CNF-SEQ TO RCB-SEQ-ITEM
           MOVE ZEROS TO RCB-SEQ
           START ARQRCB KEY IS NOT LESS THAN RCB-CHAVE
              INVALID KEY GO TO SOMA-RECEBIDO-FIM.
       SOMA-RECEBIDO-LOOP.
           READ ARQRCB NEXT
           IF ST-RCB NOT = "00"
              GO TO SOMA-RECEBIDO-FIM.
           IF RCB-NUMPEDIDO NOT = CNF-NUMPEDIDO OR
              RCB-TPPEDIDO NOT = CNF-TPPEDIDO OR
              RCB-SEQ-ITEM NOT = CNF-SEQ
              GO TO SOMA-RECEBIDO-FIM.
           ADD RCB-QTD TO W-QTD-RCB
           GO TO SOMA-RECEBIDO-LOOP.
       SOMA-RECEBIDO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * QUEBRA POR FORNECEDOR
      *----------------------------------------------------------------
       ABRE-FORNECEDOR.
           MOVE CODFORN TO W-FORN-ANT
           MOVE ZEROS TO W-SUB-ITENS W-SUB-VALOR W-SUB-MAIOR
           ADD 1 TO W-TOT-FORN
           MOVE CODFORN TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-FOR NOT = "00"
              MOVE "(SEM CADASTRO)" TO FOR-RSNOME.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "FORNECEDOR " CODFORN " - " FOR-RSNOME
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  PEDIDO/IT  PRODUTO DESCRICAO                     "
              " PROMETID  CONF.  RECEB.   PEND.  VALOR PEND.  DIAS"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       ABRE-FORNECEDOR-FIM.
           EXIT.

       FECHA-FORNECEDOR.
           IF W-SUB-ITENS = ZEROS
              GO TO FECHA-FORNECEDOR-FIM.
           MOVE W-SUB-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  SUBTOTAL: " W-SUB-ITENS
              " ITEM(NS)   VALOR PENDENTE " W-VAL-ED
              "   MAIOR ATRASO " W-SUB-MAIOR " DIA(S)"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO W-SUB-ITENS.
       FECHA-FORNECEDOR-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
