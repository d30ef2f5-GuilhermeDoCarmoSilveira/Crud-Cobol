      * (STATUS "E") E A DIRECAO DOS PRECOS DOS         *
      * PRINCIPAIS ITENS SEGUNDO PRECHIST.DAT.          *
      * RELATORIO EM RELFORN.TXT.                       *
      * PONTUALIDADE POR ITEM CONTRA A DATA DE ENTREGA  *
      * PROMETIDA PELO FORNECEDOR (PEDCONF.DAT): ITENS  *
      * NO PRAZO, ATRASADOS E MEDIA DE DIAS DE ATRASO.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
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
                    RECORD KEY IS CTI-CHAVE
                    FILE STATUS IS ST-CTI.
           SELECT ARQCNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CNF-CHAVE
                    FILE STATUS IS ST-CNF.
           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).
       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.
       FD ARQCTI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COTITEM.DAT".
          03 CTI-PRAZO          PIC 9(03).
          03 CTI-VENCEDOR       PIC X(01).
          03 CTI-DATA           PIC 9(08).
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

       FD RELSAI
               LABEL RECORD IS STANDARD
       01 ST-CTI        PIC X(02) VALUE "00".
       01 W-TEM-CTI     PIC X(01) VALUE "N".
       01 W-QTD-COT     PIC 9(05) VALUE ZEROS.
       01 ST-CNF        PIC X(02) VALUE "00".
       01 W-TEM-CNF     PIC X(01) VALUE "N".
       01 W-FORN-IX     PIC 9(03) VALUE ZEROS.
       01 W-QTD-RCB     PIC 9(07) VALUE ZEROS.
       01 W-ULT-RCB     PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-PCT-PONT    PIC 9(03) VALUE ZEROS.
       01 W-QTD-AVAL    PIC 9(05) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE 99999999.
       01 W-PRIM-RCB    PIC 9(08) VALUE ZEROS.
             05 WF-SOMA-DIAS  PIC 9(08).
             05 WF-QTD-DIAS   PIC 9(05).
             05 WF-QTD-COMPL  PIC 9(05).
             05 WF-QTD-PROM   PIC 9(05).
             05 WF-QTD-PONT   PIC 9(05).
             05 WF-QTD-ATR    PIC 9(05).
             05 WF-SOMA-ATR   PIC 9(08).

       01 W-TAB-PROD.
          03 W-TPR OCCURS 400 TIMES.
           OPEN INPUT ARQCTI
           IF ST-CTI = "00"
              MOVE "S" TO W-TEM-CTI.
           MOVE "N" TO W-TEM-CNF
           OPEN INPUT ARQCNF
           IF ST-CNF = "00"
              MOVE "S" TO W-TEM-CNF.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           OPEN INPUT ARQFOR
           OPEN INPUT ARQPROD
           PERFORM ACUMULA-COMPRAS THRU ACUMULA-COMPRAS-FIM
              CLOSE ARQPRECO.
           IF W-TEM-CTI = "S"
              CLOSE ARQCTI.
           IF W-TEM-CNF = "S"
              CLOSE ARQCNF.
           DISPLAY "RELATORIO GERADO EM RELFORN.TXT".
           STOP RUN.

              GO TO ACUMULA-PED-LOOP.
           IF DATAPED < W-DATA-INI OR DATAPED > W-DATA-FIM
              GO TO ACUMULA-PED-LOOP.
           PERFORM ACUMULA-FORN THRU ACUMULA-FORN-SAI
           PERFORM ACUMULA-ITENS THRU ACUMULA-ITENS-FIM
           GO TO ACUMULA-PED-LOOP.
       ACUMULA-COMPRAS-FIM.
           EXIT.

       ACUMULA-FORN.
           MOVE ZEROS TO W-ACHOU IX W-FORN-IX.
       ACUMULA-FORN-BUSCA.
           ADD 1 TO IX
           IF IX > W-QTD-FORN
           MOVE CODFORN TO WF-CPFCNPJ(W-ACHOU)
           MOVE ZEROS TO WF-QTD-PED(W-ACHOU) WF-TOTAL(W-ACHOU)
              WF-SOMA-DIAS(W-ACHOU) WF-QTD-DIAS(W-ACHOU)
              WF-QTD-COMPL(W-ACHOU) WF-QTD-PROM(W-ACHOU)
              WF-QTD-PONT(W-ACHOU) WF-QTD-ATR(W-ACHOU)
              WF-SOMA-ATR(W-ACHOU).
       ACUMULA-FORN-SOMA.
           MOVE W-ACHOU TO W-FORN-IX
           ADD 1 TO WF-QTD-PED(W-ACHOU)
           ADD TOTAL TO WF-TOTAL(W-ACHOU)
           IF PED-STATUS = "E"
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO ACUMULA-ITENS-FIM.
           IF W-FORN-IX > ZEROS
              PERFORM AVALIA-PROMESSA THRU AVALIA-PROMESSA-FIM.
           MOVE ZEROS TO W-ACHOU IY.
       ACUMULA-IT-BUSCA.
           ADD 1 TO IY
       ACUMULA-ITENS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PONTUALIDADE DO ITEM CONTRA A DATA PROMETIDA PELO FORNECEDOR
      * (PEDCONF.DAT, SCE064): RECEBIDO POR COMPLETO ATE A DATA =
      * NO PRAZO; RECEBIDO DEPOIS, OU AINDA PENDENTE COM A DATA JA
      * VENCIDA = ATRASADO. PENDENTE DENTRO DO PRAZO NAO CONTA
      *----------------------------------------------------------------
       AVALIA-PROMESSA.
           IF W-TEM-CNF NOT = "S"
              GO TO AVALIA-PROMESSA-FIM.
           MOVE ITEM-CHAVE TO CNF-CHAVE
           READ ARQCNF
           IF ST-CNF NOT = "00"
              GO TO AVALIA-PROMESSA-FIM.
           ADD 1 TO WF-QTD-PROM(W-FORN-IX)
           MOVE ZEROS TO W-QTD-RCB W-ULT-RCB
           IF W-TEM-RCB NOT = "S"
              GO TO AVALIA-PROMESSA-DECIDE.
           MOVE ITEM-NUMPEDIDO TO RCB-NUMPEDIDO
           MOVE ITEM-TPPEDIDO TO RCB-TPPEDIDO
           MOVE ITEM-SEQ TO RCB-SEQ-ITEM
           MOVE ZEROS TO RCB-SEQ
           START ARQRCB KEY IS NOT LESS THAN RCB-CHAVE
              INVALID KEY GO TO AVALIA-PROMESSA-DECIDE.
       AVALIA-PROMESSA-LOOP.
           READ ARQRCB NEXT
           IF ST-RCB NOT = "00"
              GO TO AVALIA-PROMESSA-DECIDE.
           IF RCB-NUMPEDIDO NOT = ITEM-NUMPEDIDO OR
              RCB-TPPEDIDO NOT = ITEM-TPPEDIDO OR
              RCB-SEQ-ITEM NOT = ITEM-SEQ
              GO TO AVALIA-PROMESSA-DECIDE.
           ADD RCB-QTD TO W-QTD-RCB
           IF RCB-DATA > W-ULT-RCB
              MOVE RCB-DATA TO W-ULT-RCB.
           GO TO AVALIA-PROMESSA-LOOP.
       AVALIA-PROMESSA-DECIDE.
           IF W-QTD-RCB NOT < CNF-QTD
              IF W-ULT-RCB NOT > CNF-DATA-PROM
                 ADD 1 TO WF-QTD-PONT(W-FORN-IX)
                 GO TO AVALIA-PROMESSA-FIM
              ELSE
                 COMPUTE W-DIAS =
                    FUNCTION INTEGER-OF-DATE(W-ULT-RCB) -
                    FUNCTION INTEGER-OF-DATE(CNF-DATA-PROM)
           ELSE
              IF W-DATA-HOJE NOT > CNF-DATA-PROM
                 GO TO AVALIA-PROMESSA-FIM
              ELSE
                 COMPUTE W-DIAS =
                    FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) -
                    FUNCTION INTEGER-OF-DATE(CNF-DATA-PROM).
           ADD 1 TO WF-QTD-ATR(W-FORN-IX)
           ADD W-DIAS TO WF-SOMA-ATR(W-FORN-IX).
       AVALIA-PROMESSA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * UMA PAGINA DE FATOS POR FORNECEDOR
      *----------------------------------------------------------------
                 WF-QTD-COMPL(IX) " (" W-PCT-COMPL " %)"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           PERFORM IMPRIME-PONTUALIDADE THRU
              IMPRIME-PONTUALIDADE-FIM
           MOVE "PRINCIPAIS ITENS E TENDENCIA DE PRECO:"
              TO LINHA-SAI
           WRITE LINHA-SAI
       IMPRIME-FORNECEDORES-FIM.
           EXIT.

       IMPRIME-PONTUALIDADE.
           IF WF-QTD-PROM(IX) = ZEROS
              MOVE "SEM DATAS DE ENTREGA PROMETIDAS NO PERIODO"
                 TO LINHA-SAI
              WRITE LINHA-SAI
              GO TO IMPRIME-PONTUALIDADE-FIM.
           MOVE ZEROS TO W-PCT-PONT W-MEDIA
           COMPUTE W-QTD-AVAL = WF-QTD-PONT(IX) + WF-QTD-ATR(IX)
           IF W-QTD-AVAL > ZEROS
              COMPUTE W-PCT-PONT =
                 (WF-QTD-PONT(IX) * 100) / W-QTD-AVAL.
           IF WF-QTD-ATR(IX) > ZEROS
              COMPUTE W-MEDIA = WF-SOMA-ATR(IX) / WF-QTD-ATR(IX).
           MOVE SPACES TO LINHA-SAI
           STRING "ITENS COM ENTREGA PROMETIDA: " WF-QTD-PROM(IX)
              "   NO PRAZO: " WF-QTD-PONT(IX) " (" W-PCT-PONT " %)"
              "   ATRASADOS: " WF-QTD-ATR(IX)
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "MEDIA DE DIAS DE ATRASO SOBRE A DATA PROMETIDA: "
              W-MEDIA DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-PONTUALIDADE-FIM.
           EXIT.

       TOP-ITENS.
           MOVE ZEROS TO IZ.
       TOP-ITENS-LOOP.
