       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREQ.
      **************************************************
      * CONSUMO INTERNO POR CENTRO DE CUSTO             *
      * LISTA EM RELREQ.TXT AS REQUISICOES INTERNAS DO  *
      * SCE053 (REQINT.DAT/REQINTI.DAT) BAIXADAS NO     *
      * MES, TOTALIZADAS POR CENTRO DE CUSTO E PRODUTO, *
      * COM QUANTIDADE E VALOR AO CUSTO MEDIO GRAVADO   *
      * NA BAIXA, SUBTOTAL POR CENTRO E TOTAL GERAL.    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS REQ-NUMERO
                    FILE STATUS IS ST-REQ.

           SELECT ARQRQI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RQI-CHAVE
                    FILE STATUS IS ST-RQI.

           SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CCU-CODIGO
                    FILE STATUS IS ST-CCU.

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
       FD ARQREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQINT.DAT".
       01 REGREQ.
          03 REQ-NUMERO         PIC 9(06).
          03 REQ-FILIAL         PIC 9(02).
          03 REQ-CCUSTO         PIC 9(04).
          03 REQ-REQUISITANTE   PIC X(20).
          03 REQ-DATA           PIC 9(08).
          03 REQ-STATUS         PIC X(01).
          03 REQ-VALOR          PIC 9(09)V99.
          03 REQ-DATA-BAIXA     PIC 9(08).
          03 REQ-OPERADOR       PIC X(10).
          03 REQ-APROVADOR      PIC X(10).

       FD ARQRQI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQINTI.DAT".
       01 REGRQI.
          03 RQI-CHAVE.
           05 RQI-NUMERO        PIC 9(06).
           05 RQI-SEQ           PIC 9(02).
          03 RQI-CODPROD        PIC 9(06).
          03 RQI-QTD            PIC 9(06).
          03 RQI-CUSTO-UNIT     PIC 9(06)V99.

       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REGCCU.
          03 CCU-CODIGO         PIC 9(04).
          03 CCU-DESC           PIC X(30).
          03 CCU-CTA            PIC 9(06).
          03 CCU-LIMITE         PIC 9(07)V99.
          03 CCU-ATIVO          PIC X(01).

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
               VALUE OF FILE-ID IS "RELREQ.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-REQ        PIC X(02) VALUE "00".
       01 ST-RQI        PIC X(02) VALUE "00".
       01 ST-CCU        PIC X(02) VALUE "00".
       01 W-CCU-ABERTO  PIC X(01) VALUE "N".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-AAMM        PIC 9(06) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-VALOR       PIC 9(11)V99 VALUE ZEROS.
       01 W-CHAVE       PIC 9(10) VALUE ZEROS.
       01 W-CC-ATUAL    PIC 9(04) VALUE ZEROS.
       01 W-SUB-QTD     PIC 9(09) VALUE ZEROS.
       01 W-SUB-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD-REQ     PIC 9(05) VALUE ZEROS.
       01 I             PIC 9(04) VALUE ZEROS.
       01 J             PIC 9(04) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-QTD-LIN     PIC 9(04) VALUE ZEROS.
       01 W-MAX-LIN     PIC 9(04) VALUE 1000.
       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.
       01 W-QTD-ED      PIC ZZZZZZZZ9.

       01 TB-SWAP.
          03 TB-SWAP-CHAVE      PIC 9(10).
          03 TB-SWAP-QTD        PIC 9(09).
          03 TB-SWAP-VALOR      PIC 9(11)V99.

      * CHAVE = CENTRO DE CUSTO (4) + PRODUTO (6)
       01 TB-LINHAS.
          03 TB-LIN OCCURS 1000 TIMES.
             05 TB-CHAVE.
                07 TB-CC        PIC 9(04).
                07 TB-PROD      PIC 9(06).
             05 TB-QTD          PIC 9(09).
             05 TB-VALOR        PIC 9(11)V99.

       01 DET1.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DET-CODPROD   PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-DESC      PIC X(30).
          03 FILLER        PIC X(06) VALUE " QTDE ".
          03 DET-QTD       PIC ZZZZZZZZ9.
          03 FILLER        PIC X(07) VALUE " VALOR ".
          03 DET-VALOR     PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONSUMO INTERNO POR CENTRO DE CUSTO"
           DISPLAY "MES (AAAAMM, ZEROS = MES ATUAL): "
           ACCEPT W-PERIODO
           IF W-PERIODO = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:6) TO W-PERIODO.
           OPEN INPUT ARQREQ
           IF ST-REQ NOT = "00"
              DISPLAY "ARQUIVO REQINT.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           OPEN INPUT ARQRQI
           IF ST-RQI NOT = "00"
              DISPLAY "ARQUIVO REQINTI.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQREQ
              STOP RUN.
           MOVE "N" TO W-CCU-ABERTO
           OPEN INPUT ARQCCU
           IF ST-CCU = "00"
              MOVE "S" TO W-CCU-ABERTO.
           OPEN INPUT ARQPROD
           PERFORM VARRE-REQ THRU VARRE-REQ-FIM
           PERFORM ORDENA-LINHAS THRU ORDENA-LINHAS-FIM
           OPEN OUTPUT RELSAI
           MOVE "CONSUMO INTERNO POR CENTRO DE CUSTO E PRODUTO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "MES: " W-PERIODO
              "  REQUISICOES BAIXADAS: " W-QTD-REQ
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM IMPRIME-LINHAS THRU IMPRIME-LINHAS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL GERAL DO MES" "  VALOR " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQREQ ARQRQI ARQPROD RELSAI
           IF W-CCU-ABERTO = "S"
              CLOSE ARQCCU.
           DISPLAY "RELATORIO GERADO EM RELREQ.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * ACUMULA OS ITENS DAS REQUISICOES BAIXADAS ("A") NO MES
      *----------------------------------------------------------------
       VARRE-REQ.
           MOVE ZEROS TO W-QTD-REQ W-QTD-LIN.
       VARRE-REQ-LOOP.
           READ ARQREQ NEXT
           IF ST-REQ NOT = "00"
              GO TO VARRE-REQ-FIM.
           IF REQ-STATUS NOT = "A"
              GO TO VARRE-REQ-LOOP.
           COMPUTE W-AAMM = REQ-DATA-BAIXA / 100
           IF W-AAMM NOT = W-PERIODO
              GO TO VARRE-REQ-LOOP.
           ADD 1 TO W-QTD-REQ
           MOVE REQ-NUMERO TO RQI-NUMERO
           MOVE ZEROS TO RQI-SEQ
           START ARQRQI KEY IS NOT LESS THAN RQI-CHAVE
              INVALID KEY GO TO VARRE-REQ-LOOP.
       VARRE-REQ-ITEM.
           READ ARQRQI NEXT
           IF ST-RQI NOT = "00"
              GO TO VARRE-REQ-LOOP.
           IF RQI-NUMERO NOT = REQ-NUMERO
              GO TO VARRE-REQ-LOOP.
           PERFORM ACUMULA-LINHA THRU ACUMULA-LINHA-FIM
           GO TO VARRE-REQ-ITEM.
       VARRE-REQ-FIM.
           EXIT.

       ACUMULA-LINHA.
           COMPUTE W-CHAVE = REQ-CCUSTO * 1000000 + RQI-CODPROD
           COMPUTE W-VALOR = RQI-QTD * RQI-CUSTO-UNIT
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO I.
       ACUMULA-LINHA-LOOP.
           IF I > W-QTD-LIN
              GO TO ACUMULA-LINHA-CONT.
           IF TB-CHAVE(I) = W-CHAVE
              MOVE 1 TO W-ACHOU
              GO TO ACUMULA-LINHA-CONT.
           ADD 1 TO I
           GO TO ACUMULA-LINHA-LOOP.
       ACUMULA-LINHA-CONT.
           IF W-ACHOU = 0
              IF W-QTD-LIN < W-MAX-LIN
                 ADD 1 TO W-QTD-LIN
                 MOVE W-QTD-LIN TO I
                 MOVE W-CHAVE TO TB-CHAVE(I)
                 MOVE ZEROS TO TB-QTD(I) TB-VALOR(I)
              ELSE
                 DISPLAY "AVISO: LIMITE DE LINHAS ATINGIDO"
                 GO TO ACUMULA-LINHA-FIM.
           ADD RQI-QTD TO TB-QTD(I)
           ADD W-VALOR TO TB-VALOR(I).
       ACUMULA-LINHA-FIM.
           EXIT.

       ORDENA-LINHAS.
           MOVE 1 TO I.
       ORDENA-LINHAS-LOOP.
           IF I > W-QTD-LIN
              GO TO ORDENA-LINHAS-FIM.
           MOVE I TO J.
       ORDENA-LINHAS-INNER.
           IF J > W-QTD-LIN
              ADD 1 TO I
              GO TO ORDENA-LINHAS-LOOP.
           IF TB-CHAVE(J) < TB-CHAVE(I)
              MOVE TB-LIN(I) TO TB-SWAP
              MOVE TB-LIN(J) TO TB-LIN(I)
              MOVE TB-SWAP TO TB-LIN(J).
           ADD 1 TO J
           GO TO ORDENA-LINHAS-INNER.
       ORDENA-LINHAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * IMPRESSAO COM QUEBRA POR CENTRO DE CUSTO
      *----------------------------------------------------------------
       IMPRIME-LINHAS.
           MOVE ZEROS TO W-TOT-VALOR W-CC-ATUAL
           MOVE 1 TO I
           IF W-QTD-LIN = ZEROS
              MOVE SPACES TO LINHA-SAI
              WRITE LINHA-SAI
              MOVE "NENHUM CONSUMO INTERNO NO MES" TO LINHA-SAI
              WRITE LINHA-SAI
              GO TO IMPRIME-LINHAS-FIM.
       IMPRIME-LINHAS-LOOP.
           IF I > W-QTD-LIN
              PERFORM IMPRIME-SUBTOTAL
              GO TO IMPRIME-LINHAS-FIM.
           IF I = 1 OR TB-CC(I) NOT = W-CC-ATUAL
              IF I > 1
                 PERFORM IMPRIME-SUBTOTAL
                 PERFORM IMPRIME-CABEC-CC
              ELSE
                 PERFORM IMPRIME-CABEC-CC.
           MOVE TB-PROD(I) TO DET-CODPROD
           MOVE TB-PROD(I) TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE DESC TO DET-DESC
           ELSE
              MOVE "PRODUTO SEM CADASTRO" TO DET-DESC.
           MOVE TB-QTD(I) TO DET-QTD
           MOVE TB-VALOR(I) TO DET-VALOR
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           ADD TB-QTD(I) TO W-SUB-QTD
           ADD TB-VALOR(I) TO W-SUB-VALOR
           ADD TB-VALOR(I) TO W-TOT-VALOR
           ADD 1 TO I
           GO TO IMPRIME-LINHAS-LOOP.
       IMPRIME-LINHAS-FIM.
           EXIT.

       IMPRIME-CABEC-CC.
           MOVE TB-CC(I) TO W-CC-ATUAL
           MOVE ZEROS TO W-SUB-QTD W-SUB-VALOR
           MOVE "CENTRO SEM CADASTRO" TO CCU-DESC
           IF W-CCU-ABERTO = "S"
              MOVE W-CC-ATUAL TO CCU-CODIGO
              READ ARQCCU
              IF ST-CCU NOT = "00"
                 MOVE "CENTRO SEM CADASTRO" TO CCU-DESC.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CENTRO DE CUSTO " W-CC-ATUAL " - " CCU-DESC
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

       IMPRIME-SUBTOTAL.
           MOVE W-SUB-QTD TO W-QTD-ED
           MOVE W-SUB-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "    SUBTOTAL DO CENTRO " W-CC-ATUAL
              "  QTDE " W-QTD-ED "  VALOR " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
