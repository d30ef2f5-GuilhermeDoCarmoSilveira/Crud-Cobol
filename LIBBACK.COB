      * PENDENCIAS COMO LIBERADAS ("L") PARA A EQUIPE   *
      * DE VENDAS CHAMAR O CLIENTE E DIGITAR O PEDIDO   *
      * NO SCE005. RELATORIO EM LIBBACK.TXT.            *
      * PENDENCIA SEM COBERTURA COM N DIAS OU MAIS LISTA *
      * OS SUBSTITUTOS (PRODSUB.DAT, SCE061) COM SALDO  *
      * PARA A QUANTIDADE TODA; NO MODO 2 O OPERADOR    *
      * PODE TROCAR: A PENDENCIA FICA "S" (SUBSTITUIDA) *
      * E O SALDO DO SUBSTITUTO FICA COMPROMETIDO NO    *
      * RESTO DA PASSADA. OFERTAS VAO PARA SUBUSO.DAT.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQSUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SUB-CHAVE
                    FILE STATUS IS ST-SUB.

           SELECT ARQSBU ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SBU.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQSUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSUB.DAT".
       01 REGSUB.
          03 SUB-CHAVE.
           05 SUB-CODPROD       PIC 9(06).
           05 SUB-CODSUBST      PIC 9(06).
          03 SUB-PRIORIDADE     PIC 9(02).
          03 SUB-SENTIDO        PIC X(01).
          03 SUB-REGRA-PRECO    PIC X(01).
          03 SUB-DATA           PIC 9(08).
          03 SUB-OPERADOR       PIC X(10).

       FD ARQSBU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBUSO.DAT".
       01 REGSBU.
          03 SBU-DATA           PIC 9(08).
          03 SBU-ORIGEM         PIC X(01).
          03 SBU-RESULTADO      PIC X(01).
          03 SBU-CODPROD        PIC 9(06).
          03 SBU-CODSUBST       PIC 9(06).
          03 SBU-QTD            PIC 9(06).
          03 SBU-VALOR          PIC 9(09)V99.
          03 SBU-DOC            PIC 9(06).
          03 SBU-CODCLI         PIC 9(14).
          03 SBU-OPERADOR       PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
       01 W-SALDO-DISP  PIC S9(07) VALUE ZEROS.
       01 W-QTD-LIB     PIC 9(05) VALUE ZEROS.
       01 W-QTD-PEND    PIC 9(05) VALUE ZEROS.
       01 W-QTD-TROCA   PIC 9(05) VALUE ZEROS.
       01 ST-SUB        PIC X(02) VALUE "00".
       01 ST-SBU        PIC X(02) VALUE "00".
       01 W-SUB-ABERTO  PIC X(01) VALUE "N".
       01 W-SBU-ABERTO  PIC X(01) VALUE "N".
       01 W-DIAS-SUB    PIC 9(03) VALUE ZEROS.
       01 W-DIAS        PIC S9(07) VALUE ZEROS.
       01 W-DESC-ATUAL  PIC X(30) VALUE SPACES.
       01 W-PRECO-ATUAL PIC 9(06)V99 VALUE ZEROS.
       01 W-SUB-SALDO   PIC S9(07) VALUE ZEROS.
       01 W-SUB-QTD     PIC 9(01) VALUE ZEROS.
       01 W-SUB-IX      PIC 9(01) VALUE ZEROS.
       01 W-SUB-ESC     PIC 9(06) VALUE ZEROS.
       01 W-SUB-TAB.
          03 W-SUB-ITEM OCCURS 9 TIMES.
             05 W-SUB-COD     PIC 9(06).
             05 W-SUB-PRC     PIC 9(06)V99.
       01 W-ALOC-PROD-B PIC 9(06) VALUE ZEROS.
       01 W-ALOC-TOT    PIC 9(07) VALUE ZEROS.
       01 W-QTD-ALOC    PIC 9(02) VALUE ZEROS.
       01 IX-ALOC       PIC 9(02) VALUE ZEROS.
       01 W-ALOC-TAB.
          03 W-ALOC OCCURS 50 TIMES.
             05 W-ALOC-PROD   PIC 9(06).
             05 W-ALOC-QTD    PIC 9(07).

       01 DET-SUB.
          03 FILLER        PIC X(08) VALUE SPACES.
          03 FILLER        PIC X(11) VALUE "SUBSTITUTO ".
          03 DSB-COD       PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DSB-DESC      PIC X(30).
          03 FILLER        PIC X(07) VALUE "  DISP ".
          03 DSB-DISP      PIC ZZZZZZ9.
          03 FILLER        PIC X(06) VALUE "  PRI ".
          03 DSB-PRI       PIC 9(02).

       01 DET1.
          03 DET-PROD      PIC 9(06).
           IF W-MODO NOT = 1 AND NOT = 2
              DISPLAY "OPCAO INVALIDA"
              STOP RUN.
           DISPLAY "DIAS DE PENDENCIA PARA OFERECER SUBSTITUTO"
              " (0 = NAO OFERECER): ".
           ACCEPT W-DIAS-SUB.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           OPEN I-O ARQBKO
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQBKO
              STOP RUN.
           MOVE "N" TO W-SUB-ABERTO
           IF W-DIAS-SUB > ZEROS
              OPEN INPUT ARQSUB
              IF ST-SUB = "00"
                 MOVE "S" TO W-SUB-ABERTO.
           MOVE "N" TO W-SBU-ABERTO
           IF W-SUB-ABERTO = "S" AND W-MODO = 2
              OPEN EXTEND ARQSBU
              IF ST-SBU NOT = "00"
                 OPEN OUTPUT ARQSBU
                 CLOSE ARQSBU
                 OPEN EXTEND ARQSBU.
           IF W-SUB-ABERTO = "S" AND W-MODO = 2 AND ST-SBU = "00"
              MOVE "S" TO W-SBU-ABERTO.
           OPEN OUTPUT RELSAI
           MOVE "PENDENCIAS DE ESTOQUE - LIBERACAO" TO LINHA-SAI
           WRITE LINHA-SAI
           STRING "PENDENCIAS SEM COBERTURA:  " W-QTD-PEND
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-SUB-ABERTO = "S"
              MOVE SPACES TO LINHA-SAI
              STRING "PENDENCIAS SUBSTITUIDAS:   " W-QTD-TROCA
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              CLOSE ARQSUB.
           IF W-SBU-ABERTO = "S"
              CLOSE ARQSBU.
           CLOSE ARQBKO ARQPROD RELSAI
           DISPLAY "RELATORIO GERADO EM LIBBACK.TXT".
           STOP RUN.
              READ ARQPROD
              IF ST-PROD = "00"
                 MOVE QTD TO W-SALDO-DISP
                 MOVE DESC TO W-DESC-ATUAL
                 MOVE PRECO TO W-PRECO-ATUAL
                 MOVE BKO-CODPROD TO W-ALOC-PROD-B
                 PERFORM ACHA-ALOC THRU ACHA-ALOC-FIM
                 SUBTRACT W-ALOC-TOT FROM W-SALDO-DISP
              ELSE
                 MOVE ZEROS TO W-SALDO-DISP W-PRECO-ATUAL
                 MOVE "PRODUTO NAO CADASTRADO" TO W-DESC-ATUAL.
           MOVE BKO-CODPROD TO DET-PROD
           MOVE W-DESC-ATUAL TO DET-DESC
           MOVE BKO-DATA TO DET-DATA
           MOVE BKO-CODCLI TO DET-CLI
           MOVE BKO-QTD TO DET-QTD
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           IF DET-SIT = "SEM SALDO" AND W-SUB-ABERTO = "S"
              PERFORM OFERECE-SUBST THRU OFERECE-SUBST-FIM.
      * O QUE FOI LIBERADO TAMBEM SAI DO SALDO OFERECIDO QUANDO O
      * PRODUTO APARECE COMO SUBSTITUTO DE OUTRO
           IF DET-SIT NOT = "SEM SALDO" AND W-SUB-ABERTO = "S"
              MOVE BKO-CODPROD TO W-ALOC-PROD-B
              PERFORM SOMA-ALOC THRU SOMA-ALOC-FIM.
           GO TO PROCESSA-LOOP.
       PROCESSA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PENDENCIA SEM COBERTURA HA W-DIAS-SUB DIAS OU MAIS: LISTA OS
      * SUBSTITUTOS QUE COBREM A QUANTIDADE TODA (SALDO MENOS O JA
      * COMPROMETIDO NESTA PASSADA). NO MODO 2 PERGUNTA A TROCA
      *----------------------------------------------------------------
       OFERECE-SUBST.
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
              - FUNCTION INTEGER-OF-DATE(BKO-DATA)
           IF W-DIAS < W-DIAS-SUB
              GO TO OFERECE-SUBST-FIM.
           MOVE ZEROS TO W-SUB-QTD
           MOVE BKO-CODPROD TO SUB-CODPROD
           MOVE ZEROS TO SUB-CODSUBST
           START ARQSUB KEY IS NOT LESS THAN SUB-CHAVE
              INVALID KEY GO TO OFERECE-SUBST-FIM.
       OFERECE-SUBST-LOOP.
           READ ARQSUB NEXT
           IF ST-SUB NOT = "00"
              GO TO OFERECE-SUBST-ESCOLHE.
           IF SUB-CODPROD NOT = BKO-CODPROD
              GO TO OFERECE-SUBST-ESCOLHE.
           IF W-SUB-QTD = 9
              GO TO OFERECE-SUBST-ESCOLHE.
           MOVE SUB-CODSUBST TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              GO TO OFERECE-SUBST-LOOP.
           MOVE QTD TO W-SUB-SALDO
           MOVE SUB-CODSUBST TO W-ALOC-PROD-B
           PERFORM ACHA-ALOC THRU ACHA-ALOC-FIM
           SUBTRACT W-ALOC-TOT FROM W-SUB-SALDO
           IF W-SUB-SALDO < BKO-QTD
              GO TO OFERECE-SUBST-LOOP.
           ADD 1 TO W-SUB-QTD
           MOVE SUB-CODSUBST TO W-SUB-COD(W-SUB-QTD)
           MOVE PRECO TO W-SUB-PRC(W-SUB-QTD)
           IF SUB-REGRA-PRECO = "O"
              MOVE W-PRECO-ATUAL TO W-SUB-PRC(W-SUB-QTD).
           IF SUB-REGRA-PRECO = "M" AND W-PRECO-ATUAL < PRECO
              MOVE W-PRECO-ATUAL TO W-SUB-PRC(W-SUB-QTD).
           MOVE SUB-CODSUBST TO DSB-COD
           MOVE DESC TO DSB-DESC
           MOVE W-SUB-SALDO TO DSB-DISP
           MOVE SUB-PRIORIDADE TO DSB-PRI
           MOVE SPACES TO LINHA-SAI
           MOVE DET-SUB TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO OFERECE-SUBST-LOOP.
       OFERECE-SUBST-ESCOLHE.
           IF W-SUB-QTD = ZEROS OR W-MODO NOT = 2
              GO TO OFERECE-SUBST-FIM.
           DISPLAY "PENDENCIA " BKO-CODPROD " DE " BKO-DATA
              " CLIENTE " BKO-CODCLI " QTD " BKO-QTD
           DISPLAY "TROCAR PELO SUBSTITUTO (CODIGO, 0 = NAO): "
           MOVE ZEROS TO W-SUB-ESC
           ACCEPT W-SUB-ESC
           IF W-SUB-ESC = ZEROS
              MOVE ZEROS TO SBU-CODSUBST SBU-VALOR
              MOVE "N" TO SBU-RESULTADO
              PERFORM GRAVA-SUBUSO THRU GRAVA-SUBUSO-FIM
              GO TO OFERECE-SUBST-FIM.
           MOVE ZEROS TO W-SUB-IX.
       OFERECE-SUBST-ACHA.
           ADD 1 TO W-SUB-IX
           IF W-SUB-IX > W-SUB-QTD
              DISPLAY "CODIGO FORA DA LISTA"
              GO TO OFERECE-SUBST-ESCOLHE.
           IF W-SUB-COD(W-SUB-IX) NOT = W-SUB-ESC
              GO TO OFERECE-SUBST-ACHA.
           MOVE "S" TO BKO-STATUS
           MOVE W-DATA-HOJE TO BKO-DATA-LIB
           REWRITE REGBKO
           ADD 1 TO W-QTD-TROCA
           MOVE W-SUB-ESC TO W-ALOC-PROD-B
           PERFORM SOMA-ALOC THRU SOMA-ALOC-FIM
           MOVE W-SUB-ESC TO SBU-CODSUBST
           COMPUTE SBU-VALOR = W-SUB-PRC(W-SUB-IX) * BKO-QTD
           MOVE "S" TO SBU-RESULTADO
           PERFORM GRAVA-SUBUSO THRU GRAVA-SUBUSO-FIM
           MOVE SPACES TO LINHA-SAI
           STRING "        PENDENCIA SUBSTITUIDA PELO PRODUTO "
              W-SUB-ESC DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       OFERECE-SUBST-FIM.
           EXIT.

      * QUANTIDADE DE W-ALOC-PROD-B JA COMPROMETIDA EM TROCAS
       ACHA-ALOC.
           MOVE ZEROS TO W-ALOC-TOT IX-ALOC.
       ACHA-ALOC-LOOP.
           ADD 1 TO IX-ALOC
           IF IX-ALOC > W-QTD-ALOC
              GO TO ACHA-ALOC-FIM.
           IF W-ALOC-PROD(IX-ALOC) = W-ALOC-PROD-B
              MOVE W-ALOC-QTD(IX-ALOC) TO W-ALOC-TOT
              GO TO ACHA-ALOC-FIM.
           GO TO ACHA-ALOC-LOOP.
       ACHA-ALOC-FIM.
           EXIT.

       SOMA-ALOC.
           MOVE ZEROS TO IX-ALOC.
       SOMA-ALOC-LOOP.
           ADD 1 TO IX-ALOC
           IF IX-ALOC > W-QTD-ALOC
              GO TO SOMA-ALOC-NOVO.
           IF W-ALOC-PROD(IX-ALOC) = W-ALOC-PROD-B
              ADD BKO-QTD TO W-ALOC-QTD(IX-ALOC)
              GO TO SOMA-ALOC-FIM.
           GO TO SOMA-ALOC-LOOP.
       SOMA-ALOC-NOVO.
           IF W-QTD-ALOC = 50
              GO TO SOMA-ALOC-FIM.
           ADD 1 TO W-QTD-ALOC
           MOVE W-ALOC-PROD-B TO W-ALOC-PROD(W-QTD-ALOC)
           MOVE BKO-QTD TO W-ALOC-QTD(W-QTD-ALOC).
       SOMA-ALOC-FIM.
           EXIT.

      * REGISTRO DA OFERTA PARA O RELSUB (TROCA OU RECUSA)
       GRAVA-SUBUSO.
           IF W-SBU-ABERTO NOT = "S"
              GO TO GRAVA-SUBUSO-FIM.
           MOVE W-DATA-HOJE TO SBU-DATA
           MOVE "B" TO SBU-ORIGEM
           MOVE BKO-CODPROD TO SBU-CODPROD
           MOVE BKO-QTD TO SBU-QTD
           MOVE ZEROS TO SBU-DOC
           MOVE BKO-CODCLI TO SBU-CODCLI
           MOVE "LIBBACK" TO SBU-OPERADOR
           WRITE REGSBU.
       GRAVA-SUBUSO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
