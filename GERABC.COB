       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERABC.
      **************************************************
      * CLASSIFICACAO ABC DOS PRODUTOS E CALENDARIO DE  *
      * CONTAGEM CICLICA                                *
      * CLASSIFICA CADA PRODUTO PELO VALOR VENDIDO NOS  *
      * ULTIMOS 12 MESES (SAIDAS DE FATURAMENTO MENOS   *
      * DEVOLUCOES DE VENDA DO MOVEST.DAT, AO PRECO DO  *
      * CADASTRO): A = ATE 80% DO VALOR ACUMULADO, B =  *
      * ATE 95%, C = O RESTO (E QUEM NAO VENDEU).       *
      * OPCIONALMENTE CLASSIFICA TAMBEM PELO NUMERO DE  *
      * MOVIMENTOS NO KARDEX E FICA A MELHOR DAS DUAS   *
      * CLASSES. A CLASSE DO PRODUTO FICA EM            *
      * PRODABC.DAT.                                    *
      * EM SEGUIDA MONTA O CALENDARIO DE 12 MESES EM    *
      * CICLO.DAT A PARTIR DO MES INFORMADO: CLASSE A   *
      * TODO MES, B A CADA TRIMESTRE E C A CADA         *
      * SEMESTRE, ESPALHANDO OS PRODUTOS POR IGUAL NOS  *
      * DIAS UTEIS DO PERIODO (SEM SABADO, DOMINGO E    *
      * FERIADOS DO FERIADO.DAT). AGENDAMENTOS AINDA    *
      * NAO CONTADOS DO PERIODO SAO REFEITOS. O SCE015  *
      * ABRE A CONTAGEM CICLICA DO DIA; O RELCIC MEDE   *
      * O CUMPRIMENTO E A ACURACIA. RELATORIO EM        *
      * GERABC.TXT.                                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOV-CHAVE
                    FILE STATUS IS ST-MOV.

           SELECT ARQABC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ABC-CODPROD
                    FILE STATUS IS ST-ABC.

           SELECT ARQCIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CIC-CHAVE
                    FILE STATUS IS ST-CIC.

           SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FER-DATA
                    FILE STATUS IS ST-FER.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
           05 MOV-CODPROD       PIC 9(06).
           05 MOV-DATAHORA      PIC 9(14).
           05 MOV-SEQ           PIC 9(03).
          03 MOV-DOC            PIC X(10).
          03 MOV-TIPO           PIC X(01).
          03 MOV-QTD            PIC 9(06).
          03 MOV-SALDO          PIC S9(07).
          03 MOV-OPERADOR       PIC X(10).

       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODABC.DAT".
       01 REGABC.
          03 ABC-CODPROD        PIC 9(06).
          03 ABC-CLASSE         PIC X(01).
          03 ABC-CLASSE-VAL     PIC X(01).
          03 ABC-CLASSE-MOV     PIC X(01).
          03 ABC-VALOR          PIC 9(11)V99.
          03 ABC-QTD-MOV        PIC 9(07).
          03 ABC-DATA           PIC 9(08).

       FD ARQCIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CICLO.DAT".
       01 REGCIC.
          03 CIC-CHAVE.
           05 CIC-COD           PIC 9(06).
           05 CIC-DATA          PIC 9(08).
          03 CIC-CLASSE         PIC X(01).
          03 CIC-SITUACAO       PIC X(01).
          03 CIC-NUMINV         PIC 9(04).
          03 CIC-DATA-CONT      PIC 9(08).
          03 CIC-QTD-SIST       PIC 9(07).
          03 CIC-QTD-CONT       PIC 9(07).
          03 CIC-ACERTO         PIC X(01).

       FD ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFER.
          03 FER-DATA           PIC 9(08).
          03 FER-DESC           PIC X(30).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GERABC.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-ABC        PIC X(02) VALUE "00".
       01 ST-CIC        PIC X(02) VALUE "00".
       01 ST-FER        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-MOV-ABERTO  PIC X(01) VALUE "N".
       01 W-CRITERIO    PIC X(01) VALUE "V".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HOJE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-MES-INICIAL PIC 9(06) VALUE ZEROS.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-MES         PIC 9(02) VALUE ZEROS.
       01 W-DATA-CAL    PIC 9(08) VALUE ZEROS.
       01 W-CAL-INI     PIC 9(08) VALUE ZEROS.
       01 W-CAL-FIM     PIC 9(08) VALUE ZEROS.
       01 W-SER-INI     PIC 9(08) VALUE ZEROS.
       01 W-SER-FIM     PIC 9(08) VALUE ZEROS.
       01 W-SER-DIA     PIC 9(08) VALUE ZEROS.
       01 W-RESTO7      PIC 9(01) VALUE ZEROS.
       01 W-DU-OK       PIC 9(01) VALUE ZEROS.
       01 W-MES-IDX     PIC 9(04) VALUE ZEROS.
       01 W-MES-BASE    PIC 9(06) VALUE ZEROS.
       01 W-SAIDAS      PIC S9(08) VALUE ZEROS.
       01 W-QTD-MOVS    PIC 9(07) VALUE ZEROS.
       01 W-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTAL-MOV   PIC 9(09) VALUE ZEROS.
       01 W-ACUM        PIC 9(13)V99 VALUE ZEROS.
       01 W-ACUM-MOV    PIC 9(09) VALUE ZEROS.
       01 W-PCT         PIC 9(03)V99 VALUE ZEROS.
       01 W-LIM-A       PIC 9(03) VALUE 80.
       01 W-LIM-B       PIC 9(03) VALUE 95.
       01 W-LIM-A-N     PIC 9(03) VALUE ZEROS.
       01 W-LIM-B-N     PIC 9(03) VALUE ZEROS.
       01 W-QTD-PROD    PIC 9(04) VALUE ZEROS.
       01 W-QTD-DU      PIC 9(03) VALUE ZEROS.
       01 W-QTD-FER     PIC 9(03) VALUE ZEROS.
       01 W-QTD-APAG    PIC 9(06) VALUE ZEROS.
       01 W-QTD-AGEND   PIC 9(06) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 IY            PIC 9(04) VALUE ZEROS.
       01 IX-FER        PIC 9(03) VALUE ZEROS.
       01 IX-DU         PIC 9(03) VALUE ZEROS.
       01 IX-PER        PIC 9(02) VALUE ZEROS.
       01 IX-CL         PIC 9(01) VALUE ZEROS.
       01 W-CLASSE      PIC X(01) VALUE SPACES.
       01 W-MESES-PER   PIC 9(02) VALUE ZEROS.
       01 W-QTD-PER     PIC 9(02) VALUE ZEROS.
       01 W-QTD-CLASSE  PIC 9(04) VALUE ZEROS.
       01 W-ORDEM       PIC 9(04) VALUE ZEROS.
       01 W-DU-INI      PIC 9(03) VALUE ZEROS.
       01 W-DU-FIM      PIC 9(03) VALUE ZEROS.
       01 W-DU-QTD      PIC 9(03) VALUE ZEROS.
       01 W-DU-POS      PIC 9(03) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.
       01 W-PCT-ED      PIC ZZ9,99.

       01 W-TAB-FER.
          03 W-FER-SER     PIC 9(08) OCCURS 200 TIMES.

      * DIAS UTEIS DO CALENDARIO E INICIO/FIM DE CADA MES NELE
       01 W-TAB-DU.
          03 WD-DATA       PIC 9(08) OCCURS 400 TIMES.
       01 W-TAB-MESES.
          03 W-MES-DU OCCURS 12 TIMES.
             05 WM-DU-INI     PIC 9(03).
             05 WM-DU-FIM     PIC 9(03).

       01 W-CLASSES.
          03 FILLER        PIC X(05) VALUE "A0112".
          03 FILLER        PIC X(05) VALUE "B0304".
          03 FILLER        PIC X(05) VALUE "C0602".
       01 W-TAB-CLASSES REDEFINES W-CLASSES.
          03 W-CL OCCURS 3 TIMES.
             05 WC-CLASSE     PIC X(01).
             05 WC-MESES      PIC 9(02).
             05 WC-PERIODOS   PIC 9(02).

       01 W-RESUMO.
          03 W-RES OCCURS 3 TIMES.
             05 WR-QTD        PIC 9(05).
             05 WR-VALOR      PIC 9(13)V99.

       01 W-ITEM-TROCA.
          03 WT-COD        PIC 9(06).
          03 WT-DESC       PIC X(30).
          03 WT-VALOR      PIC 9(11)V99.
          03 WT-MOVS       PIC 9(07).
          03 WT-CLASSE-V   PIC X(01).
          03 WT-CLASSE-M   PIC X(01).
          03 WT-CLASSE     PIC X(01).

       01 W-TAB-PROD.
          03 W-PRD OCCURS 3000 TIMES.
             05 WP-COD        PIC 9(06).
             05 WP-DESC       PIC X(30).
             05 WP-VALOR      PIC 9(11)V99.
             05 WP-MOVS       PIC 9(07).
             05 WP-CLASSE-V   PIC X(01).
             05 WP-CLASSE-M   PIC X(01).
             05 WP-CLASSE     PIC X(01).

       01 DET1.
          03 DA-COD        PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DA-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DA-VALOR      PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DA-MOVS       PIC ZZZZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DA-CLASSE-V   PIC X(01).
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DA-CLASSE-M   PIC X(01).
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DA-CLASSE     PIC X(01).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CLASSIFICACAO ABC E CALENDARIO DE CONTAGEM".
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           COMPUTE W-DATA-INI = FUNCTION DATE-OF-INTEGER
              (W-HOJE-SERIAL - 365)
           DISPLAY "CRITERIO: V = VALOR VENDIDO | M = VALOR E"
              " NUMERO DE MOVIMENTOS (V): "
           ACCEPT W-CRITERIO
           IF W-CRITERIO = "m"
              MOVE "M" TO W-CRITERIO.
           IF W-CRITERIO NOT = "M"
              MOVE "V" TO W-CRITERIO.
           DISPLAY "% ACUMULADO DA CLASSE A (0 = 80): "
           ACCEPT W-LIM-A-N
           DISPLAY "% ACUMULADO ATE A CLASSE B (0 = 95): "
           ACCEPT W-LIM-B-N
           IF W-LIM-A-N > ZEROS AND W-LIM-A-N < 100
              MOVE W-LIM-A-N TO W-LIM-A.
           IF W-LIM-B-N > W-LIM-A AND W-LIM-B-N < 100
              MOVE W-LIM-B-N TO W-LIM-B.
           IF W-LIM-B NOT > W-LIM-A
              MOVE 95 TO W-LIM-B
              MOVE 80 TO W-LIM-A.
           DISPLAY "MES INICIAL DO CALENDARIO AAAAMM"
              " (0 = PROXIMO MES): "
           ACCEPT W-MES-INICIAL
           PERFORM ACERTA-MES-INICIAL THRU ACERTA-MES-INICIAL-FIM
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           MOVE "N" TO W-MOV-ABERTO
           OPEN INPUT ARQMOV
           IF ST-MOV = "00"
              MOVE "S" TO W-MOV-ABERTO.
           PERFORM CARREGA-PRODUTOS THRU CARREGA-PRODUTOS-FIM
           CLOSE ARQPROD
           IF W-MOV-ABERTO = "S"
              CLOSE ARQMOV.
           IF W-QTD-PROD = ZEROS
              DISPLAY "NENHUM PRODUTO CADASTRADO"
              STOP RUN.
           PERFORM CLASSIFICA-VALOR THRU CLASSIFICA-VALOR-FIM
           IF W-CRITERIO = "M"
              PERFORM CLASSIFICA-MOVS THRU CLASSIFICA-MOVS-FIM.
           PERFORM DEFINE-CLASSE THRU DEFINE-CLASSE-FIM
           PERFORM ORDENA-VALOR THRU ORDENA-VALOR-FIM
           PERFORM GRAVA-CLASSES THRU GRAVA-CLASSES-FIM
           PERFORM CARREGA-FERIADOS THRU CARREGA-FERIADOS-FIM
           PERFORM MONTA-DIAS-UTEIS THRU MONTA-DIAS-UTEIS-FIM
           IF W-QTD-DU = ZEROS
              DISPLAY "NENHUM DIA UTIL NO PERIODO"
              STOP RUN.
           PERFORM MONTA-CALENDARIO THRU MONTA-CALENDARIO-FIM
           PERFORM IMPRIME-RELATORIO THRU IMPRIME-RELATORIO-FIM
           DISPLAY "PRODUTOS CLASSIFICADOS: " W-QTD-PROD
              "  CONTAGENS AGENDADAS: " W-QTD-AGEND
           DISPLAY "RELATORIO EM GERABC.TXT".
           STOP RUN.

      * O CALENDARIO COBRE 12 MESES A PARTIR DO MES INICIAL
       ACERTA-MES-INICIAL.
           IF W-MES-INICIAL NOT = ZEROS
              MOVE W-MES-INICIAL(1:4) TO W-ANO
              MOVE W-MES-INICIAL(5:2) TO W-MES
              IF W-MES > ZEROS AND W-MES < 13 AND W-ANO > 1900
                 GO TO ACERTA-MES-INICIAL-DATAS.
           MOVE W-DATA-HOJE(1:4) TO W-ANO
           MOVE W-DATA-HOJE(5:2) TO W-MES
           ADD 1 TO W-MES
           IF W-MES > 12
              MOVE 1 TO W-MES
              ADD 1 TO W-ANO.
       ACERTA-MES-INICIAL-DATAS.
           COMPUTE W-CAL-INI = W-ANO * 10000 + W-MES * 100 + 1
           COMPUTE W-MES-BASE = W-ANO * 12 + W-MES - 1
           ADD 1 TO W-ANO
           COMPUTE W-DATA-CAL = W-ANO * 10000 + W-MES * 100 + 1
           COMPUTE W-SER-FIM =
              FUNCTION INTEGER-OF-DATE(W-DATA-CAL) - 1
           COMPUTE W-CAL-FIM = FUNCTION DATE-OF-INTEGER(W-SER-FIM)
           COMPUTE W-SER-INI = FUNCTION INTEGER-OF-DATE(W-CAL-INI).
       ACERTA-MES-INICIAL-FIM.
           EXIT.

      *----------------------------------------------------------------
      * VALOR VENDIDO E MOVIMENTOS DE CADA PRODUTO EM 12 MESES
      *----------------------------------------------------------------
       CARREGA-PRODUTOS.
           MOVE ZEROS TO W-QTD-PROD W-TOTAL W-TOTAL-MOV.
       CARREGA-PRODUTOS-LOOP.
           READ ARQPROD NEXT
           IF ST-PROD NOT = "00"
              GO TO CARREGA-PRODUTOS-FIM.
           IF W-QTD-PROD = 3000
              DISPLAY "LIMITE DE 3000 PRODUTOS ATINGIDO"
              GO TO CARREGA-PRODUTOS-FIM.
           PERFORM SOMA-MOVIMENTOS THRU SOMA-MOVIMENTOS-FIM
           ADD 1 TO W-QTD-PROD
           MOVE COD TO WP-COD(W-QTD-PROD)
           MOVE DESC TO WP-DESC(W-QTD-PROD)
           COMPUTE WP-VALOR(W-QTD-PROD) = W-SAIDAS * PRECO
           MOVE W-QTD-MOVS TO WP-MOVS(W-QTD-PROD)
           MOVE "C" TO WP-CLASSE-V(W-QTD-PROD)
           MOVE SPACES TO WP-CLASSE-M(W-QTD-PROD)
           MOVE "C" TO WP-CLASSE(W-QTD-PROD)
           ADD WP-VALOR(W-QTD-PROD) TO W-TOTAL
           ADD W-QTD-MOVS TO W-TOTAL-MOV
           GO TO CARREGA-PRODUTOS-LOOP.
       CARREGA-PRODUTOS-FIM.
           EXIT.

      * SAIDA DE VENDA = "FAT" DO SCE005; DEVOLUCAO DE VENDA
      * ("PED" DE ENTRADA) ABATE. TODO MOVIMENTO CONTA NO GIRO
       SOMA-MOVIMENTOS.
           MOVE ZEROS TO W-SAIDAS W-QTD-MOVS
           IF W-MOV-ABERTO NOT = "S"
              GO TO SOMA-MOVIMENTOS-FIM.
           MOVE COD TO MOV-CODPROD
           COMPUTE MOV-DATAHORA = W-DATA-INI * 1000000
           MOVE ZEROS TO MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY GO TO SOMA-MOVIMENTOS-FIM.
       SOMA-MOVIMENTOS-LOOP.
           READ ARQMOV NEXT
           IF ST-MOV NOT = "00"
              GO TO SOMA-MOVIMENTOS-ENC.
           IF MOV-CODPROD NOT = COD
              GO TO SOMA-MOVIMENTOS-ENC.
           ADD 1 TO W-QTD-MOVS
           IF MOV-TIPO = "E" AND MOV-DOC(1:4) = "PED "
              SUBTRACT MOV-QTD FROM W-SAIDAS
              GO TO SOMA-MOVIMENTOS-LOOP.
           IF MOV-TIPO = "S" AND MOV-DOC(1:4) = "FAT "
              ADD MOV-QTD TO W-SAIDAS.
           GO TO SOMA-MOVIMENTOS-LOOP.
       SOMA-MOVIMENTOS-ENC.
           IF W-SAIDAS < ZEROS
              MOVE ZEROS TO W-SAIDAS.
       SOMA-MOVIMENTOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CURVA ABC: ORDENA DO MAIOR PARA O MENOR E CORTA PELO
      * PERCENTUAL ACUMULADO ANTES DO ITEM (O PRIMEIRO E SEMPRE A)
      *----------------------------------------------------------------
       CLASSIFICA-VALOR.
           PERFORM ORDENA-VALOR THRU ORDENA-VALOR-FIM
           MOVE ZEROS TO W-ACUM IX
           IF W-TOTAL = ZEROS
              GO TO CLASSIFICA-VALOR-FIM.
       CLASSIFICA-VALOR-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              GO TO CLASSIFICA-VALOR-FIM.
           IF WP-VALOR(IX) = ZEROS
              GO TO CLASSIFICA-VALOR-FIM.
           COMPUTE W-PCT = W-ACUM * 100 / W-TOTAL
           IF W-PCT < W-LIM-A
              MOVE "A" TO WP-CLASSE-V(IX)
           ELSE
              IF W-PCT < W-LIM-B
                 MOVE "B" TO WP-CLASSE-V(IX).
           ADD WP-VALOR(IX) TO W-ACUM
           GO TO CLASSIFICA-VALOR-LOOP.
       CLASSIFICA-VALOR-FIM.
           EXIT.

       CLASSIFICA-MOVS.
           PERFORM ORDENA-MOVS THRU ORDENA-MOVS-FIM
           MOVE ZEROS TO W-ACUM-MOV IX.
       CLASSIFICA-MOVS-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              GO TO CLASSIFICA-MOVS-FIM.
           MOVE "C" TO WP-CLASSE-M(IX)
           IF WP-MOVS(IX) = ZEROS OR W-TOTAL-MOV = ZEROS
              GO TO CLASSIFICA-MOVS-LOOP.
           COMPUTE W-PCT = W-ACUM-MOV * 100 / W-TOTAL-MOV
           IF W-PCT < W-LIM-A
              MOVE "A" TO WP-CLASSE-M(IX)
           ELSE
              IF W-PCT < W-LIM-B
                 MOVE "B" TO WP-CLASSE-M(IX).
           ADD WP-MOVS(IX) TO W-ACUM-MOV
           GO TO CLASSIFICA-MOVS-LOOP.
       CLASSIFICA-MOVS-FIM.
           EXIT.

      * FICA A MELHOR DAS DUAS CLASSES (A < B < C)
       DEFINE-CLASSE.
           MOVE ZEROS TO IX.
       DEFINE-CLASSE-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              GO TO DEFINE-CLASSE-FIM.
           MOVE WP-CLASSE-V(IX) TO WP-CLASSE(IX)
           IF WP-CLASSE-M(IX) NOT = SPACES AND
              WP-CLASSE-M(IX) < WP-CLASSE(IX)
              MOVE WP-CLASSE-M(IX) TO WP-CLASSE(IX).
           GO TO DEFINE-CLASSE-LOOP.
       DEFINE-CLASSE-FIM.
           EXIT.

       ORDENA-VALOR.
           IF W-QTD-PROD < 2
              GO TO ORDENA-VALOR-FIM.
           MOVE 1 TO IX.
       ORDENA-VALOR-EXT.
           IF IX NOT < W-QTD-PROD
              GO TO ORDENA-VALOR-FIM.
           COMPUTE IY = IX + 1.
       ORDENA-VALOR-INT.
           IF IY > W-QTD-PROD
              ADD 1 TO IX
              GO TO ORDENA-VALOR-EXT.
           IF WP-VALOR(IY) > WP-VALOR(IX)
              MOVE W-PRD(IX) TO W-ITEM-TROCA
              MOVE W-PRD(IY) TO W-PRD(IX)
              MOVE W-ITEM-TROCA TO W-PRD(IY).
           ADD 1 TO IY
           GO TO ORDENA-VALOR-INT.
       ORDENA-VALOR-FIM.
           EXIT.

       ORDENA-MOVS.
           IF W-QTD-PROD < 2
              GO TO ORDENA-MOVS-FIM.
           MOVE 1 TO IX.
       ORDENA-MOVS-EXT.
           IF IX NOT < W-QTD-PROD
              GO TO ORDENA-MOVS-FIM.
           COMPUTE IY = IX + 1.
       ORDENA-MOVS-INT.
           IF IY > W-QTD-PROD
              ADD 1 TO IX
              GO TO ORDENA-MOVS-EXT.
           IF WP-MOVS(IY) > WP-MOVS(IX)
              MOVE W-PRD(IX) TO W-ITEM-TROCA
              MOVE W-PRD(IY) TO W-PRD(IX)
              MOVE W-ITEM-TROCA TO W-PRD(IY).
           ADD 1 TO IY
           GO TO ORDENA-MOVS-INT.
       ORDENA-MOVS-FIM.
           EXIT.

       GRAVA-CLASSES.
           OPEN I-O ARQABC
           IF ST-ABC = "30" OR ST-ABC = "35"
              OPEN OUTPUT ARQABC
              CLOSE ARQABC
              OPEN I-O ARQABC.
           MOVE ZEROS TO IX.
       GRAVA-CLASSES-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              CLOSE ARQABC
              GO TO GRAVA-CLASSES-FIM.
           MOVE WP-COD(IX) TO ABC-CODPROD
           READ ARQABC
           MOVE WP-COD(IX) TO ABC-CODPROD
           MOVE WP-CLASSE(IX) TO ABC-CLASSE
           MOVE WP-CLASSE-V(IX) TO ABC-CLASSE-VAL
           MOVE WP-CLASSE-M(IX) TO ABC-CLASSE-MOV
           MOVE WP-VALOR(IX) TO ABC-VALOR
           MOVE WP-MOVS(IX) TO ABC-QTD-MOV
           MOVE W-DATA-HOJE TO ABC-DATA
           IF ST-ABC = "00"
              REWRITE REGABC
           ELSE
              WRITE REGABC.
           GO TO GRAVA-CLASSES-LOOP.
       GRAVA-CLASSES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DIAS UTEIS DOS 12 MESES DO CALENDARIO
      *----------------------------------------------------------------
      * FERIADOS (SCE045) CARREGADOS EM TABELA
       CARREGA-FERIADOS.
           MOVE ZEROS TO W-QTD-FER
           OPEN INPUT ARQFER
           IF ST-FER NOT = "00"
              GO TO CARREGA-FERIADOS-FIM.
           MOVE W-CAL-INI TO FER-DATA
           START ARQFER KEY IS NOT LESS THAN FER-DATA
              INVALID KEY
                 CLOSE ARQFER
                 GO TO CARREGA-FERIADOS-FIM.
       CARREGA-FER-LOOP.
           READ ARQFER NEXT
           IF ST-FER NOT = "00" OR FER-DATA > W-CAL-FIM
              CLOSE ARQFER
              GO TO CARREGA-FERIADOS-FIM.
           IF W-QTD-FER < 200
              ADD 1 TO W-QTD-FER
              COMPUTE W-FER-SER(W-QTD-FER) =
                 FUNCTION INTEGER-OF-DATE(FER-DATA).
           GO TO CARREGA-FER-LOOP.
       CARREGA-FERIADOS-FIM.
           EXIT.

       MONTA-DIAS-UTEIS.
           MOVE ZEROS TO W-QTD-DU IX-PER W-TAB-MESES
           MOVE W-SER-INI TO W-SER-DIA.
       MONTA-DU-LOOP.
           IF W-SER-DIA > W-SER-FIM
              GO TO MONTA-DIAS-UTEIS-FIM.
           PERFORM EH-DIA-UTIL THRU EH-DIA-UTIL-FIM
           IF W-DU-OK = ZEROS OR W-QTD-DU = 400
              ADD 1 TO W-SER-DIA
              GO TO MONTA-DU-LOOP.
           ADD 1 TO W-QTD-DU
           COMPUTE WD-DATA(W-QTD-DU) =
              FUNCTION DATE-OF-INTEGER(W-SER-DIA)
           MOVE WD-DATA(W-QTD-DU) TO W-DATA-CAL
           MOVE W-DATA-CAL(1:4) TO W-ANO
           MOVE W-DATA-CAL(5:2) TO W-MES
           COMPUTE W-MES-IDX = W-ANO * 12 + W-MES - W-MES-BASE
           IF W-MES-IDX NOT = IX-PER
              MOVE W-MES-IDX TO IX-PER
              MOVE W-QTD-DU TO WM-DU-INI(IX-PER).
           MOVE W-QTD-DU TO WM-DU-FIM(IX-PER)
           ADD 1 TO W-SER-DIA
           GO TO MONTA-DU-LOOP.
       MONTA-DIAS-UTEIS-FIM.
           EXIT.

      * DIA 1 DO CALENDARIO INTERNO (01/01/1601) E SEGUNDA:
      * RESTO 6 = SABADO, RESTO 0 = DOMINGO
       EH-DIA-UTIL.
           MOVE 1 TO W-DU-OK
           COMPUTE W-RESTO7 = FUNCTION MOD(W-SER-DIA, 7)
           IF W-RESTO7 = 6 OR W-RESTO7 = 0
              MOVE ZEROS TO W-DU-OK
              GO TO EH-DIA-UTIL-FIM.
           MOVE ZEROS TO IX-FER.
       EH-DIA-UTIL-LOOP.
           ADD 1 TO IX-FER
           IF IX-FER > W-QTD-FER
              GO TO EH-DIA-UTIL-FIM.
           IF W-FER-SER(IX-FER) = W-SER-DIA
              MOVE ZEROS TO W-DU-OK
              GO TO EH-DIA-UTIL-FIM.
           GO TO EH-DIA-UTIL-LOOP.
       EH-DIA-UTIL-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CALENDARIO: APAGA O QUE AINDA ESTA SO AGENDADO NO PERIODO
      * E REDISTRIBUI CADA CLASSE PELOS SEUS PERIODOS
      *----------------------------------------------------------------
       MONTA-CALENDARIO.
           OPEN I-O ARQCIC
           IF ST-CIC = "30" OR ST-CIC = "35"
              OPEN OUTPUT ARQCIC
              CLOSE ARQCIC
              OPEN I-O ARQCIC.
           MOVE ZEROS TO W-QTD-APAG W-QTD-AGEND
           MOVE ZEROS TO CIC-CHAVE
           START ARQCIC KEY IS NOT LESS THAN CIC-CHAVE
              INVALID KEY GO TO MONTA-CALENDARIO-CLASSES.
       MONTA-CAL-APAGA.
           READ ARQCIC NEXT
           IF ST-CIC NOT = "00"
              GO TO MONTA-CALENDARIO-CLASSES.
           IF CIC-SITUACAO NOT = "P" OR CIC-DATA < W-CAL-INI
              GO TO MONTA-CAL-APAGA.
           DELETE ARQCIC RECORD
           ADD 1 TO W-QTD-APAG
           GO TO MONTA-CAL-APAGA.
       MONTA-CALENDARIO-CLASSES.
           MOVE ZEROS TO IX-CL.
       MONTA-CAL-CLASSE.
           ADD 1 TO IX-CL
           IF IX-CL > 3
              CLOSE ARQCIC
              GO TO MONTA-CALENDARIO-FIM.
           MOVE WC-CLASSE(IX-CL) TO W-CLASSE
           MOVE WC-MESES(IX-CL) TO W-MESES-PER
           MOVE WC-PERIODOS(IX-CL) TO W-QTD-PER
           MOVE ZEROS TO W-QTD-CLASSE IX.
       MONTA-CAL-CONTA.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              GO TO MONTA-CAL-PERIODOS.
           IF WP-CLASSE(IX) = W-CLASSE
              ADD 1 TO W-QTD-CLASSE.
           GO TO MONTA-CAL-CONTA.
       MONTA-CAL-PERIODOS.
           IF W-QTD-CLASSE = ZEROS
              GO TO MONTA-CAL-CLASSE.
           MOVE ZEROS TO IX-PER.
       MONTA-CAL-PERIODO.
           ADD 1 TO IX-PER
           IF IX-PER > W-QTD-PER
              GO TO MONTA-CAL-CLASSE.
      * DIAS UTEIS DO PERIODO: DO PRIMEIRO MES AO ULTIMO DELE
           COMPUTE W-MES-IDX = (IX-PER - 1) * W-MESES-PER + 1
           MOVE WM-DU-INI(W-MES-IDX) TO W-DU-INI
           COMPUTE W-MES-IDX = IX-PER * W-MESES-PER
           MOVE WM-DU-FIM(W-MES-IDX) TO W-DU-FIM
           IF W-DU-INI = ZEROS OR W-DU-FIM < W-DU-INI
              GO TO MONTA-CAL-PERIODO.
           COMPUTE W-DU-QTD = W-DU-FIM - W-DU-INI + 1
           MOVE ZEROS TO W-ORDEM IX.
       MONTA-CAL-ITEM.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              GO TO MONTA-CAL-PERIODO.
           IF WP-CLASSE(IX) NOT = W-CLASSE
              GO TO MONTA-CAL-ITEM.
           COMPUTE W-DU-POS = W-DU-INI +
              (W-ORDEM * W-DU-QTD) / W-QTD-CLASSE
           ADD 1 TO W-ORDEM
           MOVE WP-COD(IX) TO CIC-COD
           MOVE WD-DATA(W-DU-POS) TO CIC-DATA
           MOVE W-CLASSE TO CIC-CLASSE
           MOVE "P" TO CIC-SITUACAO
           MOVE ZEROS TO CIC-NUMINV CIC-DATA-CONT
           MOVE ZEROS TO CIC-QTD-SIST CIC-QTD-CONT
           MOVE "S" TO CIC-ACERTO
           WRITE REGCIC
           IF ST-CIC = "00"
              ADD 1 TO W-QTD-AGEND.
           GO TO MONTA-CAL-ITEM.
       MONTA-CALENDARIO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RELATORIO: RESUMO POR CLASSE E CURVA COMPLETA
      *----------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE ZEROS TO W-RESUMO IX.
       IMPRIME-RES-SOMA.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              GO TO IMPRIME-RES-CAB.
           IF WP-CLASSE(IX) = "A"
              MOVE 1 TO IX-CL
           ELSE
              IF WP-CLASSE(IX) = "B"
                 MOVE 2 TO IX-CL
              ELSE
                 MOVE 3 TO IX-CL.
           ADD 1 TO WR-QTD(IX-CL)
           ADD WP-VALOR(IX) TO WR-VALOR(IX-CL)
           GO TO IMPRIME-RES-SOMA.
       IMPRIME-RES-CAB.
           OPEN OUTPUT RELSAI
           MOVE "CLASSIFICACAO ABC E CALENDARIO DE CONTAGEM CICLICA"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "VENDAS DE " W-DATA-INI " A " W-DATA-HOJE
              "  CRITERIO " W-CRITERIO "  CORTES " W-LIM-A "% / "
              W-LIM-B "%" DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CALENDARIO DE " W-CAL-INI " A " W-CAL-FIM
              "  DIAS UTEIS " W-QTD-DU
              "  AGENDAMENTOS REFEITOS " W-QTD-APAG
              "  NOVOS " W-QTD-AGEND
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX-CL.
       IMPRIME-RES-LOOP.
           ADD 1 TO IX-CL
           IF IX-CL > 3
              GO TO IMPRIME-CURVA.
           MOVE ZEROS TO W-PCT
           IF W-TOTAL > ZEROS
              COMPUTE W-PCT ROUNDED = WR-VALOR(IX-CL) * 100 / W-TOTAL.
           MOVE WR-VALOR(IX-CL) TO W-VAL-ED
           MOVE W-PCT TO W-PCT-ED
           MOVE SPACES TO LINHA-SAI
           STRING "CLASSE " WC-CLASSE(IX-CL) ": " WR-QTD(IX-CL)
              " PRODUTOS  VALOR " W-VAL-ED " (" W-PCT-ED "%)"
              "  CONTAGENS POR ANO: " WC-PERIODOS(IX-CL)
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-RES-LOOP.
       IMPRIME-CURVA.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CODIGO  DESCRICAO" TO LINHA-SAI
           MOVE "VALOR VENDIDO" TO LINHA-SAI(42:13)
           MOVE "MOVTOS" TO LINHA-SAI(58:6)
           MOVE "VAL  MOV  ABC" TO LINHA-SAI(66:13)
           WRITE LINHA-SAI
           MOVE ZEROS TO IX.
       IMPRIME-CURVA-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PROD
              CLOSE RELSAI
              GO TO IMPRIME-RELATORIO-FIM.
           MOVE WP-COD(IX) TO DA-COD
           MOVE WP-DESC(IX) TO DA-DESC
           MOVE WP-VALOR(IX) TO DA-VALOR
           MOVE WP-MOVS(IX) TO DA-MOVS
           MOVE WP-CLASSE-V(IX) TO DA-CLASSE-V
           MOVE WP-CLASSE-M(IX) TO DA-CLASSE-M
           MOVE WP-CLASSE(IX) TO DA-CLASSE
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-CURVA-LOOP.
       IMPRIME-RELATORIO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
