       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCIC.
      **************************************************
      * RELATORIO DE CUMPRIMENTO DA CONTAGEM CICLICA    *
      * LE O CALENDARIO CICLO.DAT (GERABC) NO PERIODO   *
      * INFORMADO E MOSTRA, POR CLASSE ABC, QUANTAS     *
      * CONTAGENS ESTAVAM AGENDADAS, QUANTAS FORAM      *
      * FEITAS, QUANTAS NO PRAZO (ATE A DATA AGENDADA), *
      * QUANTAS ESTAO ATRASADAS E QUANTAS BATERAM COM O *
      * SISTEMA. CUMPRIMENTO = NO PRAZO / AGENDADAS ATE *
      * HOJE; ACURACIA = EXATAS / CONTADAS. LISTA AS    *
      * CONTAGENS ATRASADAS E AS QUE DIVERGIRAM.        *
      * RELATORIO EM RELCIC.TXT.                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CIC-CHAVE
                    FILE STATUS IS ST-CIC.

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
               VALUE OF FILE-ID IS "RELCIC.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-CIC        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PROD-ABERTO PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 W-LISTA       PIC 9(01) VALUE ZEROS.
       01 W-QTD-LISTA   PIC 9(06) VALUE ZEROS.
       01 W-DIF         PIC S9(07) VALUE ZEROS.
       01 IX-CL         PIC 9(01) VALUE ZEROS.
       01 W-PCT-CUMP    PIC 9(03)V99 VALUE ZEROS.
       01 W-PCT-ACUR    PIC 9(03)V99 VALUE ZEROS.

       01 W-CLASSES     PIC X(03) VALUE "ABC".
       01 W-TAB-TOT.
          03 W-TOT OCCURS 4 TIMES.
             05 WT-AGEND      PIC 9(06).
             05 WT-VENCIDAS   PIC 9(06).
             05 WT-CONTADAS   PIC 9(06).
             05 WT-NO-PRAZO   PIC 9(06).
             05 WT-ATRASADAS  PIC 9(06).
             05 WT-EXATAS     PIC 9(06).

       01 CAB-RES.
          03 FILLER PIC X(40) VALUE
             "CLASSE  AGENDADAS  CONTADAS  NO PRAZO  A".
          03 FILLER PIC X(40) VALUE
             "TRASADAS  EXATAS  CUMPRIMENTO  ACURACIA".

       01 DET-RES.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 DR-CLASSE     PIC X(05).
          03 DR-AGEND      PIC ZZZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DR-CONTADAS   PIC ZZZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DR-NO-PRAZO   PIC ZZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 DR-ATRASADAS  PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DR-EXATAS     PIC ZZZZZ9.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 DR-CUMP       PIC ZZ9,99.
          03 FILLER        PIC X(05) VALUE "%    ".
          03 DR-ACUR       PIC ZZ9,99.
          03 FILLER        PIC X(01) VALUE "%".

       01 DET-ITEM.
          03 DI-COD        PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DI-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DI-CLASSE     PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DI-DATA       PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DI-INFO       PIC X(50).

       01 W-INFO-ATR.
          03 FILLER        PIC X(09) VALUE "SITUACAO ".
          03 WA-SIT        PIC X(01).
          03 FILLER        PIC X(10) VALUE "  CONTAGEM".
          03 WA-NUMINV     PIC ZZZ9.

       01 W-INFO-DIV.
          03 WV-DATA-CONT  PIC 9(08).
          03 FILLER        PIC X(08) VALUE "  SIST. ".
          03 WV-SIST       PIC ZZZZZZ9.
          03 FILLER        PIC X(07) VALUE "  CONT.".
          03 WV-CONT       PIC ZZZZZZ9.
          03 FILLER        PIC X(07) VALUE "  DIF. ".
          03 WV-DIF        PIC ZZZZZZ9-.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONTAGEM CICLICA - CUMPRIMENTO E ACURACIA".
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           DISPLAY "DATA INICIAL AAAAMMDD (0 = INICIO DO MES): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL AAAAMMDD (0 = HOJE): "
           ACCEPT W-DATA-FIM
           IF W-DATA-INI = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-INI
              MOVE "01" TO W-DATA-INI(7:2).
           IF W-DATA-FIM = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-FIM.
           IF W-DATA-FIM < W-DATA-INI
              DISPLAY "PERIODO INVALIDO"
              STOP RUN.
           OPEN INPUT ARQCIC
           IF ST-CIC NOT = "00"
              DISPLAY "ARQUIVO CICLO.DAT NAO ENCONTRADO - RODE O"
                 " GERABC"
              STOP RUN.
           MOVE "N" TO W-PROD-ABERTO
           OPEN INPUT ARQPROD
           IF ST-PROD = "00"
              MOVE "S" TO W-PROD-ABERTO.
           MOVE ZEROS TO W-TAB-TOT
           PERFORM APURA THRU APURA-FIM
           OPEN OUTPUT RELSAI
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CONTAGENS ATRASADAS (AGENDADAS ATE ONTEM E NAO"
              TO LINHA-SAI
           MOVE " CONTADAS)" TO LINHA-SAI(47:10)
           WRITE LINHA-SAI
           MOVE 1 TO W-LISTA
           PERFORM LISTA THRU LISTA-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CONTAGENS COM DIVERGENCIA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 2 TO W-LISTA
           PERFORM LISTA THRU LISTA-FIM
           CLOSE RELSAI ARQCIC
           IF W-PROD-ABERTO = "S"
              CLOSE ARQPROD.
           DISPLAY "RELATORIO EM RELCIC.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * TOTAIS POR CLASSE (A POSICAO 4 E O TOTAL GERAL)
      *----------------------------------------------------------------
       APURA.
           MOVE ZEROS TO CIC-CHAVE
           START ARQCIC KEY IS NOT LESS THAN CIC-CHAVE
              INVALID KEY GO TO APURA-FIM.
       APURA-LOOP.
           READ ARQCIC NEXT
           IF ST-CIC NOT = "00"
              GO TO APURA-FIM.
           IF CIC-DATA < W-DATA-INI OR CIC-DATA > W-DATA-FIM
              GO TO APURA-LOOP.
           MOVE 3 TO IX-CL
           IF CIC-CLASSE = "A"
              MOVE 1 TO IX-CL.
           IF CIC-CLASSE = "B"
              MOVE 2 TO IX-CL.
           PERFORM SOMA-CLASSE THRU SOMA-CLASSE-FIM
           MOVE 4 TO IX-CL
           PERFORM SOMA-CLASSE THRU SOMA-CLASSE-FIM
           GO TO APURA-LOOP.
       APURA-FIM.
           EXIT.

       SOMA-CLASSE.
           ADD 1 TO WT-AGEND(IX-CL)
           IF CIC-DATA NOT > W-DATA-HOJE
              ADD 1 TO WT-VENCIDAS(IX-CL).
           IF CIC-SITUACAO NOT = "C"
              IF CIC-DATA < W-DATA-HOJE
                 ADD 1 TO WT-ATRASADAS(IX-CL)
                 GO TO SOMA-CLASSE-FIM
              ELSE
                 GO TO SOMA-CLASSE-FIM.
           ADD 1 TO WT-CONTADAS(IX-CL)
           IF CIC-DATA-CONT NOT > CIC-DATA
              ADD 1 TO WT-NO-PRAZO(IX-CL).
           IF CIC-ACERTO = "S"
              ADD 1 TO WT-EXATAS(IX-CL).
       SOMA-CLASSE-FIM.
           EXIT.

       IMPRIME-RESUMO.
           MOVE "CONTAGEM CICLICA - CUMPRIMENTO E ACURACIA"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PERIODO DE " W-DATA-INI " A " W-DATA-FIM
              "  POSICAO EM " W-DATA-HOJE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE CAB-RES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX-CL.
       IMPRIME-RESUMO-LOOP.
           ADD 1 TO IX-CL
           IF IX-CL > 4
              GO TO IMPRIME-RESUMO-FIM.
           IF IX-CL = 4
              MOVE "TOTAL" TO DR-CLASSE
           ELSE
              MOVE W-CLASSES(IX-CL:1) TO DR-CLASSE.
           MOVE ZEROS TO W-PCT-CUMP W-PCT-ACUR
           IF WT-VENCIDAS(IX-CL) > ZEROS
              COMPUTE W-PCT-CUMP ROUNDED =
                 WT-NO-PRAZO(IX-CL) * 100 / WT-VENCIDAS(IX-CL).
           IF WT-CONTADAS(IX-CL) > ZEROS
              COMPUTE W-PCT-ACUR ROUNDED =
                 WT-EXATAS(IX-CL) * 100 / WT-CONTADAS(IX-CL).
           MOVE WT-AGEND(IX-CL) TO DR-AGEND
           MOVE WT-CONTADAS(IX-CL) TO DR-CONTADAS
           MOVE WT-NO-PRAZO(IX-CL) TO DR-NO-PRAZO
           MOVE WT-ATRASADAS(IX-CL) TO DR-ATRASADAS
           MOVE WT-EXATAS(IX-CL) TO DR-EXATAS
           MOVE W-PCT-CUMP TO DR-CUMP
           MOVE W-PCT-ACUR TO DR-ACUR
           MOVE DET-RES TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-RESUMO-LOOP.
       IMPRIME-RESUMO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LISTA 1 = ATRASADAS; LISTA 2 = CONTADAS COM DIVERGENCIA
      *----------------------------------------------------------------
       LISTA.
           MOVE ZEROS TO W-QTD-LISTA
           MOVE ZEROS TO CIC-CHAVE
           START ARQCIC KEY IS NOT LESS THAN CIC-CHAVE
              INVALID KEY GO TO LISTA-ENC.
       LISTA-LOOP.
           READ ARQCIC NEXT
           IF ST-CIC NOT = "00"
              GO TO LISTA-ENC.
           IF CIC-DATA < W-DATA-INI OR CIC-DATA > W-DATA-FIM
              GO TO LISTA-LOOP.
           IF W-LISTA = 1
              IF CIC-SITUACAO = "C" OR CIC-DATA NOT < W-DATA-HOJE
                 GO TO LISTA-LOOP.
           IF W-LISTA = 2
              IF CIC-SITUACAO NOT = "C" OR CIC-ACERTO = "S"
                 GO TO LISTA-LOOP.
           MOVE CIC-COD TO DI-COD
           MOVE "PRODUTO NAO CADASTRADO" TO DI-DESC
           IF W-PROD-ABERTO = "S"
              MOVE CIC-COD TO COD
              READ ARQPROD
              IF ST-PROD = "00"
                 MOVE DESC TO DI-DESC.
           MOVE CIC-CLASSE TO DI-CLASSE
           MOVE CIC-DATA TO DI-DATA
           IF W-LISTA = 1
              MOVE CIC-SITUACAO TO WA-SIT
              MOVE CIC-NUMINV TO WA-NUMINV
              MOVE W-INFO-ATR TO DI-INFO
           ELSE
              COMPUTE W-DIF = CIC-QTD-CONT - CIC-QTD-SIST
              MOVE CIC-DATA-CONT TO WV-DATA-CONT
              MOVE CIC-QTD-SIST TO WV-SIST
              MOVE CIC-QTD-CONT TO WV-CONT
              MOVE W-DIF TO WV-DIF
              MOVE W-INFO-DIV TO DI-INFO.
           MOVE DET-ITEM TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-QTD-LISTA
           GO TO LISTA-LOOP.
       LISTA-ENC.
           IF W-QTD-LISTA = ZEROS
              MOVE "  NENHUMA" TO LINHA-SAI
              WRITE LINHA-SAI.
       LISTA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
