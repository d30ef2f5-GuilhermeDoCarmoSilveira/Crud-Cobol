       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORC.
      **************************************************
      * ORCADO X REALIZADO POR CONTA                    *
      * LISTA EM RELORC.TXT, PARA CADA CONTA DO PLANO   *
      * (PLANOCTA.DAT), O ORCADO DO SCE054              *
      * (ORCAMENTO.DAT, SOMA DAS FILIAIS) E O REALIZADO *
      * DO DIARIO (CTBMES.DAT, GRAVADO PELO GERACTB) NO *
      * MES E NO ACUMULADO DO ANO ATE O MES, COM A      *
      * VARIACAO EM VALOR E EM PERCENTUAL. O REALIZADO  *
      * SEGUE A NATUREZA DA CONTA (D = DEBITOS MENOS    *
      * CREDITOS, C = CREDITOS MENOS DEBITOS). CONTA    *
      * COM VARIACAO ACIMA DA TOLERANCIA, OU REALIZADO  *
      * SEM ORCADO, SAI MARCADA COM "*".                *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ORC-CHAVE
                    FILE STATUS IS ST-ORC.

           SELECT ARQCMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CMS-CHAVE
                    FILE STATUS IS ST-CMS.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01 REGORC.
          03 ORC-CHAVE.
           05 ORC-CONTA         PIC 9(06).
           05 ORC-AAMM          PIC 9(06).
           05 ORC-FILIAL        PIC 9(02).
          03 ORC-VALOR          PIC 9(11)V99.
          03 ORC-OPERADOR       PIC X(10).
          03 ORC-DATA           PIC 9(08).

       FD ARQCMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBMES.DAT".
       01 REGCMS.
          03 CMS-CHAVE.
           05 CMS-CONTA         PIC 9(06).
           05 CMS-PERIODO       PIC 9(06).
          03 CMS-DEBITOS        PIC 9(13)V99.
          03 CMS-CREDITOS       PIC 9(13)V99.

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORC.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-ORC        PIC X(02) VALUE "00".
       01 ST-CMS        PIC X(02) VALUE "00".
       01 W-CMS-ABERTO  PIC X(01) VALUE "N".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-MES         PIC 9(02) VALUE ZEROS.
       01 W-MES-AUX     PIC 9(02) VALUE ZEROS.
       01 W-PER-AUX     PIC 9(06) VALUE ZEROS.
       01 W-TOLERANCIA  PIC 9(03)V99 VALUE ZEROS.

      * ORCADO E REALIZADO DE UM MES (SOMA-MES)
       01 W-ORC-AUX     PIC 9(13)V99 VALUE ZEROS.
       01 W-REAL-AUX    PIC S9(13)V99 VALUE ZEROS.

      * VALORES DA CONTA: MES E ACUMULADO NO ANO
       01 W-ORC-MES     PIC 9(13)V99 VALUE ZEROS.
       01 W-REAL-MES    PIC S9(13)V99 VALUE ZEROS.
       01 W-ORC-ACUM    PIC 9(13)V99 VALUE ZEROS.
       01 W-REAL-ACUM   PIC S9(13)V99 VALUE ZEROS.

      * LINHA EM IMPRESSAO (IMPRIME-VALORES)
       01 W-ORC         PIC 9(13)V99 VALUE ZEROS.
       01 W-REAL        PIC S9(13)V99 VALUE ZEROS.
       01 W-VAR         PIC S9(13)V99 VALUE ZEROS.
       01 W-PCT         PIC S9(05)V99 VALUE ZEROS.
       01 W-PCT-ABS     PIC 9(05)V99 VALUE ZEROS.
       01 W-ESTOURO     PIC 9(01) VALUE ZEROS.

       01 W-QTD-CONTAS  PIC 9(05) VALUE ZEROS.
       01 W-QTD-FORA    PIC 9(05) VALUE ZEROS.
       01 W-TOL-ED      PIC ZZ9,99.
       01 W-QTD-ED      PIC ZZZZ9.

       01 CAB1.
          03 FILLER        PIC X(38) VALUE "CONTA  DESCRICAO".
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "        ORCADO".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FILLER        PIC X(15) VALUE "      REALIZADO".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FILLER        PIC X(15) VALUE "       VARIACAO".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FILLER        PIC X(09) VALUE "    VAR %".

       01 DET1.
          03 DET-CONTA     PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DESC      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-TIPO      PIC X(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-ORC       PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-REAL      PIC ZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-VAR       PIC ZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-PCT       PIC ZZZZ9,99-.
          03 DET-PCT-X REDEFINES DET-PCT PIC X(09).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-MARCA     PIC X(01).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ORCADO X REALIZADO POR CONTA"
           DISPLAY "MES (AAAAMM, ZEROS = MES ATUAL): "
           ACCEPT W-PERIODO
           IF W-PERIODO = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:6) TO W-PERIODO.
           COMPUTE W-ANO = W-PERIODO / 100
           COMPUTE W-MES = W-PERIODO - (W-ANO * 100)
           IF W-MES = ZEROS OR W-MES > 12
              DISPLAY "MES INVALIDO"
              STOP RUN.
           DISPLAY "TOLERANCIA DA VARIACAO EM % (ZEROS = 10%): "
           ACCEPT W-TOLERANCIA
           IF W-TOLERANCIA = ZEROS
              MOVE 10 TO W-TOLERANCIA.
           OPEN INPUT ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "ARQUIVO PLANOCTA.DAT NAO ENCONTRADO (SCE029)"
              STOP RUN.
           OPEN INPUT ARQORC
           IF ST-ORC NOT = "00"
              DISPLAY "ARQUIVO ORCAMENTO.DAT NAO ENCONTRADO (SCE054)"
              CLOSE ARQCTA
              STOP RUN.
           MOVE "N" TO W-CMS-ABERTO
           OPEN INPUT ARQCMS
           IF ST-CMS = "00"
              MOVE "S" TO W-CMS-ABERTO.
           OPEN OUTPUT RELSAI
           MOVE "ORCADO X REALIZADO POR CONTA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOLERANCIA TO W-TOL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "MES: " W-PERIODO
              "  ACUMULADO DE " W-ANO "01 A " W-PERIODO
              "  TOLERANCIA: " W-TOL-ED "%"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-CMS-ABERTO NOT = "S"
              MOVE SPACES TO LINHA-SAI
              STRING "CTBMES.DAT NAO ENCONTRADO - REALIZADO ZERADO"
                 " (RODE O GERACTB DOS MESES DO ANO)"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE CAB1 TO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM VARRE-CONTAS THRU VARRE-CONTAS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-QTD-CONTAS TO W-QTD-ED
           MOVE SPACES TO LINHA-SAI
           STRING "CONTAS LISTADAS: " W-QTD-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-QTD-FORA TO W-QTD-ED
           MOVE SPACES TO LINHA-SAI
           STRING "CONTAS FORA DA TOLERANCIA (*): " W-QTD-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQCTA ARQORC RELSAI
           IF W-CMS-ABERTO = "S"
              CLOSE ARQCMS.
           DISPLAY "RELATORIO GERADO EM RELORC.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * PERCORRE O PLANO; CONTA SEM ORCADO E SEM REALIZADO NO ANO
      * NAO SAI NO RELATORIO
      *----------------------------------------------------------------
       VARRE-CONTAS.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO VARRE-CONTAS-FIM.
           MOVE ZEROS TO W-ORC-ACUM W-REAL-ACUM
           MOVE 1 TO W-MES-AUX.
       VARRE-CONTAS-MES.
           COMPUTE W-PER-AUX = (W-ANO * 100) + W-MES-AUX
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           ADD W-ORC-AUX TO W-ORC-ACUM
           ADD W-REAL-AUX TO W-REAL-ACUM
           IF W-MES-AUX < W-MES
              ADD 1 TO W-MES-AUX
              GO TO VARRE-CONTAS-MES.
           MOVE W-ORC-AUX TO W-ORC-MES
           MOVE W-REAL-AUX TO W-REAL-MES
           IF W-ORC-ACUM = ZEROS AND W-REAL-ACUM = ZEROS
              AND W-REAL-MES = ZEROS
              GO TO VARRE-CONTAS.
           ADD 1 TO W-QTD-CONTAS
           MOVE ZEROS TO W-ESTOURO
           MOVE SPACES TO DET1
           MOVE CTA-CODIGO TO DET-CONTA
           MOVE CTA-DESC TO DET-DESC
           MOVE "MES" TO DET-TIPO
           MOVE W-ORC-MES TO W-ORC
           MOVE W-REAL-MES TO W-REAL
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM
           MOVE SPACES TO DET1
           MOVE "ACUM" TO DET-TIPO
           MOVE W-ORC-ACUM TO W-ORC
           MOVE W-REAL-ACUM TO W-REAL
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM
           IF W-ESTOURO = 1
              ADD 1 TO W-QTD-FORA.
           GO TO VARRE-CONTAS.
       VARRE-CONTAS-FIM.
           EXIT.

      * ORCADO (TODAS AS FILIAIS) E REALIZADO DA CONTA NO MES
      * W-PER-AUX
       SOMA-MES.
           MOVE ZEROS TO W-ORC-AUX W-REAL-AUX
           IF W-CMS-ABERTO NOT = "S"
              GO TO SOMA-MES-ORC.
           MOVE CTA-CODIGO TO CMS-CONTA
           MOVE W-PER-AUX TO CMS-PERIODO
           READ ARQCMS
           IF ST-CMS NOT = "00"
              GO TO SOMA-MES-ORC.
           IF CTA-NATUREZA = "C"
              COMPUTE W-REAL-AUX = CMS-CREDITOS - CMS-DEBITOS
           ELSE
              COMPUTE W-REAL-AUX = CMS-DEBITOS - CMS-CREDITOS.
       SOMA-MES-ORC.
           MOVE CTA-CODIGO TO ORC-CONTA
           MOVE W-PER-AUX TO ORC-AAMM
           MOVE ZEROS TO ORC-FILIAL
           START ARQORC KEY IS NOT LESS THAN ORC-CHAVE
              INVALID KEY GO TO SOMA-MES-FIM.
       SOMA-MES-LOOP.
           READ ARQORC NEXT
           IF ST-ORC NOT = "00"
              GO TO SOMA-MES-FIM.
           IF ORC-CONTA NOT = CTA-CODIGO OR ORC-AAMM NOT = W-PER-AUX
              GO TO SOMA-MES-FIM.
           ADD ORC-VALOR TO W-ORC-AUX
           GO TO SOMA-MES-LOOP.
       SOMA-MES-FIM.
           EXIT.

      * VARIACAO = REALIZADO - ORCADO; PERCENTUAL SOBRE O ORCADO
       IMPRIME-VALORES.
           COMPUTE W-VAR = W-REAL - W-ORC
           MOVE W-ORC TO DET-ORC
           MOVE W-REAL TO DET-REAL
           MOVE W-VAR TO DET-VAR
           MOVE SPACES TO DET-MARCA
           IF W-ORC = ZEROS
              MOVE "      ---" TO DET-PCT-X
              IF W-REAL NOT = ZEROS
                 MOVE "*" TO DET-MARCA
                 MOVE 1 TO W-ESTOURO
                 GO TO IMPRIME-VALORES-GRAVA
              ELSE
                 GO TO IMPRIME-VALORES-GRAVA.
           COMPUTE W-PCT ROUNDED = W-VAR * 100 / W-ORC
              ON SIZE ERROR MOVE 99999,99 TO W-PCT.
           MOVE W-PCT TO DET-PCT
           MOVE W-PCT TO W-PCT-ABS
           IF W-PCT-ABS > W-TOLERANCIA
              MOVE "*" TO DET-MARCA
              MOVE 1 TO W-ESTOURO.
       IMPRIME-VALORES-GRAVA.
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-VALORES-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
