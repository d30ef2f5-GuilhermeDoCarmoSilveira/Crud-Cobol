       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDRE.
      **************************************************
      * DEMONSTRACAO DO RESULTADO (DRE)                 *
      * LISTA EM RELDRE.TXT, DO RAZAO (SALDOCTA.DAT,    *
      * SCE055), O MES E O ACUMULADO DO ANO ATE O MES,  *
      * POR CONTA E GRUPO, PELO TIPO DA CONTA NO PLANO  *
      * (SCE029):                                       *
      *     RECEITA BRUTA                  (TIPO R)     *
      *   (-) DEVOLUCOES E DEDUCOES        (TIPO V)     *
      *   = RECEITA LIQUIDA                             *
      *   (-) CMV                          (TIPO M)     *
      *   = LUCRO BRUTO                                 *
      *   (-) DESPESAS E OUTROS RESULTADOS (TIPO D)     *
      *   = RESULTADO DO PERIODO                        *
      * USA SO DEBITOS E CREDITOS DO MES: A PARTIDA DE  *
      * ENCERRAMENTO DO EXERCICIO NAO ENTRA.            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQSCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SCT-CHAVE
                    FILE STATUS IS ST-SCT.

           SELECT ARQRZCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RZCTL.

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

       FD ARQSCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOCTA.DAT".
       01 REGSCT.
          03 SCT-CHAVE.
           05 SCT-CONTA         PIC 9(06).
           05 SCT-PERIODO       PIC 9(06).
          03 SCT-SALDO-ANT      PIC S9(13)V99.
          03 SCT-DEBITOS        PIC 9(13)V99.
          03 SCT-CREDITOS       PIC 9(13)V99.
          03 SCT-ENCERRA        PIC S9(13)V99.
          03 SCT-SALDO          PIC S9(13)V99.

       FD ARQRZCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RAZAO.CTL".
       01 REG-RZCTL.
          03 RZC-ULT-LANCADO    PIC 9(06).
          03 RZC-MES-IMPLANT    PIC 9(06).
          03 RZC-ULT-ENCERRADO  PIC 9(04).
          03 RZC-CTA-LUCROS     PIC 9(06).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDRE.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-SCT        PIC X(02) VALUE "00".
       01 ST-RZCTL      PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-AA    PIC 9(04).
          03 W-PER-MM    PIC 9(02).
       01 W-MES-AUX     PIC 9(02) VALUE ZEROS.
       01 W-SECAO       PIC X(01) VALUE SPACES.
       01 W-TIT-SECAO   PIC X(40) VALUE SPACES.

      * VALORES DA CONTA (POSITIVO = NO SENTIDO DO GRUPO)
       01 W-MOV         PIC S9(13)V99 VALUE ZEROS.
       01 W-VAL-MES     PIC S9(13)V99 VALUE ZEROS.
       01 W-VAL-ACUM    PIC S9(13)V99 VALUE ZEROS.
       01 W-SEC-MES     PIC S9(13)V99 VALUE ZEROS.
       01 W-SEC-ACUM    PIC S9(13)V99 VALUE ZEROS.

      * TOTAIS DOS GRUPOS: MES E ACUMULADO
       01 W-TOTAIS.
          03 W-REC-MES     PIC S9(13)V99 VALUE ZEROS.
          03 W-REC-ACUM    PIC S9(13)V99 VALUE ZEROS.
          03 W-DEV-MES     PIC S9(13)V99 VALUE ZEROS.
          03 W-DEV-ACUM    PIC S9(13)V99 VALUE ZEROS.
          03 W-CMV-MES     PIC S9(13)V99 VALUE ZEROS.
          03 W-CMV-ACUM    PIC S9(13)V99 VALUE ZEROS.
          03 W-DSP-MES     PIC S9(13)V99 VALUE ZEROS.
          03 W-DSP-ACUM    PIC S9(13)V99 VALUE ZEROS.
       01 W-RES-MES     PIC S9(13)V99 VALUE ZEROS.
       01 W-RES-ACUM    PIC S9(13)V99 VALUE ZEROS.

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-CONTA     PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-DESC      PIC X(40).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-MES       PIC ZZZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-ACUM      PIC ZZZZZZZZZZZZ9,99-.

       01 TOT1.
          03 TOT-DESC      PIC X(52).
          03 TOT-MES       PIC ZZZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 TOT-ACUM      PIC ZZZZZZZZZZZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DEMONSTRACAO DO RESULTADO (DRE)"
           MOVE ZEROS TO RZC-ULT-LANCADO
           OPEN INPUT ARQRZCTL
           IF ST-RZCTL = "00"
              READ ARQRZCTL
              CLOSE ARQRZCTL.
           DISPLAY "MES (AAAAMM, ZEROS = ULTIMO LANCADO NO RAZAO): "
           ACCEPT W-PERIODO
           IF W-PERIODO = ZEROS
              MOVE RZC-ULT-LANCADO TO W-PERIODO.
           IF W-PER-MM < 1 OR W-PER-MM > 12
              DISPLAY "MES INVALIDO OU RAZAO SEM MES LANCADO"
              STOP RUN.
           OPEN INPUT ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "ARQUIVO PLANOCTA.DAT NAO ENCONTRADO (SCE029)"
              STOP RUN.
           OPEN INPUT ARQSCT
           IF ST-SCT NOT = "00"
              DISPLAY "ARQUIVO SALDOCTA.DAT NAO ENCONTRADO (SCE055)"
              CLOSE ARQCTA
              STOP RUN.
           OPEN OUTPUT RELSAI
           MOVE "DEMONSTRACAO DO RESULTADO DO EXERCICIO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "MES: " W-PERIODO
              "  ACUMULADO DE " W-PER-AA "01 A " W-PERIODO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-PERIODO > RZC-ULT-LANCADO
              MOVE SPACES TO LINHA-SAI
              STRING "ATENCAO: MES AINDA NAO LANCADO NO RAZAO"
                 " (ULTIMO: " RZC-ULT-LANCADO ")"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           MOVE "CONTA   DESCRICAO" TO LINHA-SAI(3:17)
           MOVE "MES" TO LINHA-SAI(66:3)
           MOVE "ACUMULADO" TO LINHA-SAI(79:9)
           WRITE LINHA-SAI
           MOVE ZEROS TO W-TOTAIS
           MOVE "R" TO W-SECAO
           MOVE "RECEITA BRUTA" TO W-TIT-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE W-SEC-MES TO W-REC-MES
           MOVE W-SEC-ACUM TO W-REC-ACUM
           MOVE "V" TO W-SECAO
           MOVE "(-) DEVOLUCOES E DEDUCOES" TO W-TIT-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE W-SEC-MES TO W-DEV-MES
           MOVE W-SEC-ACUM TO W-DEV-ACUM
           COMPUTE W-RES-MES = W-REC-MES - W-DEV-MES
           COMPUTE W-RES-ACUM = W-REC-ACUM - W-DEV-ACUM
           MOVE "= RECEITA LIQUIDA" TO TOT-DESC
           PERFORM IMPRIME-RESULTADO
           MOVE "M" TO W-SECAO
           MOVE "(-) CUSTO DAS MERCADORIAS VENDIDAS (CMV)"
              TO W-TIT-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE W-SEC-MES TO W-CMV-MES
           MOVE W-SEC-ACUM TO W-CMV-ACUM
           COMPUTE W-RES-MES = W-RES-MES - W-CMV-MES
           COMPUTE W-RES-ACUM = W-RES-ACUM - W-CMV-ACUM
           MOVE "= LUCRO BRUTO" TO TOT-DESC
           PERFORM IMPRIME-RESULTADO
           MOVE "D" TO W-SECAO
           MOVE "(-) DESPESAS E OUTROS RESULTADOS" TO W-TIT-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE W-SEC-MES TO W-DSP-MES
           MOVE W-SEC-ACUM TO W-DSP-ACUM
           COMPUTE W-RES-MES = W-RES-MES - W-DSP-MES
           COMPUTE W-RES-ACUM = W-RES-ACUM - W-DSP-ACUM
           MOVE "= RESULTADO DO PERIODO (NEGATIVO = PREJUIZO)"
              TO TOT-DESC
           PERFORM IMPRIME-RESULTADO
           CLOSE ARQCTA ARQSCT RELSAI
           DISPLAY "RELATORIO GERADO EM RELDRE.TXT"
           STOP RUN.

       IMPRIME-RESULTADO.
           MOVE W-RES-MES TO TOT-MES
           MOVE W-RES-ACUM TO TOT-ACUM
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI.

      *----------------------------------------------------------------
      * CONTAS DO TIPO W-SECAO COM MOVIMENTO NO ANO E TOTAL DO GRUPO.
      * RECEITA (R) SAI COMO CREDITOS MENOS DEBITOS; AS DEMAIS COMO
      * DEBITOS MENOS CREDITOS
      *----------------------------------------------------------------
       LISTA-SECAO.
           MOVE ZEROS TO W-SEC-MES W-SEC-ACUM
           MOVE SPACES TO LINHA-SAI
           MOVE W-TIT-SECAO TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS THAN CTA-CODIGO
              INVALID KEY GO TO LISTA-SECAO-TOTAL.
       LISTA-SECAO-LOOP.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO LISTA-SECAO-TOTAL.
           IF CTA-TIPO NOT = W-SECAO
              GO TO LISTA-SECAO-LOOP.
           MOVE ZEROS TO W-VAL-MES W-VAL-ACUM
           MOVE 1 TO W-MES-AUX.
       LISTA-SECAO-MES.
           MOVE ZEROS TO W-MOV
           MOVE CTA-CODIGO TO SCT-CONTA
           COMPUTE SCT-PERIODO = (W-PER-AA * 100) + W-MES-AUX
           READ ARQSCT
           IF ST-SCT = "00"
              IF W-SECAO = "R"
                 COMPUTE W-MOV = SCT-CREDITOS - SCT-DEBITOS
              ELSE
                 COMPUTE W-MOV = SCT-DEBITOS - SCT-CREDITOS.
           ADD W-MOV TO W-VAL-ACUM
           IF W-MES-AUX < W-PER-MM
              ADD 1 TO W-MES-AUX
              GO TO LISTA-SECAO-MES.
           MOVE W-MOV TO W-VAL-MES
           IF W-VAL-MES = ZEROS AND W-VAL-ACUM = ZEROS
              GO TO LISTA-SECAO-LOOP.
           ADD W-VAL-MES TO W-SEC-MES
           ADD W-VAL-ACUM TO W-SEC-ACUM
           MOVE CTA-CODIGO TO DET-CONTA
           MOVE CTA-DESC TO DET-DESC
           MOVE W-VAL-MES TO DET-MES
           MOVE W-VAL-ACUM TO DET-ACUM
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-SECAO-LOOP.
       LISTA-SECAO-TOTAL.
           MOVE SPACES TO TOT-DESC
           STRING "  TOTAL " DELIMITED BY SIZE
              W-TIT-SECAO DELIMITED BY "  "
              INTO TOT-DESC
           MOVE W-SEC-MES TO TOT-MES
           MOVE W-SEC-ACUM TO TOT-ACUM
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI.
       LISTA-SECAO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
