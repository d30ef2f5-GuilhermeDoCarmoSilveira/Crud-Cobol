       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBAL.
      **************************************************
      * BALANCO PATRIMONIAL                             *
      * LISTA EM RELBAL.TXT O SALDO FINAL DO MES NO     *
      * RAZAO (SALDOCTA.DAT, SCE055) DAS CONTAS         *
      * PATRIMONIAIS (TIPO A, P E L NO PLANO), NA ORDEM *
      * DO CODIGO, AGRUPADAS PELA HIERARQUIA DO CODIGO: *
      * 1O DIGITO = GRUPO, 2 DIGITOS = SUBGRUPO, COM    *
      * TOTAL POR SUBGRUPO E POR GRUPO. CONTA TERMINADA *
      * EM 0000 E O TITULO DO GRUPO/SUBGRUPO. O         *
      * RESULTADO DO EXERCICIO AINDA NAO ENCERRADO      *
      * (SALDO DAS CONTAS DE RESULTADO) ENTRA NO        *
      * PATRIMONIO LIQUIDO. ATIVO SAI COM SALDO         *
      * DEVEDOR POSITIVO; PASSIVO E PATRIMONIO LIQUIDO  *
      * COM SALDO CREDOR POSITIVO.                      *
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
               VALUE OF FILE-ID IS "RELBAL.TXT".
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

      * HIERARQUIA PELO CODIGO DA CONTA
       01 W-COD         PIC 9(06) VALUE ZEROS.
       01 W-COD-R1 REDEFINES W-COD.
          03 W-COD-GRP   PIC 9(01).
          03 FILLER      PIC 9(05).
       01 W-COD-R2 REDEFINES W-COD.
          03 W-COD-SUB   PIC 9(02).
          03 W-COD-RESTO PIC 9(04).
       01 W-GRP-ATU     PIC 9(01) VALUE ZEROS.
       01 W-SUB-ATU     PIC 9(02) VALUE ZEROS.
       01 W-TIT-GRP     PIC X(30) VALUE SPACES.
       01 W-TIT-SUB     PIC X(30) VALUE SPACES.
       01 W-PRIMEIRA    PIC 9(01) VALUE ZEROS.

      * SALDOS (POSITIVO = NO SENTIDO DO GRUPO)
       01 W-SALDO       PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-SUB     PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-GRP     PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-ATIVO   PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-PASSIVO PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-PL      PIC S9(13)V99 VALUE ZEROS.
       01 W-RESULTADO   PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-PAS-PL  PIC S9(13)V99 VALUE ZEROS.
       01 W-DIFERENCA   PIC S9(13)V99 VALUE ZEROS.

       01 DET1.
          03 DET-RECUO     PIC X(04).
          03 DET-CONTA     PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-DESC      PIC X(40).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-SALDO     PIC ZZZZZZZZZZZZ9,99-.

       01 TOT1.
          03 TOT-DESC      PIC X(54).
          03 TOT-SALDO     PIC ZZZZZZZZZZZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BALANCO PATRIMONIAL"
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
           MOVE "BALANCO PATRIMONIAL" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "SALDOS NO FIM DO MES: " W-PERIODO
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
           MOVE ZEROS TO W-PRIMEIRA
           PERFORM VARRE-PLANO THRU VARRE-PLANO-FIM
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           CLOSE ARQCTA ARQSCT RELSAI
           DISPLAY "RELATORIO GERADO EM RELBAL.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * PERCORRE O PLANO NA ORDEM DO CODIGO, COM QUEBRA POR SUBGRUPO
      * (2 DIGITOS) E GRUPO (1 DIGITO). CONTAS DE RESULTADO SO
      * SOMAM NO RESULTADO DO EXERCICIO
      *----------------------------------------------------------------
       VARRE-PLANO.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO VARRE-PLANO-FECHA.
           MOVE ZEROS TO W-SALDO
           MOVE CTA-CODIGO TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT = "00"
              MOVE SCT-SALDO TO W-SALDO.
           IF CTA-TIPO = "R" OR "V" OR "M" OR "D"
              SUBTRACT W-SALDO FROM W-RESULTADO
              GO TO VARRE-PLANO.
           IF CTA-TIPO NOT = "A" AND "P" AND "L"
              GO TO VARRE-PLANO.
           IF CTA-TIPO NOT = "A"
              COMPUTE W-SALDO = ZEROS - W-SALDO.
           MOVE CTA-CODIGO TO W-COD
           IF W-PRIMEIRA = 1 AND W-COD-SUB NOT = W-SUB-ATU
              PERFORM FECHA-SUBGRUPO THRU FECHA-SUBGRUPO-FIM.
           IF W-PRIMEIRA = 1 AND W-COD-GRP NOT = W-GRP-ATU
              PERFORM FECHA-GRUPO.
           IF W-PRIMEIRA = ZEROS OR W-COD-GRP NOT = W-GRP-ATU
              MOVE 1 TO W-PRIMEIRA
              MOVE W-COD-GRP TO W-GRP-ATU
              MOVE W-COD-SUB TO W-SUB-ATU
              MOVE ZEROS TO W-TOT-GRP W-TOT-SUB
              MOVE SPACES TO W-TIT-GRP W-TIT-SUB
           ELSE
              IF W-COD-SUB NOT = W-SUB-ATU
                 MOVE W-COD-SUB TO W-SUB-ATU
                 MOVE ZEROS TO W-TOT-SUB
                 MOVE SPACES TO W-TIT-SUB.
           IF CTA-TIPO = "A"
              ADD W-SALDO TO W-TOT-ATIVO
           ELSE
              IF CTA-TIPO = "P"
                 ADD W-SALDO TO W-TOT-PASSIVO
              ELSE
                 ADD W-SALDO TO W-TOT-PL.
           ADD W-SALDO TO W-TOT-SUB W-TOT-GRP
           IF W-COD-RESTO = ZEROS
              GO TO VARRE-PLANO-TITULO.
           IF W-SALDO = ZEROS
              GO TO VARRE-PLANO.
           MOVE SPACES TO DET1
           MOVE "    " TO DET-RECUO
           MOVE CTA-CODIGO TO DET-CONTA
           MOVE CTA-DESC TO DET-DESC
           MOVE W-SALDO TO DET-SALDO
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO VARRE-PLANO.
       VARRE-PLANO-TITULO.
           MOVE SPACES TO DET1
           MOVE CTA-CODIGO TO DET-CONTA
           MOVE CTA-DESC TO DET-DESC
           IF W-SALDO NOT = ZEROS
              MOVE W-SALDO TO DET-SALDO.
           IF W-COD-SUB = W-COD-GRP * 10
              MOVE CTA-DESC TO W-TIT-GRP
              MOVE SPACES TO LINHA-SAI
              WRITE LINHA-SAI
           ELSE
              MOVE CTA-DESC TO W-TIT-SUB
              MOVE "  " TO DET-RECUO.
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO VARRE-PLANO.
       VARRE-PLANO-FECHA.
           IF W-PRIMEIRA = 1
              PERFORM FECHA-SUBGRUPO THRU FECHA-SUBGRUPO-FIM
              PERFORM FECHA-GRUPO.
       VARRE-PLANO-FIM.
           EXIT.

       FECHA-SUBGRUPO.
           IF W-TIT-SUB = SPACES AND W-TOT-SUB = ZEROS
              GO TO FECHA-SUBGRUPO-FIM.
           MOVE SPACES TO TOT-DESC
           IF W-TIT-SUB = SPACES
              STRING "    TOTAL DO SUBGRUPO " W-SUB-ATU
                 DELIMITED BY SIZE INTO TOT-DESC
           ELSE
              STRING "    TOTAL " DELIMITED BY SIZE
                 W-TIT-SUB DELIMITED BY "  "
                 INTO TOT-DESC.
           MOVE W-TOT-SUB TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI.
       FECHA-SUBGRUPO-FIM.
           EXIT.

       FECHA-GRUPO.
           MOVE SPACES TO TOT-DESC
           IF W-TIT-GRP = SPACES
              STRING "TOTAL DO GRUPO " W-GRP-ATU
                 DELIMITED BY SIZE INTO TOT-DESC
           ELSE
              STRING "TOTAL " DELIMITED BY SIZE
                 W-TIT-GRP DELIMITED BY "  "
                 INTO TOT-DESC.
           MOVE W-TOT-GRP TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI.

      *----------------------------------------------------------------
      * QUADRO FINAL: ATIVO X PASSIVO + PATRIMONIO LIQUIDO
      *----------------------------------------------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "RESULTADO DO EXERCICIO A ENCERRAR (NO PL)"
              TO TOT-DESC
           MOVE W-RESULTADO TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           ADD W-RESULTADO TO W-TOT-PL
           COMPUTE W-TOT-PAS-PL = W-TOT-PASSIVO + W-TOT-PL
           MOVE "TOTAL DO ATIVO" TO TOT-DESC
           MOVE W-TOT-ATIVO TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "TOTAL DO PASSIVO" TO TOT-DESC
           MOVE W-TOT-PASSIVO TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "TOTAL DO PATRIMONIO LIQUIDO (COM O RESULTADO)"
              TO TOT-DESC
           MOVE W-TOT-PL TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "TOTAL DO PASSIVO + PATRIMONIO LIQUIDO" TO TOT-DESC
           MOVE W-TOT-PAS-PL TO TOT-SALDO
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           COMPUTE W-DIFERENCA = W-TOT-ATIVO - W-TOT-PAS-PL
           IF W-DIFERENCA NOT = ZEROS
              MOVE "ATENCAO: ATIVO DIFERE DO PASSIVO + PL EM"
                 TO TOT-DESC
              MOVE W-DIFERENCA TO TOT-SALDO
              MOVE TOT1 TO LINHA-SAI
              WRITE LINHA-SAI.
       IMPRIME-TOTAIS-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
