       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDEP.
      **************************************************
      * DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO         *
      * PARA O MES INFORMADO (AAAAMM), CALCULA A COTA   *
      * DE CADA BEM ATIVO DO SCE065 ADQUIRIDO ATE O     *
      * MES: VALOR DE AQUISICAO / VIDA UTIL EM MESES,   *
      * OU VALOR X TAXA ANUAL / 1200 QUANDO SO HA A     *
      * TAXA. A DEPRECIACAO COMECA NO MES DA AQUISICAO; *
      * MESES ANTERIORES AINDA NAO CALCULADOS ENTRAM    *
      * JUNTO (ACERTO), E O TOTAL NUNCA PASSA O VALOR   *
      * DO BEM.                                         *
      * CADA COTA VAI PARA DEPREC.DAT (MES + BEM, COM   *
      * AS CONTAS DE DESPESA E DE DEPRECIACAO ACUMULADA *
      * E A DATA DO ULTIMO DIA DO MES), QUE O GERACTB   *
      * LANCA NO DIARIO (EVENTO "N"). O BEM GUARDA O    *
      * ACUMULADO E O ULTIMO MES CALCULADO, ENTAO RODAR *
      * O MESMO MES DE NOVO NAO DUPLICA NADA.           *
      * MES JA LANCADO NO RAZAO (SCE055, RAZAO.CTL) OU  *
      * POSTERIOR AO MES CORRENTE E RECUSADO. O QUE FOI *
      * CALCULADO SAI EM CALCDEP.TXT.                   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IMB-NUMERO
                    FILE STATUS IS ST-IMB.

           SELECT ARQDPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DPR-CHAVE
                    FILE STATUS IS ST-DPR.

           SELECT ARQRZCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RZCTL.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMOBIL.DAT".
       01 REGIMB.
          03 IMB-NUMERO         PIC 9(06).
          03 IMB-DESC           PIC X(40).
          03 IMB-FILIAL         PIC 9(02).
          03 IMB-CCUSTO         PIC 9(04).
          03 IMB-DATA-AQUIS     PIC 9(08).
          03 IMB-VALOR          PIC 9(09)V99.
          03 IMB-CPFCNPJ        PIC 9(14).
          03 IMB-NUMPEDIDO      PIC 9(06).
          03 IMB-SEQ-ITEM       PIC 9(02).
          03 IMB-CODPROD        PIC 9(06).
          03 IMB-VIDA-MESES     PIC 9(03).
          03 IMB-TAXA-ANUAL     PIC 9(03)V99.
          03 IMB-CTA-ATIVO      PIC 9(06).
          03 IMB-CTA-DEPAC      PIC 9(06).
          03 IMB-CTA-DESP       PIC 9(06).
          03 IMB-DEPR-ACUM      PIC 9(09)V99.
          03 IMB-ULT-DEPR       PIC 9(06).
          03 IMB-STATUS         PIC X(01).
          03 IMB-DATA-BAIXA     PIC 9(08).
          03 IMB-OPERADOR       PIC X(10).

       FD ARQDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPREC.DAT".
       01 REGDPR.
          03 DPR-CHAVE.
           05 DPR-PERIODO       PIC 9(06).
           05 DPR-NUMERO        PIC 9(06).
          03 DPR-VALOR          PIC 9(09)V99.
          03 DPR-MESES          PIC 9(03).
          03 DPR-CTA-DESP       PIC 9(06).
          03 DPR-CTA-DEPAC      PIC 9(06).
          03 DPR-FILIAL         PIC 9(02).
          03 DPR-CCUSTO         PIC 9(04).
          03 DPR-DATA-LANC      PIC 9(08).
          03 DPR-DATA-CALC      PIC 9(08).

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
               VALUE OF FILE-ID IS "CALCDEP.TXT".
       01 LINHA-SAI              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-IMB        PIC X(02) VALUE "00".
       01 ST-DPR        PIC X(02) VALUE "00".
       01 ST-RZCTL      PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-ULT-RAZAO   PIC 9(06) VALUE ZEROS.
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-ANO   PIC 9(04).
          03 W-PER-MES   PIC 9(02).
       01 W-MES-HOJE    PIC 9(06) VALUE ZEROS.
       01 W-MES-AQUIS   PIC 9(06) VALUE ZEROS.
       01 W-MES-CALC    PIC 9(06) VALUE ZEROS.
       01 W-MES-CALC-R REDEFINES W-MES-CALC.
          03 W-CALC-ANO  PIC 9(04).
          03 W-CALC-MES  PIC 9(02).
       01 W-IDX-INI     PIC 9(06) VALUE ZEROS.
       01 W-IDX-FIM     PIC 9(06) VALUE ZEROS.
       01 W-MESES       PIC 9(03) VALUE ZEROS.
       01 W-COTA        PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO       PIC 9(09)V99 VALUE ZEROS.
       01 W-ULT-DIA     PIC 9(08) VALUE ZEROS.
       01 W-ULT-DIA-R REDEFINES W-ULT-DIA.
          03 W-ULT-ANO   PIC 9(04).
          03 W-ULT-MES   PIC 9(02).
          03 W-ULT-DD    PIC 9(02).
       01 W-QTD-CALC    PIC 9(05) VALUE ZEROS.
       01 W-QTD-TOTAL   PIC 9(05) VALUE ZEROS.
       01 W-QTD-PULA    PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-NUMERO    PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DESC      PIC X(40).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-FILIAL    PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-MESES     PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-VALOR     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-ACUM      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-OBS       PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-MES-HOJE = W-DATA-HOJE / 100
           DISPLAY "MES A CALCULAR (AAAAMM): "
           ACCEPT W-PERIODO
           IF W-PERIODO = ZEROS
              DISPLAY "MES EM BRANCO - NADA A FAZER"
              STOP RUN.
           IF W-PER-MES < 1 OR W-PER-MES > 12
              DISPLAY "MES INVALIDO"
              STOP RUN.
           IF W-PERIODO > W-MES-HOJE
              DISPLAY "MES POSTERIOR AO CORRENTE - NAO CALCULADO"
              STOP RUN.
           MOVE ZEROS TO W-ULT-RAZAO RZC-ULT-LANCADO
           OPEN INPUT ARQRZCTL
           IF ST-RZCTL = "00"
              READ ARQRZCTL
              CLOSE ARQRZCTL
              MOVE RZC-ULT-LANCADO TO W-ULT-RAZAO.
           IF W-ULT-RAZAO > ZEROS AND W-PERIODO NOT > W-ULT-RAZAO
              DISPLAY "MES JA LANCADO NO RAZAO (SCE055) - A"
                 " DEPRECIACAO NAO PODE MAIS SER CALCULADA"
              STOP RUN.
           OPEN I-O ARQIMB
           IF ST-IMB NOT = "00"
              DISPLAY "NENHUM BEM CADASTRADO (SCE065) - NADA A"
                 " CALCULAR"
              STOP RUN.
           OPEN I-O ARQDPR
           IF ST-DPR = "30" OR "35"
              OPEN OUTPUT ARQDPR
              CLOSE ARQDPR
              OPEN I-O ARQDPR.
           IF ST-DPR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPREC.DAT"
              CLOSE ARQIMB
              STOP RUN.
           PERFORM ULTIMO-DIA-MES
           OPEN OUTPUT RELSAI
           MOVE SPACES TO LINHA-SAI
           STRING "DEPRECIACAO DO MES " W-PERIODO
              " - CALCULADA EM " W-DATA-HOJE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  BEM    DESCRICAO                                "
              "FL MES        VALOR    ACUMULADO OBS"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM CALCULA-BENS THRU CALCULA-BENS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "BENS CALCULADOS: " W-QTD-CALC
              "   PULADOS: " W-QTD-PULA
              "   DEPRECIACAO DO MES: " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQIMB ARQDPR
           DISPLAY "BENS CALCULADOS: " W-QTD-CALC
              " PULADOS: " W-QTD-PULA
           DISPLAY "DEPRECIACAO DO MES: " W-VAL-ED
           DISPLAY "RELATORIO EM CALCDEP.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * BENS ATIVOS ADQUIRIDOS ATE O MES E AINDA NAO CALCULADOS NELE
      *----------------------------------------------------------------
       CALCULA-BENS.
           MOVE ZEROS TO IMB-NUMERO
           START ARQIMB KEY IS NOT LESS THAN IMB-NUMERO
              INVALID KEY GO TO CALCULA-BENS-FIM.
       CALCULA-BENS-LOOP.
           READ ARQIMB NEXT
           IF ST-IMB NOT = "00"
              GO TO CALCULA-BENS-FIM.
           ADD 1 TO W-QTD-TOTAL
           IF IMB-STATUS NOT = "A"
              GO TO CALCULA-BENS-LOOP.
           COMPUTE W-MES-AQUIS = IMB-DATA-AQUIS / 100
           IF W-MES-AQUIS > W-PERIODO
              GO TO CALCULA-BENS-LOOP.
           IF IMB-ULT-DEPR NOT < W-PERIODO
              GO TO CALCULA-BENS-LOOP.
           MOVE SPACES TO DET-OBS
           IF IMB-DEPR-ACUM NOT < IMB-VALOR
              MOVE "TOTALMENTE DEPRECIADO" TO DET-OBS
              MOVE ZEROS TO W-MESES W-VALOR
              GO TO CALCULA-BENS-PULA.
           IF IMB-VIDA-MESES = ZEROS AND IMB-TAXA-ANUAL = ZEROS
              MOVE "SEM VIDA UTIL NEM TAXA" TO DET-OBS
              MOVE ZEROS TO W-MESES W-VALOR
              GO TO CALCULA-BENS-PULA.
      * MESES PENDENTES: DO MES SEGUINTE AO ULTIMO CALCULADO (OU DO
      * MES DA AQUISICAO) ATE O MES PEDIDO
           IF IMB-ULT-DEPR > ZEROS
              MOVE IMB-ULT-DEPR TO W-MES-CALC
              COMPUTE W-IDX-INI = W-CALC-ANO * 12 + W-CALC-MES + 1
           ELSE
              MOVE W-MES-AQUIS TO W-MES-CALC
              COMPUTE W-IDX-INI = W-CALC-ANO * 12 + W-CALC-MES.
           COMPUTE W-IDX-FIM = W-PER-ANO * 12 + W-PER-MES
           COMPUTE W-MESES = W-IDX-FIM - W-IDX-INI + 1
           IF IMB-VIDA-MESES > ZEROS
              COMPUTE W-COTA ROUNDED = IMB-VALOR / IMB-VIDA-MESES
           ELSE
              COMPUTE W-COTA ROUNDED =
                 IMB-VALOR * IMB-TAXA-ANUAL / 1200.
           COMPUTE W-VALOR = W-COTA * W-MESES
           COMPUTE W-SALDO = IMB-VALOR - IMB-DEPR-ACUM
           IF W-VALOR > W-SALDO
              MOVE W-SALDO TO W-VALOR
              MOVE "ULTIMA COTA (SALDO DO BEM)" TO DET-OBS.
           IF W-MESES > 1 AND DET-OBS = SPACES
              MOVE "INCLUI MESES ANTERIORES" TO DET-OBS.
           MOVE W-PERIODO TO DPR-PERIODO
           MOVE IMB-NUMERO TO DPR-NUMERO
           MOVE W-VALOR TO DPR-VALOR
           MOVE W-MESES TO DPR-MESES
           MOVE IMB-CTA-DESP TO DPR-CTA-DESP
           MOVE IMB-CTA-DEPAC TO DPR-CTA-DEPAC
           MOVE IMB-FILIAL TO DPR-FILIAL
           MOVE IMB-CCUSTO TO DPR-CCUSTO
           MOVE W-ULT-DIA TO DPR-DATA-LANC
           MOVE W-DATA-HOJE TO DPR-DATA-CALC
           WRITE REGDPR
           IF ST-DPR NOT = "00"
              MOVE "JA CALCULADO NESTE MES" TO DET-OBS
              MOVE ZEROS TO W-VALOR
              GO TO CALCULA-BENS-PULA.
           ADD W-VALOR TO IMB-DEPR-ACUM
           MOVE W-PERIODO TO IMB-ULT-DEPR
           REWRITE REGIMB
           ADD 1 TO W-QTD-CALC
           ADD W-VALOR TO W-TOT-VALOR
           PERFORM IMPRIME-BEM
           GO TO CALCULA-BENS-LOOP.
       CALCULA-BENS-PULA.
           ADD 1 TO W-QTD-PULA
           PERFORM IMPRIME-BEM
           GO TO CALCULA-BENS-LOOP.
       CALCULA-BENS-FIM.
           EXIT.

       IMPRIME-BEM.
           MOVE IMB-NUMERO TO DET-NUMERO
           MOVE IMB-DESC TO DET-DESC
           MOVE IMB-FILIAL TO DET-FILIAL
           MOVE W-MESES TO DET-MESES
           MOVE W-VALOR TO DET-VALOR
           MOVE IMB-DEPR-ACUM TO DET-ACUM
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI.

      * ULTIMO DIA DO MES PEDIDO, DATA DOS LANCAMENTOS NO DIARIO
       ULTIMO-DIA-MES.
           MOVE W-PER-ANO TO W-ULT-ANO
           MOVE W-PER-MES TO W-ULT-MES
           MOVE 01 TO W-ULT-DD
           IF W-ULT-MES = 12
              ADD 1 TO W-ULT-ANO
              MOVE 01 TO W-ULT-MES
           ELSE
              ADD 1 TO W-ULT-MES.
           COMPUTE W-ULT-DIA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-ULT-DIA) - 1).

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
