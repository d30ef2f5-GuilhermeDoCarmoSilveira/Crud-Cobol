       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE055.
      **************************************************
      * RAZAO CONTABIL E ENCERRAMENTO DO EXERCICIO      *
      * LEVA O DIARIO DO MES (CTBJRNL.TXT, GERADO PELO  *
      * GERACTB) PARA O RAZAO PERMANENTE:               *
      *   RAZAO.DAT    = PARTIDAS LANCADAS, POR MES;    *
      *   SALDOCTA.DAT = SALDO POR CONTA E MES (SALDO   *
      *                  ANTERIOR, DEBITOS, CREDITOS,   *
      *                  ENCERRAMENTO E SALDO FINAL,    *
      *                  POSITIVO = DEVEDOR);           *
      *   RAZAO.CTL    = ULTIMO MES LANCADO, MES DE     *
      *                  IMPLANTACAO, ULTIMO EXERCICIO  *
      *                  ENCERRADO E CONTA DE LUCROS    *
      *                  ACUMULADOS.                    *
      * L = LANCAR O MES: SEMPRE O MES SEGUINTE AO      *
      *     ULTIMO LANCADO, QUE ABRE DO SALDO FINAL DO  *
      *     ANTERIOR. COM O PERIODO DO SCE021 ATIVO O   *
      *     MES TEM DE SER O PERIODO ABERTO, E O        *
      *     LANCAMENTO FECHA O PERIODO (PERIODO.CTL     *
      *     AVANCA JUNTO E O GERINV FOTOGRAFA O         *
      *     ESTOQUE DO MES FECHADO);                    *
      * I = SALDOS DE IMPLANTACAO (ANTES DO PRIMEIRO    *
      *     MES LANCADO);                               *
      * E = ENCERRAMENTO DO EXERCICIO: ZERA AS CONTAS   *
      *     DE RESULTADO (TIPO R, V, M, D) DE DEZEMBRO  *
      *     CONTRA LUCROS ACUMULADOS (TIPO L). JANEIRO  *
      *     SO E LANCADO COM O ANO ANTERIOR ENCERRADO;  *
      * C = SALDOS MENSAIS DE UMA CONTA NO ANO;         *
      * R = PARTIDAS DE UMA CONTA NO MES.               *
      * A DRE SAI NO RELDRE E O BALANCO NO RELBAL.      *
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

           SELECT ARQRAZ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RAZ-CHAVE
                    FILE STATUS IS ST-RAZ.

           SELECT ARQSCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SCT-CHAVE
                    FILE STATUS IS ST-SCT.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

           SELECT ARQRZCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RZCTL.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

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

       FD ARQRAZ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RAZAO.DAT".
       01 REGRAZ.
          03 RAZ-CHAVE.
           05 RAZ-PERIODO       PIC 9(06).
           05 RAZ-SEQ           PIC 9(06).
          03 RAZ-DATA           PIC 9(08).
          03 RAZ-CTA-DEB        PIC 9(06).
          03 RAZ-CTA-CRE        PIC 9(06).
          03 RAZ-VALOR          PIC 9(11)V99.
          03 RAZ-HIST           PIC X(30).
          03 RAZ-ORIGEM         PIC X(01).
          03 RAZ-OPERADOR       PIC X(10).

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

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBJRNL.TXT".
       01 LINHA-JRN              PIC X(80).

       FD ARQRZCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RAZAO.CTL".
       01 REG-RZCTL.
          03 RZC-ULT-LANCADO    PIC 9(06).
          03 RZC-MES-IMPLANT    PIC 9(06).
          03 RZC-ULT-ENCERRADO  PIC 9(04).
          03 RZC-CTA-LUCROS     PIC 9(06).

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-RAZ        PIC X(02) VALUE "00".
       01 ST-SCT        PIC X(02) VALUE "00".
       01 ST-JRN        PIC X(02) VALUE "00".
       01 ST-RZCTL      PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.

      * CONTROLE DO RAZAO E DO PERIODO CONTABIL
       01 W-ULT-LANCADO PIC 9(06) VALUE ZEROS.
       01 W-MES-IMPLANT PIC 9(06) VALUE ZEROS.
       01 W-ULT-ENCERRADO PIC 9(04) VALUE ZEROS.
       01 W-CTA-LUCROS  PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.

      * MES EM PROCESSO E CALCULO DE MES SEGUINTE/ANTERIOR
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-AA    PIC 9(04).
          03 W-PER-MM    PIC 9(02).
       01 W-PER-ANT     PIC 9(06) VALUE ZEROS.
       01 W-PER-CALC    PIC 9(06) VALUE ZEROS.
       01 W-PER-CALC-R REDEFINES W-PER-CALC.
          03 W-PC-AA     PIC 9(04).
          03 W-PC-MM     PIC 9(02).
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-MES         PIC 9(02) VALUE ZEROS.

      * PARTIDAS DO DIARIO
       01 REG-JRN-DET.
          03 JR-DATA       PIC 9(08).
          03 JR-DATA-R REDEFINES JR-DATA.
             05 JR-AAMM    PIC 9(06).
             05 JR-DD      PIC 9(02).
          03 FILLER        PIC X(01).
          03 JR-CTA-DEB    PIC 9(06).
          03 FILLER        PIC X(01).
          03 JR-CTA-CRE    PIC 9(06).
          03 FILLER        PIC X(01).
          03 JR-VALOR      PIC 9(11)V99.
          03 FILLER        PIC X(01).
          03 JR-HIST       PIC X(30).
          03 FILLER        PIC X(13).
       01 W-QTD-PART    PIC 9(06) VALUE ZEROS.
       01 W-QTD-ERRO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-PART    PIC 9(13)V99 VALUE ZEROS.
       01 W-SEQ         PIC 9(06) VALUE ZEROS.

      * ATUALIZACAO DE SALDO (ATUALIZA-SALDO)
       01 W-CONTA       PIC 9(06) VALUE ZEROS.
       01 W-VAL-DEB     PIC 9(13)V99 VALUE ZEROS.
       01 W-VAL-CRE     PIC 9(13)V99 VALUE ZEROS.
       01 W-VAL-ENC     PIC S9(13)V99 VALUE ZEROS.

      * IMPLANTACAO E ENCERRAMENTO
       01 W-VALOR       PIC 9(11)V99 VALUE ZEROS.
       01 W-DC          PIC X(01) VALUE SPACES.
       01 W-SALDO       PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-DEV     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-CRED    PIC 9(13)V99 VALUE ZEROS.
       01 W-RESULTADO   PIC S9(13)V99 VALUE ZEROS.
       01 W-QTD-ENC     PIC 9(06) VALUE ZEROS.
       01 W-HIST        PIC X(30) VALUE SPACES.

       01 W-VAL-ED1     PIC ZZZZZZZZZZZZ9,99-.
       01 W-VAL-ED2     PIC ZZZZZZZZZZZZ9,99-.
       01 W-VAL-ED3     PIC ZZZZZZZZZZZZ9,99-.
       01 W-VAL-ED4     PIC ZZZZZZZZZZZZ9,99-.
       01 W-VAL-ED5     PIC ZZZZZZZZZZZZ9,99-.
       01 W-QTD-ED      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RAZAO CONTABIL E ENCERRAMENTO DO EXERCICIO".
       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "PLANO DE CONTAS NAO ENCONTRADO (SCE029)"
              STOP RUN.
       ABRE-RAZ.
           OPEN I-O ARQRAZ
           IF ST-RAZ NOT = "00"
              IF ST-RAZ = "30"
                 OPEN OUTPUT ARQRAZ
                 CLOSE ARQRAZ
                 OPEN I-O ARQRAZ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RAZAO.DAT"
                 CLOSE ARQCTA
                 STOP RUN.
       ABRE-SCT.
           OPEN I-O ARQSCT
           IF ST-SCT NOT = "00"
              IF ST-SCT = "30"
                 OPEN OUTPUT ARQSCT
                 CLOSE ARQSCT
                 OPEN I-O ARQSCT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDOCTA.DAT"
                 CLOSE ARQCTA ARQRAZ
                 STOP RUN.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           PERFORM LE-CONTROLES
           IF W-ULT-LANCADO = ZEROS
              DISPLAY "RAZAO SEM MES LANCADO"
           ELSE
              DISPLAY "ULTIMO MES LANCADO NO RAZAO: " W-ULT-LANCADO
                 "  ULTIMO EXERCICIO ENCERRADO: " W-ULT-ENCERRADO.
           DISPLAY "L = LANCAR MES | I = SALDOS DE IMPLANTACAO |"
              " E = ENCERRAR EXERCICIO | C = SALDOS DA CONTA |"
              " R = PARTIDAS DA CONTA | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "L" OR "l"
              PERFORM LANCA-MES THRU LANCA-MES-FIM
              GO TO R1.
           IF W-OPCAO = "I" OR "i"
              PERFORM IMPLANTACAO THRU IMPLANTACAO-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM ENCERRA-EXERCICIO THRU ENCERRA-EXERCICIO-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-SALDOS THRU CONSULTA-SALDOS-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM CONSULTA-PARTIDAS THRU CONSULTA-PARTIDAS-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE L, I, E, C, R OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * LEITURA E GRAVACAO DOS ARQUIVOS DE CONTROLE
      *----------------------------------------------------------------
       LE-CONTROLES.
           MOVE ZEROS TO RZC-ULT-LANCADO RZC-MES-IMPLANT
              RZC-ULT-ENCERRADO RZC-CTA-LUCROS
           OPEN INPUT ARQRZCTL
           IF ST-RZCTL = "00"
              READ ARQRZCTL
              CLOSE ARQRZCTL.
           MOVE RZC-ULT-LANCADO TO W-ULT-LANCADO
           MOVE RZC-MES-IMPLANT TO W-MES-IMPLANT
           MOVE RZC-ULT-ENCERRADO TO W-ULT-ENCERRADO
           MOVE RZC-CTA-LUCROS TO W-CTA-LUCROS
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           IF ST-PCTL = "00"
              READ ARQPERCTL
              CLOSE ARQPERCTL
              MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO.

       GRAVA-RZCTL.
           MOVE W-ULT-LANCADO TO RZC-ULT-LANCADO
           MOVE W-MES-IMPLANT TO RZC-MES-IMPLANT
           MOVE W-ULT-ENCERRADO TO RZC-ULT-ENCERRADO
           MOVE W-CTA-LUCROS TO RZC-CTA-LUCROS
           OPEN OUTPUT ARQRZCTL
           WRITE REG-RZCTL
           CLOSE ARQRZCTL.

      * W-PER-CALC PASSA AO MES SEGUINTE
       PROXIMO-MES.
           IF W-PC-MM = 12
              ADD 1 TO W-PC-AA
              MOVE 1 TO W-PC-MM
           ELSE
              ADD 1 TO W-PC-MM.

      * W-PER-CALC VOLTA AO MES ANTERIOR
       MES-ANTERIOR.
           IF W-PC-MM = 1
              SUBTRACT 1 FROM W-PC-AA
              MOVE 12 TO W-PC-MM
           ELSE
              SUBTRACT 1 FROM W-PC-MM.

      *----------------------------------------------------------------
      * LANCAMENTO DO MES NO RAZAO. O DIARIO INTEIRO E CONFERIDO
      * ANTES (DATAS DO MES, CONTAS NO PLANO); SOBRAS DE UMA RODADA
      * INTERROMPIDA DO MESMO MES SAO APAGADAS ANTES DE LANCAR
      *----------------------------------------------------------------
       LANCA-MES.
           PERFORM LE-CONTROLES
           IF W-ULT-LANCADO > ZEROS
              MOVE W-ULT-LANCADO TO W-PER-CALC
              PERFORM PROXIMO-MES
              MOVE W-PER-CALC TO W-PERIODO
           ELSE
              IF W-PERIODO-ABERTO > ZEROS
                 MOVE W-PERIODO-ABERTO TO W-PERIODO
              ELSE
                 MOVE ZEROS TO W-PERIODO
                 DISPLAY "PRIMEIRO MES DO RAZAO (AAAAMM): "
                 ACCEPT W-PERIODO.
           IF W-PER-MM < 1 OR W-PER-MM > 12
              DISPLAY "MES INVALIDO"
              GO TO LANCA-MES-FIM.
           IF W-PERIODO-ABERTO > ZEROS AND
              W-PERIODO NOT = W-PERIODO-ABERTO
              DISPLAY "PERIODO ABERTO NO SCE021 (" W-PERIODO-ABERTO
                 ") DIFERE DO PROXIMO MES DO RAZAO (" W-PERIODO ")"
              GO TO LANCA-MES-FIM.
           MOVE W-PERIODO TO W-PER-CALC
           PERFORM MES-ANTERIOR
           MOVE W-PER-CALC TO W-PER-ANT
           IF W-PER-MM = 1 AND W-ULT-LANCADO > ZEROS
              AND W-ULT-LANCADO NOT = W-MES-IMPLANT
              AND W-ULT-ENCERRADO < W-PC-AA
              DISPLAY "ENCERRE O EXERCICIO " W-PC-AA
                 " (OPCAO E) ANTES DE LANCAR " W-PERIODO
              GO TO LANCA-MES-FIM.
           PERFORM CONFERE-DIARIO THRU CONFERE-DIARIO-FIM
           IF W-QTD-ERRO > ZEROS
              GO TO LANCA-MES-FIM.
           MOVE W-QTD-PART TO W-QTD-ED
           MOVE W-TOT-PART TO W-VAL-ED1
           DISPLAY "MES " W-PERIODO ": " W-QTD-ED " PARTIDAS NO"
              " DIARIO, TOTAL " W-VAL-ED1
           IF W-QTD-PART = ZEROS
              DISPLAY "DIARIO SEM PARTIDAS - O MES SERA LANCADO SEM"
                 " MOVIMENTO".
           DISPLAY "CONFIRMA O LANCAMENTO E O FECHAMENTO DO MES"
              " (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              GO TO LANCA-MES-FIM.
           PERFORM LIMPA-MES THRU LIMPA-MES-FIM
           PERFORM ABRE-SALDOS THRU ABRE-SALDOS-FIM
           PERFORM LANCA-PARTIDAS THRU LANCA-PARTIDAS-FIM
           MOVE W-PERIODO TO W-ULT-LANCADO
           PERFORM GRAVA-RZCTL
           IF W-PERIODO-ABERTO = W-PERIODO
              MOVE W-PERIODO TO W-PER-CALC
              PERFORM PROXIMO-MES
              MOVE W-PER-CALC TO CTL-PERIODO-ABERTO
              OPEN OUTPUT ARQPERCTL
              WRITE REG-PERCTL
              CLOSE ARQPERCTL
              DISPLAY "PERIODO ABERTO AGORA: " CTL-PERIODO-ABERTO
              DISPLAY "FOTO DO ESTOQUE DO MES FECHADO"
              CALL "GERINV".
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE055 L PERIODO=" W-PERIODO
              " PARTIDAS=" W-QTD-PART
              " TOTAL=" W-TOT-PART
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "MES " W-PERIODO " LANCADO NO RAZAO".
       LANCA-MES-FIM.
           EXIT.

       CONFERE-DIARIO.
           MOVE ZEROS TO W-QTD-PART W-QTD-ERRO W-TOT-PART
           OPEN INPUT ARQJRN
           IF ST-JRN NOT = "00"
              DISPLAY "CTBJRNL.TXT NAO ENCONTRADO - RODE O GERACTB"
                 " DO MES " W-PERIODO
              MOVE 1 TO W-QTD-ERRO
              GO TO CONFERE-DIARIO-FIM.
       CONFERE-DIARIO-LOOP.
           READ ARQJRN
           IF ST-JRN NOT = "00"
              GO TO CONFERE-DIARIO-FECHA.
           IF LINHA-JRN = SPACES
              GO TO CONFERE-DIARIO-LOOP.
           MOVE LINHA-JRN TO REG-JRN-DET
           ADD 1 TO W-QTD-PART
           ADD JR-VALOR TO W-TOT-PART
           IF JR-AAMM NOT = W-PERIODO
              ADD 1 TO W-QTD-ERRO
              DISPLAY "PARTIDA DE " JR-DATA " FORA DO MES " W-PERIODO
                 " - RODE O GERACTB DO MES"
              GO TO CONFERE-DIARIO-FECHA.
           MOVE JR-CTA-DEB TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              ADD 1 TO W-QTD-ERRO
              DISPLAY "CONTA " JR-CTA-DEB " FORA DO PLANO: " JR-HIST.
           MOVE JR-CTA-CRE TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              ADD 1 TO W-QTD-ERRO
              DISPLAY "CONTA " JR-CTA-CRE " FORA DO PLANO: " JR-HIST.
           GO TO CONFERE-DIARIO-LOOP.
       CONFERE-DIARIO-FECHA.
           CLOSE ARQJRN
           IF W-QTD-ERRO > ZEROS
              DISPLAY "DIARIO RECUSADO - NADA FOI LANCADO".
       CONFERE-DIARIO-FIM.
           EXIT.

      * APAGA PARTIDAS E SALDOS JA EXISTENTES DO MES EM PROCESSO
       LIMPA-MES.
           MOVE W-PERIODO TO RAZ-PERIODO
           MOVE ZEROS TO RAZ-SEQ
           START ARQRAZ KEY IS NOT LESS THAN RAZ-CHAVE
              INVALID KEY GO TO LIMPA-MES-SCT.
       LIMPA-MES-RAZ.
           READ ARQRAZ NEXT
           IF ST-RAZ NOT = "00"
              GO TO LIMPA-MES-SCT.
           IF RAZ-PERIODO NOT = W-PERIODO
              GO TO LIMPA-MES-SCT.
           DELETE ARQRAZ RECORD
           GO TO LIMPA-MES-RAZ.
       LIMPA-MES-SCT.
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS THAN CTA-CODIGO
              INVALID KEY GO TO LIMPA-MES-FIM.
       LIMPA-MES-SCT-LOOP.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO LIMPA-MES-FIM.
           MOVE CTA-CODIGO TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT = "00"
              DELETE ARQSCT RECORD.
           GO TO LIMPA-MES-SCT-LOOP.
       LIMPA-MES-FIM.
           EXIT.

      * O MES ABRE COM O SALDO FINAL DO MES ANTERIOR DE CADA CONTA
       ABRE-SALDOS.
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS THAN CTA-CODIGO
              INVALID KEY GO TO ABRE-SALDOS-FIM.
       ABRE-SALDOS-LOOP.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO ABRE-SALDOS-FIM.
           MOVE CTA-CODIGO TO SCT-CONTA
           MOVE W-PER-ANT TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT NOT = "00" OR SCT-SALDO = ZEROS
              GO TO ABRE-SALDOS-LOOP.
           MOVE SCT-SALDO TO SCT-SALDO-ANT
           MOVE W-PERIODO TO SCT-PERIODO
           MOVE ZEROS TO SCT-DEBITOS SCT-CREDITOS SCT-ENCERRA
           WRITE REGSCT
           GO TO ABRE-SALDOS-LOOP.
       ABRE-SALDOS-FIM.
           EXIT.

       LANCA-PARTIDAS.
           MOVE ZEROS TO W-SEQ
           OPEN INPUT ARQJRN.
       LANCA-PARTIDAS-LOOP.
           READ ARQJRN
           IF ST-JRN NOT = "00"
              GO TO LANCA-PARTIDAS-FECHA.
           IF LINHA-JRN = SPACES
              GO TO LANCA-PARTIDAS-LOOP.
           MOVE LINHA-JRN TO REG-JRN-DET
           ADD 1 TO W-SEQ
           MOVE W-PERIODO TO RAZ-PERIODO
           MOVE W-SEQ TO RAZ-SEQ
           MOVE JR-DATA TO RAZ-DATA
           MOVE JR-CTA-DEB TO RAZ-CTA-DEB
           MOVE JR-CTA-CRE TO RAZ-CTA-CRE
           MOVE JR-VALOR TO RAZ-VALOR
           MOVE JR-HIST TO RAZ-HIST
           MOVE "D" TO RAZ-ORIGEM
           MOVE W-OPERADOR TO RAZ-OPERADOR
           WRITE REGRAZ
           MOVE ZEROS TO W-VAL-CRE W-VAL-ENC
           MOVE JR-CTA-DEB TO W-CONTA
           MOVE JR-VALOR TO W-VAL-DEB
           PERFORM ATUALIZA-SALDO THRU ATUALIZA-SALDO-FIM
           MOVE ZEROS TO W-VAL-DEB
           MOVE JR-CTA-CRE TO W-CONTA
           MOVE JR-VALOR TO W-VAL-CRE
           PERFORM ATUALIZA-SALDO THRU ATUALIZA-SALDO-FIM
           GO TO LANCA-PARTIDAS-LOOP.
       LANCA-PARTIDAS-FECHA.
           CLOSE ARQJRN.
       LANCA-PARTIDAS-FIM.
           EXIT.

      * SOMA W-VAL-DEB, W-VAL-CRE E W-VAL-ENC NO SALDO DE W-CONTA
      * NO MES W-PERIODO (CONTA SEM SALDO ANTERIOR ABRE ZERADA)
       ATUALIZA-SALDO.
           MOVE W-CONTA TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT NOT = "00"
              MOVE W-CONTA TO SCT-CONTA
              MOVE W-PERIODO TO SCT-PERIODO
              MOVE ZEROS TO SCT-SALDO-ANT SCT-DEBITOS SCT-CREDITOS
                 SCT-ENCERRA SCT-SALDO
              ADD W-VAL-DEB TO SCT-DEBITOS
              ADD W-VAL-CRE TO SCT-CREDITOS
              ADD W-VAL-ENC TO SCT-ENCERRA
              COMPUTE SCT-SALDO = SCT-SALDO-ANT + SCT-DEBITOS
                 - SCT-CREDITOS + SCT-ENCERRA
              WRITE REGSCT
              GO TO ATUALIZA-SALDO-FIM.
           ADD W-VAL-DEB TO SCT-DEBITOS
           ADD W-VAL-CRE TO SCT-CREDITOS
           ADD W-VAL-ENC TO SCT-ENCERRA
           COMPUTE SCT-SALDO = SCT-SALDO-ANT + SCT-DEBITOS
              - SCT-CREDITOS + SCT-ENCERRA
           REWRITE REGSCT.
       ATUALIZA-SALDO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SALDOS DE IMPLANTACAO: GRAVADOS COMO SALDO ANTERIOR NO MES
      * QUE ANTECEDE O PRIMEIRO LANCAMENTO. SO ENQUANTO NENHUM MES
      * FOI LANCADO
      *----------------------------------------------------------------
       IMPLANTACAO.
           PERFORM LE-CONTROLES
           IF W-ULT-LANCADO > ZEROS AND
              W-ULT-LANCADO NOT = W-MES-IMPLANT
              DISPLAY "RAZAO JA TEM MES LANCADO - IMPLANTACAO"
                 " ENCERRADA"
              GO TO IMPLANTACAO-FIM.
           IF W-MES-IMPLANT > ZEROS
              MOVE W-MES-IMPLANT TO W-PERIODO
              DISPLAY "MES DE IMPLANTACAO: " W-PERIODO
           ELSE
              MOVE ZEROS TO W-PERIODO
              DISPLAY "MES DOS SALDOS DE IMPLANTACAO (AAAAMM, O MES"
                 " ANTERIOR AO PRIMEIRO A LANCAR): "
              ACCEPT W-PERIODO
              IF W-PER-MM < 1 OR W-PER-MM > 12
                 DISPLAY "MES INVALIDO"
                 GO TO IMPLANTACAO-FIM.
           IF W-PERIODO-ABERTO > ZEROS
              MOVE W-PERIODO TO W-PER-CALC
              PERFORM PROXIMO-MES
              IF W-PER-CALC NOT = W-PERIODO-ABERTO
                 DISPLAY "O PERIODO ABERTO NO SCE021 E "
                    W-PERIODO-ABERTO " - IMPLANTE O MES ANTERIOR A"
                    " ELE"
                 GO TO IMPLANTACAO-FIM.
           MOVE W-PERIODO TO W-MES-IMPLANT W-ULT-LANCADO
           PERFORM GRAVA-RZCTL.
       IMPLANTACAO-CONTA.
           MOVE ZEROS TO W-CONTA
           DISPLAY "CONTA (ZEROS = FIM): "
           ACCEPT W-CONTA
           IF W-CONTA = ZEROS
              GO TO IMPLANTACAO-TOTAIS.
           MOVE W-CONTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "CONTA NAO CADASTRADA NO PLANO (SCE029)"
              GO TO IMPLANTACAO-CONTA.
           DISPLAY "   " CTA-DESC " NATUREZA " CTA-NATUREZA
           MOVE W-CONTA TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT = "00"
              MOVE SCT-SALDO TO W-VAL-ED1
              DISPLAY "SALDO ATUAL (NEGATIVO = CREDOR): " W-VAL-ED1.
           MOVE ZEROS TO W-VALOR
           DISPLAY "SALDO: "
           ACCEPT W-VALOR
           MOVE CTA-NATUREZA TO W-DC
           DISPLAY "D = DEVEDOR / C = CREDOR (ENTER = " W-DC "): "
           ACCEPT W-DC
           IF W-DC = SPACES
              MOVE CTA-NATUREZA TO W-DC.
           IF W-DC = "c"
              MOVE "C" TO W-DC.
           IF W-DC NOT = "C"
              MOVE "D" TO W-DC.
           IF W-DC = "C"
              COMPUTE W-SALDO = ZEROS - W-VALOR
           ELSE
              MOVE W-VALOR TO W-SALDO.
           MOVE W-CONTA TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           MOVE W-SALDO TO SCT-SALDO-ANT SCT-SALDO
           MOVE ZEROS TO SCT-DEBITOS SCT-CREDITOS SCT-ENCERRA
           IF ST-SCT = "00"
              REWRITE REGSCT
           ELSE
              WRITE REGSCT.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE055 I CHAVE=" SCT-CONTA "/" SCT-PERIODO
              " SALDO=" W-VALOR " " W-DC
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           GO TO IMPLANTACAO-CONTA.
       IMPLANTACAO-TOTAIS.
           MOVE ZEROS TO W-TOT-DEV W-TOT-CRED
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS THAN CTA-CODIGO
              INVALID KEY GO TO IMPLANTACAO-FIM.
       IMPLANTACAO-TOT-LOOP.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO IMPLANTACAO-TOT-MOSTRA.
           MOVE CTA-CODIGO TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT NOT = "00"
              GO TO IMPLANTACAO-TOT-LOOP.
           IF SCT-SALDO < ZEROS
              COMPUTE W-TOT-CRED = W-TOT-CRED - SCT-SALDO
           ELSE
              ADD SCT-SALDO TO W-TOT-DEV.
           GO TO IMPLANTACAO-TOT-LOOP.
       IMPLANTACAO-TOT-MOSTRA.
           MOVE W-TOT-DEV TO W-VAL-ED1
           MOVE W-TOT-CRED TO W-VAL-ED2
           DISPLAY "SALDOS DEVEDORES: " W-VAL-ED1
              "  CREDORES: " W-VAL-ED2
           IF W-TOT-DEV NOT = W-TOT-CRED
              DISPLAY "ATENCAO: SALDOS DEVEDORES E CREDORES NAO"
                 " FECHAM".
       IMPLANTACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ENCERRAMENTO DO EXERCICIO: SALDO DE DEZEMBRO DE CADA CONTA
      * DE RESULTADO VAI PARA LUCROS ACUMULADOS POR UMA PARTIDA DE
      * ORIGEM "E" NO RAZAO. DEBITOS E CREDITOS DO MES FICAM COMO
      * ESTAVAM (A DRE DE DEZEMBRO NAO MUDA); O MOVIMENTO ENTRA EM
      * SCT-ENCERRA
      *----------------------------------------------------------------
       ENCERRA-EXERCICIO.
           PERFORM LE-CONTROLES
           MOVE ZEROS TO W-ANO
           DISPLAY "EXERCICIO A ENCERRAR (AAAA): "
           ACCEPT W-ANO
           IF W-ANO = ZEROS
              GO TO ENCERRA-EXERCICIO-FIM.
           COMPUTE W-PERIODO = (W-ANO * 100) + 12
           IF W-ULT-LANCADO NOT = W-PERIODO
              DISPLAY "DEZEMBRO DE " W-ANO " TEM DE SER O ULTIMO MES"
                 " LANCADO (ULTIMO: " W-ULT-LANCADO ")"
              GO TO ENCERRA-EXERCICIO-FIM.
           IF W-ULT-ENCERRADO NOT < W-ANO
              DISPLAY "EXERCICIO " W-ANO " JA ENCERRADO"
              GO TO ENCERRA-EXERCICIO-FIM.
       ENCERRA-PEDE-LUCROS.
           DISPLAY "CONTA DE LUCROS ACUMULADOS (ENTER = "
              W-CTA-LUCROS "): "
           MOVE ZEROS TO W-CONTA
           ACCEPT W-CONTA
           IF W-CONTA = ZEROS
              MOVE W-CTA-LUCROS TO W-CONTA.
           IF W-CONTA = ZEROS
              GO TO ENCERRA-EXERCICIO-FIM.
           MOVE W-CONTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00" OR CTA-TIPO NOT = "L"
              DISPLAY "INFORME UMA CONTA DO PLANO COM TIPO L"
                 " (PATRIMONIO LIQUIDO)"
              GO TO ENCERRA-PEDE-LUCROS.
           DISPLAY "   " CTA-DESC
           MOVE W-CONTA TO W-CTA-LUCROS
           DISPLAY "CONFIRMA O ENCERRAMENTO DE " W-ANO " (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              GO TO ENCERRA-EXERCICIO-FIM.
           PERFORM ACHA-ULT-SEQ THRU ACHA-ULT-SEQ-FIM
           MOVE ZEROS TO W-RESULTADO W-QTD-ENC
           MOVE SPACES TO W-HIST
           STRING "ENCERRAMENTO EXERCICIO " W-ANO
              DELIMITED BY SIZE INTO W-HIST
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS THAN CTA-CODIGO
              INVALID KEY GO TO ENCERRA-LUCROS.
       ENCERRA-LOOP.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO ENCERRA-LUCROS.
           IF CTA-TIPO NOT = "R" AND "V" AND "M" AND "D"
              GO TO ENCERRA-LOOP.
           MOVE CTA-CODIGO TO SCT-CONTA
           MOVE W-PERIODO TO SCT-PERIODO
           READ ARQSCT
           IF ST-SCT NOT = "00" OR SCT-SALDO = ZEROS
              GO TO ENCERRA-LOOP.
           MOVE SCT-SALDO TO W-SALDO
           ADD W-SALDO TO W-RESULTADO
           ADD 1 TO W-QTD-ENC
           ADD 1 TO W-SEQ
           MOVE W-PERIODO TO RAZ-PERIODO
           MOVE W-SEQ TO RAZ-SEQ
           MOVE W-PERIODO TO RAZ-DATA(1:6)
           MOVE 31 TO RAZ-DATA(7:2)
           IF W-SALDO > ZEROS
              MOVE W-CTA-LUCROS TO RAZ-CTA-DEB
              MOVE CTA-CODIGO TO RAZ-CTA-CRE
              MOVE W-SALDO TO RAZ-VALOR
           ELSE
              MOVE CTA-CODIGO TO RAZ-CTA-DEB
              MOVE W-CTA-LUCROS TO RAZ-CTA-CRE
              COMPUTE RAZ-VALOR = ZEROS - W-SALDO.
           MOVE W-HIST TO RAZ-HIST
           MOVE "E" TO RAZ-ORIGEM
           MOVE W-OPERADOR TO RAZ-OPERADOR
           WRITE REGRAZ
           MOVE ZEROS TO W-VAL-DEB W-VAL-CRE
           MOVE CTA-CODIGO TO W-CONTA
           COMPUTE W-VAL-ENC = ZEROS - W-SALDO
           PERFORM ATUALIZA-SALDO THRU ATUALIZA-SALDO-FIM
           GO TO ENCERRA-LOOP.
       ENCERRA-LUCROS.
           MOVE ZEROS TO W-VAL-DEB W-VAL-CRE
           MOVE W-CTA-LUCROS TO W-CONTA
           MOVE W-RESULTADO TO W-VAL-ENC
           IF W-RESULTADO NOT = ZEROS
              PERFORM ATUALIZA-SALDO THRU ATUALIZA-SALDO-FIM.
           MOVE W-ANO TO W-ULT-ENCERRADO
           PERFORM GRAVA-RZCTL
           COMPUTE W-SALDO = ZEROS - W-RESULTADO
           MOVE W-SALDO TO W-VAL-ED1
           MOVE W-QTD-ENC TO W-QTD-ED
           DISPLAY "CONTAS DE RESULTADO ZERADAS: " W-QTD-ED
           DISPLAY "RESULTADO DO EXERCICIO (NEGATIVO = PREJUIZO): "
              W-VAL-ED1
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE055 E EXERCICIO=" W-ANO
              " LUCROS=" W-CTA-LUCROS
              " RESULTADO=" W-VAL-ED1
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       ENCERRA-EXERCICIO-FIM.
           EXIT.

      * ULTIMA SEQUENCIA DE PARTIDA DO MES W-PERIODO EM W-SEQ
       ACHA-ULT-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE W-PERIODO TO RAZ-PERIODO
           MOVE ZEROS TO RAZ-SEQ
           START ARQRAZ KEY IS NOT LESS THAN RAZ-CHAVE
              INVALID KEY GO TO ACHA-ULT-SEQ-FIM.
       ACHA-ULT-SEQ-LOOP.
           READ ARQRAZ NEXT
           IF ST-RAZ NOT = "00"
              GO TO ACHA-ULT-SEQ-FIM.
           IF RAZ-PERIODO NOT = W-PERIODO
              GO TO ACHA-ULT-SEQ-FIM.
           MOVE RAZ-SEQ TO W-SEQ
           GO TO ACHA-ULT-SEQ-LOOP.
       ACHA-ULT-SEQ-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTAS
      *----------------------------------------------------------------
       CONSULTA-SALDOS.
           MOVE ZEROS TO W-CONTA W-ANO
           DISPLAY "CONTA: "
           ACCEPT W-CONTA
           MOVE W-CONTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "CONTA NAO CADASTRADA NO PLANO (SCE029)"
              GO TO CONSULTA-SALDOS-FIM.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO
           DISPLAY CTA-CODIGO " " CTA-DESC " NATUREZA " CTA-NATUREZA
              " TIPO " CTA-TIPO
           DISPLAY "MES      SALDO ANTERIOR          DEBITOS"
              "         CREDITOS     ENCERRAMENTO      SALDO FINAL"
           MOVE 1 TO W-MES.
       CONSULTA-SALDOS-LOOP.
           IF W-MES > 12
              GO TO CONSULTA-SALDOS-FIM.
           MOVE W-CONTA TO SCT-CONTA
           COMPUTE SCT-PERIODO = (W-ANO * 100) + W-MES
           READ ARQSCT
           IF ST-SCT = "00"
              MOVE SCT-SALDO-ANT TO W-VAL-ED1
              MOVE SCT-DEBITOS TO W-VAL-ED2
              MOVE SCT-CREDITOS TO W-VAL-ED3
              MOVE SCT-ENCERRA TO W-VAL-ED4
              MOVE SCT-SALDO TO W-VAL-ED5
              DISPLAY SCT-PERIODO W-VAL-ED1 W-VAL-ED2 W-VAL-ED3
                 W-VAL-ED4 W-VAL-ED5.
           ADD 1 TO W-MES
           GO TO CONSULTA-SALDOS-LOOP.
       CONSULTA-SALDOS-FIM.
           EXIT.

       CONSULTA-PARTIDAS.
           MOVE ZEROS TO W-CONTA W-PERIODO
           DISPLAY "CONTA: "
           ACCEPT W-CONTA
           DISPLAY "MES (AAAAMM): "
           ACCEPT W-PERIODO
           MOVE W-PERIODO TO RAZ-PERIODO
           MOVE ZEROS TO RAZ-SEQ
           START ARQRAZ KEY IS NOT LESS THAN RAZ-CHAVE
              INVALID KEY
                 DISPLAY "NENHUMA PARTIDA NO MES"
                 GO TO CONSULTA-PARTIDAS-FIM.
       CONSULTA-PARTIDAS-LOOP.
           READ ARQRAZ NEXT
           IF ST-RAZ NOT = "00"
              GO TO CONSULTA-PARTIDAS-FIM.
           IF RAZ-PERIODO NOT = W-PERIODO
              GO TO CONSULTA-PARTIDAS-FIM.
           IF RAZ-CTA-DEB NOT = W-CONTA AND RAZ-CTA-CRE NOT = W-CONTA
              GO TO CONSULTA-PARTIDAS-LOOP.
           MOVE RAZ-VALOR TO W-VAL-ED1
           IF RAZ-CTA-DEB = W-CONTA
              DISPLAY RAZ-DATA " D " W-VAL-ED1 " CONTRA "
                 RAZ-CTA-CRE " " RAZ-HIST " " RAZ-ORIGEM
           ELSE
              DISPLAY RAZ-DATA " C " W-VAL-ED1 " CONTRA "
                 RAZ-CTA-DEB " " RAZ-HIST " " RAZ-ORIGEM.
           GO TO CONSULTA-PARTIDAS-LOOP.
       CONSULTA-PARTIDAS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQCTA ARQRAZ ARQSCT ARQAUD.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
