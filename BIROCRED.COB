       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIROCRED.
      **************************************************
      * INTEGRACAO COM O BIRO DE CREDITO                *
      * P: PARAMETROS (BIRO.CTL) - DIAS DE ATRASO PARA  *
      *    NEGATIVAR, PRAZO DO AVISO PREVIO E SCORE     *
      *    MINIMO PARA AUMENTO DE LIMITE (LIMCRED).     *
      * 1: EXPORTA OS CPF/CNPJ DOS CLIENTES PARA A      *
      *    CONSULTA EM LOTE (BIROCONS.TXT).             *
      * 2: IMPORTA O RETORNO DA CONSULTA (BIROSCOR.TXT) *
      *    PARA SCORECLI.DAT (SCORE E RESTRICOES POR    *
      *    CLIENTE), REJEICOES EM BIROREJ.TXT.          *
      * 3: NEGATIVACAO - PARCELA "R" VENCIDA ALEM DO    *
      *    PRAZO RECEBE O AVISO PREVIO (NEGAVISO.TXT) E *
      *    FICA EM NEGATIV.DAT; VENCIDO O PRAZO DO      *
      *    AVISO E AINDA EM ABERTO, COM APROVACAO DE    *
      *    SUPERVISOR (PERFDESC), VAI NA REMESSA DE     *
      *    INCLUSAO (NEGINC.TXT). CLIENTE COM PROMESSA  *
      *    DE PAGAMENTO ATIVA (SCE028) FICA DE FORA.    *
      * A EXCLUSAO DO QUE FOR PAGO E FEITA PELO BIROEXC *
      * NA CADEIA NOTURNA.                              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-BCTL.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AGE-CHAVE
                    FILE STATUS IS ST-AGE.

           SELECT ARQSCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SCO-CODCLI
                    FILE STATUS IS ST-SCO.

           SELECT ARQNEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NEG-CHAVE
                    FILE STATUS IS ST-NEG.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQCON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-CON.

           SELECT ARQSCR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SCR.

           SELECT ARQREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-REJ.

           SELECT ARQAVI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AVI.

           SELECT ARQINC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-INC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIRO.CTL".
       01 REG-BCTL.
          03 BCTL-DIAS-ATRASO    PIC 9(03).
          03 BCTL-DIAS-AVISO     PIC 9(03).
          03 BCTL-SCORE-MIN      PIC 9(04).

       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANC.
          03 LANC-CHAVE.
           05 LANC-NUMPEDIDO     PIC 9(06).
           05 LANC-TPPEDIDO      PIC 9(01).
           05 LANC-PARCELA       PIC 9(02).
          03 LANC-TIPO           PIC X(01).
          03 LANC-CODPESSOA      PIC 9(14).
          03 LANC-VALOR          PIC S9(07)V99.
          03 LANC-DATA           PIC 9(08).
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXAS.DAT".
       01 REGBXA.
          03 BXA-CHAVE.
           05 BXA-NUMPEDIDO      PIC 9(06).
           05 BXA-TPPEDIDO       PIC 9(01).
           05 BXA-PARCELA        PIC 9(02).
           05 BXA-SEQ            PIC 9(03).
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCLI.DAT".
       01 REGCLI.
          03 CPFCNPJ        PIC 9(14).
          03 RSNOME         PIC X(60).
          03 APSOBRE        PIC X(60).
          03 CEP            PIC 9(08).
          03 LOGR           PIC X(40).
          03 NUM            PIC 9(08).
          03 COMPL          PIC X(15).
          03 BAIRRO         PIC X(22).
          03 CIDADE         PIC X(33).
          03 UF             PIC X(02).
          03 TEL            PIC 9(11).
          03 EMAIL          PIC X(40).
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBAGE.DAT".
       01 REGAGE.
          03 AGE-CHAVE.
           05 AGE-CODCLI         PIC 9(14).
           05 AGE-SEQ            PIC 9(04).
          03 AGE-DATA            PIC 9(08).
          03 AGE-NOTA            PIC X(40).
          03 AGE-PROM-DATA       PIC 9(08).
          03 AGE-PROM-VALOR      PIC 9(07)V99.
          03 AGE-STATUS          PIC X(01).
          03 AGE-OPERADOR        PIC X(10).

       FD ARQSCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 REGSCO.
          03 SCO-CODCLI          PIC 9(14).
          03 SCO-SCORE           PIC 9(04).
          03 SCO-RESTRICAO       PIC X(01).
          03 SCO-QTD-REST        PIC 9(03).
          03 SCO-VALOR-REST      PIC 9(09)V99.
          03 SCO-DATA-CONS       PIC 9(08).
          03 SCO-DATA-IMP        PIC 9(08).

       FD ARQNEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGATIV.DAT".
       01 REGNEG.
          03 NEG-CHAVE.
           05 NEG-NUMPEDIDO      PIC 9(06).
           05 NEG-TPPEDIDO       PIC 9(01).
           05 NEG-PARCELA        PIC 9(02).
          03 NEG-CODCLI          PIC 9(14).
          03 NEG-VALOR           PIC 9(07)V99.
          03 NEG-VENCIMENTO      PIC 9(08).
          03 NEG-STATUS          PIC X(01).
          03 NEG-DATA-AVISO      PIC 9(08).
          03 NEG-DATA-INCL       PIC 9(08).
          03 NEG-DATA-EXCL       PIC 9(08).
          03 NEG-OPERADOR        PIC X(10).

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       FD ARQCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIROCONS.TXT".
       01 LINHA-CON              PIC X(80).

       FD ARQSCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIROSCOR.TXT".
       01 LINHA-SCR              PIC X(80).

       FD ARQREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIROREJ.TXT".
       01 LINHA-REJ              PIC X(120).

       FD ARQAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGAVISO.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGINC.TXT".
       01 LINHA-INC              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-BCTL       PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-AGE        PIC X(02) VALUE "00".
       01 ST-SCO        PIC X(02) VALUE "00".
       01 ST-NEG        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-SCR        PIC X(02) VALUE "00".
       01 ST-REJ        PIC X(02) VALUE "00".
       01 ST-AVI        PIC X(02) VALUE "00".
       01 ST-INC        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-SO-LIMITE   PIC X(01) VALUE SPACES.
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 W-TEM-AGE     PIC X(01) VALUE "N".
       01 W-TEM-PROM    PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DIAS-ATRASO-MIN PIC 9(03) VALUE 30.
       01 W-DIAS-AVISO  PIC 9(03) VALUE 10.
       01 W-SCORE-MIN   PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-BASE   PIC 9(08) VALUE ZEROS.
       01 W-BASE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-VENC-USADO  PIC 9(08) VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-AVISO-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       01 W-DIAS-CORRIDOS PIC S9(05) VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO-LANC  PIC S9(09)V99 VALUE ZEROS.
       01 W-CLI-ATUAL   PIC 9(14) VALUE ZEROS.
       01 W-QTD-CON     PIC 9(06) VALUE ZEROS.
       01 W-QTD-IMP     PIC 9(06) VALUE ZEROS.
       01 W-QTD-REJ     PIC 9(06) VALUE ZEROS.
       01 W-QTD-AVI     PIC 9(06) VALUE ZEROS.
       01 W-QTD-INC     PIC 9(06) VALUE ZEROS.
       01 W-QTD-PROM    PIC 9(06) VALUE ZEROS.
       01 W-QTD-AGUARDA PIC 9(06) VALUE ZEROS.
       01 W-TOT-INC     PIC 9(11)V99 VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-LIN-QTD     PIC ZZZZZ9.
       01 W-VAL-ED      PIC ZZZZZZZ9,99.

       01 REG-CON-HDR.
          03 FILLER        PIC X(01) VALUE "0".
          03 FILLER        PIC X(08) VALUE "CONSULTA".
          03 CH-DATA       PIC 9(08).
          03 FILLER        PIC X(63) VALUE SPACES.

       01 REG-CON-DET.
          03 FILLER        PIC X(01) VALUE "1".
          03 CD-TIPO-PESSOA PIC X(01).
          03 CD-CPFCNPJ    PIC 9(14).
          03 FILLER        PIC X(64) VALUE SPACES.

       01 REG-CON-TRL.
          03 FILLER        PIC X(01) VALUE "9".
          03 CT-QTD        PIC 9(06).
          03 FILLER        PIC X(73) VALUE SPACES.

       01 REG-SCR-DET.
          03 SR-TIPO       PIC X(01).
          03 SR-CPFCNPJ    PIC 9(14).
          03 SR-SCORE      PIC 9(04).
          03 SR-RESTRICAO  PIC X(01).
          03 SR-QTD-REST   PIC 9(03).
          03 SR-VALOR-REST PIC 9(09)V99.
          03 SR-DATA       PIC 9(08).
          03 FILLER        PIC X(38).

       01 REG-NEG-HDR.
          03 FILLER        PIC X(01) VALUE "0".
          03 FILLER        PIC X(08) VALUE "INCLUSAO".
          03 NH-DATA       PIC 9(08).
          03 FILLER        PIC X(103) VALUE SPACES.

       01 REG-NEG-DET.
          03 FILLER        PIC X(01) VALUE "1".
          03 ND-OPER       PIC X(01).
          03 ND-CONTRATO.
             05 ND-NUMPEDIDO  PIC 9(06).
             05 ND-TPPEDIDO   PIC 9(01).
             05 ND-PARCELA    PIC 9(02).
          03 ND-TIPO-PESSOA PIC X(01).
          03 ND-CPFCNPJ    PIC 9(14).
          03 ND-NOME       PIC X(40).
          03 ND-VENCTO     PIC 9(08).
          03 ND-VALOR      PIC 9(09)V99.
          03 ND-DATA-AVISO PIC 9(08).
          03 ND-CEP        PIC 9(08).
          03 ND-UF         PIC X(02).
          03 FILLER        PIC X(17) VALUE SPACES.

       01 REG-NEG-TRL.
          03 FILLER        PIC X(01) VALUE "9".
          03 NT-QTD        PIC 9(06).
          03 NT-TOTAL      PIC 9(11)V99.
          03 FILLER        PIC X(100) VALUE SPACES.

       01 DET-TIT.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 DT-PEDIDO     PIC 9(06).
          03 FILLER        PIC X(01) VALUE "/".
          03 DT-TPPED      PIC 9(01).
          03 FILLER        PIC X(06) VALUE " PARC ".
          03 DT-PARC       PIC 9(02).
          03 FILLER        PIC X(08) VALUE "  VENC. ".
          03 DT-VENC       PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE "  ATRASO ".
          03 DT-DIAS       PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE " DIAS  SALDO".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DT-SALDO      PIC ZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-BASE
           COMPUTE W-BASE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-BASE)
           PERFORM LE-PARAMETROS
           DISPLAY "INTEGRACAO COM O BIRO DE CREDITO".
       R1.
           DISPLAY "DIAS DE ATRASO P/ NEGATIVAR: " W-DIAS-ATRASO-MIN
              "  PRAZO DO AVISO: " W-DIAS-AVISO
              "  SCORE MINIMO: " W-SCORE-MIN
           DISPLAY "P = PARAMETROS | 1 = EXPORTAR CONSULTA"
              " | 2 = IMPORTAR SCORES | 3 = NEGATIVACAO"
              " | 0 = SAIR :"
           ACCEPT W-OPCAO
           IF W-OPCAO = "0"
              STOP RUN.
           IF W-OPCAO = "P" OR "p"
              PERFORM ALTERA-PARAMETROS THRU ALTERA-PARAMETROS-FIM
              GO TO R1.
           IF W-OPCAO = "1"
              PERFORM EXPORTA-CONSULTA THRU EXPORTA-CONSULTA-FIM
              GO TO R1.
           IF W-OPCAO = "2"
              PERFORM IMPORTA-SCORES THRU IMPORTA-SCORES-FIM
              GO TO R1.
           IF W-OPCAO = "3"
              PERFORM NEGATIVACAO THRU NEGATIVACAO-FIM
              GO TO R1.
           DISPLAY "DIGITE P, 0, 1, 2 OU 3"
           GO TO R1.

      *----------------------------------------------------------------
      * PARAMETROS (BIRO.CTL). SEM O ARQUIVO VALEM 30 DIAS DE
      * ATRASO, 10 DIAS DE AVISO E SCORE MINIMO ZERO (SEM CORTE)
      *----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT ARQBCTL
           IF ST-BCTL = "00"
              READ ARQBCTL
              CLOSE ARQBCTL
              MOVE BCTL-DIAS-ATRASO TO W-DIAS-ATRASO-MIN
              MOVE BCTL-DIAS-AVISO TO W-DIAS-AVISO
              MOVE BCTL-SCORE-MIN TO W-SCORE-MIN
           ELSE
              NEXT SENTENCE.

       ALTERA-PARAMETROS.
           DISPLAY "DIAS DE ATRASO PARA NEGATIVAR: "
           ACCEPT W-DIAS-ATRASO-MIN
           IF W-DIAS-ATRASO-MIN = ZEROS
              DISPLAY "INFORME AO MENOS 1 DIA"
              GO TO ALTERA-PARAMETROS.
       ALTERA-PARAMETROS-AVISO.
           DISPLAY "PRAZO DO AVISO PREVIO EM DIAS (MINIMO 10): "
           ACCEPT W-DIAS-AVISO
           IF W-DIAS-AVISO < 10
              DISPLAY "O AVISO PREVIO NAO PODE SER MENOR QUE 10 DIAS"
              GO TO ALTERA-PARAMETROS-AVISO.
           DISPLAY "SCORE MINIMO PARA AUMENTO DE LIMITE (0=SEM"
              " CORTE): "
           ACCEPT W-SCORE-MIN
           MOVE W-DIAS-ATRASO-MIN TO BCTL-DIAS-ATRASO
           MOVE W-DIAS-AVISO TO BCTL-DIAS-AVISO
           MOVE W-SCORE-MIN TO BCTL-SCORE-MIN
           OPEN OUTPUT ARQBCTL
           WRITE REG-BCTL
           CLOSE ARQBCTL
           DISPLAY "PARAMETROS GRAVADOS".
       ALTERA-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 1: ARQUIVO DE CONSULTA EM LOTE NO LAYOUT DO BIRO
      *----------------------------------------------------------------
       EXPORTA-CONSULTA.
           MOVE ZEROS TO W-QTD-CON
           DISPLAY "SOMENTE CLIENTES COM LIMITE DE CREDITO (S/N): "
           ACCEPT W-SO-LIMITE
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              GO TO EXPORTA-CONSULTA-FIM.
           OPEN OUTPUT ARQCON
           MOVE W-DATA-BASE TO CH-DATA
           MOVE REG-CON-HDR TO LINHA-CON
           WRITE LINHA-CON
           MOVE ZEROS TO CPFCNPJ
           START ARQCLI KEY IS NOT LESS THAN CPFCNPJ
              INVALID KEY GO TO EXPORTA-CONSULTA-TRL.
       EXPORTA-CONSULTA-LOOP.
           READ ARQCLI NEXT
           IF ST-CLI NOT = "00"
              GO TO EXPORTA-CONSULTA-TRL.
           IF (W-SO-LIMITE = "S" OR "s") AND LIMITE-CREDITO = ZEROS
              GO TO EXPORTA-CONSULTA-LOOP.
           MOVE TIPO-PESSOA TO CD-TIPO-PESSOA
           MOVE CPFCNPJ TO CD-CPFCNPJ
           MOVE REG-CON-DET TO LINHA-CON
           WRITE LINHA-CON
           ADD 1 TO W-QTD-CON
           GO TO EXPORTA-CONSULTA-LOOP.
       EXPORTA-CONSULTA-TRL.
           MOVE W-QTD-CON TO CT-QTD
           MOVE REG-CON-TRL TO LINHA-CON
           WRITE LINHA-CON
           CLOSE ARQCLI ARQCON
           MOVE W-QTD-CON TO W-LIN-QTD
           DISPLAY "CONSULTA GERADA EM BIROCONS.TXT COM " W-LIN-QTD
              " CLIENTE(S)".
       EXPORTA-CONSULTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 2: RETORNO DA CONSULTA - SCORE E RESTRICOES POR CLIENTE
      *----------------------------------------------------------------
       IMPORTA-SCORES.
           MOVE ZEROS TO W-QTD-IMP W-QTD-REJ
           OPEN INPUT ARQSCR
           IF ST-SCR NOT = "00"
              DISPLAY "ARQUIVO BIROSCOR.TXT NAO ENCONTRADO"
              GO TO IMPORTA-SCORES-FIM.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              CLOSE ARQSCR
              GO TO IMPORTA-SCORES-FIM.
           OPEN I-O ARQSCO
           IF ST-SCO = "30"
              OPEN OUTPUT ARQSCO
              CLOSE ARQSCO
              OPEN I-O ARQSCO.
           OPEN OUTPUT ARQREJ
           MOVE "REJEICOES DO RETORNO DE CONSULTA AO BIRO"
              TO LINHA-REJ
           WRITE LINHA-REJ.
       IMPORTA-SCORES-LOOP.
           READ ARQSCR
           IF ST-SCR NOT = "00"
              GO TO IMPORTA-SCORES-ENC.
           MOVE LINHA-SCR TO REG-SCR-DET
           IF SR-TIPO NOT = "1"
              GO TO IMPORTA-SCORES-LOOP.
           PERFORM VALIDA-SCORE THRU VALIDA-SCORE-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
              GO TO IMPORTA-SCORES-LOOP.
           MOVE SR-CPFCNPJ TO SCO-CODCLI
           READ ARQSCO
           MOVE SR-SCORE TO SCO-SCORE
           MOVE SR-RESTRICAO TO SCO-RESTRICAO
           MOVE SR-QTD-REST TO SCO-QTD-REST
           MOVE SR-VALOR-REST TO SCO-VALOR-REST
           MOVE SR-DATA TO SCO-DATA-CONS
           MOVE W-DATA-BASE TO SCO-DATA-IMP
           IF ST-SCO = "00"
              REWRITE REGSCO
           ELSE
              MOVE SR-CPFCNPJ TO SCO-CODCLI
              WRITE REGSCO.
           IF ST-SCO NOT = "00" AND "02"
              MOVE "ERRO DE GRAVACAO EM SCORECLI.DAT" TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO IMPORTA-SCORES-LOOP.
           ADD 1 TO W-QTD-IMP
           GO TO IMPORTA-SCORES-LOOP.
       IMPORTA-SCORES-ENC.
           MOVE SPACES TO LINHA-REJ
           STRING "IMPORTADOS: " W-QTD-IMP "  REJEITADOS: " W-QTD-REJ
              DELIMITED BY SIZE INTO LINHA-REJ
           WRITE LINHA-REJ
           CLOSE ARQSCR ARQCLI ARQSCO ARQREJ
           DISPLAY "SCORES IMPORTADOS: " W-QTD-IMP
              " REJEITADOS: " W-QTD-REJ " (BIROREJ.TXT)".
       IMPORTA-SCORES-FIM.
           EXIT.

       VALIDA-SCORE.
           MOVE SPACES TO W-MOTIVO
           IF SR-CPFCNPJ NOT NUMERIC OR SR-CPFCNPJ = ZEROS
              MOVE "CPF/CNPJ INVALIDO" TO W-MOTIVO
              GO TO VALIDA-SCORE-FIM.
           IF SR-SCORE NOT NUMERIC OR SR-SCORE > 1000
              MOVE "SCORE INVALIDO" TO W-MOTIVO
              GO TO VALIDA-SCORE-FIM.
           IF SR-RESTRICAO NOT = "S" AND SR-RESTRICAO NOT = "N"
              MOVE "INDICADOR DE RESTRICAO INVALIDO" TO W-MOTIVO
              GO TO VALIDA-SCORE-FIM.
           IF SR-QTD-REST NOT NUMERIC OR SR-VALOR-REST NOT NUMERIC
              OR SR-DATA NOT NUMERIC
              MOVE "CAMPO NUMERICO INVALIDO" TO W-MOTIVO
              GO TO VALIDA-SCORE-FIM.
           MOVE SR-CPFCNPJ TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO.
       VALIDA-SCORE-FIM.
           EXIT.

       GRAVA-REJEICAO.
           ADD 1 TO W-QTD-REJ
           MOVE SPACES TO LINHA-REJ
           STRING LINHA-SCR(1:42) "  " W-MOTIVO
              DELIMITED BY SIZE INTO LINHA-REJ
           WRITE LINHA-REJ.

      *----------------------------------------------------------------
      * 3: AVISO PREVIO E REMESSA DE INCLUSAO DE DEVEDORES
      *----------------------------------------------------------------
       NEGATIVACAO.
           MOVE ZEROS TO W-QTD-AVI W-QTD-INC W-QTD-PROM
              W-QTD-AGUARDA W-TOT-INC
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
      * A INCLUSAO NO BIRO PRECISA DE SUPERVISOR; SEM ELE SO
      * OS AVISOS PREVIOS SAO EMITIDOS
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "SEM SUPERVISOR - SOMENTE AVISOS PREVIOS".
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO OU VAZIO"
              GO TO NEGATIVACAO-FIM.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              CLOSE ARQLANC
              GO TO NEGATIVACAO-FIM.
           MOVE "N" TO W-TEM-BXA
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.
           MOVE "N" TO W-TEM-AGE
           OPEN INPUT ARQAGE
           IF ST-AGE = "00"
              MOVE "S" TO W-TEM-AGE.
           OPEN I-O ARQNEG
           IF ST-NEG = "30"
              OPEN OUTPUT ARQNEG
              CLOSE ARQNEG
              OPEN I-O ARQNEG.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
           OPEN OUTPUT ARQAVI
           OPEN OUTPUT ARQINC
           MOVE W-DATA-BASE TO NH-DATA
           MOVE REG-NEG-HDR TO LINHA-INC
           WRITE LINHA-INC
           MOVE LOW-VALUES TO LANC-CHAVE
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO NEGATIVACAO-ENC.
       NEGATIVACAO-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO NEGATIVACAO-ENC.
           IF LANC-TIPO NOT = "R" OR LANC-STATUS NOT = "A"
              GO TO NEGATIVACAO-LOOP.
           IF LANC-VALOR NOT > ZEROS
              GO TO NEGATIVACAO-LOOP.
           PERFORM CALCULA-ATRASO
           IF W-DIAS-ATRASO NOT > W-DIAS-ATRASO-MIN
              GO TO NEGATIVACAO-LOOP.
           PERFORM CALCULA-SALDO-LANC THRU CALCULA-SALDO-LANC-FIM
           IF W-SALDO-LANC NOT > ZEROS
              GO TO NEGATIVACAO-LOOP.
           MOVE LANC-CODPESSOA TO W-CLI-ATUAL
           PERFORM VERIFICA-PROMESSA THRU VERIFICA-PROMESSA-FIM
           IF W-TEM-PROM = 1
              ADD 1 TO W-QTD-PROM
              GO TO NEGATIVACAO-LOOP.
           MOVE LANC-CHAVE TO NEG-CHAVE
           READ ARQNEG
           IF ST-NEG = "23"
              PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
              GO TO NEGATIVACAO-LOOP.
           IF ST-NEG = "00" AND NEG-STATUS = "A"
              PERFORM INCLUI-DEVEDOR THRU INCLUI-DEVEDOR-FIM.
           GO TO NEGATIVACAO-LOOP.
       NEGATIVACAO-ENC.
           MOVE W-QTD-INC TO NT-QTD
           MOVE W-TOT-INC TO NT-TOTAL
           MOVE REG-NEG-TRL TO LINHA-INC
           WRITE LINHA-INC
           CLOSE ARQLANC ARQCLI ARQNEG ARQAUD ARQAVI ARQINC
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           IF W-TEM-AGE = "S"
              CLOSE ARQAGE.
           DISPLAY "AVISOS PREVIOS EMITIDOS: " W-QTD-AVI
              " (NEGAVISO.TXT)"
           DISPLAY "INCLUSOES NA REMESSA:    " W-QTD-INC
              " (NEGINC.TXT)"
           DISPLAY "AGUARDANDO PRAZO DO AVISO: " W-QTD-AGUARDA
           DISPLAY "PULADAS POR PROMESSA ATIVA: " W-QTD-PROM.
       NEGATIVACAO-FIM.
           EXIT.

      * PRIMEIRA VEZ QUE A PARCELA PASSA DO PRAZO: CARTA DE AVISO
      * PREVIO AO ENDERECO DO CADASTRO E REGISTRO EM NEGATIV.DAT
       EMITE-AVISO.
           MOVE LANC-CODPESSOA TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              GO TO EMITE-AVISO-FIM.
           MOVE LANC-CHAVE TO NEG-CHAVE
           MOVE LANC-CODPESSOA TO NEG-CODCLI
           MOVE W-SALDO-LANC TO NEG-VALOR
           MOVE W-VENC-USADO TO NEG-VENCIMENTO
           MOVE "A" TO NEG-STATUS
           MOVE W-DATA-BASE TO NEG-DATA-AVISO
           MOVE ZEROS TO NEG-DATA-INCL NEG-DATA-EXCL
           MOVE W-OPERADOR TO NEG-OPERADOR
           WRITE REGNEG
           IF ST-NEG NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DE NEGATIV.DAT " NEG-CHAVE
              GO TO EMITE-AVISO-FIM.
           ADD 1 TO W-QTD-AVI
           PERFORM ESCREVE-CARTA-AVISO
           MOVE SPACES TO LINHA-AUD
           STRING "BIROCRED A CHAVE=" NEG-CHAVE
              " CLIENTE=" NEG-CODCLI " VALOR=" NEG-VALOR
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       EMITE-AVISO-FIM.
           EXIT.

       ESCREVE-CARTA-AVISO.
           MOVE ALL "=" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "COMUNICADO DE DEBITO EM ATRASO - EMITIDO EM "
              W-DATA-BASE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE RSNOME TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING LOGR DELIMITED BY "  " ", " NUM ", " COMPL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING BAIRRO DELIMITED BY "  " " - " CIDADE
              DELIMITED BY "  " " - " UF
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CEP: " CEP DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "PREZADO CLIENTE," TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE
           "CONSTA EM NOSSOS REGISTROS O TITULO VENCIDO ABAIXO:"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE LANC-NUMPEDIDO TO DT-PEDIDO
           MOVE LANC-TPPEDIDO TO DT-TPPED
           MOVE LANC-PARCELA TO DT-PARC
           MOVE W-VENC-USADO TO DT-VENC
           MOVE W-DIAS-ATRASO TO DT-DIAS
           MOVE W-SALDO-LANC TO DT-SALDO
           MOVE DET-TIT TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "NAO HAVENDO A REGULARIZACAO EM " W-DIAS-AVISO
              " DIAS A CONTAR DESTE COMUNICADO,"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE
           "O DEBITO SERA INFORMADO AOS ORGAOS DE PROTECAO AO CREDITO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE
           "(ART. 43, PARAGRAFO 2, DO CODIGO DE DEFESA DO CONSUMIDOR)."
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE
           "CASO O PAGAMENTO JA TENHA SIDO EFETUADO, DESCONSIDERE"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "ESTE COMUNICADO." TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "ATENCIOSAMENTE, DEPARTAMENTO DE COBRANCA"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI.

      * AVISO EMITIDO E PRAZO CUMPRIDO: VAI NA REMESSA DE INCLUSAO
      * PELO SALDO DE HOJE (SO COM SUPERVISOR)
       INCLUI-DEVEDOR.
           COMPUTE W-AVISO-SERIAL =
              FUNCTION INTEGER-OF-DATE(NEG-DATA-AVISO)
           COMPUTE W-DIAS-CORRIDOS = W-BASE-SERIAL - W-AVISO-SERIAL
           IF W-DIAS-CORRIDOS < W-DIAS-AVISO
              ADD 1 TO W-QTD-AGUARDA
              GO TO INCLUI-DEVEDOR-FIM.
           IF W-SUP-COD = SPACES
              ADD 1 TO W-QTD-AGUARDA
              GO TO INCLUI-DEVEDOR-FIM.
           MOVE LANC-CODPESSOA TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              GO TO INCLUI-DEVEDOR-FIM.
           MOVE "I" TO ND-OPER
           MOVE LANC-NUMPEDIDO TO ND-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO ND-TPPEDIDO
           MOVE LANC-PARCELA TO ND-PARCELA
           MOVE TIPO-PESSOA TO ND-TIPO-PESSOA
           MOVE CPFCNPJ TO ND-CPFCNPJ
           MOVE RSNOME TO ND-NOME
           MOVE W-VENC-USADO TO ND-VENCTO
           MOVE W-SALDO-LANC TO ND-VALOR
           MOVE NEG-DATA-AVISO TO ND-DATA-AVISO
           MOVE CEP TO ND-CEP
           MOVE UF TO ND-UF
           MOVE "I" TO NEG-STATUS
           MOVE W-SALDO-LANC TO NEG-VALOR
           MOVE W-DATA-BASE TO NEG-DATA-INCL
           MOVE W-OPERADOR TO NEG-OPERADOR
           REWRITE REGNEG
           IF ST-NEG NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DE NEGATIV.DAT " NEG-CHAVE
              GO TO INCLUI-DEVEDOR-FIM.
           MOVE REG-NEG-DET TO LINHA-INC
           WRITE LINHA-INC
           ADD 1 TO W-QTD-INC
           ADD W-SALDO-LANC TO W-TOT-INC
           MOVE SPACES TO LINHA-AUD
           STRING "BIROCRED I CHAVE=" NEG-CHAVE
              " CLIENTE=" NEG-CODCLI " VALOR=" NEG-VALOR
              " OPERADOR=" W-OPERADOR
              " SUPERVISOR=" W-SUP-COD
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       INCLUI-DEVEDOR-FIM.
           EXIT.

       VERIFICA-PROMESSA.
           MOVE ZEROS TO W-TEM-PROM
           IF W-TEM-AGE NOT = "S"
              GO TO VERIFICA-PROMESSA-FIM.
           MOVE W-CLI-ATUAL TO AGE-CODCLI
           MOVE ZEROS TO AGE-SEQ
           START ARQAGE KEY IS NOT LESS THAN AGE-CHAVE
              INVALID KEY GO TO VERIFICA-PROMESSA-FIM.
       VERIFICA-PROMESSA-LOOP.
           READ ARQAGE NEXT
           IF ST-AGE NOT = "00"
              GO TO VERIFICA-PROMESSA-FIM.
           IF AGE-CODCLI NOT = W-CLI-ATUAL
              GO TO VERIFICA-PROMESSA-FIM.
           IF AGE-STATUS = "A" AND AGE-PROM-DATA NOT < W-DATA-BASE
              MOVE 1 TO W-TEM-PROM
              GO TO VERIFICA-PROMESSA-FIM.
           GO TO VERIFICA-PROMESSA-LOOP.
       VERIFICA-PROMESSA-FIM.
           EXIT.

       CALCULA-ATRASO.
           MOVE LANC-VENCIMENTO TO W-VENC-USADO
           IF W-VENC-USADO = ZEROS
              MOVE LANC-DATA TO W-VENC-USADO.
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-USADO)
           COMPUTE W-DIAS-ATRASO = W-BASE-SERIAL - W-VENC-SERIAL.

      * LINHAS DE JUROS/MULTA (SCE010) NAO ABATEM O PRINCIPAL
       CALCULA-SALDO-LANC.
           MOVE LANC-VALOR TO W-SALDO-LANC
           MOVE ZEROS TO W-TOT-BAIXADO
           IF W-TEM-BXA NOT = "S"
              GO TO CALCULA-SALDO-LANC-FIM.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE ZEROS TO BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO CALCULA-SALDO-LANC-FIM.
       CALCULA-SALDO-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO CALCULA-SALDO-SUB.
           IF BXA-NUMPEDIDO NOT = LANC-NUMPEDIDO OR
              BXA-TPPEDIDO NOT = LANC-TPPEDIDO OR
              BXA-PARCELA NOT = LANC-PARCELA
              GO TO CALCULA-SALDO-SUB.
           IF BXA-OPERADOR NOT = "JUROSMULTA"
              ADD BXA-VALOR TO W-TOT-BAIXADO.
           GO TO CALCULA-SALDO-LOOP.
       CALCULA-SALDO-SUB.
           SUBTRACT W-TOT-BAIXADO FROM W-SALDO-LANC.
       CALCULA-SALDO-LANC-FIM.
           EXIT.

       APROVA-SUPERVISOR.
           MOVE SPACES TO W-SUP-COD
           OPEN INPUT ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "PERFDESC.DAT NAO ENCONTRADO - CADASTRE O"
                 " SUPERVISOR NO SCE018"
              GO TO APROVA-SUPERVISOR-FIM.
       APROVA-SUP-PEDE.
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = DESISTE): "
           ACCEPT W-SUP-COD
           IF W-SUP-COD = SPACES
              CLOSE ARQPERF
              GO TO APROVA-SUPERVISOR-FIM.
           MOVE W-SUP-COD TO PERF-OPERADOR
           READ ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "CODIGO DE SUPERVISOR NAO CADASTRADO"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           IF PERF-SUPERV NOT = "S"
              DISPLAY "OPERADOR NAO E SUPERVISOR"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           CLOSE ARQPERF.
       APROVA-SUPERVISOR-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
