      *   ATRASO MEDIO ATE 5 DIAS E SEM PERDA: +20%     *
      *   ATRASO MEDIO ATE 30 DIAS: MANTEM              *
      *   ATRASO MAIOR OU COM PERDA: CORTA PELA METADE  *
      * COM O CLIENTE CONSULTADO NO BIRO (SCORECLI.DAT, *
      * BIROCRED): RESTRICAO NO MERCADO CORTA PELA      *
      * METADE COMO A PERDA, E SCORE ABAIXO DO MINIMO   *
      * DE BIRO.CTL IMPEDE O AUMENTO (MANTEM).          *
      * MODO 2: COM APROVACAO DE SUPERVISOR (PERFDESC)  *
      * APLICA AS PROPOSTAS PENDENTES NO REGCLI.DAT,    *
      * CARIMBANDO CADA MUDANCA EM AUDITORIA.DAT.       *
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    RECORD KEY IS PRL-CODCLI
                    FILE STATUS IS ST-PRL.

           SELECT ARQSCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SCO-CODCLI
                    FILE STATUS IS ST-SCO.

           SELECT ARQBCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-BCTL.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQPRL
               LABEL RECORD IS STANDARD
          03 PRL-QTD-PERDAS     PIC 9(04).
          03 PRL-VOLUME         PIC 9(11)V99.
          03 PRL-STATUS         PIC X(01).
          03 PRL-SCORE          PIC 9(04).
          03 PRL-RESTRICAO      PIC X(01).

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

       FD ARQBCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIRO.CTL".
       01 REG-BCTL.
          03 BCTL-DIAS-ATRASO    PIC 9(03).
          03 BCTL-DIAS-AVISO     PIC 9(03).
          03 BCTL-SCORE-MIN      PIC 9(04).

       FD ARQPERF
               LABEL RECORD IS STANDARD
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-PRL        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-SCO        PIC X(02) VALUE "00".
       01 ST-BCTL       PIC X(02) VALUE "00".
       01 W-TEM-SCO     PIC X(01) VALUE "N".
       01 W-SCORE-MIN   PIC 9(04) VALUE ZEROS.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
          03 DET-LIM-ATU   PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(04) VALUE " -> ".
          03 DET-LIM-PRO   PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-SCORE     PIC X(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-REST      PIC X(01).

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT ARQPRL
           CLOSE ARQPRL
           OPEN I-O ARQPRL
           MOVE "N" TO W-TEM-SCO
           OPEN INPUT ARQSCO
           IF ST-SCO = "00"
              MOVE "S" TO W-TEM-SCO.
           MOVE ZEROS TO W-SCORE-MIN
           OPEN INPUT ARQBCTL
           IF ST-BCTL = "00"
              READ ARQBCTL
              CLOSE ARQBCTL
              MOVE BCTL-SCORE-MIN TO W-SCORE-MIN.
           PERFORM VARRE-LANCAMENTOS THRU VARRE-LANCAMENTOS-FIM
           OPEN OUTPUT RELSAI
           MOVE "PROPOSTAS DE LIMITE DE CREDITO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CPF/CNPJ        VOLUME         ATRASO PERD"
              TO LINHA-SAI
           MOVE "LIMITE ATUAL -> PROPOSTO  SCOR R" TO LINHA-SAI(50:32)
           WRITE LINHA-SAI
           PERFORM GRAVA-PROPOSTAS THRU GRAVA-PROPOSTAS-FIM
           CLOSE ARQLANC ARQCLI ARQPRL RELSAI
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           IF W-TEM-SCO = "S"
              CLOSE ARQSCO.
           DISPLAY "PROPOSTAS GERADAS: " W-QTD-PROP
              " - RELATORIO EM PROPLIM.TXT".
       GERA-PROPOSTAS-FIM.
           EXIT.

      * REGLANC NA ORDEM DA CHAVE ALTERNATIVA LANC-CODPESSOA: OS
      * TITULOS DE CADA CLIENTE VEM JUNTOS
       VARRE-LANCAMENTOS.
           MOVE ZEROS TO LANC-CODPESSOA
           START ARQLANC KEY IS NOT LESS THAN LANC-CODPESSOA
              INVALID KEY GO TO VARRE-LANCAMENTOS-FIM.
       VARRE-LANC-LOOP.
           READ ARQLANC NEXT
           PERFORM ACHA-CLIENTE THRU ACHA-CLIENTE-FIM
           IF W-ACHOU = ZEROS
              GO TO VARRE-LANC-LOOP.
      * PARCELA DE ACORDO (TIPO 8) RENEGOCIA O JA FATURADO
           IF LANC-VALOR > ZEROS AND LANC-TPPEDIDO NOT = 8
              ADD LANC-VALOR TO WC-VOLUME(W-ACHOU).
           IF LANC-STATUS = "X"
              ADD 1 TO WC-QTD-PERDA(W-ACHOU).
       VARRE-LANCAMENTOS-FIM.
           EXIT.

      * COMO OS TITULOS CHEGAM AGRUPADOS POR CLIENTE, BASTA
      * COMPARAR COM O ULTIMO CLIENTE DA TABELA
       ACHA-CLIENTE.
           MOVE ZEROS TO W-ACHOU
           IF W-QTD-CLI = ZEROS
              GO TO ACHA-CLIENTE-NOVO.
           IF WC-CODCLI(W-QTD-CLI) = LANC-CODPESSOA
              MOVE W-QTD-CLI TO W-ACHOU
              GO TO ACHA-CLIENTE-FIM.
       ACHA-CLIENTE-NOVO.
           IF W-QTD-CLI = 300
              GO TO ACHA-CLIENTE-FIM.
           MOVE W-MEDIA TO PRL-MEDIA-ATRASO
           MOVE WC-QTD-PERDA(IX-CLI) TO PRL-QTD-PERDAS
           MOVE WC-VOLUME(IX-CLI) TO PRL-VOLUME
           PERFORM LE-SCORE THRU LE-SCORE-FIM
           IF WC-QTD-PERDA(IX-CLI) > ZEROS OR W-MEDIA > 30
              OR PRL-RESTRICAO = "S"
              COMPUTE PRL-LIM-PROP = LIMITE-CREDITO / 2
           ELSE
              IF W-MEDIA NOT > 5
                    LIMITE-CREDITO * 1,2
              ELSE
                 MOVE LIMITE-CREDITO TO PRL-LIM-PROP.
      * SCORE DO BIRO ABAIXO DO MINIMO: NO MAXIMO MANTEM
           IF PRL-RESTRICAO NOT = SPACES AND W-SCORE-MIN > ZEROS
              AND PRL-SCORE < W-SCORE-MIN
              AND PRL-LIM-PROP > LIMITE-CREDITO
              MOVE LIMITE-CREDITO TO PRL-LIM-PROP.
           MOVE "P" TO PRL-STATUS
           WRITE REGPRL
           ADD 1 TO W-QTD-PROP
           MOVE PRL-QTD-PERDAS TO DET-PERDAS
           MOVE PRL-LIM-ATUAL TO DET-LIM-ATU
           MOVE PRL-LIM-PROP TO DET-LIM-PRO
           MOVE SPACES TO DET-SCORE
           IF PRL-RESTRICAO NOT = SPACES
              MOVE PRL-SCORE TO DET-SCORE.
           MOVE PRL-RESTRICAO TO DET-REST
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
       GRAVA-PROPOSTAS-FIM.
           EXIT.

      * CLIENTE NUNCA CONSULTADO FICA COM RESTRICAO EM BRANCO E
      * A PROPOSTA SEGUE SO PELO HISTORICO PROPRIO
       LE-SCORE.
           MOVE ZEROS TO PRL-SCORE
           MOVE SPACES TO PRL-RESTRICAO
           IF W-TEM-SCO NOT = "S"
              GO TO LE-SCORE-FIM.
           MOVE WC-CODCLI(IX-CLI) TO SCO-CODCLI
           READ ARQSCO
           IF ST-SCO = "00"
              MOVE SCO-SCORE TO PRL-SCORE
              MOVE SCO-RESTRICAO TO PRL-RESTRICAO.
       LE-SCORE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MODO 2: APLICACAO DAS PROPOSTAS NO CADASTRO
      *----------------------------------------------------------------
