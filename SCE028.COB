      * ATIVA SAI DA LISTA DO DIA E O RELCOBR PULA A    *
      * CARTA DELE, PARA DOIS COBRADORES NAO COBRAREM   *
      * O MESMO CLIENTE NA MESMA SEMANA.                *
      * PARCELA DE ACORDO (REGLANC TIPO 8, PROGRAMA      *
      * ACORDO) VENCIDA HA MAIS DE ACD-DIAS-QUEBRA DIAS *
      * PUXA O CLIENTE PARA A LISTA COMO ACORDO ROMPIDO,*
      * MESMO COM PROMESSA ATIVA.                       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQACD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ACD-NUMERO
                    FILE STATUS IS ST-ACD.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQACD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACORDO.DAT".
       01 REGACD.
          03 ACD-NUMERO          PIC 9(06).
          03 ACD-CODCLI          PIC 9(14).
          03 ACD-DATA            PIC 9(08).
          03 ACD-PRINCIPAL       PIC 9(09)V99.
          03 ACD-ENCARGOS        PIC 9(09)V99.
          03 ACD-TOTAL           PIC 9(09)V99.
          03 ACD-ENTRADA         PIC 9(09)V99.
          03 ACD-QTD-PARC        PIC 9(02).
          03 ACD-DIAS-QUEBRA     PIC 9(03).
          03 ACD-STATUS          PIC X(01).
          03 ACD-OPERADOR        PIC X(10).
          03 ACD-SUPERV          PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.TXT".
       01 W-QTD-CLI     PIC 9(03) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZ9,99.
       01 ST-ACD        PIC X(02) VALUE "00".
       01 W-ACD-ABERTO  PIC X(01) VALUE "N".
       01 W-BASE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ATR    PIC S9(05) VALUE ZEROS.
       01 W-ROMPIDO     PIC 9(01) VALUE ZEROS.

       01 W-TAB-CLI.
          03 W-CLI OCCURS 200 TIMES.
             05 WC-CODCLI     PIC 9(14).
             05 WC-ACORDO     PIC 9(06).
             05 WC-DIAS-ATR   PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
              ELSE
                 DISPLAY "ERRO NA ABERTURA DA AGENDA DE COBRANCA"
                 STOP RUN.
       ABRE-ACD.
           MOVE "N" TO W-ACD-ABERTO
           OPEN INPUT ARQACD
           IF ST-ACD = "00"
              MOVE "S" TO W-ACD-ABERTO.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR (COBRADOR): "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-BASE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
       R1.
           DISPLAY "AGENDA DE COBRANCA - DIA " W-DATA-HOJE
           DISPLAY "W = LISTA DO DIA | L = REGISTRAR CONTATO"
              GO TO LISTA-DO-DIA-ENC.
           MOVE WC-CODCLI(IX-CLI) TO W-CLIENTE
           PERFORM VERIFICA-PROMESSA THRU VERIFICA-PROMESSA-FIM
      * PROMESSA ATIVA PARA DATA FUTURA: CLIENTE FORA DA LISTA,
      * A NAO SER QUE TENHA ACORDO ROMPIDO
           IF W-TEM-PROM = 1 AND W-PROM-HOJE = ZEROS AND
              WC-ACORDO(IX-CLI) = ZEROS
              GO TO LISTA-DO-DIA-LOOP.
           ADD 1 TO W-QTD-LISTA
           MOVE SPACES TO LINHA-SAI
           IF WC-ACORDO(IX-CLI) > ZEROS
              STRING "CLIENTE " W-CLIENTE
                 " - ACORDO " WC-ACORDO(IX-CLI)
                 " ROMPIDO: PARCELA VENCIDA HA "
                 WC-DIAS-ATR(IX-CLI) " DIAS"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              DISPLAY LINHA-SAI
              GO TO LISTA-DO-DIA-LOOP.
           IF W-PROM-HOJE = 1
              MOVE W-PROM-VALOR TO W-VAL-ED
              STRING "CLIENTE " W-CLIENTE
           IF LANC-VENCIMENTO = ZEROS OR
              LANC-VENCIMENTO NOT < W-DATA-HOJE
              GO TO MONTA-LISTA-LOOP.
           MOVE ZEROS TO W-ROMPIDO
           IF LANC-TPPEDIDO = 8
              PERFORM VERIFICA-ACORDO THRU VERIFICA-ACORDO-FIM.
           MOVE ZEROS TO W-ACHOU IX-CLI.
       MONTA-LISTA-BUSCA.
           ADD 1 TO IX-CLI
              GO TO MONTA-LISTA-NOVO.
           IF WC-CODCLI(IX-CLI) = LANC-CODPESSOA
              MOVE 1 TO W-ACHOU
              PERFORM MARCA-ROMPIDO
              GO TO MONTA-LISTA-LOOP.
           GO TO MONTA-LISTA-BUSCA.
       MONTA-LISTA-NOVO.
              GO TO MONTA-LISTA-LOOP.
           ADD 1 TO W-QTD-CLI
           MOVE LANC-CODPESSOA TO WC-CODCLI(W-QTD-CLI)
           MOVE ZEROS TO WC-ACORDO(W-QTD-CLI) WC-DIAS-ATR(W-QTD-CLI)
           MOVE W-QTD-CLI TO IX-CLI
           PERFORM MARCA-ROMPIDO
           GO TO MONTA-LISTA-LOOP.
       MONTA-LISTA-CLI-FIM.
           EXIT.

      * PARCELA DE ACORDO VENCIDA ALEM DA TOLERANCIA DO ACORDO:
      * W-ROMPIDO = 1 E W-DIAS-ATR COM O ATRASO
       VERIFICA-ACORDO.
           IF W-ACD-ABERTO NOT = "S"
              GO TO VERIFICA-ACORDO-FIM.
           MOVE LANC-NUMPEDIDO TO ACD-NUMERO
           READ ARQACD
           IF ST-ACD NOT = "00"
              GO TO VERIFICA-ACORDO-FIM.
           COMPUTE W-DIAS-ATR = W-BASE-SERIAL -
              FUNCTION INTEGER-OF-DATE(LANC-VENCIMENTO)
           IF W-DIAS-ATR > ACD-DIAS-QUEBRA
              MOVE 1 TO W-ROMPIDO.
       VERIFICA-ACORDO-FIM.
           EXIT.

      * GUARDA NO CLIENTE IX-CLI O ACORDO ROMPIDO DE MAIOR ATRASO
       MARCA-ROMPIDO.
           IF W-ROMPIDO = 1 AND W-DIAS-ATR > WC-DIAS-ATR(IX-CLI)
              MOVE ACD-NUMERO TO WC-ACORDO(IX-CLI)
              MOVE W-DIAS-ATR TO WC-DIAS-ATR(IX-CLI).

      * PROMESSA ATIVA MAIS RECENTE DO CLIENTE: W-TEM-PROM = 1
      * SE EXISTE; W-PROM-HOJE = 1 SE A DATA PROMETIDA JA CHEGOU
       VERIFICA-PROMESSA.

       ROT-FIM.
           CLOSE ARQAGE.
           IF W-ACD-ABERTO = "S"
              CLOSE ARQACD.
           STOP RUN.

      *    FILE STATUS
