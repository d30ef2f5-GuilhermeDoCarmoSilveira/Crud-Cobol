       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSUB.
      **************************************************
      * RELATORIO DE USO DE SUBSTITUTOS                 *
      * LE AS OFERTAS DE SUBSTITUTO REGISTRADAS EM      *
      * SUBUSO.DAT NO PERIODO (SCE005 NA VENDA, SCE012  *
      * NO ORCAMENTO E LIBBACK NAS PENDENCIAS ANTIGAS)  *
      * E MOSTRA QUANTAS VEZES A TROCA FOI ACEITA -     *
      * VENDA SALVA - OU RECUSADA, COM QUANTIDADE E     *
      * VALOR TROCADOS. TOTAIS POR ORIGEM E, POR        *
      * PRODUTO EM FALTA, OS SUBSTITUTOS QUE VENDERAM   *
      * NO LUGAR. RELATORIO EM RELSUB.TXT.              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSBU ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SBU.

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
       FD ARQSBU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBUSO.DAT".
       01 REGSBU.
          03 SBU-DATA           PIC 9(08).
          03 SBU-ORIGEM         PIC X(01).
          03 SBU-RESULTADO      PIC X(01).
          03 SBU-CODPROD        PIC 9(06).
          03 SBU-CODSUBST       PIC 9(06).
          03 SBU-QTD            PIC 9(06).
          03 SBU-VALOR          PIC 9(09)V99.
          03 SBU-DOC            PIC 9(06).
          03 SBU-CODCLI         PIC 9(14).
          03 SBU-OPERADOR       PIC X(10).

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
               VALUE OF FILE-ID IS "RELSUB.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-SBU        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PROD-ABERTO PIC X(01) VALUE "N".
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 IX            PIC 9(03) VALUE ZEROS.
       01 IY            PIC 9(03) VALUE ZEROS.
       01 IO            PIC 9(01) VALUE ZEROS.
       01 W-QTD-PRD     PIC 9(03) VALUE ZEROS.
       01 W-QTD-PAR     PIC 9(03) VALUE ZEROS.
       01 W-PCT         PIC 9(03)V99 VALUE ZEROS.
       01 W-DESC        PIC X(30) VALUE SPACES.

       01 W-TAB-ORIGEM.
          03 W-ORI OCCURS 3 TIMES.
             05 WO-OFERTAS    PIC 9(07).
             05 WO-TROCAS     PIC 9(07).
             05 WO-QTD        PIC 9(09).
             05 WO-VALOR      PIC 9(11)V99.
       01 W-NOMES-ORIGEM.
          03 FILLER        PIC X(20) VALUE "PEDIDOS DE VENDA".
          03 FILLER        PIC X(20) VALUE "ORCAMENTOS".
          03 FILLER        PIC X(20) VALUE "PENDENCIAS ANTIGAS".
       01 W-NOMES-ORIGEM-R REDEFINES W-NOMES-ORIGEM.
          03 W-NOME-ORIGEM PIC X(20) OCCURS 3 TIMES.

       01 W-TAB-PRD.
          03 W-PRD OCCURS 300 TIMES.
             05 WP-CODPROD    PIC 9(06).
             05 WP-OFERTAS    PIC 9(07).
             05 WP-TROCAS     PIC 9(07).
             05 WP-VALOR      PIC 9(11)V99.
       01 W-PRD-AUX.
          03 WA-CODPROD    PIC 9(06).
          03 WA-OFERTAS    PIC 9(07).
          03 WA-TROCAS     PIC 9(07).
          03 WA-VALOR      PIC 9(11)V99.

       01 W-TAB-PAR.
          03 W-PAR OCCURS 300 TIMES.
             05 WR-CODPROD    PIC 9(06).
             05 WR-CODSUBST   PIC 9(06).
             05 WR-TROCAS     PIC 9(07).
             05 WR-QTD        PIC 9(09).
             05 WR-VALOR      PIC 9(11)V99.

       01 CAB-ORI.
          03 FILLER        PIC X(29) VALUE
             "ORIGEM                OFERTAS".
          03 FILLER        PIC X(44) VALUE
             "   TROCAS  %SALVO        QTD           VALOR".
       01 CAB-PRD.
          03 FILLER        PIC X(47) VALUE
             "PRODUTO EM FALTA                        OFERTAS".
          03 FILLER        PIC X(33) VALUE
             "   TROCAS  %SALVO           VALOR".

       01 DET-ORI.
          03 DO-NOME       PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DO-OFERTAS    PIC ZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DO-TROCAS     PIC ZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DO-PCT        PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DO-QTD        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DO-VALOR      PIC ZZZZZZZZZZ9,99.

       01 DET-PRD.
          03 DP-CODPROD    PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DP-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DP-OFERTAS    PIC ZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DP-TROCAS     PIC ZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DP-PCT        PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DP-VALOR      PIC ZZZZZZZZZZ9,99.

       01 DET-PAR.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(07) VALUE "SUBST. ".
          03 DR-CODSUBST   PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DR-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DR-TROCAS     PIC ZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DR-QTD        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DR-VALOR      PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE USO DE SUBSTITUTOS".
           DISPLAY "DATA INICIAL (AAAAMMDD): ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL (AAAAMMDD, ZEROS = SEM LIMITE): ".
           ACCEPT W-DATA-FIM.
           IF W-DATA-FIM = ZEROS
              MOVE 99999999 TO W-DATA-FIM.
           IF W-DATA-FIM < W-DATA-INI
              DISPLAY "PERIODO INVALIDO"
              STOP RUN.
           OPEN INPUT ARQSBU
           IF ST-SBU NOT = "00"
              DISPLAY "ARQUIVO SUBUSO.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           MOVE "N" TO W-PROD-ABERTO
           OPEN INPUT ARQPROD
           IF ST-PROD = "00"
              MOVE "S" TO W-PROD-ABERTO.
           MOVE ZEROS TO W-TAB-ORIGEM
           PERFORM ACUMULA THRU ACUMULA-FIM
           CLOSE ARQSBU
           PERFORM ORDENA-PRD THRU ORDENA-PRD-FIM
           OPEN OUTPUT RELSAI
           MOVE SPACES TO LINHA-SAI
           STRING "USO DE SUBSTITUTOS DE " W-DATA-INI " A "
              W-DATA-FIM DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM IMPRIME-ORIGEM THRU IMPRIME-ORIGEM-FIM
           PERFORM IMPRIME-PRD THRU IMPRIME-PRD-FIM
           CLOSE RELSAI
           IF W-PROD-ABERTO = "S"
              CLOSE ARQPROD.
           DISPLAY "RELATORIO GERADO EM RELSUB.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * SOMA CADA OFERTA DO PERIODO NA ORIGEM, NO PRODUTO EM FALTA
      * E, QUANDO HOUVE TROCA, NO PAR PRODUTO / SUBSTITUTO
      *----------------------------------------------------------------
       ACUMULA.
           READ ARQSBU
           IF ST-SBU NOT = "00"
              GO TO ACUMULA-FIM.
           IF SBU-DATA < W-DATA-INI OR SBU-DATA > W-DATA-FIM
              GO TO ACUMULA.
           MOVE ZEROS TO IO
           IF SBU-ORIGEM = "P"
              MOVE 1 TO IO.
           IF SBU-ORIGEM = "O"
              MOVE 2 TO IO.
           IF SBU-ORIGEM = "B"
              MOVE 3 TO IO.
           IF IO = ZEROS
              GO TO ACUMULA.
           ADD 1 TO WO-OFERTAS(IO)
           IF SBU-RESULTADO = "S"
              ADD 1 TO WO-TROCAS(IO)
              ADD SBU-QTD TO WO-QTD(IO)
              ADD SBU-VALOR TO WO-VALOR(IO).
           MOVE ZEROS TO IX.
       ACUMULA-PRD.
           ADD 1 TO IX
           IF IX > W-QTD-PRD
              GO TO ACUMULA-PRD-NOVO.
           IF WP-CODPROD(IX) NOT = SBU-CODPROD
              GO TO ACUMULA-PRD.
           GO TO ACUMULA-PRD-SOMA.
       ACUMULA-PRD-NOVO.
           IF W-QTD-PRD = 300
              GO TO ACUMULA.
           ADD 1 TO W-QTD-PRD
           MOVE W-QTD-PRD TO IX
           MOVE SBU-CODPROD TO WP-CODPROD(IX)
           MOVE ZEROS TO WP-OFERTAS(IX) WP-TROCAS(IX) WP-VALOR(IX).
       ACUMULA-PRD-SOMA.
           ADD 1 TO WP-OFERTAS(IX)
           IF SBU-RESULTADO NOT = "S"
              GO TO ACUMULA.
           ADD 1 TO WP-TROCAS(IX)
           ADD SBU-VALOR TO WP-VALOR(IX)
           MOVE ZEROS TO IY.
       ACUMULA-PAR.
           ADD 1 TO IY
           IF IY > W-QTD-PAR
              GO TO ACUMULA-PAR-NOVO.
           IF WR-CODPROD(IY) NOT = SBU-CODPROD OR
              WR-CODSUBST(IY) NOT = SBU-CODSUBST
              GO TO ACUMULA-PAR.
           GO TO ACUMULA-PAR-SOMA.
       ACUMULA-PAR-NOVO.
           IF W-QTD-PAR = 300
              GO TO ACUMULA.
           ADD 1 TO W-QTD-PAR
           MOVE W-QTD-PAR TO IY
           MOVE SBU-CODPROD TO WR-CODPROD(IY)
           MOVE SBU-CODSUBST TO WR-CODSUBST(IY)
           MOVE ZEROS TO WR-TROCAS(IY) WR-QTD(IY) WR-VALOR(IY).
       ACUMULA-PAR-SOMA.
           ADD 1 TO WR-TROCAS(IY)
           ADD SBU-QTD TO WR-QTD(IY)
           ADD SBU-VALOR TO WR-VALOR(IY)
           GO TO ACUMULA.
       ACUMULA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PRODUTOS EM FALTA DO QUE MAIS VENDEU POR SUBSTITUTO PARA O
      * MENOS
      *----------------------------------------------------------------
       ORDENA-PRD.
           IF W-QTD-PRD < 2
              GO TO ORDENA-PRD-FIM.
           MOVE 1 TO IX.
       ORDENA-EXTERNO.
           IF IX NOT < W-QTD-PRD
              GO TO ORDENA-PRD-FIM.
           COMPUTE IY = IX + 1.
       ORDENA-INTERNO.
           IF IY > W-QTD-PRD
              ADD 1 TO IX
              GO TO ORDENA-EXTERNO.
           IF WP-VALOR(IY) > WP-VALOR(IX)
              MOVE W-PRD(IX) TO W-PRD-AUX
              MOVE W-PRD(IY) TO W-PRD(IX)
              MOVE W-PRD-AUX TO W-PRD(IY).
           ADD 1 TO IY
           GO TO ORDENA-INTERNO.
       ORDENA-PRD-FIM.
           EXIT.

       IMPRIME-ORIGEM.
           MOVE CAB-ORI TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IO.
       IMPRIME-ORIGEM-LOOP.
           ADD 1 TO IO
           IF IO > 3
              MOVE SPACES TO LINHA-SAI
              WRITE LINHA-SAI
              GO TO IMPRIME-ORIGEM-FIM.
           MOVE W-NOME-ORIGEM(IO) TO DO-NOME
           MOVE WO-OFERTAS(IO) TO DO-OFERTAS
           MOVE WO-TROCAS(IO) TO DO-TROCAS
           MOVE ZEROS TO W-PCT
           IF WO-OFERTAS(IO) > ZEROS
              COMPUTE W-PCT ROUNDED =
                 WO-TROCAS(IO) * 100 / WO-OFERTAS(IO).
           MOVE W-PCT TO DO-PCT
           MOVE WO-QTD(IO) TO DO-QTD
           MOVE WO-VALOR(IO) TO DO-VALOR
           MOVE SPACES TO LINHA-SAI
           MOVE DET-ORI TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-ORIGEM-LOOP.
       IMPRIME-ORIGEM-FIM.
           EXIT.

       IMPRIME-PRD.
           MOVE CAB-PRD TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX.
       IMPRIME-PRD-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PRD
              GO TO IMPRIME-PRD-FIM.
           MOVE WP-CODPROD(IX) TO DP-CODPROD COD
           PERFORM LE-DESC
           MOVE W-DESC TO DP-DESC
           MOVE WP-OFERTAS(IX) TO DP-OFERTAS
           MOVE WP-TROCAS(IX) TO DP-TROCAS
           COMPUTE W-PCT ROUNDED =
              WP-TROCAS(IX) * 100 / WP-OFERTAS(IX)
           MOVE W-PCT TO DP-PCT
           MOVE WP-VALOR(IX) TO DP-VALOR
           MOVE SPACES TO LINHA-SAI
           MOVE DET-PRD TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IY.
       IMPRIME-PAR-LOOP.
           ADD 1 TO IY
           IF IY > W-QTD-PAR
              GO TO IMPRIME-PRD-LOOP.
           IF WR-CODPROD(IY) NOT = WP-CODPROD(IX)
              GO TO IMPRIME-PAR-LOOP.
           MOVE WR-CODSUBST(IY) TO DR-CODSUBST COD
           PERFORM LE-DESC
           MOVE W-DESC TO DR-DESC
           MOVE WR-TROCAS(IY) TO DR-TROCAS
           MOVE WR-QTD(IY) TO DR-QTD
           MOVE WR-VALOR(IY) TO DR-VALOR
           MOVE SPACES TO LINHA-SAI
           MOVE DET-PAR TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-PAR-LOOP.
       IMPRIME-PRD-FIM.
           EXIT.

      * DESCRICAO DO PRODUTO EM COD (CODIGO JA MOVIDO)
       LE-DESC.
           MOVE "(SEM CADASTRO)" TO W-DESC
           IF W-PROD-ABERTO = "S"
              READ ARQPROD
              IF ST-PROD = "00"
                 MOVE DESC TO W-DESC.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
