      * PRODUTOS A PARTIR DE UM ARQUIVO TEXTO DELIMITADO*
      * POR VIRGULA (IMPORTA.TXT). 1a COLUNA = TIPO:    *
      *   C = CLIENTE   F = FORNECEDOR   P = PRODUTO    *
      * O TERRITORIO DE VENDAS DO CLIENTE E ATRIBUIDO   *
      * PELO CEP/CIDADE/UF (TERRIT.DAT), COMO NO SCE002.*
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS COD
                    FILE STATUS IS ST-ERRO.

           SELECT ARQTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TER-CODIGO
                    FILE STATUS IS ST-TER.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQFOR
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REGTER.
          03 TER-CODIGO         PIC 9(03).
          03 TER-NOME           PIC X(30).
          03 TER-VENDEDOR       PIC X(10).
          03 TER-FAIXA OCCURS 5 TIMES.
           05 TER-CEP-INI       PIC 9(08).
           05 TER-CEP-FIM       PIC 9(08).
          03 TER-LOCAL OCCURS 5 TIMES.
           05 TER-UF            PIC X(02).
           05 TER-CIDADE        PIC X(33).
          03 TER-SITUACAO       PIC X(01).

       FD RELSAI
               LABEL RECORD IS STANDARD
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-TER        PIC X(02) VALUE "00".
       01 W-TER-ABERTO  PIC X(01) VALUE "N".
       01 W-TER-ACHADO  PIC 9(03) VALUE ZEROS.
       01 W-TER-CIDADE  PIC 9(03) VALUE ZEROS.
       01 W-TER-UF      PIC 9(03) VALUE ZEROS.
       01 IX-TER        PIC 9(01) VALUE ZEROS.
       01 W-TIPOREG     PIC X(01) VALUE SPACES.
       01 W-QTD-CLI     PIC 9(05) VALUE ZEROS.
       01 W-QTD-FOR     PIC 9(05) VALUE ZEROS.
              OPEN OUTPUT ARQPROD
              CLOSE ARQPROD
              OPEN I-O ARQPROD.
           MOVE "N" TO W-TER-ABERTO
           OPEN INPUT ARQTER
           IF ST-TER = "00"
              MOVE "S" TO W-TER-ABERTO.

       FECHA-SAIDAS.
           CLOSE ARQCLI ARQFOR ARQPROD.
           IF W-TER-ABERTO = "S"
              CLOSE ARQTER.

       PROCESSA-LINHAS.
           READ ARQENT NEXT
                    PERFORM REGISTRA-ERRO-LINHA.

       GRAVA-CLIENTE.
           MOVE ZEROS TO CPFCNPJ CEP NUM TEL COND-PAGTO TERRITORIO
           MOVE SPACES TO RSNOME APSOBRE LOGR COMPL BAIRRO CIDADE
              UF EMAIL TIPO-PESSOA
           MOVE "IMPORTACAO" TO ULT-OPERADOR OF REGCLI
           INSPECT W-NUMBUF11 REPLACING LEADING SPACE BY ZERO
           MOVE W-NUMBUF11 TO TEL
           MOVE CAMPO(13) TO EMAIL
           PERFORM ACHA-TERRITORIO THRU ACHA-TERRITORIO-FIM
           MOVE W-TER-ACHADO TO TERRITORIO
           IF CPFCNPJ = ZEROS
              ADD 1 TO W-QTD-ERRO
              PERFORM REGISTRA-ERRO-LINHA

       GRAVA-PRODUTO.
           MOVE ZEROS TO COD PRECO DATACP QTD QTD-MINIMO PROD-CPFCNPJ
           MOVE ZEROS TO PROD-PESO PROD-CUBAGEM
           MOVE SPACES TO DESC UNIDADE
           MOVE ZEROS TO TPPROD
           MOVE "IMPORTACAO" TO ULT-OPERADOR OF REGPROD
       VALIDA-DATA-CAL-FIM.
           EXIT.

      * TERRITORIO DE VENDAS DO CLIENTE (TERRIT.DAT, SCE062):
      * A FAIXA DE CEP VALE PRIMEIRO; SEM FAIXA, A CIDADE/UF
      * E, POR ULTIMO, A UF INTEIRA (CIDADE EM BRANCO). ZERO =
      * FORA DE QUALQUER TERRITORIO ATIVO
       ACHA-TERRITORIO.
           MOVE ZEROS TO W-TER-ACHADO W-TER-CIDADE W-TER-UF
           IF W-TER-ABERTO NOT = "S"
              GO TO ACHA-TERRITORIO-FIM.
           MOVE ZEROS TO TER-CODIGO
           START ARQTER KEY IS NOT LESS THAN TER-CODIGO
              INVALID KEY GO TO ACHA-TERRITORIO-FIM.
       ACHA-TERRITORIO-LOOP.
           READ ARQTER NEXT
           IF ST-TER NOT = "00"
              GO TO ACHA-TERRITORIO-ENC.
           IF TER-SITUACAO NOT = "A"
              GO TO ACHA-TERRITORIO-LOOP.
           MOVE ZEROS TO IX-TER.
       ACHA-TERRITORIO-FAIXA.
           ADD 1 TO IX-TER
           IF IX-TER > 5
              MOVE ZEROS TO IX-TER
              GO TO ACHA-TERRITORIO-LOCAL.
           IF TER-CEP-INI(IX-TER) = ZEROS
              GO TO ACHA-TERRITORIO-FAIXA.
           IF CEP NOT < TER-CEP-INI(IX-TER) AND
              CEP NOT > TER-CEP-FIM(IX-TER)
              MOVE TER-CODIGO TO W-TER-ACHADO
              GO TO ACHA-TERRITORIO-FIM.
           GO TO ACHA-TERRITORIO-FAIXA.
       ACHA-TERRITORIO-LOCAL.
           ADD 1 TO IX-TER
           IF IX-TER > 5
              GO TO ACHA-TERRITORIO-LOOP.
           IF TER-UF(IX-TER) = SPACES OR TER-UF(IX-TER) NOT = UF
              GO TO ACHA-TERRITORIO-LOCAL.
           IF TER-CIDADE(IX-TER) = SPACES
              IF W-TER-UF = ZEROS
                 MOVE TER-CODIGO TO W-TER-UF.
           IF TER-CIDADE(IX-TER) = CIDADE AND W-TER-CIDADE = ZEROS
              MOVE TER-CODIGO TO W-TER-CIDADE.
           GO TO ACHA-TERRITORIO-LOCAL.
       ACHA-TERRITORIO-ENC.
           MOVE W-TER-CIDADE TO W-TER-ACHADO
           IF W-TER-ACHADO = ZEROS
              MOVE W-TER-UF TO W-TER-ACHADO.
       ACHA-TERRITORIO-FIM.
           EXIT.

       REGISTRA-ERRO-LINHA.
           MOVE W-LINNUM TO W-LIN-DISP
           MOVE SPACES TO LINHA-SAI
