       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD RELSAI
               LABEL RECORD IS STANDARD
       01 W-DIAS-SIL    PIC S9(07) VALUE ZEROS.
       01 IX            PIC 9(03) VALUE ZEROS.
       01 IY            PIC 9(03) VALUE ZEROS.
       01 W-ULTDATA     PIC 9(08) VALUE ZEROS.
       01 W-PED-ABERTO  PIC X(01) VALUE "N".
       01 W-QTD-SAIDA   PIC 9(03) VALUE ZEROS.

       01 W-SAIDA-NOVO.
          03 WN-DIAS       PIC 9(07).
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           OPEN INPUT ARQPED
           IF ST-ERRO = "00"
              MOVE "S" TO W-PED-ABERTO
           ELSE
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO".
           PERFORM AVALIA-CLIENTES THRU AVALIA-CLIENTES-FIM
           IF W-PED-ABERTO = "S"
              CLOSE ARQPED.
           PERFORM ORDENA-SAIDA THRU ORDENA-SAIDA-FIM
           OPEN OUTPUT RELSAI
           MOVE "CLIENTES INATIVOS - CAMPANHA DE RESGATE"
           STOP RUN.

      *----------------------------------------------------------------
      * ULTIMA COMPRA DO CLIENTE: SO OS PEDIDOS DELE, PELA CHAVE
      * ALTERNATIVA CODCLI
      *----------------------------------------------------------------
       ULTIMA-COMPRA.
           MOVE ZEROS TO W-ULTDATA
           IF W-PED-ABERTO NOT = "S"
              GO TO ULTIMA-COMPRA-FIM.
           MOVE CPFCNPJ TO CODCLI
           START ARQPED KEY IS EQUAL TO CODCLI
              INVALID KEY GO TO ULTIMA-COMPRA-FIM.
       ULTIMA-COMPRA-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULTIMA-COMPRA-FIM.
           IF CODCLI NOT = CPFCNPJ
              GO TO ULTIMA-COMPRA-FIM.
           IF TPPEDIDO NOT = 2
              GO TO ULTIMA-COMPRA-LOOP.
           IF PED-STATUS = "C" OR "D" OR "H"
              GO TO ULTIMA-COMPRA-LOOP.
           IF DATAPED > W-ULTDATA
              MOVE DATAPED TO W-ULTDATA.
           GO TO ULTIMA-COMPRA-LOOP.
       ULTIMA-COMPRA-FIM.
           EXIT.

      *----------------------------------------------------------------
           IF ST-CLI NOT = "00"
              CLOSE ARQCLI
              GO TO AVALIA-CLIENTES-FIM.
           PERFORM ULTIMA-COMPRA THRU ULTIMA-COMPRA-FIM
           IF W-ULTDATA NOT = ZEROS
              GO TO AVALIA-CLI-CALC.
           MOVE 9999999 TO WN-DIAS
           MOVE ZEROS TO WN-ULTDATA
           PERFORM GUARDA-SAIDA
           GO TO AVALIA-CLI-LOOP.
       AVALIA-CLI-CALC.
           COMPUTE W-ULT-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-ULTDATA)
           COMPUTE W-DIAS-SIL = W-HOJE-SERIAL - W-ULT-SERIAL
           IF W-DIAS-SIL < ZEROS
              MOVE ZEROS TO W-DIAS-SIL.
           IF W-DIAS-SIL NOT > W-DIAS-PARAM
              GO TO AVALIA-CLI-LOOP.
           MOVE W-DIAS-SIL TO WN-DIAS
           MOVE W-ULTDATA TO WN-ULTDATA
           PERFORM GUARDA-SAIDA
           GO TO AVALIA-CLI-LOOP.
       AVALIA-CLIENTES-FIM.
