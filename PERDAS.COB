                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLANC
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERDAS.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOURNAL.DAT".
       01 REGJRN.
          03 JRN-TRANS.
           05 JRN-PROG           PIC X(08).
           05 JRN-TRANS-DH       PIC 9(16).
           05 JRN-TRANS-OPER     PIC X(10).
          03 JRN-SEQ             PIC 9(04).
          03 JRN-TIPO            PIC X(01).
          03 JRN-ARQUIVO         PIC X(08).
          03 JRN-OPER            PIC X(01).
          03 JRN-CHAVE           PIC X(20).
          03 JRN-DATAHORA        PIC 9(14).
          03 JRN-OPERADOR        PIC X(10).
          03 JRN-ANTES           PIC X(110).
          03 JRN-DEPOIS          PIC X(110).

       WORKING-STORAGE SECTION.
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "PERDAS".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
           MOVE LOW-VALUES TO LANC-CHAVE
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO BAIXA-PERDAS-ENC.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO BAIXA-PERDAS-LOOP.
           MOVE "X" TO LANC-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-LANC
           REWRITE REGLANC
           PERFORM JRN-GRAVA-LANC
           COMPUTE W-SDP-DELTA = W-RESTANTE * -1
           PERFORM ATUALIZA-SALDO-PES
           PERFORM GRAVA-AUD-PERDA
           PERFORM JRN-COMMIT
           ADD 1 TO W-QTD-PERDA
           ADD W-RESTANTE TO W-TOT-PERDA
           DISPLAY "  TITULO BAIXADO COMO PERDA"
           GO TO BAIXA-PERDAS-LOOP.
       BAIXA-PERDAS-ENC.
           PERFORM JRN-COMMIT
           CLOSE ARQLANC ARQSDP ARQAUD ARQJRN
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           MOVE W-TOT-PERDA TO W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED, ITEMPED, REGLANC E REGPROD GERA UMA IMAGEM ANTES/
      * DEPOIS (TIPO I); CADA TITULO BAIXADO E UMA TRANSACAO E
      * RECEBE A MARCA DE CONCLUSAO (TIPO C). USADO PELO RECUPERA
      *----------------------------------------------------------------
       GRAVA-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
           IF W-JRN-TRANS = SPACES
              MOVE W-JRN-PROG TO W-JRN-TRANS(1:8)
              MOVE W-JRN-DTH(1:16) TO W-JRN-TRANS(9:16)
              MOVE W-OPERADOR TO W-JRN-TRANS(25:10)
              MOVE ZEROS TO W-JRN-SEQ.
           ADD 1 TO W-JRN-SEQ
           MOVE SPACES TO REGJRN
           MOVE W-JRN-TRANS TO JRN-TRANS
           MOVE W-JRN-SEQ TO JRN-SEQ
           MOVE "I" TO JRN-TIPO
           MOVE W-JRN-ARQ TO JRN-ARQUIVO
           MOVE W-JRN-OPER TO JRN-OPER
           MOVE W-JRN-CHAVE TO JRN-CHAVE
           MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
           MOVE W-OPERADOR TO JRN-OPERADOR
           IF W-JRN-OPER NOT = "W"
              MOVE W-JRN-ANTES TO JRN-ANTES.
           IF W-JRN-OPER NOT = "D"
              MOVE W-JRN-DEPOIS TO JRN-DEPOIS.
           WRITE REGJRN.
       JRN-COMMIT.
           IF W-JRN-TRANS NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
              ADD 1 TO W-JRN-SEQ
              MOVE SPACES TO REGJRN
              MOVE W-JRN-TRANS TO JRN-TRANS
              MOVE W-JRN-SEQ TO JRN-SEQ
              MOVE "C" TO JRN-TIPO
              MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
              MOVE W-OPERADOR TO JRN-OPERADOR
              WRITE REGJRN
              MOVE SPACES TO W-JRN-TRANS.
       JRN-ANTES-LANC.
           MOVE REGLANC TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQLANC
           IF ST-ERRO = "00"
              MOVE REGLANC TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGLANC.
       JRN-GRAVA-LANC.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.

      *----------------------------------------------------------------
      * RELATORIO ANUAL DE PERDAS POR CLIENTE (ANO DO VENCIMENTO)
      *----------------------------------------------------------------
