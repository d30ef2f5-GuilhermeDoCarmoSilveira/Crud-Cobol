       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE061.
      **************************************************
      * PRODUTOS SUBSTITUTOS / EQUIVALENTES             *
      * (PRODSUB.DAT). CADA LINHA DIZ QUE O PRODUTO     *
      * SUBSTITUTO PODE SER OFERECIDO NO LUGAR DO       *
      * PRODUTO QUANDO ESTE FALTA, COM PRIORIDADE (01 = *
      * PRIMEIRA OFERTA), SENTIDO (U = SO NESTE SENTIDO,*
      * D = NOS DOIS: GRAVA TAMBEM A LINHA INVERSA) E   *
      * REGRA DE PRECO NA TROCA (O = PRECO DO ORIGINAL, *
      * S = PRECO DO SUBSTITUTO, M = O MENOR DOS DOIS). *
      * USADO PELO SCE005 E PELO SCE012 NA FALTA DE     *
      * ESTOQUE E PELO LIBBACK NAS PENDENCIAS ANTIGAS.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SUB-CHAVE
                    FILE STATUS IS ST-SUB.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQSUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSUB.DAT".
       01 REGSUB.
          03 SUB-CHAVE.
           05 SUB-CODPROD       PIC 9(06).
           05 SUB-CODSUBST      PIC 9(06).
          03 SUB-PRIORIDADE     PIC 9(02).
          03 SUB-SENTIDO        PIC X(01).
          03 SUB-REGRA-PRECO    PIC X(01).
          03 SUB-DATA           PIC 9(08).
          03 SUB-OPERADOR       PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 ST-SUB        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-CODSUBST    PIC 9(06) VALUE ZEROS.
       01 W-PRIORIDADE  PIC 9(02) VALUE ZEROS.
       01 W-SENTIDO     PIC X(01) VALUE SPACES.
       01 W-SENTIDO-ANT PIC X(01) VALUE SPACES.
       01 W-REGRA       PIC X(01) VALUE SPACES.
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-DESC-SUB    PIC X(30) VALUE SPACES.
       01 W-CHAVE-SUB   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-SUB.
           OPEN I-O ARQSUB
           IF ST-SUB NOT = "00"
              IF ST-SUB = "30"
                 OPEN OUTPUT ARQSUB
                 CLOSE ARQSUB
                 OPEN I-O ARQSUB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODSUB.DAT"
                 STOP RUN.
       ABRE-PROD.
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQSUB
              STOP RUN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "PRODUTOS SUBSTITUTOS"
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | L = LISTAR"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-SUB THRU INCLUI-SUB-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-SUB THRU EXCLUI-SUB-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-SUB THRU LISTA-SUB-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * INCLUSAO OU ALTERACAO DE UM PAR PRODUTO / SUBSTITUTO. NO
      * SENTIDO D A LINHA INVERSA ACOMPANHA PRIORIDADE E REGRA;
      * PASSANDO DE D PARA U A LINHA INVERSA E EXCLUIDA
      *----------------------------------------------------------------
       INCLUI-SUB.
           MOVE ZEROS TO W-CODPROD
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
              DISPLAY "CODIGO EM BRANCO"
              GO TO INCLUI-SUB-FIM.
           MOVE W-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO NAO CADASTRADO (SCE004)"
              GO TO INCLUI-SUB-FIM.
           DISPLAY "PRODUTO: " DESC
           MOVE ZEROS TO W-CODSUBST
           DISPLAY "CODIGO DO SUBSTITUTO: "
           ACCEPT W-CODSUBST
           IF W-CODSUBST = ZEROS OR W-CODSUBST = W-CODPROD
              DISPLAY "SUBSTITUTO INVALIDO"
              GO TO INCLUI-SUB-FIM.
           MOVE W-CODSUBST TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "SUBSTITUTO NAO E PRODUTO CADASTRADO"
              GO TO INCLUI-SUB-FIM.
           DISPLAY "SUBSTITUTO: " DESC
           MOVE ZEROS TO W-EXISTE
           MOVE "U" TO W-SENTIDO-ANT
           MOVE W-CODPROD TO SUB-CODPROD
           MOVE W-CODSUBST TO SUB-CODSUBST
           READ ARQSUB
           IF ST-SUB = "00"
              MOVE 1 TO W-EXISTE
              MOVE SUB-SENTIDO TO W-SENTIDO-ANT
              DISPLAY "JA CADASTRADO - PRIORIDADE " SUB-PRIORIDADE
                 " SENTIDO " SUB-SENTIDO " PRECO " SUB-REGRA-PRECO.
       INCLUI-SUB-PRI.
           MOVE ZEROS TO W-PRIORIDADE
           DISPLAY "PRIORIDADE (01 = PRIMEIRA OFERTA): "
           ACCEPT W-PRIORIDADE
           IF W-PRIORIDADE = ZEROS
              DISPLAY "PRIORIDADE DEVE SER DE 01 A 99"
              GO TO INCLUI-SUB-PRI.
       INCLUI-SUB-SENT.
           MOVE SPACES TO W-SENTIDO
           DISPLAY "SENTIDO (U = SO ESTE / D = OS DOIS): "
           ACCEPT W-SENTIDO
           INSPECT W-SENTIDO CONVERTING "ud" TO "UD"
           IF W-SENTIDO NOT = "U" AND "D"
              DISPLAY "DIGITE U OU D"
              GO TO INCLUI-SUB-SENT.
       INCLUI-SUB-REGRA.
           MOVE SPACES TO W-REGRA
           DISPLAY "PRECO NA TROCA (O = ORIGINAL / S = SUBSTITUTO /"
              " M = MENOR): "
           ACCEPT W-REGRA
           INSPECT W-REGRA CONVERTING "osm" TO "OSM"
           IF W-REGRA NOT = "O" AND "S" AND "M"
              DISPLAY "DIGITE O, S OU M"
              GO TO INCLUI-SUB-REGRA.
           MOVE W-CODPROD TO SUB-CODPROD
           MOVE W-CODSUBST TO SUB-CODSUBST
           PERFORM GRAVA-SUB THRU GRAVA-SUB-FIM
           IF ST-SUB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO SUBSTITUTO"
              GO TO INCLUI-SUB-FIM.
           IF W-SENTIDO = "D"
              MOVE W-CODSUBST TO SUB-CODPROD
              MOVE W-CODPROD TO SUB-CODSUBST
              PERFORM GRAVA-SUB THRU GRAVA-SUB-FIM
              IF ST-SUB NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DA LINHA INVERSA"
                 GO TO INCLUI-SUB-FIM.
           IF W-SENTIDO = "U" AND W-SENTIDO-ANT = "D"
              MOVE W-CODSUBST TO SUB-CODPROD
              MOVE W-CODPROD TO SUB-CODSUBST
              READ ARQSUB
              IF ST-SUB = "00"
                 DELETE ARQSUB RECORD
                 DISPLAY "LINHA INVERSA EXCLUIDA".
           IF W-EXISTE = 1
              DISPLAY "SUBSTITUTO ALTERADO"
           ELSE
              DISPLAY "SUBSTITUTO INCLUIDO".
       INCLUI-SUB-FIM.
           EXIT.

      * GRAVA OU REGRAVA A LINHA DE SUB-CHAVE COM OS DADOS DIGITADOS
       GRAVA-SUB.
           MOVE SUB-CHAVE TO W-CHAVE-SUB
           READ ARQSUB
           MOVE W-CHAVE-SUB TO SUB-CHAVE
           MOVE W-PRIORIDADE TO SUB-PRIORIDADE
           MOVE W-SENTIDO TO SUB-SENTIDO
           MOVE W-REGRA TO SUB-REGRA-PRECO
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO SUB-DATA
           MOVE W-OPERADOR TO SUB-OPERADOR
           IF ST-SUB = "00"
              REWRITE REGSUB
           ELSE
              WRITE REGSUB.
       GRAVA-SUB-FIM.
           EXIT.

       EXCLUI-SUB.
           MOVE ZEROS TO SUB-CODPROD SUB-CODSUBST
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT SUB-CODPROD
           DISPLAY "CODIGO DO SUBSTITUTO: "
           ACCEPT SUB-CODSUBST
           READ ARQSUB
           IF ST-SUB NOT = "00"
              DISPLAY "SUBSTITUTO NAO ENCONTRADO"
              GO TO EXCLUI-SUB-FIM.
           MOVE SUB-SENTIDO TO W-SENTIDO
           MOVE SUB-CODPROD TO W-CODPROD
           MOVE SUB-CODSUBST TO W-CODSUBST
           DELETE ARQSUB RECORD
           DISPLAY "SUBSTITUTO EXCLUIDO"
           IF W-SENTIDO = "D"
              MOVE W-CODSUBST TO SUB-CODPROD
              MOVE W-CODPROD TO SUB-CODSUBST
              READ ARQSUB
              IF ST-SUB = "00"
                 DELETE ARQSUB RECORD
                 DISPLAY "LINHA INVERSA EXCLUIDA".
       EXCLUI-SUB-FIM.
           EXIT.

       LISTA-SUB.
           MOVE ZEROS TO W-CODPROD
           DISPLAY "CODIGO DO PRODUTO (ZEROS = TODOS): "
           ACCEPT W-CODPROD
           MOVE W-CODPROD TO SUB-CODPROD
           MOVE ZEROS TO SUB-CODSUBST
           START ARQSUB KEY IS NOT LESS THAN SUB-CHAVE
              INVALID KEY
                 DISPLAY "NENHUM SUBSTITUTO CADASTRADO"
                 GO TO LISTA-SUB-FIM.
       LISTA-SUB-LOOP.
           READ ARQSUB NEXT
           IF ST-SUB NOT = "00"
              GO TO LISTA-SUB-FIM.
           IF W-CODPROD > ZEROS AND SUB-CODPROD NOT = W-CODPROD
              GO TO LISTA-SUB-FIM.
           MOVE SUB-CODSUBST TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE DESC TO W-DESC-SUB
           ELSE
              MOVE "(SEM CADASTRO)" TO W-DESC-SUB.
           DISPLAY "PRODUTO " SUB-CODPROD " SUBST " SUB-CODSUBST
              " " W-DESC-SUB " PRI " SUB-PRIORIDADE
              " " SUB-SENTIDO " PRECO " SUB-REGRA-PRECO
           GO TO LISTA-SUB-LOOP.
       LISTA-SUB-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQSUB ARQPROD.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
