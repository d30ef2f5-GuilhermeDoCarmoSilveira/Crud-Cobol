       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE063.
      **************************************************
      * CADASTRO DE MOEDAS E COTACOES                   *
      * MOEDA.DAT: CODIGO (USD, EUR, ...), NOME E       *
      * SITUACAO. COTMOEDA.DAT: TAXA DIARIA DA MOEDA EM *
      * REAIS POR UMA UNIDADE DA MOEDA, PELA DATA.      *
      * A COMPRA EM MOEDA ESTRANGEIRA (SCE005) CONVERTE *
      * O PRECO PELA TAXA DA DATA DO PEDIDO, O          *
      * RECEBIMENTO (SCE014) PELA TAXA DA DATA DO       *
      * RECEBIMENTO PARA O CUSTO MEDIO, O CASAMENTO DA  *
      * NOTA (SCE039) PELA TAXA DO DIA PARA ABRIR A     *
      * PARCELA E A BAIXA (SCE010) PELA TAXA DO         *
      * PAGAMENTO. SEM COTACAO NO DIA VALE A ULTIMA     *
      * ANTERIOR A DATA.                                *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMOE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOE-CODIGO
                    FILE STATUS IS ST-MOE.

           SELECT ARQCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COT-CHAVE
                    FILE STATUS IS ST-COT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMOE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOEDA.DAT".
       01 REGMOE.
          03 MOE-CODIGO         PIC X(03).
          03 MOE-NOME           PIC X(20).
          03 MOE-SITUACAO       PIC X(01).

       FD ARQCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COTMOEDA.DAT".
       01 REGCOT.
          03 COT-CHAVE.
           05 COT-MOEDA         PIC X(03).
           05 COT-DATA          PIC 9(08).
          03 COT-TAXA           PIC 9(03)V9(06).
          03 COT-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.
       01 ST-MOE        PIC X(02) VALUE "00".
       01 ST-COT        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-MOEDA       PIC X(03) VALUE SPACES.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL    PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA-VAL.
          03 W-DV-ANO   PIC 9(04).
          03 W-DV-MES   PIC 9(02).
          03 W-DV-DIA   PIC 9(02).
       01 W-QTD-LIST    PIC 9(05) VALUE ZEROS.
       01 W-TAXA-ED     PIC ZZ9,999999.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-MOE.
           OPEN I-O ARQMOE
           IF ST-MOE NOT = "00"
              IF ST-MOE = "30"
                 OPEN OUTPUT ARQMOE
                 CLOSE ARQMOE
                 OPEN I-O ARQMOE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CADASTRO DE MOEDAS"
                 STOP RUN.
       ABRE-COT.
           OPEN I-O ARQCOT
           IF ST-COT NOT = "00"
              IF ST-COT = "30"
                 OPEN OUTPUT ARQCOT
                 CLOSE ARQCOT
                 OPEN I-O ARQCOT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE COTACOES"
                 CLOSE ARQMOE
                 STOP RUN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "CADASTRO DE MOEDAS E COTACOES"
           DISPLAY "M = MOEDA | C = COTACAO DO DIA | L = LISTAR"
              " COTACOES | E = EXCLUIR COTACAO | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "M" OR "m"
              PERFORM INCLUI-MOE THRU INCLUI-MOE-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM INCLUI-COT THRU INCLUI-COT-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-COT THRU LISTA-COT-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-COT THRU EXCLUI-COT-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE M, C, L, E OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * MOEDA: INCLUI OU ALTERA; O REAL NAO SE CADASTRA (MOEDA EM
      * BRANCO NO PEDIDO E COMPRA EM REAIS)
      *----------------------------------------------------------------
       INCLUI-MOE.
           MOVE ZEROS TO W-EXISTE
           MOVE SPACES TO MOE-CODIGO
           DISPLAY "CODIGO DA MOEDA (EX. USD, EUR): "
           ACCEPT MOE-CODIGO
           INSPECT MOE-CODIGO CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF MOE-CODIGO = SPACES
              DISPLAY "CODIGO EM BRANCO"
              GO TO INCLUI-MOE-FIM.
           IF MOE-CODIGO = "BRL"
              DISPLAY "O REAL E A MOEDA DO SISTEMA - NAO SE CADASTRA"
              GO TO INCLUI-MOE-FIM.
           READ ARQMOE
           IF ST-MOE = "00"
              MOVE 1 TO W-EXISTE
              DISPLAY "JA CADASTRADA: " MOE-NOME " - SERA ALTERADA"
           ELSE
              MOVE SPACES TO MOE-NOME.
           DISPLAY "NOME DA MOEDA: "
           ACCEPT MOE-NOME
           IF MOE-NOME = SPACES
              DISPLAY "NOME EM BRANCO"
              GO TO INCLUI-MOE-FIM.
           MOVE "A" TO MOE-SITUACAO
           DISPLAY "SITUACAO (A=ATIVA / I=INATIVA): "
           ACCEPT MOE-SITUACAO
           IF MOE-SITUACAO NOT = "A" AND "I"
              MOVE "A" TO MOE-SITUACAO.
           IF W-EXISTE = 1
              REWRITE REGMOE
              DISPLAY "MOEDA ALTERADA"
           ELSE
              WRITE REGMOE
              DISPLAY "MOEDA INCLUIDA".
       INCLUI-MOE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * COTACAO DO DIA: REAIS POR UMA UNIDADE DA MOEDA
      *----------------------------------------------------------------
       INCLUI-COT.
           PERFORM PEDE-MOEDA THRU PEDE-MOEDA-FIM
           IF W-MOEDA = SPACES
              GO TO INCLUI-COT-FIM.
           MOVE ZEROS TO W-DATA-VAL
           DISPLAY "DATA DA COTACAO (AAAAMMDD): "
           ACCEPT W-DATA-VAL
           IF W-DV-MES < 1 OR W-DV-MES > 12 OR
              W-DV-DIA < 1 OR W-DV-DIA > 31 OR W-DV-ANO < 1900
              DISPLAY "DATA INVALIDA"
              GO TO INCLUI-COT-FIM.
           MOVE W-MOEDA TO COT-MOEDA
           MOVE W-DATA-VAL TO COT-DATA
           MOVE ZEROS TO W-EXISTE
           READ ARQCOT
           IF ST-COT = "00"
              MOVE 1 TO W-EXISTE
              MOVE COT-TAXA TO W-TAXA-ED
              DISPLAY "TAXA JA CADASTRADA: " W-TAXA-ED
                 " - SERA ALTERADA".
           MOVE ZEROS TO COT-TAXA
           DISPLAY "TAXA EM REAIS (EX 005123400 = 5,1234): "
           ACCEPT COT-TAXA
           IF COT-TAXA = ZEROS
              DISPLAY "TAXA ZERADA - NAO GRAVADA"
              GO TO INCLUI-COT-FIM.
           MOVE W-OPERADOR TO COT-OPERADOR
           IF W-EXISTE = 1
              REWRITE REGCOT
              DISPLAY "COTACAO ALTERADA"
           ELSE
              WRITE REGCOT
              DISPLAY "COTACAO INCLUIDA".
       INCLUI-COT-FIM.
           EXIT.

       PEDE-MOEDA.
           MOVE SPACES TO W-MOEDA MOE-CODIGO
           DISPLAY "CODIGO DA MOEDA: "
           ACCEPT MOE-CODIGO
           INSPECT MOE-CODIGO CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF MOE-CODIGO = SPACES
              GO TO PEDE-MOEDA-FIM.
           READ ARQMOE
           IF ST-MOE NOT = "00"
              DISPLAY "MOEDA NAO CADASTRADA"
              GO TO PEDE-MOEDA-FIM.
           DISPLAY MOE-NOME
           MOVE MOE-CODIGO TO W-MOEDA.
       PEDE-MOEDA-FIM.
           EXIT.

       LISTA-COT.
           PERFORM PEDE-MOEDA THRU PEDE-MOEDA-FIM
           IF W-MOEDA = SPACES
              GO TO LISTA-COT-FIM.
           MOVE ZEROS TO W-DATA-INI
           DISPLAY "A PARTIR DA DATA (AAAAMMDD, ZERO = TODAS): "
           ACCEPT W-DATA-INI
           MOVE ZEROS TO W-QTD-LIST
           MOVE W-MOEDA TO COT-MOEDA
           MOVE W-DATA-INI TO COT-DATA
           START ARQCOT KEY IS NOT LESS THAN COT-CHAVE
              INVALID KEY GO TO LISTA-COT-ENC.
       LISTA-COT-LOOP.
           READ ARQCOT NEXT
           IF ST-COT NOT = "00"
              GO TO LISTA-COT-ENC.
           IF COT-MOEDA NOT = W-MOEDA
              GO TO LISTA-COT-ENC.
           MOVE COT-TAXA TO W-TAXA-ED
           DISPLAY COT-DATA "  " W-TAXA-ED "  " COT-OPERADOR
           ADD 1 TO W-QTD-LIST
           GO TO LISTA-COT-LOOP.
       LISTA-COT-ENC.
           DISPLAY "COTACOES LISTADAS: " W-QTD-LIST.
       LISTA-COT-FIM.
           EXIT.

       EXCLUI-COT.
           PERFORM PEDE-MOEDA THRU PEDE-MOEDA-FIM
           IF W-MOEDA = SPACES
              GO TO EXCLUI-COT-FIM.
           MOVE W-MOEDA TO COT-MOEDA
           MOVE ZEROS TO COT-DATA
           DISPLAY "DATA DA COTACAO (AAAAMMDD): "
           ACCEPT COT-DATA
           READ ARQCOT
           IF ST-COT NOT = "00"
              DISPLAY "COTACAO NAO ENCONTRADA"
              GO TO EXCLUI-COT-FIM.
           MOVE COT-TAXA TO W-TAXA-ED
           DISPLAY "EXCLUIR A TAXA " W-TAXA-ED " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              DELETE ARQCOT RECORD
              DISPLAY "COTACAO EXCLUIDA".
       EXCLUI-COT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQMOE ARQCOT.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
