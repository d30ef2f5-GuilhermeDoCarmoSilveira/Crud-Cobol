       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE064.
      **************************************************
      * TRANSMISSAO DO PEDIDO DE COMPRA E CONFIRMACAO   *
      * DO FORNECEDOR                                   *
      * T = TRANSMITIR: GERA O DOCUMENTO DO PEDIDO PARA *
      * IMPRESSAO (PCnnnnnn.TXT) E O ARQUIVO PARA O     *
      * FORNECEDOR (PCnnnnnn.CSV, DELIMITADO POR        *
      * VIRGULA: LINHA H = CABECALHO, LINHA I = ITEM) E *
      * ANOTA A TRANSMISSAO EM PEDENV.DAT;              *
      * C = CONFIRMAR: O COMPRADOR DIGITA, ITEM A ITEM, *
      * A QUANTIDADE, O PRECO E A DATA DE ENTREGA       *
      * PROMETIDA PELO FORNECEDOR;                      *
      * I = IMPORTAR: LE A CONFIRMACAO DO FORNECEDOR EM *
      * CONFFORN.TXT (PEDIDO, ITEM, QUANTIDADE, PRECO,  *
      * DATA PROMETIDA AAAAMMDD), COM AS LINHAS         *
      * IGNORADAS E AS DIVERGENCIAS EM CONFFORN.LOG.    *
      * AS CONFIRMACOES FICAM EM PEDCONF.DAT E SAO      *
      * USADAS PELO RELEXPED (ITENS ATRASADOS) E PELO   *
      * RELFORN (PONTUALIDADE CONTRA A DATA PROMETIDA). *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
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
                    FILE STATUS IS ST-PED.

           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ITEM-CHAVE
                    FILE STATUS IS ST-ITEM.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CAT-CHAVE
                    FILE STATUS IS ST-CAT.

           SELECT ARQCNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CNF-CHAVE
                    FILE STATUS IS ST-CNF.

           SELECT ARQENV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ENV-CHAVE
                    FILE STATUS IS ST-ENV.

           SELECT ARQDOC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-DOC.

           SELECT ARQEXP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-EXP.

           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ENT.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
       01 REGPED.
          03 CHAVE.
           05 NUMPEDIDO         PIC 9(06).
           05 TPPEDIDO          PIC 9(01).
          03 CODCLI             PIC 9(14).
          03 CODFORN            PIC 9(14).
          03 TOTAL              PIC 9(07)V99.
          03 DATAPED            PIC 9(08).
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
       01 REGITEM.
          03 ITEM-CHAVE.
           05 ITEM-NUMPEDIDO    PIC 9(06).
           05 ITEM-TPPEDIDO     PIC 9(01).
           05 ITEM-SEQ          PIC 9(02).
          03 ITEM-CODPROD       PIC 9(06).
          03 ITEM-QTD           PIC 9(06).
          03 ITEM-PRECOU        PIC 9(06)V99.
          03 ITEM-DESCONTO-PCT  PIC 9(03)V99.
          03 ITEM-IMPOSTO-PCT   PIC 9(03)V99.
          03 ITEM-TOTAL         PIC 9(07)V99.

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ        PIC 9(14).
          03 FOR-RSNOME         PIC X(60).
          03 FOR-APSOBRE        PIC X(60).
          03 FOR-CEP            PIC 9(08).
          03 FOR-NUM            PIC 9(08).
          03 FOR-COMPL          PIC X(15).
          03 FOR-TEL            PIC 9(11).
          03 FOR-EMAIL          PIC X(40).
          03 FOR-TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR       PIC X(10).

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

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATFOR.DAT".
       01 REGCAT.
          03 CAT-CHAVE.
           05 CAT-CPFCNPJ       PIC 9(14).
           05 CAT-CODPROD       PIC 9(06).
           05 CAT-VIGENCIA      PIC 9(08).
          03 CAT-REF            PIC X(14).
          03 CAT-DESC           PIC X(30).
          03 CAT-UNIDADE        PIC X(02).
          03 CAT-PRECO          PIC 9(06)V99.
          03 CAT-VALIDADE       PIC 9(08).
          03 CAT-QTD-MIN        PIC 9(06).
          03 CAT-DATA-IMP       PIC 9(08).

       FD ARQCNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCONF.DAT".
       01 REGCNF.
          03 CNF-CHAVE.
           05 CNF-NUMPEDIDO     PIC 9(06).
           05 CNF-TPPEDIDO      PIC 9(01).
           05 CNF-SEQ           PIC 9(02).
          03 CNF-CODPROD        PIC 9(06).
          03 CNF-QTD            PIC 9(06).
          03 CNF-PRECO          PIC 9(06)V99.
          03 CNF-DATA-PROM      PIC 9(08).
          03 CNF-DATA           PIC 9(08).
          03 CNF-ORIGEM         PIC X(01).
          03 CNF-OPERADOR       PIC X(10).

       FD ARQENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDENV.DAT".
       01 REGENV.
          03 ENV-CHAVE.
           05 ENV-NUMPEDIDO     PIC 9(06).
           05 ENV-TPPEDIDO      PIC 9(01).
          03 ENV-DATA           PIC 9(08).
          03 ENV-HORA           PIC 9(06).
          03 ENV-VEZES          PIC 9(03).
          03 ENV-OPERADOR       PIC X(10).
          03 ENV-STATUS         PIC X(01).

       FD ARQDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-DOC.
       01 LINHA-DOC              PIC X(100).

       FD ARQEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-EXP.
       01 LINHA-EXP              PIC X(150).

       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFFORN.TXT".
       01 LINHA-ENT              PIC X(200).

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFFORN.LOG".
       01 LINHA-LOG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 W-CAT-ABERTO  PIC X(01) VALUE "N".
       01 ST-CNF        PIC X(02) VALUE "00".
       01 ST-ENV        PIC X(02) VALUE "00".
       01 ST-DOC        PIC X(02) VALUE "00".
       01 ST-EXP        PIC X(02) VALUE "00".
       01 ST-ENT        PIC X(02) VALUE "00".
       01 ST-LOG        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-NOME-DOC    PIC X(12) VALUE SPACES.
       01 W-NOME-EXP    PIC X(12) VALUE SPACES.
       01 W-PED-OK      PIC 9(01) VALUE ZEROS.
       01 W-REF         PIC X(14) VALUE SPACES.
       01 W-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-QTD-CONF    PIC 9(03) VALUE ZEROS.
       01 W-CNF-QTD     PIC 9(06) VALUE ZEROS.
       01 W-CNF-PRECO   PIC 9(06)V99 VALUE ZEROS.
       01 W-CNF-DATA    PIC 9(08) VALUE ZEROS.
       01 W-CNF-SEQ     PIC 9(02) VALUE ZEROS.
       01 W-LINNUM      PIC 9(05) VALUE ZEROS.
       01 W-LIN-DISP    PIC ZZZZ9.
       01 W-QTD-IMP     PIC 9(05) VALUE ZEROS.
       01 W-QTD-IGN     PIC 9(05) VALUE ZEROS.
       01 W-QTD-DIV     PIC 9(05) VALUE ZEROS.
       01 W-ED-QTD      PIC ZZZZZ9.
       01 W-ED-PRECO    PIC ZZZZZ9,99.
       01 W-ED-QTD2     PIC ZZZZZ9.
       01 W-ED-PRECO2   PIC ZZZZZ9,99.
       01 W-ED-TOTAL    PIC ZZZZZZ9,99.
       01 W-ED-DATA     PIC 99/99/9999.
       01 W-DATA-INV.
          03 W-INV-DD    PIC 9(02).
          03 W-INV-MM    PIC 9(02).
          03 W-INV-AA    PIC 9(04).
       01 W-DATA-INV-N REDEFINES W-DATA-INV PIC 9(08).

       01 CAMPOS.
          03 CAMPO OCCURS 5 TIMES PIC X(60).
       01 W-QTD-CAMPOS  PIC 9(02) VALUE ZEROS.
       01 W-NUMBUF08    PIC X(08) JUSTIFIED RIGHT.
       01 W-NUMBUF06    PIC X(06) JUSTIFIED RIGHT.
       01 W-NUMBUF02    PIC X(02) JUSTIFIED RIGHT.
       01 W-PRC-TXT     PIC X(20) VALUE SPACES.
       01 W-PRC-INT     PIC X(06) JUSTIFIED RIGHT.
       01 W-PRC-INT-N REDEFINES W-PRC-INT PIC 9(06).
       01 W-PRC-DEC     PIC X(02) VALUE SPACES.
       01 W-PRC-DEC-N   PIC 9(02) VALUE ZEROS.

       01 W-DATA-VAL    PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-R REDEFINES W-DATA-VAL.
          03 W-VAL-AA    PIC 9(04).
          03 W-VAL-MM    PIC 9(02).
          03 W-VAL-DD    PIC 9(02).
       01 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.

       01 DET-DOC.
          03 DOC-SEQ       PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DOC-COD       PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DOC-REF       PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DOC-DESC      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DOC-UN        PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DOC-QTD       PIC ZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DOC-PRECO     PIC ZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DOC-TOTAL     PIC ZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO"
              STOP RUN.
           OPEN INPUT ARQITEM ARQFOR ARQPROD
           MOVE "N" TO W-CAT-ABERTO
           OPEN INPUT ARQCAT
           IF ST-CAT = "00"
              MOVE "S" TO W-CAT-ABERTO.
           OPEN I-O ARQCNF
           IF ST-CNF = "30" OR "35"
              OPEN OUTPUT ARQCNF
              CLOSE ARQCNF
              OPEN I-O ARQCNF.
           OPEN I-O ARQENV
           IF ST-ENV = "30" OR "35"
              OPEN OUTPUT ARQENV
              CLOSE ARQENV
              OPEN I-O ARQENV.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           DISPLAY "TRANSMISSAO E CONFIRMACAO DE PEDIDO DE COMPRA"
           DISPLAY "T = TRANSMITIR | C = CONFIRMAR (DIGITADA)"
           DISPLAY "I = IMPORTAR CONFIRMACAO (CONFFORN.TXT) | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "T" OR "t"
              PERFORM TRANSMITE THRU TRANSMITE-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONFIRMA THRU CONFIRMA-FIM
              GO TO R1.
           IF W-OPCAO = "I" OR "i"
              PERFORM IMPORTA-CONF THRU IMPORTA-CONF-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE T, C, I OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * LE O PEDIDO DE COMPRA PEDIDO NA TELA: RASCUNHO, AGUARDANDO
      * ALCADA E CANCELADO NAO VAO PARA O FORNECEDOR
      *----------------------------------------------------------------
       LE-PEDIDO.
           MOVE ZEROS TO W-PED-OK W-NUMPED
           DISPLAY "NUMERO DO PEDIDO DE COMPRA: "
           ACCEPT W-NUMPED
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE 1 TO TPPEDIDO
           PERFORM CONFERE-PEDIDO THRU CONFERE-PEDIDO-FIM
           IF W-PED-OK = ZEROS
              DISPLAY "PEDIDO NAO PODE SER TRANSMITIDO/CONFIRMADO".
       LE-PEDIDO-FIM.
           EXIT.
       CONFERE-PEDIDO.
           MOVE ZEROS TO W-PED-OK
           READ ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
              GO TO CONFERE-PEDIDO-FIM.
           IF PED-STATUS = "C"
              DISPLAY "PEDIDO ESTA CANCELADO"
              GO TO CONFERE-PEDIDO-FIM.
           IF PED-STATUS = "D"
              DISPLAY "PEDIDO AINDA E RASCUNHO - CONFIRME NO SCE005"
              GO TO CONFERE-PEDIDO-FIM.
           IF PED-STATUS = "G"
              DISPLAY "COMPRA AGUARDANDO APROVACAO DE ALCADA"
                 " (SCE041)"
              GO TO CONFERE-PEDIDO-FIM.
           MOVE 1 TO W-PED-OK.
       CONFERE-PEDIDO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * TRANSMISSAO: DOCUMENTO PARA IMPRESSAO E ARQUIVO PARA O
      * FORNECEDOR
      *----------------------------------------------------------------
       TRANSMITE.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM
           IF W-PED-OK = ZEROS
              GO TO TRANSMITE-FIM.
           MOVE CODFORN TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-FOR NOT = "00"
              MOVE SPACES TO FOR-RSNOME FOR-EMAIL FOR-COMPL
              MOVE ZEROS TO FOR-TEL FOR-CEP FOR-NUM.
           MOVE SPACES TO W-NOME-DOC W-NOME-EXP
           STRING "PC" NUMPEDIDO ".TXT" DELIMITED BY SIZE
              INTO W-NOME-DOC
           STRING "PC" NUMPEDIDO ".CSV" DELIMITED BY SIZE
              INTO W-NOME-EXP
           OPEN OUTPUT ARQDOC
           OPEN OUTPUT ARQEXP
           MOVE DATAPED TO W-DATA-VAL
           MOVE W-VAL-DD TO W-INV-DD
           MOVE W-VAL-MM TO W-INV-MM
           MOVE W-VAL-AA TO W-INV-AA
           MOVE W-DATA-INV-N TO W-ED-DATA
           MOVE ALL "=" TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING "PEDIDO DE COMPRA No " NUMPEDIDO
              "          DATA " W-ED-DATA
              DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE ALL "=" TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING "FORNECEDOR: " CODFORN " " FOR-RSNOME
              DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING "CEP " FOR-CEP "  No " FOR-NUM " " FOR-COMPL
              "  TEL " FOR-TEL
              DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING "E-MAIL: " FOR-EMAIL
              DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING "CONDICAO DE PAGAMENTO: " PED-CONDPAG
              DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE "IT  CODIGO SUA REFERENCIA  DESCRICAO" TO LINHA-DOC
           MOVE "UN    QTD  PR.UNIT.      TOTAL" TO LINHA-DOC(69:30)
           WRITE LINHA-DOC
           MOVE ALL "-" TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE TOTAL TO W-ED-TOTAL
           MOVE SPACES TO LINHA-EXP
           STRING "H," NUMPEDIDO "," DATAPED "," CODFORN ","
              PED-CONDPAG "," W-ED-TOTAL
              DELIMITED BY SIZE INTO LINHA-EXP
           WRITE LINHA-EXP
           PERFORM TRANSMITE-ITENS THRU TRANSMITE-ITENS-FIM
           MOVE ALL "-" TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING "TOTAL DO PEDIDO: " W-ED-TOTAL
              DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE "FAVOR CONFIRMAR, POR ITEM, A QUANTIDADE, O PRECO E A"
              TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE "DATA DE ENTREGA PROMETIDA." TO LINHA-DOC
           WRITE LINHA-DOC
           CLOSE ARQDOC ARQEXP
           MOVE NUMPEDIDO TO ENV-NUMPEDIDO
           MOVE TPPEDIDO TO ENV-TPPEDIDO
           READ ARQENV
           IF ST-ENV NOT = "00"
              MOVE ZEROS TO ENV-VEZES
              MOVE "T" TO ENV-STATUS.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO ENV-DATA
           MOVE W-DATAHORA(9:6) TO ENV-HORA
           ADD 1 TO ENV-VEZES
           MOVE W-OPERADOR TO ENV-OPERADOR
           IF ST-ENV = "00"
              REWRITE REGENV
           ELSE
              WRITE REGENV.
           DISPLAY "PEDIDO " NUMPEDIDO " TRANSMITIDO: DOCUMENTO EM "
              W-NOME-DOC ", ARQUIVO EM " W-NOME-EXP.
       TRANSMITE-FIM.
           EXIT.

       TRANSMITE-ITENS.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO TRANSMITE-ITENS-FIM.
       TRANSMITE-ITENS-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO TRANSMITE-ITENS-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO TRANSMITE-ITENS-FIM.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE SPACES TO DESC UNIDADE.
           PERFORM REF-FORNECEDOR THRU REF-FORNECEDOR-FIM
           MOVE ITEM-SEQ TO DOC-SEQ
           MOVE ITEM-CODPROD TO DOC-COD
           MOVE W-REF TO DOC-REF
           MOVE DESC TO DOC-DESC
           MOVE UNIDADE TO DOC-UN
           MOVE ITEM-QTD TO DOC-QTD
           MOVE ITEM-PRECOU TO DOC-PRECO
           MOVE ITEM-TOTAL TO DOC-TOTAL
           MOVE DET-DOC TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE ITEM-QTD TO W-ED-QTD
           MOVE ITEM-PRECOU TO W-ED-PRECO
           MOVE SPACES TO LINHA-EXP
           STRING "I," NUMPEDIDO "," ITEM-SEQ "," ITEM-CODPROD ","
              W-REF "," DESC "," UNIDADE "," W-ED-QTD ","
              W-ED-PRECO
              DELIMITED BY SIZE INTO LINHA-EXP
           WRITE LINHA-EXP
           GO TO TRANSMITE-ITENS-LOOP.
       TRANSMITE-ITENS-FIM.
           EXIT.

      * REFERENCIA DO FORNECEDOR PARA O PRODUTO: A DO CATALOGO
      * MAIS RECENTE IMPORTADO (CATFOR.DAT, IMPCAT)
       REF-FORNECEDOR.
           MOVE SPACES TO W-REF
           IF W-CAT-ABERTO NOT = "S"
              GO TO REF-FORNECEDOR-FIM.
           MOVE CODFORN TO CAT-CPFCNPJ
           MOVE ITEM-CODPROD TO CAT-CODPROD
           MOVE ZEROS TO CAT-VIGENCIA
           START ARQCAT KEY IS NOT LESS THAN CAT-CHAVE
              INVALID KEY GO TO REF-FORNECEDOR-FIM.
       REF-FORNECEDOR-LOOP.
           READ ARQCAT NEXT
           IF ST-CAT NOT = "00"
              GO TO REF-FORNECEDOR-FIM.
           IF CAT-CPFCNPJ NOT = CODFORN OR
              CAT-CODPROD NOT = ITEM-CODPROD
              GO TO REF-FORNECEDOR-FIM.
           MOVE CAT-REF TO W-REF
           GO TO REF-FORNECEDOR-LOOP.
       REF-FORNECEDOR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFIRMACAO DIGITADA, ITEM A ITEM. DATA PROMETIDA ZERO
      * DEIXA O ITEM SEM CONFIRMACAO
      *----------------------------------------------------------------
       CONFIRMA.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM
           IF W-PED-OK = ZEROS
              GO TO CONFIRMA-FIM.
           MOVE NUMPEDIDO TO ENV-NUMPEDIDO
           MOVE TPPEDIDO TO ENV-TPPEDIDO
           READ ARQENV
           IF ST-ENV NOT = "00"
              DISPLAY "ATENCAO: PEDIDO AINDA NAO TRANSMITIDO".
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO CONFIRMA-SAI.
       CONFIRMA-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO CONFIRMA-SAI.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO CONFIRMA-SAI.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE SPACES TO DESC.
           MOVE ITEM-QTD TO W-ED-QTD
           MOVE ITEM-PRECOU TO W-ED-PRECO
           DISPLAY "ITEM " ITEM-SEQ " " ITEM-CODPROD " " DESC
              " QTD " W-ED-QTD " PRECO " W-ED-PRECO
           MOVE ITEM-CHAVE TO CNF-CHAVE
           READ ARQCNF
           IF ST-CNF = "00"
              MOVE CNF-QTD TO W-ED-QTD
              MOVE CNF-PRECO TO W-ED-PRECO
              DISPLAY "  JA CONFIRMADO: QTD " W-ED-QTD " PRECO "
                 W-ED-PRECO " PROMETIDO PARA " CNF-DATA-PROM.
       CONFIRMA-DATA.
           MOVE ZEROS TO W-CNF-DATA W-CNF-QTD W-CNF-PRECO
           DISPLAY "  DATA PROMETIDA AAAAMMDD (0 = PULA O ITEM): "
           ACCEPT W-CNF-DATA
           IF W-CNF-DATA = ZEROS
              GO TO CONFIRMA-LOOP.
           MOVE W-CNF-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS OR W-CNF-DATA < DATAPED
              DISPLAY "  DATA INVALIDA OU ANTERIOR AO PEDIDO"
              GO TO CONFIRMA-DATA.
           DISPLAY "  QTD CONFIRMADA (0 = A DO PEDIDO): "
           ACCEPT W-CNF-QTD
           DISPLAY "  PRECO CONFIRMADO (0 = O DO PEDIDO): "
           ACCEPT W-CNF-PRECO
           MOVE "D" TO CNF-ORIGEM
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           IF CNF-QTD NOT = ITEM-QTD OR CNF-PRECO NOT = ITEM-PRECOU
              DISPLAY "  ATENCAO: CONFIRMACAO DIVERGE DO PEDIDO".
           GO TO CONFIRMA-LOOP.
       CONFIRMA-SAI.
           PERFORM ATUALIZA-ENVIO THRU ATUALIZA-ENVIO-FIM
           DISPLAY "PEDIDO " NUMPEDIDO ": " W-QTD-CONF " DE "
              W-QTD-ITENS " ITENS CONFIRMADOS".
       CONFIRMA-FIM.
           EXIT.

      * GRAVA A CONFIRMACAO DO ITEM LIDO (REGITEM); QUANTIDADE E
      * PRECO ZERO FICAM COM OS DO PEDIDO
       GRAVA-CONF.
           MOVE ITEM-CHAVE TO CNF-CHAVE
           READ ARQCNF
           MOVE ITEM-CODPROD TO CNF-CODPROD
           MOVE W-CNF-QTD TO CNF-QTD
           IF W-CNF-QTD = ZEROS
              MOVE ITEM-QTD TO CNF-QTD.
           MOVE W-CNF-PRECO TO CNF-PRECO
           IF W-CNF-PRECO = ZEROS
              MOVE ITEM-PRECOU TO CNF-PRECO.
           MOVE W-CNF-DATA TO CNF-DATA-PROM
           MOVE W-DATA-HOJE TO CNF-DATA
           MOVE W-OPERADOR TO CNF-OPERADOR
           IF ST-CNF = "00"
              REWRITE REGCNF
           ELSE
              WRITE REGCNF.
       GRAVA-CONF-FIM.
           EXIT.

      * SITUACAO DO ENVIO: C = TODOS OS ITENS CONFIRMADOS,
      * P = CONFIRMACAO PARCIAL, T = SO TRANSMITIDO
       ATUALIZA-ENVIO.
           MOVE ZEROS TO W-QTD-ITENS W-QTD-CONF
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO ATUALIZA-ENVIO-GRAVA.
       ATUALIZA-ENVIO-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO ATUALIZA-ENVIO-GRAVA.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO ATUALIZA-ENVIO-GRAVA.
           ADD 1 TO W-QTD-ITENS
           MOVE ITEM-CHAVE TO CNF-CHAVE
           READ ARQCNF
           IF ST-CNF = "00"
              ADD 1 TO W-QTD-CONF.
           GO TO ATUALIZA-ENVIO-LOOP.
       ATUALIZA-ENVIO-GRAVA.
           MOVE NUMPEDIDO TO ENV-NUMPEDIDO
           MOVE TPPEDIDO TO ENV-TPPEDIDO
           READ ARQENV
           IF ST-ENV NOT = "00"
              MOVE ZEROS TO ENV-DATA ENV-HORA ENV-VEZES
              MOVE W-OPERADOR TO ENV-OPERADOR.
           MOVE "T" TO ENV-STATUS
           IF W-QTD-CONF > ZEROS
              MOVE "P" TO ENV-STATUS.
           IF W-QTD-CONF > ZEROS AND W-QTD-CONF = W-QTD-ITENS
              MOVE "C" TO ENV-STATUS.
           IF ST-ENV = "00"
              REWRITE REGENV
           ELSE
              WRITE REGENV.
       ATUALIZA-ENVIO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFIRMACAO ENVIADA PELO FORNECEDOR EM ARQUIVO
      * (CONFFORN.TXT): PEDIDO,ITEM,QUANTIDADE,PRECO,DATA PROMETIDA
      *----------------------------------------------------------------
       IMPORTA-CONF.
           MOVE ZEROS TO W-LINNUM W-QTD-IMP W-QTD-IGN W-QTD-DIV
           OPEN INPUT ARQENT
           IF ST-ENT NOT = "00"
              DISPLAY "ARQUIVO CONFFORN.TXT NAO ENCONTRADO"
              GO TO IMPORTA-CONF-FIM.
           OPEN OUTPUT ARQLOG
           MOVE "IMPORTACAO DE CONFIRMACOES DE FORNECEDOR" TO LINHA-LOG
           WRITE LINHA-LOG.
       IMPORTA-CONF-LOOP.
           READ ARQENT
           IF ST-ENT NOT = "00"
              GO TO IMPORTA-CONF-SAI.
           ADD 1 TO W-LINNUM
           IF LINHA-ENT = SPACES
              GO TO IMPORTA-CONF-LOOP.
           PERFORM IMPORTA-LINHA THRU IMPORTA-LINHA-FIM
           GO TO IMPORTA-CONF-LOOP.
       IMPORTA-CONF-SAI.
           MOVE SPACES TO LINHA-LOG
           STRING "ITENS CONFIRMADOS: " W-QTD-IMP
              "   DIVERGENTES DO PEDIDO: " W-QTD-DIV
              "   LINHAS IGNORADAS: " W-QTD-IGN
              DELIMITED BY SIZE INTO LINHA-LOG
           WRITE LINHA-LOG
           CLOSE ARQENT ARQLOG
           DISPLAY "CONFIRMACOES IMPORTADAS: " W-QTD-IMP
              " - IGNORADAS: " W-QTD-IGN " - VEJA CONFFORN.LOG".
       IMPORTA-CONF-FIM.
           EXIT.

       IMPORTA-LINHA.
           MOVE SPACES TO CAMPOS
           MOVE ZEROS TO W-QTD-CAMPOS
           UNSTRING LINHA-ENT DELIMITED BY ","
              INTO CAMPO(1) CAMPO(2) CAMPO(3) CAMPO(4) CAMPO(5)
              TALLYING IN W-QTD-CAMPOS
           MOVE FUNCTION TRIM(CAMPO(1)) TO W-NUMBUF06
           INSPECT W-NUMBUF06 REPLACING LEADING SPACE BY ZERO
           MOVE FUNCTION TRIM(CAMPO(2)) TO W-NUMBUF02
           INSPECT W-NUMBUF02 REPLACING LEADING SPACE BY ZERO
           IF W-NUMBUF06 NOT NUMERIC OR W-NUMBUF02 NOT NUMERIC
              GO TO IMPORTA-LINHA-ERRO.
           MOVE W-NUMBUF06 TO NUMPEDIDO
           MOVE 1 TO TPPEDIDO
           MOVE W-NUMBUF02 TO W-CNF-SEQ
           PERFORM CONFERE-PEDIDO THRU CONFERE-PEDIDO-FIM
           IF W-PED-OK = ZEROS
              GO TO IMPORTA-LINHA-ERRO.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE W-CNF-SEQ TO ITEM-SEQ
           READ ARQITEM
           IF ST-ITEM NOT = "00"
              GO TO IMPORTA-LINHA-ERRO.
           MOVE FUNCTION TRIM(CAMPO(3)) TO W-NUMBUF06
           INSPECT W-NUMBUF06 REPLACING LEADING SPACE BY ZERO
           IF W-NUMBUF06 NOT NUMERIC
              GO TO IMPORTA-LINHA-ERRO.
           MOVE W-NUMBUF06 TO W-CNF-QTD
           PERFORM CONVERTE-PRECO THRU CONVERTE-PRECO-FIM
           MOVE FUNCTION TRIM(CAMPO(5)) TO W-NUMBUF08
           INSPECT W-NUMBUF08 REPLACING LEADING SPACE BY ZERO
           IF W-NUMBUF08 NOT NUMERIC
              GO TO IMPORTA-LINHA-ERRO.
           MOVE W-NUMBUF08 TO W-CNF-DATA
           MOVE W-CNF-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS OR W-CNF-DATA < DATAPED
              GO TO IMPORTA-LINHA-ERRO.
           MOVE "I" TO CNF-ORIGEM
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ADD 1 TO W-QTD-IMP
           PERFORM ATUALIZA-ENVIO THRU ATUALIZA-ENVIO-FIM
           IF CNF-QTD = ITEM-QTD AND CNF-PRECO = ITEM-PRECOU
              GO TO IMPORTA-LINHA-FIM.
           ADD 1 TO W-QTD-DIV
           MOVE CNF-QTD TO W-ED-QTD
           MOVE CNF-PRECO TO W-ED-PRECO
           MOVE ITEM-QTD TO W-ED-QTD2
           MOVE ITEM-PRECOU TO W-ED-PRECO2
           MOVE SPACES TO LINHA-LOG
           STRING "PEDIDO " NUMPEDIDO " ITEM " ITEM-SEQ
              " DIVERGE: PEDIDO QTD " W-ED-QTD2 " PRECO " W-ED-PRECO2
              " / CONFIRMADO QTD " W-ED-QTD " PRECO " W-ED-PRECO
              DELIMITED BY SIZE INTO LINHA-LOG
           WRITE LINHA-LOG
           GO TO IMPORTA-LINHA-FIM.
       IMPORTA-LINHA-ERRO.
           ADD 1 TO W-QTD-IGN
           MOVE W-LINNUM TO W-LIN-DISP
           MOVE SPACES TO LINHA-LOG
           STRING "LINHA " W-LIN-DISP " IGNORADA: " LINHA-ENT
              DELIMITED BY SIZE INTO LINHA-LOG
           WRITE LINHA-LOG.
       IMPORTA-LINHA-FIM.
           EXIT.

      * PRECO COM VIRGULA OU PONTO DECIMAL (ATE 2 CASAS); EM
      * BRANCO OU INVALIDO FICA O DO PEDIDO
       CONVERTE-PRECO.
           MOVE ZEROS TO W-CNF-PRECO
           MOVE FUNCTION TRIM(CAMPO(4)) TO W-PRC-TXT
           INSPECT W-PRC-TXT REPLACING ALL "." BY ","
           MOVE SPACES TO W-PRC-INT W-PRC-DEC
           UNSTRING W-PRC-TXT DELIMITED BY "," OR SPACE
              INTO W-PRC-INT W-PRC-DEC
           INSPECT W-PRC-INT REPLACING LEADING SPACE BY ZERO
           INSPECT W-PRC-DEC REPLACING ALL SPACE BY ZERO
           IF W-PRC-INT NOT NUMERIC OR W-PRC-DEC NOT NUMERIC
              GO TO CONVERTE-PRECO-FIM.
           MOVE W-PRC-DEC TO W-PRC-DEC-N
           COMPUTE W-CNF-PRECO = W-PRC-INT-N + W-PRC-DEC-N / 100.
       CONVERTE-PRECO-FIM.
           EXIT.

       VALIDA-DATA-CAL.
           MOVE 1 TO W-DATA-OK
           IF W-VAL-MM < 1 OR W-VAL-MM > 12
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD < 1 OR W-VAL-DD > 31
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF (W-VAL-MM = 4 OR 6 OR 9 OR 11) AND W-VAL-DD > 30
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-MM NOT = 2
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD > 29
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD < 29
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 4)
           IF W-RESTO4 NOT = ZEROS
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 100)
           IF W-RESTO4 NOT = ZEROS
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 400)
           IF W-RESTO4 NOT = ZEROS
              MOVE ZEROS TO W-DATA-OK.
       VALIDA-DATA-CAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQPED ARQITEM ARQFOR ARQPROD ARQCNF ARQENV
           IF W-CAT-ABERTO = "S"
              CLOSE ARQCAT.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
