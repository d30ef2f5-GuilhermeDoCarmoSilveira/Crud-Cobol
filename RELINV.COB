       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINV.
      **************************************************
      * RELATORIOS DA FOTO MENSAL DO ESTOQUE            *
      * (INVMES.DAT, GRAVADA PELO GERINV):              *
      * V = VALORIZACAO DO MES POR FILIAL E CATEGORIA,  *
      *     COM QUANTIDADE, PARTE EM QUARENTENA, VALOR  *
      *     AO CUSTO MEDIO E O CONSIGNADO EM CLIENTES   *
      *     (RELINV.TXT);                               *
      * L = LIVRO REGISTRO DE INVENTARIO: POR           *
      *     ESTABELECIMENTO (FILIAL.DAT), AGRUPADO POR  *
      *     CATEGORIA, COM DISCRIMINACAO, UNIDADE,      *
      *     QUANTIDADE, VALOR UNITARIO, PARCIAL E TOTAL,*
      *     FOLHAS NUMERADAS E, NO FIM, AS MERCADORIAS  *
      *     EM PODER DE TERCEIROS (LIVINV.TXT);         *
      * C = COMPARACAO ENTRE DUAS FOTOS: A VARIACAO DO  *
      *     VALOR E EXPLICADA PELOS MOVIMENTOS DO       *
      *     KARDEX (MOVEST.DAT E MOVESTH.DAT) ENTRE AS  *
      *     DUAS FOTOS - COMPRAS (RCB), VENDAS E        *
      *     DEVOLUCOES (PED/FAT/CAN/RET), AJUSTES DE    *
      *     INVENTARIO (INV/AJU) E OUTROS - VALORIZADOS *
      *     AO CUSTO DA FOTO FINAL, PELA VARIACAO DO    *
      *     CUSTO MEDIO SOBRE O SALDO INICIAL E O QUE   *
      *     SOBRAR COMO DIFERENCA NAO EXPLICADA         *
      *     (CMPINV.TXT).                               *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQINV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS INV-CHAVE
                    ALTERNATE RECORD KEY IS INV-CHAVE-FIL
                    FILE STATUS IS ST-INV.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FIL.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CAT-COD
                    FILE STATUS IS ST-CAT.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOV-CHAVE
                    FILE STATUS IS ST-MOV.

           SELECT ARQMOVH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS HMOV-CHAVE
                    FILE STATUS IS ST-MOVH.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT LIVSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT CMPSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVMES.DAT".
       01 REGINV.
          03 INV-CHAVE.
           05 INV-MES           PIC 9(06).
           05 INV-CODPROD       PIC 9(06).
           05 INV-FILIAL        PIC 9(02).
          03 INV-CHAVE-FIL.
           05 INV-MES-F         PIC 9(06).
           05 INV-FILIAL-F      PIC 9(02).
           05 INV-CATEG         PIC 9(01).
           05 INV-CODPROD-F     PIC 9(06).
          03 INV-DESC           PIC X(30).
          03 INV-UNIDADE        PIC X(02).
          03 INV-QTD            PIC 9(07).
          03 INV-QTD-BLOQ       PIC 9(07).
          03 INV-QTD-CONSIG     PIC 9(07).
          03 INV-CUSTO          PIC 9(06)V99.
          03 INV-VALOR          PIC 9(11)V99.
          03 INV-VALOR-CONSIG   PIC 9(11)V99.
          03 INV-DATAHORA       PIC 9(14).
          03 INV-ORIGEM         PIC X(01).
          03 INV-OPERADOR       PIC X(10).

       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REGFIL.
          03 FIL-CODIGO         PIC 9(02).
          03 FIL-RAZAO          PIC X(40).
          03 FIL-CNPJ           PIC 9(14).
          03 FIL-IE             PIC X(14).
          03 FIL-LOGR           PIC X(40).
          03 FIL-NUM            PIC 9(08).
          03 FIL-CIDADE         PIC X(33).
          03 FIL-UF             PIC X(02).
          03 FIL-CEP            PIC 9(08).
          03 FIL-ULT-NF         PIC 9(06).

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCAT.DAT".
       01 REGCAT.
          03 CAT-COD           PIC 9(01).
          03 CAT-DESC          PIC X(15).

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
           05 MOV-CODPROD       PIC 9(06).
           05 MOV-DATAHORA      PIC 9(14).
           05 MOV-SEQ           PIC 9(03).
          03 MOV-DOC            PIC X(10).
          03 MOV-TIPO           PIC X(01).
          03 MOV-QTD            PIC 9(06).
          03 MOV-SALDO          PIC S9(07).
          03 MOV-OPERADOR       PIC X(10).

       FD ARQMOVH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVESTH.DAT".
       01 REGMOVH.
          03 HMOV-CHAVE.
           05 HMOV-CODPROD      PIC 9(06).
           05 HMOV-DATAHORA     PIC 9(14).
           05 HMOV-SEQ          PIC 9(03).
          03 HMOV-DOC           PIC X(10).
          03 HMOV-TIPO          PIC X(01).
          03 HMOV-QTD           PIC 9(06).
          03 HMOV-SALDO         PIC S9(07).
          03 HMOV-OPERADOR      PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINV.TXT".
       01 LINHA-SAI              PIC X(132).

       FD LIVSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIVINV.TXT".
       01 LINHA-LIV              PIC X(132).

       FD CMPSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CMPINV.TXT".
       01 LINHA-CMP              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-INV        PIC X(02) VALUE "00".
       01 ST-FIL        PIC X(02) VALUE "00".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-MOVH       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-MOV-ABERTO  PIC X(01) VALUE "N".
       01 W-MOVH-ABERTO PIC X(01) VALUE "N".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-MES         PIC 9(06) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
          03 W-MES-AA    PIC 9(04).
          03 W-MES-MM    PIC 9(02).
       01 W-MES-A       PIC 9(06) VALUE ZEROS.
       01 W-MES-B       PIC 9(06) VALUE ZEROS.
       01 W-DTH-A       PIC 9(14) VALUE ZEROS.
       01 W-DTH-B       PIC 9(14) VALUE ZEROS.
       01 W-DTH-FOTO    PIC 9(14) VALUE ZEROS.
       01 W-ORIGEM      PIC X(01) VALUE SPACES.
       01 W-TEM-FOTO    PIC 9(01) VALUE ZEROS.
       01 W-FILIAL-SEL  PIC 9(02) VALUE ZEROS.
       01 W-ULT-DIA     PIC 9(08) VALUE ZEROS.
       01 W-ULT-DIA-R REDEFINES W-ULT-DIA.
          03 W-ULT-ANO   PIC 9(04).
          03 W-ULT-MES   PIC 9(02).
          03 W-ULT-DD    PIC 9(02).
       01 W-DATA-ED     PIC X(10) VALUE SPACES.
       01 IX            PIC 9(02) VALUE ZEROS.

      * DESCRICAO DAS CATEGORIAS (POSICAO = CATEGORIA + 1)
       01 W-TAB-CAT.
          03 W-TCT OCCURS 10 TIMES.
             05 WT-DESC         PIC X(15).
             05 WT-CSG-QTD      PIC 9(09).
             05 WT-CSG-VALOR    PIC 9(13)V99.

      * QUEBRAS DA VALORIZACAO E DO LIVRO
       01 W-PRIMEIRO    PIC 9(01) VALUE ZEROS.
       01 W-FIL-ATU     PIC 9(02) VALUE ZEROS.
       01 W-CAT-ATU     PIC 9(01) VALUE ZEROS.
       01 W-CAT-ITENS   PIC 9(07) VALUE ZEROS.
       01 W-CAT-QTD     PIC 9(09) VALUE ZEROS.
       01 W-CAT-BLQ     PIC 9(09) VALUE ZEROS.
       01 W-CAT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       01 W-CAT-VLBLQ   PIC 9(13)V99 VALUE ZEROS.
       01 W-FIL-ITENS   PIC 9(07) VALUE ZEROS.
       01 W-FIL-QTD     PIC 9(09) VALUE ZEROS.
       01 W-FIL-BLQ     PIC 9(09) VALUE ZEROS.
       01 W-FIL-VALOR   PIC 9(13)V99 VALUE ZEROS.
       01 W-FIL-VLBLQ   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-ITENS   PIC 9(07) VALUE ZEROS.
       01 W-TOT-QTD     PIC 9(09) VALUE ZEROS.
       01 W-TOT-BLQ     PIC 9(09) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-VLBLQ   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-CSG     PIC 9(13)V99 VALUE ZEROS.
       01 W-VLBLQ       PIC 9(13)V99 VALUE ZEROS.

      * PAGINACAO DO LIVRO
       01 W-FOLHA       PIC 9(04) VALUE ZEROS.
       01 W-LINHAS      PIC 9(02) VALUE ZEROS.
       01 W-TITULO-FIL  PIC X(90) VALUE SPACES.

      * COMPARACAO: PRODUTO EM PROCESSO E TOTAIS (COM SINAL)
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-DESC        PIC X(30) VALUE SPACES.
       01 W-QA          PIC S9(09) VALUE ZEROS.
       01 W-QB          PIC S9(09) VALUE ZEROS.
       01 W-VA          PIC S9(13)V99 VALUE ZEROS.
       01 W-VB          PIC S9(13)V99 VALUE ZEROS.
       01 W-CA          PIC 9(06)V99 VALUE ZEROS.
       01 W-CB          PIC 9(06)V99 VALUE ZEROS.
       01 W-CUSTO-MOV   PIC 9(06)V99 VALUE ZEROS.
       01 W-CSG-A       PIC 9(13)V99 VALUE ZEROS.
       01 W-CSG-B       PIC 9(13)V99 VALUE ZEROS.
       01 W-Q-CMP       PIC S9(09) VALUE ZEROS.
       01 W-Q-VEN       PIC S9(09) VALUE ZEROS.
       01 W-Q-AJU       PIC S9(09) VALUE ZEROS.
       01 W-Q-OUT       PIC S9(09) VALUE ZEROS.
       01 W-Q-DIF       PIC S9(09) VALUE ZEROS.
       01 W-QTD-SINAL   PIC S9(09) VALUE ZEROS.
       01 W-DOC         PIC X(10) VALUE SPACES.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-V-CMP       PIC S9(13)V99 VALUE ZEROS.
       01 W-V-VEN       PIC S9(13)V99 VALUE ZEROS.
       01 W-V-AJU       PIC S9(13)V99 VALUE ZEROS.
       01 W-V-OUT       PIC S9(13)V99 VALUE ZEROS.
       01 W-V-CST       PIC S9(13)V99 VALUE ZEROS.
       01 W-V-DIF       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-VA        PIC S9(13)V99 VALUE ZEROS.
       01 W-T-VB        PIC S9(13)V99 VALUE ZEROS.
       01 W-T-CMP       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-VEN       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-AJU       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-OUT       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-CST       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-DIF       PIC S9(13)V99 VALUE ZEROS.
       01 W-T-CSG-A     PIC 9(13)V99 VALUE ZEROS.
       01 W-T-CSG-B     PIC 9(13)V99 VALUE ZEROS.
       01 W-QTD-PROD    PIC 9(07) VALUE ZEROS.
       01 W-QTD-DIVQ    PIC 9(07) VALUE ZEROS.
       01 W-PASSO       PIC 9(01) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-SVAL-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DET-VAL.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DV-CAT        PIC 9(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DV-DESC       PIC X(15).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DV-ITENS      PIC ZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DV-QTD        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DV-BLQ        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DV-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DV-VLBLQ      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 DET-LIV.
          03 DL-COD        PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DL-DESC       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DL-UN         PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DL-QTD        PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DL-UNIT       PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DL-PARCIAL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DL-TOTAL      PIC X(18).

       01 DET-CMP.
          03 DC-COD        PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DC-DESC       PIC X(20).
          03 DC-QA         PIC -(07)9.
          03 DC-QB         PIC -(07)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DC-VA         PIC -ZZZ.ZZZ.ZZ9,99.
          03 DC-VB         PIC -ZZZ.ZZZ.ZZ9,99.
          03 DC-MOV        PIC -ZZZ.ZZZ.ZZ9,99.
          03 DC-CST        PIC -ZZZ.ZZZ.ZZ9,99.
          03 DC-DIF        PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DC-QDIF       PIC X(12).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           DISPLAY "RELATORIOS DO INVENTARIO MENSAL".
       R1.
           DISPLAY "V = VALORIZACAO | L = LIVRO DE INVENTARIO |"
              " C = COMPARAR FOTOS | S = SAIR: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "V" OR "v"
              PERFORM VALORIZACAO THRU VALORIZACAO-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LIVRO THRU LIVRO-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM COMPARA THRU COMPARA-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              STOP RUN.
           DISPLAY "DIGITE V, L, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * ROTINAS COMUNS
      *----------------------------------------------------------------
       PEDE-MES.
           MOVE ZEROS TO W-MES
           ACCEPT W-MES
           IF W-MES-MM < 1 OR W-MES-MM > 12
              DISPLAY "MES INVALIDO"
              MOVE ZEROS TO W-MES.

      * W-TEM-FOTO = 1 SE O MES W-MES TEM FOTO; TRAZ A DATA/HORA
       VERIFICA-FOTO.
           MOVE ZEROS TO W-TEM-FOTO W-DTH-FOTO
           MOVE SPACES TO W-ORIGEM
           MOVE W-MES TO INV-MES
           MOVE ZEROS TO INV-CODPROD INV-FILIAL
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE
              INVALID KEY GO TO VERIFICA-FOTO-FIM.
           READ ARQINV NEXT
           IF ST-INV = "00" AND INV-MES = W-MES
              MOVE 1 TO W-TEM-FOTO
              MOVE INV-DATAHORA TO W-DTH-FOTO
              MOVE INV-ORIGEM TO W-ORIGEM.
       VERIFICA-FOTO-FIM.
           EXIT.

       CARREGA-CATEGORIAS.
           MOVE ZEROS TO IX.
       CARREGA-CATEGORIAS-ZERA.
           ADD 1 TO IX
           IF IX > 10
              GO TO CARREGA-CATEGORIAS-LE.
           MOVE SPACES TO WT-DESC(IX)
           MOVE ZEROS TO WT-CSG-QTD(IX) WT-CSG-VALOR(IX)
           GO TO CARREGA-CATEGORIAS-ZERA.
       CARREGA-CATEGORIAS-LE.
           OPEN INPUT ARQCAT
           IF ST-CAT NOT = "00"
              GO TO CARREGA-CATEGORIAS-FIM.
       CARREGA-CATEGORIAS-LOOP.
           READ ARQCAT NEXT
           IF ST-CAT NOT = "00"
              CLOSE ARQCAT
              GO TO CARREGA-CATEGORIAS-FIM.
           MOVE CAT-DESC TO WT-DESC(CAT-COD + 1)
           GO TO CARREGA-CATEGORIAS-LOOP.
       CARREGA-CATEGORIAS-FIM.
           EXIT.

       ULTIMO-DIA-MES.
           MOVE W-MES-AA TO W-ULT-ANO
           MOVE W-MES-MM TO W-ULT-MES
           MOVE 01 TO W-ULT-DD
           IF W-ULT-MES = 12
              ADD 1 TO W-ULT-ANO
              MOVE 01 TO W-ULT-MES
           ELSE
              ADD 1 TO W-ULT-MES.
           COMPUTE W-ULT-DIA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-ULT-DIA) - 1)
           MOVE SPACES TO W-DATA-ED
           STRING W-ULT-DD "/" W-ULT-MES "/" W-ULT-ANO
              DELIMITED BY SIZE INTO W-DATA-ED.

       ABRE-FOTOS.
           OPEN INPUT ARQINV
           IF ST-INV NOT = "00"
              DISPLAY "ARQUIVO INVMES.DAT NAO ENCONTRADO - RODE O"
                 " GERINV".
           MOVE "N" TO W-FIL-ABERTO
           OPEN INPUT ARQFIL
           IF ST-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.

       FECHA-FOTOS.
           CLOSE ARQINV
           IF W-FIL-ABERTO = "S"
              CLOSE ARQFIL.

      *----------------------------------------------------------------
      * V - VALORIZACAO POR FILIAL E CATEGORIA
      *----------------------------------------------------------------
       VALORIZACAO.
           DISPLAY "MES DA FOTO (AAAAMM): "
           PERFORM PEDE-MES
           IF W-MES = ZEROS
              GO TO VALORIZACAO-FIM.
           PERFORM ABRE-FOTOS
           IF ST-INV NOT = "00"
              GO TO VALORIZACAO-FIM.
           PERFORM VERIFICA-FOTO THRU VERIFICA-FOTO-FIM
           IF W-TEM-FOTO = ZEROS
              DISPLAY "NAO HA FOTO DO MES " W-MES
              PERFORM FECHA-FOTOS
              GO TO VALORIZACAO-FIM.
           PERFORM CARREGA-CATEGORIAS THRU CARREGA-CATEGORIAS-FIM
           MOVE ZEROS TO W-TOT-ITENS W-TOT-QTD W-TOT-BLQ W-TOT-VALOR
              W-TOT-VLBLQ W-TOT-CSG
           OPEN OUTPUT RELSAI
           MOVE SPACES TO LINHA-SAI
           STRING "VALORIZACAO DO ESTOQUE - FOTO DO MES " W-MES
              " TIRADA EM " W-DTH-FOTO(1:8) " AS " W-DTH-FOTO(9:4)
              " (" W-ORIGEM ")"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "    CATEGORIA            ITENS  QUANTIDADE"
              "  QUARENTENA        VALOR ESTOQUE     VALOR QUARENTENA"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 1 TO W-PRIMEIRO
           MOVE W-MES TO INV-MES-F
           MOVE ZEROS TO INV-FILIAL-F INV-CATEG INV-CODPROD-F
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE-FIL
              INVALID KEY GO TO VALORIZACAO-TOTAL.
       VALORIZACAO-LOOP.
           READ ARQINV NEXT
           IF ST-INV NOT = "00" OR INV-MES-F NOT = W-MES
              GO TO VALORIZACAO-TOTAL.
           ADD INV-QTD-CONSIG TO WT-CSG-QTD(INV-CATEG + 1)
           ADD INV-VALOR-CONSIG TO WT-CSG-VALOR(INV-CATEG + 1)
           ADD INV-VALOR-CONSIG TO W-TOT-CSG
           IF INV-QTD = ZEROS
              GO TO VALORIZACAO-LOOP.
           IF W-PRIMEIRO = 1
              MOVE ZEROS TO W-PRIMEIRO
              MOVE INV-FILIAL-F TO W-FIL-ATU
              MOVE INV-CATEG TO W-CAT-ATU
              PERFORM ZERA-FILIAL
              PERFORM ZERA-CATEGORIA
              PERFORM CABECALHO-FILIAL.
           IF INV-FILIAL-F NOT = W-FIL-ATU
              PERFORM IMPRIME-CATEGORIA
              PERFORM IMPRIME-FILIAL
              MOVE INV-FILIAL-F TO W-FIL-ATU
              MOVE INV-CATEG TO W-CAT-ATU
              PERFORM ZERA-FILIAL
              PERFORM ZERA-CATEGORIA
              PERFORM CABECALHO-FILIAL.
           IF INV-CATEG NOT = W-CAT-ATU
              PERFORM IMPRIME-CATEGORIA
              MOVE INV-CATEG TO W-CAT-ATU
              PERFORM ZERA-CATEGORIA.
           COMPUTE W-VLBLQ = INV-QTD-BLOQ * INV-CUSTO
           ADD 1 TO W-CAT-ITENS
           ADD INV-QTD TO W-CAT-QTD
           ADD INV-QTD-BLOQ TO W-CAT-BLQ
           ADD INV-VALOR TO W-CAT-VALOR
           ADD W-VLBLQ TO W-CAT-VLBLQ
           GO TO VALORIZACAO-LOOP.
       VALORIZACAO-TOTAL.
           IF W-PRIMEIRO = ZEROS
              PERFORM IMPRIME-CATEGORIA
              PERFORM IMPRIME-FILIAL.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "MERCADORIAS EM CONSIGNACAO NOS CLIENTES (CONSIG.DAT)"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX.
       VALORIZACAO-CONSIG.
           ADD 1 TO IX
           IF IX > 10
              GO TO VALORIZACAO-GERAL.
           IF WT-CSG-QTD(IX) = ZEROS
              GO TO VALORIZACAO-CONSIG.
           MOVE SPACES TO DET-VAL
           COMPUTE DV-CAT = IX - 1
           MOVE WT-DESC(IX) TO DV-DESC
           MOVE ZEROS TO DV-ITENS DV-BLQ DV-VLBLQ
           MOVE WT-CSG-QTD(IX) TO DV-QTD
           MOVE WT-CSG-VALOR(IX) TO DV-VALOR
           MOVE DET-VAL TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO VALORIZACAO-CONSIG.
       VALORIZACAO-GERAL.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL EM ESTOQUE NAS FILIAIS: " W-VAL-ED
              "   ITENS: " W-TOT-ITENS "   QUANTIDADE: " W-TOT-QTD
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-VLBLQ TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  DOS QUAIS EM QUARENTENA:    " W-VAL-ED
              "   QUANTIDADE: " W-TOT-BLQ
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-CSG TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL EM CONSIGNACAO:         " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           ADD W-TOT-CSG TO W-TOT-VALOR
           MOVE W-TOT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL GERAL DO ESTOQUE:       " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI
           PERFORM FECHA-FOTOS
           DISPLAY "VALORIZACAO GERADA EM RELINV.TXT"
           MOVE W-TOT-VALOR TO W-VAL-ED
           DISPLAY "TOTAL GERAL: " W-VAL-ED.
       VALORIZACAO-FIM.
           EXIT.

       ZERA-FILIAL.
           MOVE ZEROS TO W-FIL-ITENS W-FIL-QTD W-FIL-BLQ W-FIL-VALOR
              W-FIL-VLBLQ.

       ZERA-CATEGORIA.
           MOVE ZEROS TO W-CAT-ITENS W-CAT-QTD W-CAT-BLQ W-CAT-VALOR
              W-CAT-VLBLQ.

       MONTA-TITULO-FILIAL.
           MOVE SPACES TO W-TITULO-FIL
           IF W-FIL-ATU = ZEROS
              MOVE "FILIAL 00 - ESTOQUE SEM FILIAL / EM TRANSITO"
                 TO W-TITULO-FIL
              GO TO MONTA-TITULO-FILIAL-FIM.
           MOVE "99" TO ST-FIL
           IF W-FIL-ABERTO = "S"
              MOVE W-FIL-ATU TO FIL-CODIGO
              READ ARQFIL.
           IF ST-FIL NOT = "00"
              MOVE "FILIAL NAO CADASTRADA" TO FIL-RAZAO.
           STRING "FILIAL " W-FIL-ATU " - " FIL-RAZAO
              DELIMITED BY SIZE INTO W-TITULO-FIL.
       MONTA-TITULO-FILIAL-FIM.
           EXIT.

       CABECALHO-FILIAL.
           PERFORM MONTA-TITULO-FILIAL THRU MONTA-TITULO-FILIAL-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TITULO-FIL TO LINHA-SAI
           WRITE LINHA-SAI.

       IMPRIME-CATEGORIA.
           MOVE SPACES TO DET-VAL
           MOVE W-CAT-ATU TO DV-CAT
           MOVE WT-DESC(W-CAT-ATU + 1) TO DV-DESC
           MOVE W-CAT-ITENS TO DV-ITENS
           MOVE W-CAT-QTD TO DV-QTD
           MOVE W-CAT-BLQ TO DV-BLQ
           MOVE W-CAT-VALOR TO DV-VALOR
           MOVE W-CAT-VLBLQ TO DV-VLBLQ
           MOVE DET-VAL TO LINHA-SAI
           WRITE LINHA-SAI
           ADD W-CAT-ITENS TO W-FIL-ITENS
           ADD W-CAT-QTD TO W-FIL-QTD
           ADD W-CAT-BLQ TO W-FIL-BLQ
           ADD W-CAT-VALOR TO W-FIL-VALOR
           ADD W-CAT-VLBLQ TO W-FIL-VLBLQ.

       IMPRIME-FILIAL.
           MOVE SPACES TO DET-VAL
           MOVE ZEROS TO DV-CAT
           MOVE "TOTAL FILIAL" TO DV-DESC
           MOVE W-FIL-ITENS TO DV-ITENS
           MOVE W-FIL-QTD TO DV-QTD
           MOVE W-FIL-BLQ TO DV-BLQ
           MOVE W-FIL-VALOR TO DV-VALOR
           MOVE W-FIL-VLBLQ TO DV-VLBLQ
           MOVE DET-VAL TO LINHA-SAI
           MOVE SPACES TO LINHA-SAI(1:6)
           WRITE LINHA-SAI
           ADD W-FIL-ITENS TO W-TOT-ITENS
           ADD W-FIL-QTD TO W-TOT-QTD
           ADD W-FIL-BLQ TO W-TOT-BLQ
           ADD W-FIL-VALOR TO W-TOT-VALOR
           ADD W-FIL-VLBLQ TO W-TOT-VLBLQ.

      *----------------------------------------------------------------
      * L - LIVRO REGISTRO DE INVENTARIO (NORMALMENTE O MES 12)
      *----------------------------------------------------------------
       LIVRO.
           DISPLAY "MES DA FOTO (AAAAMM - O LIVRO ANUAL E O DE"
              " DEZEMBRO): "
           PERFORM PEDE-MES
           IF W-MES = ZEROS
              GO TO LIVRO-FIM.
           DISPLAY "FILIAL (99 = TODAS): "
           MOVE 99 TO W-FILIAL-SEL
           ACCEPT W-FILIAL-SEL
           PERFORM ABRE-FOTOS
           IF ST-INV NOT = "00"
              GO TO LIVRO-FIM.
           PERFORM VERIFICA-FOTO THRU VERIFICA-FOTO-FIM
           IF W-TEM-FOTO = ZEROS
              DISPLAY "NAO HA FOTO DO MES " W-MES
              PERFORM FECHA-FOTOS
              GO TO LIVRO-FIM.
           IF W-ORIGEM NOT = "F"
              DISPLAY "ATENCAO: FOTO TIRADA COM O MES AINDA ABERTO".
           PERFORM CARREGA-CATEGORIAS THRU CARREGA-CATEGORIAS-FIM
           PERFORM ULTIMO-DIA-MES
           MOVE ZEROS TO W-FOLHA W-TOT-VALOR W-TOT-CSG
           OPEN OUTPUT LIVSAI
           MOVE 1 TO W-PRIMEIRO
           MOVE W-MES TO INV-MES-F
           MOVE ZEROS TO INV-FILIAL-F INV-CATEG INV-CODPROD-F
           IF W-FILIAL-SEL NOT = 99
              MOVE W-FILIAL-SEL TO INV-FILIAL-F.
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE-FIL
              INVALID KEY GO TO LIVRO-TERCEIROS.
       LIVRO-LOOP.
           READ ARQINV NEXT
           IF ST-INV NOT = "00" OR INV-MES-F NOT = W-MES
              GO TO LIVRO-TERCEIROS.
           IF W-FILIAL-SEL NOT = 99 AND INV-FILIAL-F NOT = W-FILIAL-SEL
              GO TO LIVRO-TERCEIROS.
           IF INV-QTD = ZEROS
              GO TO LIVRO-LOOP.
           IF W-PRIMEIRO = 1
              MOVE ZEROS TO W-PRIMEIRO
              MOVE INV-FILIAL-F TO W-FIL-ATU
              MOVE INV-CATEG TO W-CAT-ATU
              PERFORM ZERA-FILIAL
              PERFORM ZERA-CATEGORIA
              PERFORM PAGINA-LIVRO THRU PAGINA-LIVRO-FIM
              PERFORM TITULO-CATEGORIA-LIVRO.
           IF INV-FILIAL-F NOT = W-FIL-ATU
              PERFORM TOTAL-CATEGORIA-LIVRO
              PERFORM TOTAL-FILIAL-LIVRO
              MOVE INV-FILIAL-F TO W-FIL-ATU
              MOVE INV-CATEG TO W-CAT-ATU
              PERFORM ZERA-FILIAL
              PERFORM ZERA-CATEGORIA
              PERFORM PAGINA-LIVRO THRU PAGINA-LIVRO-FIM
              PERFORM TITULO-CATEGORIA-LIVRO.
           IF INV-CATEG NOT = W-CAT-ATU
              PERFORM TOTAL-CATEGORIA-LIVRO
              MOVE INV-CATEG TO W-CAT-ATU
              PERFORM ZERA-CATEGORIA
              PERFORM TITULO-CATEGORIA-LIVRO.
           MOVE SPACES TO DET-LIV
           MOVE INV-CODPROD-F TO DL-COD
           MOVE INV-DESC TO DL-DESC
           MOVE INV-UNIDADE TO DL-UN
           MOVE INV-QTD TO DL-QTD
           MOVE INV-CUSTO TO DL-UNIT
           MOVE INV-VALOR TO DL-PARCIAL
           MOVE DET-LIV TO LINHA-LIV
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
           ADD 1 TO W-CAT-ITENS
           ADD INV-QTD TO W-CAT-QTD
           ADD INV-VALOR TO W-CAT-VALOR
           GO TO LIVRO-LOOP.
      * MERCADORIAS DA EMPRESA EM PODER DE TERCEIROS (CONSIGNACAO)
       LIVRO-TERCEIROS.
           IF W-PRIMEIRO = ZEROS
              PERFORM TOTAL-CATEGORIA-LIVRO
              PERFORM TOTAL-FILIAL-LIVRO.
           IF W-FILIAL-SEL NOT = 99 AND W-FILIAL-SEL NOT = ZEROS
              GO TO LIVRO-ENCERRA.
           MOVE ZEROS TO W-FIL-VALOR
           MOVE 1 TO W-PRIMEIRO
           MOVE W-MES TO INV-MES
           MOVE ZEROS TO INV-CODPROD INV-FILIAL
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE
              INVALID KEY GO TO LIVRO-TERCEIROS-TOTAL.
       LIVRO-TERCEIROS-LOOP.
           READ ARQINV NEXT
           IF ST-INV NOT = "00" OR INV-MES NOT = W-MES
              GO TO LIVRO-TERCEIROS-TOTAL.
           IF INV-QTD-CONSIG = ZEROS
              GO TO LIVRO-TERCEIROS-LOOP.
           IF W-PRIMEIRO = 1
              MOVE ZEROS TO W-PRIMEIRO
              MOVE ZEROS TO W-FIL-ATU
              PERFORM PAGINA-LIVRO THRU PAGINA-LIVRO-FIM
              MOVE SPACES TO LINHA-LIV
              STRING "MERCADORIAS DA EMPRESA EM PODER DE TERCEIROS"
                 " (CONSIGNACAO EM CLIENTES)"
                 DELIMITED BY SIZE INTO LINHA-LIV
              PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM.
           MOVE SPACES TO DET-LIV
           MOVE INV-CODPROD TO DL-COD
           MOVE INV-DESC TO DL-DESC
           MOVE INV-UNIDADE TO DL-UN
           MOVE INV-QTD-CONSIG TO DL-QTD
           MOVE INV-CUSTO TO DL-UNIT
           MOVE INV-VALOR-CONSIG TO DL-PARCIAL
           MOVE DET-LIV TO LINHA-LIV
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
           ADD INV-VALOR-CONSIG TO W-FIL-VALOR
           GO TO LIVRO-TERCEIROS-LOOP.
       LIVRO-TERCEIROS-TOTAL.
           IF W-PRIMEIRO = ZEROS
              MOVE SPACES TO DET-LIV
              MOVE "TOTAL EM PODER DE TERCEIROS" TO DL-DESC
              MOVE W-FIL-VALOR TO W-VAL-ED
              MOVE W-VAL-ED TO DL-TOTAL
              MOVE DET-LIV TO LINHA-LIV
              MOVE SPACES TO LINHA-LIV(1:6)
              PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
              ADD W-FIL-VALOR TO W-TOT-CSG.
       LIVRO-ENCERRA.
           MOVE SPACES TO LINHA-LIV
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
           ADD W-TOT-CSG TO W-TOT-VALOR
           MOVE W-TOT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-LIV
           STRING "TOTAL GERAL DOS ESTOQUES EM " W-DATA-ED ": "
              W-VAL-ED DELIMITED BY SIZE INTO LINHA-LIV
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
           CLOSE LIVSAI
           PERFORM FECHA-FOTOS
           DISPLAY "LIVRO DE INVENTARIO GERADO EM LIVINV.TXT - "
              W-FOLHA " FOLHA(S)".
       LIVRO-FIM.
           EXIT.

       PAGINA-LIVRO.
           ADD 1 TO W-FOLHA
           MOVE ZEROS TO W-LINHAS
           IF W-FOLHA > 1
              MOVE ALL "-" TO LINHA-LIV
              WRITE LINHA-LIV.
           MOVE SPACES TO LINHA-LIV
           STRING "REGISTRO DE INVENTARIO" DELIMITED BY SIZE
              INTO LINHA-LIV
           MOVE "FOLHA" TO LINHA-LIV(100:5)
           MOVE W-FOLHA TO LINHA-LIV(106:4)
           WRITE LINHA-LIV
           PERFORM MONTA-TITULO-FILIAL THRU MONTA-TITULO-FILIAL-FIM
           MOVE SPACES TO LINHA-LIV
           IF W-FIL-ATU = ZEROS
              MOVE W-TITULO-FIL TO LINHA-LIV
           ELSE
              STRING "FIRMA: " FIL-RAZAO "  FILIAL " W-FIL-ATU
                 DELIMITED BY SIZE INTO LINHA-LIV.
           WRITE LINHA-LIV
           MOVE SPACES TO LINHA-LIV
           IF W-FIL-ATU > ZEROS AND ST-FIL = "00"
              STRING "INSC. EST.: " FIL-IE "   CNPJ: " FIL-CNPJ
                 DELIMITED BY SIZE INTO LINHA-LIV.
           WRITE LINHA-LIV
           MOVE SPACES TO LINHA-LIV
           STRING "ESTOQUES EXISTENTES EM " W-DATA-ED
              "   (VALORES AO CUSTO MEDIO)"
              DELIMITED BY SIZE INTO LINHA-LIV
           WRITE LINHA-LIV
           MOVE SPACES TO LINHA-LIV
           WRITE LINHA-LIV
           MOVE SPACES TO LINHA-LIV
           STRING "CODIGO DISCRIMINACAO                  UN QUANTID."
              " VLR UNIT.      VALOR PARCIAL        VALOR TOTAL"
              DELIMITED BY SIZE INTO LINHA-LIV
           WRITE LINHA-LIV
           MOVE 6 TO W-LINHAS.
       PAGINA-LIVRO-FIM.
           EXIT.

       ESCREVE-LIVRO.
           IF W-LINHAS > 55
              PERFORM PAGINA-LIVRO THRU PAGINA-LIVRO-FIM.
           WRITE LINHA-LIV
           ADD 1 TO W-LINHAS.
       ESCREVE-LIVRO-FIM.
           EXIT.

       TITULO-CATEGORIA-LIVRO.
           MOVE SPACES TO LINHA-LIV
           STRING "CATEGORIA " W-CAT-ATU " - " WT-DESC(W-CAT-ATU + 1)
              DELIMITED BY SIZE INTO LINHA-LIV
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM.

       TOTAL-CATEGORIA-LIVRO.
           MOVE SPACES TO DET-LIV
           MOVE "TOTAL DA CATEGORIA" TO DL-DESC
           MOVE W-CAT-VALOR TO W-VAL-ED
           MOVE W-VAL-ED TO DL-TOTAL
           MOVE DET-LIV TO LINHA-LIV
           MOVE SPACES TO LINHA-LIV(1:6)
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
           ADD W-CAT-VALOR TO W-FIL-VALOR.

       TOTAL-FILIAL-LIVRO.
           MOVE SPACES TO DET-LIV
           MOVE "TOTAL DO ESTABELECIMENTO" TO DL-DESC
           MOVE W-FIL-VALOR TO W-VAL-ED
           MOVE W-VAL-ED TO DL-TOTAL
           MOVE DET-LIV TO LINHA-LIV
           MOVE SPACES TO LINHA-LIV(1:6)
           PERFORM ESCREVE-LIVRO THRU ESCREVE-LIVRO-FIM
           ADD W-FIL-VALOR TO W-TOT-VALOR.

      *----------------------------------------------------------------
      * C - COMPARACAO ENTRE DUAS FOTOS. PASSO 1 PERCORRE OS
      * PRODUTOS DA FOTO INICIAL, PASSO 2 OS QUE SO EXISTEM NA FINAL
      *----------------------------------------------------------------
       COMPARA.
           DISPLAY "MES DA FOTO INICIAL (AAAAMM): "
           PERFORM PEDE-MES
           IF W-MES = ZEROS
              GO TO COMPARA-FIM.
           MOVE W-MES TO W-MES-A
           DISPLAY "MES DA FOTO FINAL (AAAAMM): "
           PERFORM PEDE-MES
           IF W-MES = ZEROS
              GO TO COMPARA-FIM.
           MOVE W-MES TO W-MES-B
           IF W-MES-B NOT > W-MES-A
              DISPLAY "A FOTO FINAL TEM DE SER DE MES POSTERIOR"
              GO TO COMPARA-FIM.
           PERFORM ABRE-FOTOS
           IF ST-INV NOT = "00"
              GO TO COMPARA-FIM.
           MOVE W-MES-A TO W-MES
           PERFORM VERIFICA-FOTO THRU VERIFICA-FOTO-FIM
           MOVE W-DTH-FOTO TO W-DTH-A
           IF W-TEM-FOTO = ZEROS
              DISPLAY "NAO HA FOTO DO MES " W-MES-A
              PERFORM FECHA-FOTOS
              GO TO COMPARA-FIM.
           MOVE W-MES-B TO W-MES
           PERFORM VERIFICA-FOTO THRU VERIFICA-FOTO-FIM
           MOVE W-DTH-FOTO TO W-DTH-B
           IF W-TEM-FOTO = ZEROS
              DISPLAY "NAO HA FOTO DO MES " W-MES-B
              PERFORM FECHA-FOTOS
              GO TO COMPARA-FIM.
           MOVE "N" TO W-MOV-ABERTO
           OPEN INPUT ARQMOV
           IF ST-MOV = "00"
              MOVE "S" TO W-MOV-ABERTO.
           MOVE "N" TO W-MOVH-ABERTO
           OPEN INPUT ARQMOVH
           IF ST-MOVH = "00"
              MOVE "S" TO W-MOVH-ABERTO.
           MOVE ZEROS TO W-T-VA W-T-VB W-T-CMP W-T-VEN W-T-AJU
              W-T-OUT W-T-CST W-T-DIF W-T-CSG-A W-T-CSG-B
              W-QTD-PROD W-QTD-DIVQ
           OPEN OUTPUT CMPSAI
           MOVE SPACES TO LINHA-CMP
           STRING "COMPARACAO DO ESTOQUE ENTRE AS FOTOS DE " W-MES-A
              " (" W-DTH-A(1:8) " " W-DTH-A(9:4) ") E " W-MES-B
              " (" W-DTH-B(1:8) " " W-DTH-B(9:4) ")"
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE SPACES TO LINHA-CMP
           WRITE LINHA-CMP
           MOVE SPACES TO LINHA-CMP
           STRING "CODIGO DESCRICAO             QTD INI QTD FIM"
              "    VALOR INICIAL    VALOR FINAL     MOVIMENTOS"
              "    VAR. CUSTO     DIFERENCA"
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE 1 TO W-PASSO
           MOVE W-MES-A TO INV-MES
           MOVE ZEROS TO INV-CODPROD INV-FILIAL
           MOVE ZEROS TO W-CODPROD
           PERFORM PERCORRE-FOTO THRU PERCORRE-FOTO-FIM
           MOVE 2 TO W-PASSO
           MOVE W-MES-B TO INV-MES
           MOVE ZEROS TO INV-CODPROD INV-FILIAL
           MOVE ZEROS TO W-CODPROD
           PERFORM PERCORRE-FOTO THRU PERCORRE-FOTO-FIM
           PERFORM RESUMO-COMPARACAO
           CLOSE CMPSAI
           IF W-MOV-ABERTO = "S"
              CLOSE ARQMOV.
           IF W-MOVH-ABERTO = "S"
              CLOSE ARQMOVH.
           PERFORM FECHA-FOTOS
           DISPLAY "COMPARACAO GERADA EM CMPINV.TXT - " W-QTD-PROD
              " PRODUTO(S) COM VARIACAO".
       COMPARA-FIM.
           EXIT.

      * LE A FOTO DO PASSO PRODUTO A PRODUTO (POSICIONA NO PRODUTO
      * SEGUINTE A W-CODPROD A CADA VOLTA)
       PERCORRE-FOTO.
           IF W-CODPROD = 999999
              GO TO PERCORRE-FOTO-FIM.
           IF W-PASSO = 1
              MOVE W-MES-A TO INV-MES
           ELSE
              MOVE W-MES-B TO INV-MES.
           COMPUTE INV-CODPROD = W-CODPROD + 1
           MOVE ZEROS TO INV-FILIAL
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE
              INVALID KEY GO TO PERCORRE-FOTO-FIM.
           READ ARQINV NEXT
           IF ST-INV NOT = "00"
              GO TO PERCORRE-FOTO-FIM.
           IF W-PASSO = 1 AND INV-MES NOT = W-MES-A
              GO TO PERCORRE-FOTO-FIM.
           IF W-PASSO = 2 AND INV-MES NOT = W-MES-B
              GO TO PERCORRE-FOTO-FIM.
           MOVE INV-CODPROD TO W-CODPROD
           MOVE INV-DESC TO W-DESC
      * NO PASSO 2 SO INTERESSA O PRODUTO QUE NAO ESTAVA NA INICIAL
           IF W-PASSO = 2
              MOVE W-MES-A TO W-MES
              PERFORM SOMA-FOTO THRU SOMA-FOTO-FIM
              IF W-ACHOU = 1
                 GO TO PERCORRE-FOTO.
           PERFORM COMPARA-PRODUTO THRU COMPARA-PRODUTO-FIM
           GO TO PERCORRE-FOTO.
       PERCORRE-FOTO-FIM.
           EXIT.

      * SOMA AS FILIAIS DO PRODUTO W-CODPROD NA FOTO DE W-MES EM
      * W-QB/W-VB/W-CB/W-CSG-B (O CHAMADOR COPIA PARA A INICIAL)
       SOMA-FOTO.
           MOVE ZEROS TO W-ACHOU W-QB W-VB W-CB W-CSG-B
           MOVE W-MES TO INV-MES
           MOVE W-CODPROD TO INV-CODPROD
           MOVE ZEROS TO INV-FILIAL
           START ARQINV KEY IS NOT LESS THAN INV-CHAVE
              INVALID KEY GO TO SOMA-FOTO-FIM.
       SOMA-FOTO-LOOP.
           READ ARQINV NEXT
           IF ST-INV NOT = "00" OR INV-MES NOT = W-MES OR
              INV-CODPROD NOT = W-CODPROD
              GO TO SOMA-FOTO-FIM.
           MOVE 1 TO W-ACHOU
           ADD INV-QTD TO W-QB
           ADD INV-VALOR TO W-VB
           ADD INV-VALOR-CONSIG TO W-CSG-B
           MOVE INV-CUSTO TO W-CB
           MOVE INV-DESC TO W-DESC
           GO TO SOMA-FOTO-LOOP.
       SOMA-FOTO-FIM.
           EXIT.

       COMPARA-PRODUTO.
           MOVE W-MES-A TO W-MES
           PERFORM SOMA-FOTO THRU SOMA-FOTO-FIM
           MOVE W-QB TO W-QA
           MOVE W-VB TO W-VA
           MOVE W-CB TO W-CA
           MOVE W-CSG-B TO W-CSG-A
           MOVE W-MES-B TO W-MES
           PERFORM SOMA-FOTO THRU SOMA-FOTO-FIM
           MOVE ZEROS TO W-Q-CMP W-Q-VEN W-Q-AJU W-Q-OUT
           IF W-MOV-ABERTO = "S"
              PERFORM SOMA-KARDEX THRU SOMA-KARDEX-FIM.
           IF W-MOVH-ABERTO = "S"
              PERFORM SOMA-KARDEX-HIST THRU SOMA-KARDEX-HIST-FIM.
           MOVE W-CB TO W-CUSTO-MOV
           IF W-CUSTO-MOV = ZEROS
              MOVE W-CA TO W-CUSTO-MOV.
           COMPUTE W-V-CMP = W-Q-CMP * W-CUSTO-MOV
           COMPUTE W-V-VEN = W-Q-VEN * W-CUSTO-MOV
           COMPUTE W-V-AJU = W-Q-AJU * W-CUSTO-MOV
           COMPUTE W-V-OUT = W-Q-OUT * W-CUSTO-MOV
           COMPUTE W-V-CST = W-QA * (W-CUSTO-MOV - W-CA)
           COMPUTE W-V-DIF = W-VB - W-VA - W-V-CMP - W-V-VEN
              - W-V-AJU - W-V-OUT - W-V-CST
           COMPUTE W-Q-DIF = W-QB - W-QA - W-Q-CMP - W-Q-VEN
              - W-Q-AJU - W-Q-OUT
           ADD W-VA TO W-T-VA
           ADD W-VB TO W-T-VB
           ADD W-V-CMP TO W-T-CMP
           ADD W-V-VEN TO W-T-VEN
           ADD W-V-AJU TO W-T-AJU
           ADD W-V-OUT TO W-T-OUT
           ADD W-V-CST TO W-T-CST
           ADD W-V-DIF TO W-T-DIF
           ADD W-CSG-A TO W-T-CSG-A
           ADD W-CSG-B TO W-T-CSG-B
           IF W-VA = W-VB AND W-QA = W-QB AND W-Q-DIF = ZEROS
              GO TO COMPARA-PRODUTO-FIM.
           ADD 1 TO W-QTD-PROD
           MOVE SPACES TO DET-CMP
           MOVE W-CODPROD TO DC-COD
           MOVE W-DESC TO DC-DESC
           MOVE W-QA TO DC-QA
           MOVE W-QB TO DC-QB
           MOVE W-VA TO DC-VA
           MOVE W-VB TO DC-VB
           COMPUTE DC-MOV = W-V-CMP + W-V-VEN + W-V-AJU + W-V-OUT
           MOVE W-V-CST TO DC-CST
           MOVE W-V-DIF TO DC-DIF
           IF W-Q-DIF NOT = ZEROS
              ADD 1 TO W-QTD-DIVQ
              MOVE "QTD NAO BATE" TO DC-QDIF.
           MOVE DET-CMP TO LINHA-CMP
           WRITE LINHA-CMP.
       COMPARA-PRODUTO-FIM.
           EXIT.

      * MOVIMENTOS DO PRODUTO DEPOIS DA FOTO INICIAL ATE A FINAL
       SOMA-KARDEX.
           MOVE W-CODPROD TO MOV-CODPROD
           MOVE W-DTH-A TO MOV-DATAHORA
           MOVE 999 TO MOV-SEQ
           START ARQMOV KEY IS GREATER THAN MOV-CHAVE
              INVALID KEY GO TO SOMA-KARDEX-FIM.
       SOMA-KARDEX-LOOP.
           READ ARQMOV NEXT
           IF ST-MOV NOT = "00" OR MOV-CODPROD NOT = W-CODPROD
              GO TO SOMA-KARDEX-FIM.
           IF MOV-DATAHORA > W-DTH-B
              GO TO SOMA-KARDEX-FIM.
           MOVE MOV-DOC TO W-DOC
           MOVE MOV-TIPO TO W-TIPO
           MOVE MOV-QTD TO W-QTD-SINAL
           PERFORM CLASSIFICA-MOVIMENTO THRU CLASSIFICA-MOVIMENTO-FIM
           GO TO SOMA-KARDEX-LOOP.
       SOMA-KARDEX-FIM.
           EXIT.

       SOMA-KARDEX-HIST.
           MOVE W-CODPROD TO HMOV-CODPROD
           MOVE W-DTH-A TO HMOV-DATAHORA
           MOVE 999 TO HMOV-SEQ
           START ARQMOVH KEY IS GREATER THAN HMOV-CHAVE
              INVALID KEY GO TO SOMA-KARDEX-HIST-FIM.
       SOMA-KARDEX-HIST-LOOP.
           READ ARQMOVH NEXT
           IF ST-MOVH NOT = "00" OR HMOV-CODPROD NOT = W-CODPROD
              GO TO SOMA-KARDEX-HIST-FIM.
           IF HMOV-DATAHORA > W-DTH-B
              GO TO SOMA-KARDEX-HIST-FIM.
           MOVE HMOV-DOC TO W-DOC
           MOVE HMOV-TIPO TO W-TIPO
           MOVE HMOV-QTD TO W-QTD-SINAL
           PERFORM CLASSIFICA-MOVIMENTO THRU CLASSIFICA-MOVIMENTO-FIM
           GO TO SOMA-KARDEX-HIST-LOOP.
       SOMA-KARDEX-HIST-FIM.
           EXIT.

      * E = ENTRADA, S/I = SAIDA; B/L (QUARENTENA) NAO MEXEM NO SALDO.
      * O SALDO DE ABERTURA DO ARQKDX NAO E MOVIMENTO
       CLASSIFICA-MOVIMENTO.
           IF W-DOC = "SALDO ANT"
              GO TO CLASSIFICA-MOVIMENTO-FIM.
           IF W-TIPO = "S" OR W-TIPO = "I"
              COMPUTE W-QTD-SINAL = W-QTD-SINAL * -1
           ELSE
              IF W-TIPO NOT = "E"
                 GO TO CLASSIFICA-MOVIMENTO-FIM.
           IF W-DOC(1:4) = "RCB "
              ADD W-QTD-SINAL TO W-Q-CMP
              GO TO CLASSIFICA-MOVIMENTO-FIM.
           IF W-DOC(1:4) = "PED " OR W-DOC(1:4) = "FAT " OR
              W-DOC(1:4) = "CAN " OR W-DOC(1:4) = "RET "
              ADD W-QTD-SINAL TO W-Q-VEN
              GO TO CLASSIFICA-MOVIMENTO-FIM.
           IF W-DOC(1:3) = "INV" OR W-DOC(1:4) = "AJU "
              ADD W-QTD-SINAL TO W-Q-AJU
              GO TO CLASSIFICA-MOVIMENTO-FIM.
           ADD W-QTD-SINAL TO W-Q-OUT.
       CLASSIFICA-MOVIMENTO-FIM.
           EXIT.

       RESUMO-COMPARACAO.
           MOVE SPACES TO LINHA-CMP
           WRITE LINHA-CMP
           MOVE "RESUMO DA VARIACAO DO VALOR DO ESTOQUE" TO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-VA TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "ESTOQUE NA FOTO INICIAL ............ " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-CMP TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "(+/-) COMPRAS RECEBIDAS ............ " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-VEN TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "(+/-) VENDAS, DEVOLUCOES, CANCELAM. " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-AJU TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "(+/-) AJUSTES DE INVENTARIO ........ " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-OUT TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "(+/-) OUTROS (REQUIS., KITS, CONSIG) " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-CST TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "(+/-) VARIACAO DO CUSTO MEDIO ...... " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-DIF TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "(+/-) DIFERENCA NAO EXPLICADA ...... " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-VB TO W-SVAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "ESTOQUE NA FOTO FINAL .............. " W-SVAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE SPACES TO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-CSG-A TO W-VAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "CONSIGNADO NA FOTO INICIAL: " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           MOVE W-T-CSG-B TO W-VAL-ED
           MOVE SPACES TO LINHA-CMP
           STRING "CONSIGNADO NA FOTO FINAL:   " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-CMP
           WRITE LINHA-CMP
           IF W-QTD-DIVQ > ZEROS
              MOVE SPACES TO LINHA-CMP
              STRING "PRODUTOS CUJA QUANTIDADE NAO FECHA COM O KARDEX: "
                 W-QTD-DIVQ
                 DELIMITED BY SIZE INTO LINHA-CMP
              WRITE LINHA-CMP.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
