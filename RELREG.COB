       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREG.
      **************************************************
      * VENDAS POR REGIAO: PARA CADA MES DO PERIODO,    *
      * TOTAIS POR UF, POR CIDADE E POR TERRITORIO DE   *
      * VENDAS (SCE062) COM QUANTIDADE DE CLIENTES QUE  *
      * COMPRARAM, PEDIDOS, VALOR, TICKET MEDIO (VALOR  *
      * / PEDIDOS) E COMPARACAO COM O MESMO MES DO ANO  *
      * ANTERIOR. SO PEDIDOS DE VENDA, FORA CANCELADOS, *
      * DEVOLVIDOS E EM ESPERA. A REGIAO E A DO         *
      * CADASTRO ATUAL DO CLIENTE (REGCLI). SAIDA EM    *
      * RELREG.TXT                                      *
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
                    FILE STATUS IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TER-CODIGO
                    FILE STATUS IS ST-TER.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

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

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCLI.DAT".
       01 REGCLI.
          03 CPFCNPJ        PIC 9(14).
          03 RSNOME         PIC X(60).
          03 APSOBRE        PIC X(60).
          03 CEP            PIC 9(08).
          03 LOGR           PIC X(40).
          03 NUM            PIC 9(08).
          03 COMPL          PIC X(15).
          03 BAIRRO         PIC X(22).
          03 CIDADE         PIC X(33).
          03 UF             PIC X(02).
          03 TEL            PIC 9(11).
          03 EMAIL          PIC X(40).
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

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
               VALUE OF FILE-ID IS "RELREG.TXT".
       01 LINHA-SAI              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-TER        PIC X(02) VALUE "00".
       01 W-TER-ABERTO  PIC X(01) VALUE "N".
       01 I             PIC 9(04) VALUE ZEROS.
       01 J             PIC 9(04) VALUE ZEROS.
       01 M             PIC 9(02) VALUE ZEROS.
       01 W-MODO        PIC 9(01) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-MES-INI     PIC 9(06) VALUE ZEROS.
       01 W-QTD-MESES   PIC 9(02) VALUE ZEROS.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-MES         PIC 9(02) VALUE ZEROS.
       01 W-AAMM        PIC 9(06) VALUE ZEROS.
       01 W-NMES-INI    PIC 9(06) VALUE ZEROS.
       01 W-NMES        PIC 9(06) VALUE ZEROS.
       01 W-IDX         PIC S9(06) VALUE ZEROS.
       01 W-ANT         PIC 9(01) VALUE ZEROS.
       01 W-QTD-CLI     PIC 9(04) VALUE ZEROS.
       01 W-MAX-CLI     PIC 9(04) VALUE 1000.
       01 W-QTD-GRP     PIC 9(04) VALUE ZEROS.
       01 W-MAX-GRP     PIC 9(04) VALUE 300.
       01 W-TICKET      PIC 9(09)V99 VALUE ZEROS.
       01 W-VARIACAO    PIC S9(07)V9 VALUE ZEROS.
       01 W-REGIAO      PIC X(42) VALUE SPACES.
       01 W-L-CLI       PIC 9(04) VALUE ZEROS.
       01 W-L-PED       PIC 9(06) VALUE ZEROS.
       01 W-L-VAL       PIC 9(11)V99 VALUE ZEROS.
       01 W-L-ANT       PIC 9(11)V99 VALUE ZEROS.
       01 W-LIN-CLI     PIC ZZZZZ9.
       01 W-LIN-PED     PIC ZZZZZ9.
       01 W-LIN-VAL     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-LIN-TIC     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-LIN-ANT     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-LIN-VAR     PIC X(10) VALUE SPACES.
       01 W-LIN-PCT     PIC -ZZZZZZ9,9.
       01 W-LIN-MES     PIC 9999/99.
       01 W-LIN-TER     PIC 9(03).

       01 W-CHAVE.
          03 W-CH-UF        PIC X(02).
          03 W-CH-CIDADE    PIC X(33).
          03 W-CH-TER       PIC 9(03).

      * CLIENTES QUE COMPRARAM NO PERIODO OU NO MESMO PERIODO DO
      * ANO ANTERIOR, COM A REGIAO DO CADASTRO E OS VALORES MES
      * A MES (POSICAO 1 = PRIMEIRO MES DO PERIODO)
       01 TB-CLIS.
          03 TB-CLI OCCURS 1000 TIMES.
             05 TB-CLI-COD      PIC 9(14).
             05 TB-CLI-UF       PIC X(02).
             05 TB-CLI-CIDADE   PIC X(33).
             05 TB-CLI-TER      PIC 9(03).
             05 TB-CLI-MES OCCURS 12 TIMES.
                07 TB-CLI-VAL     PIC 9(09)V99.
                07 TB-CLI-PED     PIC 9(05).
                07 TB-CLI-VAL-ANT PIC 9(09)V99.
                07 TB-CLI-PED-ANT PIC 9(05).

       01 TB-SWAP-GRP.
          03 TB-SWAP-CHAVE      PIC X(38).
          03 TB-SWAP-RESTO      PIC X(40).

       01 TB-GRPS.
          03 TB-GRP OCCURS 300 TIMES.
             05 TB-GRP-CHAVE.
                07 TB-GRP-UF      PIC X(02).
                07 TB-GRP-CIDADE  PIC X(33).
                07 TB-GRP-TER     PIC 9(03).
             05 TB-GRP-CLI      PIC 9(04).
             05 TB-GRP-PED      PIC 9(06).
             05 TB-GRP-VAL      PIC 9(11)V99.
             05 TB-GRP-VAL-ANT  PIC 9(11)V99.
             05 FILLER          PIC X(04).

       01 W-TOT-CLI     PIC 9(04) VALUE ZEROS.
       01 W-TOT-PED     PIC 9(06) VALUE ZEROS.
       01 W-TOT-VAL     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ANT     PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "VENDAS POR REGIAO (UF, CIDADE E TERRITORIO)".
       INICIO-MES.
           DISPLAY "PRIMEIRO MES DO PERIODO (AAAAMM): "
           ACCEPT W-MES-INI
           COMPUTE W-ANO = W-MES-INI / 100
           COMPUTE W-MES = W-MES-INI - W-ANO * 100
           IF W-ANO < 1900 OR W-MES < 1 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INICIO-MES.
           COMPUTE W-NMES-INI = W-ANO * 12 + W-MES.
       INICIO-QTD.
           DISPLAY "QUANTIDADE DE MESES (1 A 12): "
           ACCEPT W-QTD-MESES
           IF W-QTD-MESES < 1 OR W-QTD-MESES > 12
              DISPLAY "QUANTIDADE INVALIDA"
              GO TO INICIO-QTD.
           MOVE ZEROS TO W-QTD-CLI
           PERFORM PROCESSA-PEDIDOS THRU PROCESSA-PEDIDOS-FIM
           OPEN INPUT ARQTER
           IF ST-TER = "00"
              MOVE "S" TO W-TER-ABERTO.
           OPEN OUTPUT RELSAI
           MOVE "VENDAS POR REGIAO - PEDIDOS DE VENDA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CLIENTES NO PERIODO OU NO ANO ANTERIOR: " W-QTD-CLI
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 1 TO M.
       INICIO-LOOP.
           IF M > W-QTD-MESES
              GO TO INICIO-FIM.
           PERFORM IMPRIME-MES THRU IMPRIME-MES-FIM
           ADD 1 TO M
           GO TO INICIO-LOOP.
       INICIO-FIM.
           CLOSE RELSAI
           IF W-TER-ABERTO = "S"
              CLOSE ARQTER.
           DISPLAY "RELATORIO GERADO EM RELREG.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * LE OS PEDIDOS DE VENDA E ACUMULA POR CLIENTE E MES; O PEDIDO
      * DO ANO ANTERIOR VAI PARA A POSICAO DO MES CORRESPONDENTE
      *----------------------------------------------------------------
       PROCESSA-PEDIDOS.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              GO TO PROCESSA-PEDIDOS-FIM.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQPED
              GO TO PROCESSA-PEDIDOS-FIM.
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE
              INVALID KEY
                 DISPLAY "ARQUIVO DE PEDIDOS VAZIO"
                 GO TO PROCESSA-PEDIDOS-ENC.
       PROCESSA-PEDIDOS-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROCESSA-PEDIDOS-ENC.
           IF TPPEDIDO NOT = 2 OR PED-STATUS = "C" OR "D" OR "H"
              GO TO PROCESSA-PEDIDOS-LOOP.
           COMPUTE W-AAMM = DATAPED / 100
           COMPUTE W-ANO = W-AAMM / 100
           COMPUTE W-MES = W-AAMM - W-ANO * 100
           COMPUTE W-NMES = W-ANO * 12 + W-MES
           COMPUTE W-IDX = W-NMES - W-NMES-INI + 1
           MOVE ZEROS TO W-ANT
           IF W-IDX < 1 OR W-IDX > W-QTD-MESES
              ADD 12 TO W-IDX
              MOVE 1 TO W-ANT.
           IF W-IDX < 1 OR W-IDX > W-QTD-MESES
              GO TO PROCESSA-PEDIDOS-LOOP.
           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
           GO TO PROCESSA-PEDIDOS-LOOP.
       PROCESSA-PEDIDOS-ENC.
           CLOSE ARQPED ARQCLI.
       PROCESSA-PEDIDOS-FIM.
           EXIT.

       ACUMULA-CLIENTE.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO J.
       ACUMULA-CLIENTE-LOOP.
           IF J > W-QTD-CLI
              GO TO ACUMULA-CLIENTE-CONT.
           IF TB-CLI-COD(J) = CODCLI
              MOVE 1 TO W-ACHOU
              GO TO ACUMULA-CLIENTE-CONT.
           ADD 1 TO J
           GO TO ACUMULA-CLIENTE-LOOP.
       ACUMULA-CLIENTE-CONT.
           IF W-ACHOU = 0
              IF W-QTD-CLI < W-MAX-CLI
                 PERFORM NOVO-CLIENTE THRU NOVO-CLIENTE-FIM
              ELSE
                 DISPLAY "AVISO: LIMITE DE CLIENTES ATINGIDO"
                 GO TO ACUMULA-CLIENTE-FIM.
           IF W-ANT = 1
              ADD TOTAL TO TB-CLI-VAL-ANT(J W-IDX)
              ADD 1 TO TB-CLI-PED-ANT(J W-IDX)
           ELSE
              ADD TOTAL TO TB-CLI-VAL(J W-IDX)
              ADD 1 TO TB-CLI-PED(J W-IDX).
       ACUMULA-CLIENTE-FIM.
           EXIT.

      * NOVO CLIENTE NA TABELA: REGIAO DO CADASTRO ATUAL E VALORES
      * ZERADOS. CLIENTE EXCLUIDO FICA SEM UF/CIDADE/TERRITORIO
       NOVO-CLIENTE.
           ADD 1 TO W-QTD-CLI
           MOVE W-QTD-CLI TO J
           MOVE CODCLI TO TB-CLI-COD(J) CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "??" TO UF
              MOVE "CLIENTE NAO CADASTRADO" TO CIDADE
              MOVE ZEROS TO TERRITORIO.
           MOVE UF TO TB-CLI-UF(J)
           MOVE CIDADE TO TB-CLI-CIDADE(J)
           MOVE TERRITORIO TO TB-CLI-TER(J)
           MOVE 1 TO I.
       NOVO-CLIENTE-LOOP.
           IF I > 12
              GO TO NOVO-CLIENTE-FIM.
           MOVE ZEROS TO TB-CLI-VAL(J I) TB-CLI-PED(J I)
              TB-CLI-VAL-ANT(J I) TB-CLI-PED-ANT(J I)
           ADD 1 TO I
           GO TO NOVO-CLIENTE-LOOP.
       NOVO-CLIENTE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * UM MES DO PERIODO: BLOCOS POR UF, POR CIDADE E POR
      * TERRITORIO, CADA UM COM SEU TOTAL
      *----------------------------------------------------------------
       IMPRIME-MES.
           COMPUTE W-NMES = W-NMES-INI + M - 2
           COMPUTE W-ANO = W-NMES / 12
           COMPUTE W-MES = W-NMES - W-ANO * 12 + 1
           COMPUTE W-AAMM = W-ANO * 100 + W-MES
           MOVE W-AAMM TO W-LIN-MES
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ALL "=" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "MES " W-LIN-MES DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 1 TO W-MODO.
       IMPRIME-MES-LOOP.
           IF W-MODO > 3
              GO TO IMPRIME-MES-FIM.
           PERFORM MONTA-GRUPOS THRU MONTA-GRUPOS-FIM
           PERFORM ORDENA-GRUPOS THRU ORDENA-GRUPOS-FIM
           PERFORM IMPRIME-GRUPOS THRU IMPRIME-GRUPOS-FIM
           ADD 1 TO W-MODO
           GO TO IMPRIME-MES-LOOP.
       IMPRIME-MES-FIM.
           EXIT.

      * AGRUPA OS CLIENTES DO MES M PELA UF (MODO 1), UF + CIDADE
      * (MODO 2) OU TERRITORIO (MODO 3)
       MONTA-GRUPOS.
           MOVE ZEROS TO W-QTD-GRP
           MOVE 1 TO J.
       MONTA-GRUPOS-LOOP.
           IF J > W-QTD-CLI
              GO TO MONTA-GRUPOS-FIM.
           IF TB-CLI-PED(J M) = ZEROS AND TB-CLI-PED-ANT(J M) = ZEROS
              ADD 1 TO J
              GO TO MONTA-GRUPOS-LOOP.
           MOVE SPACES TO W-CH-UF W-CH-CIDADE
           MOVE ZEROS TO W-CH-TER
           IF W-MODO = 1
              MOVE TB-CLI-UF(J) TO W-CH-UF.
           IF W-MODO = 2
              MOVE TB-CLI-UF(J) TO W-CH-UF
              MOVE TB-CLI-CIDADE(J) TO W-CH-CIDADE.
           IF W-MODO = 3
              MOVE TB-CLI-TER(J) TO W-CH-TER.
           PERFORM ACHA-GRUPO THRU ACHA-GRUPO-FIM
           IF I > ZEROS
              ADD TB-CLI-PED(J M) TO TB-GRP-PED(I)
              ADD TB-CLI-VAL(J M) TO TB-GRP-VAL(I)
              ADD TB-CLI-VAL-ANT(J M) TO TB-GRP-VAL-ANT(I)
              IF TB-CLI-PED(J M) > ZEROS
                 ADD 1 TO TB-GRP-CLI(I).
           ADD 1 TO J
           GO TO MONTA-GRUPOS-LOOP.
       MONTA-GRUPOS-FIM.
           EXIT.

       ACHA-GRUPO.
           MOVE 1 TO I.
       ACHA-GRUPO-LOOP.
           IF I > W-QTD-GRP
              GO TO ACHA-GRUPO-NOVO.
           IF TB-GRP-CHAVE(I) = W-CHAVE
              GO TO ACHA-GRUPO-FIM.
           ADD 1 TO I
           GO TO ACHA-GRUPO-LOOP.
       ACHA-GRUPO-NOVO.
           IF W-QTD-GRP NOT < W-MAX-GRP
              DISPLAY "AVISO: LIMITE DE REGIOES ATINGIDO"
              MOVE ZEROS TO I
              GO TO ACHA-GRUPO-FIM.
           ADD 1 TO W-QTD-GRP
           MOVE W-QTD-GRP TO I
           MOVE W-CHAVE TO TB-GRP-CHAVE(I)
           MOVE ZEROS TO TB-GRP-CLI(I) TB-GRP-PED(I) TB-GRP-VAL(I)
              TB-GRP-VAL-ANT(I).
       ACHA-GRUPO-FIM.
           EXIT.

       ORDENA-GRUPOS.
           MOVE 1 TO I.
       ORDENA-GRUPOS-LOOP.
           IF I > W-QTD-GRP
              GO TO ORDENA-GRUPOS-FIM.
           MOVE I TO J.
       ORDENA-GRUPOS-INNER.
           IF J > W-QTD-GRP
              ADD 1 TO I
              GO TO ORDENA-GRUPOS-LOOP.
           IF TB-GRP-CHAVE(J) < TB-GRP-CHAVE(I)
              MOVE TB-GRP(I) TO TB-SWAP-GRP
              MOVE TB-GRP(J) TO TB-GRP(I)
              MOVE TB-SWAP-GRP TO TB-GRP(J).
           ADD 1 TO J
           GO TO ORDENA-GRUPOS-INNER.
       ORDENA-GRUPOS-FIM.
           EXIT.

       IMPRIME-GRUPOS.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           IF W-MODO = 1
              MOVE "POR UF" TO W-REGIAO.
           IF W-MODO = 2
              MOVE "POR CIDADE" TO W-REGIAO.
           IF W-MODO = 3
              MOVE "POR TERRITORIO DE VENDAS" TO W-REGIAO.
           MOVE SPACES TO LINHA-SAI
           STRING W-REGIAO " CLIENT PEDIDO          VALOR"
              "     TICKET MED    MES ANO ANT      VAR %"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO W-TOT-CLI W-TOT-PED W-TOT-VAL W-TOT-ANT
           MOVE 1 TO I.
       IMPRIME-GRUPOS-LOOP.
           IF I > W-QTD-GRP
              GO TO IMPRIME-GRUPOS-TOT.
           MOVE SPACES TO W-REGIAO
           IF W-MODO = 1
              MOVE TB-GRP-UF(I) TO W-REGIAO.
           IF W-MODO = 2
              STRING TB-GRP-UF(I) " " TB-GRP-CIDADE(I)
                 DELIMITED BY SIZE INTO W-REGIAO.
           IF W-MODO = 3
              PERFORM NOME-TERRITORIO THRU NOME-TERRITORIO-FIM.
           ADD TB-GRP-CLI(I) TO W-TOT-CLI
           ADD TB-GRP-PED(I) TO W-TOT-PED
           ADD TB-GRP-VAL(I) TO W-TOT-VAL
           ADD TB-GRP-VAL-ANT(I) TO W-TOT-ANT
           MOVE TB-GRP-CLI(I) TO W-L-CLI
           MOVE TB-GRP-PED(I) TO W-L-PED
           MOVE TB-GRP-VAL(I) TO W-L-VAL
           MOVE TB-GRP-VAL-ANT(I) TO W-L-ANT
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           ADD 1 TO I
           GO TO IMPRIME-GRUPOS-LOOP.
       IMPRIME-GRUPOS-TOT.
           MOVE "TOTAL DO MES" TO W-REGIAO
           MOVE W-TOT-CLI TO W-L-CLI
           MOVE W-TOT-PED TO W-L-PED
           MOVE W-TOT-VAL TO W-L-VAL
           MOVE W-TOT-ANT TO W-L-ANT
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
       IMPRIME-GRUPOS-FIM.
           EXIT.

      * TICKET MEDIO = VALOR / PEDIDOS DO MES; VARIACAO SOBRE O
      * MESMO MES DO ANO ANTERIOR ("NOVO" QUANDO NAO HOUVE VENDA)
       IMPRIME-LINHA.
           MOVE ZEROS TO W-TICKET
           IF W-L-PED > ZEROS
              COMPUTE W-TICKET ROUNDED = W-L-VAL / W-L-PED.
           MOVE SPACES TO W-LIN-VAR
           IF W-L-ANT > ZEROS
              COMPUTE W-VARIACAO ROUNDED =
                 (W-L-VAL - W-L-ANT) * 100 / W-L-ANT
              MOVE W-VARIACAO TO W-LIN-PCT
              MOVE W-LIN-PCT TO W-LIN-VAR
           ELSE
              IF W-L-VAL > ZEROS
                 MOVE "      NOVO" TO W-LIN-VAR.
           MOVE W-L-CLI TO W-LIN-CLI
           MOVE W-L-PED TO W-LIN-PED
           MOVE W-L-VAL TO W-LIN-VAL
           MOVE W-TICKET TO W-LIN-TIC
           MOVE W-L-ANT TO W-LIN-ANT
           MOVE SPACES TO LINHA-SAI
           STRING W-REGIAO " " W-LIN-CLI " " W-LIN-PED " " W-LIN-VAL
              " " W-LIN-TIC " " W-LIN-ANT " " W-LIN-VAR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-LINHA-FIM.
           EXIT.

       NOME-TERRITORIO.
           IF TB-GRP-TER(I) = ZEROS
              MOVE "SEM TERRITORIO" TO W-REGIAO
              GO TO NOME-TERRITORIO-FIM.
           MOVE TB-GRP-TER(I) TO W-LIN-TER TER-CODIGO
           MOVE SPACES TO TER-NOME
           IF W-TER-ABERTO = "S"
              READ ARQTER
              IF ST-TER NOT = "00"
                 MOVE "TERRITORIO EXCLUIDO" TO TER-NOME.
           STRING W-LIN-TER " " TER-NOME
              DELIMITED BY SIZE INTO W-REGIAO.
       NOME-TERRITORIO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
