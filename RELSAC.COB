       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSAC.
      **************************************************
      * RELATORIO DO SAC (OCORSAC.DAT, SCE060)          *
      * 1) OCORRENCIAS EM ABERTO (ABERTA OU EM          *
      *    ANDAMENTO) POR TIPO E FAIXA DE IDADE EM      *
      *    DIAS, COM AS ATRASADAS (PRAZO VENCIDO) E A   *
      *    LISTA DAS ATRASADAS COM O RESPONSAVEL.       *
      * 2) RECLAMACOES POR PRODUTO NO PERIODO, POR      *
      *    TIPO, COM O FORNECEDOR DO PRODUTO, PARA      *
      *    LEVAR AO FORNECEDOR. CANCELADAS NAO CONTAM.  *
      * SAIDA EM RELSAC.TXT.                            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQOCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OCO-NUMERO
                    ALTERNATE RECORD KEY IS OCO-CODCLI
                       WITH DUPLICATES
                    FILE STATUS IS ST-OCO.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORSAC.DAT".
       01 REGOCO.
          03 OCO-NUMERO          PIC 9(06).
          03 OCO-CODCLI          PIC 9(14).
          03 OCO-NUMPEDIDO       PIC 9(06).
          03 OCO-NF              PIC 9(06).
          03 OCO-CODPROD         PIC 9(06).
          03 OCO-TIPO            PIC X(01).
          03 OCO-DESCRICAO       PIC X(60).
          03 OCO-RESPONSAVEL     PIC X(10).
          03 OCO-STATUS          PIC X(01).
          03 OCO-DATA-ABERT      PIC 9(08).
          03 OCO-PRAZO           PIC 9(08).
          03 OCO-DATA-ENC        PIC 9(08).
          03 OCO-OPERADOR        PIC X(10).

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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSAC.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-OCO        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PROD-ABERTO PIC X(01) VALUE "N".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HOJE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-ABERT-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC 9(05) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 W-FORNEC      PIC 9(14) VALUE ZEROS.
       01 W-QTD-ATRAS   PIC 9(05) VALUE ZEROS.
       01 W-TOT-PROD    PIC 9(05) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-MAX-PROD    PIC 9(04) VALUE 400.
       01 W-QTD-PROD    PIC 9(04) VALUE ZEROS.
       01 I             PIC 9(04) VALUE ZEROS.
       01 J             PIC 9(04) VALUE ZEROS.
       01 T             PIC 9(01) VALUE ZEROS.
       01 F             PIC 9(01) VALUE ZEROS.

      * TIPOS NA ORDEM DO SCE060: E A L F O
       01 W-TIPOS       PIC X(05) VALUE "EALFO".
       01 W-TIPOS-R REDEFINES W-TIPOS.
          03 W-TIPO-COD  PIC X(01) OCCURS 5 TIMES.
       01 W-NOMES-TIPO.
          03 FILLER      PIC X(20) VALUE "ITEM ERRADO".
          03 FILLER      PIC X(20) VALUE "AVARIADO".
          03 FILLER      PIC X(20) VALUE "ATRASO NA ENTREGA".
          03 FILLER      PIC X(20) VALUE "ERRO DE FATURAMENTO".
          03 FILLER      PIC X(20) VALUE "OUTROS".
       01 W-NOMES-TIPO-R REDEFINES W-NOMES-TIPO.
          03 W-NOME-TIPO PIC X(20) OCCURS 5 TIMES.

      * FAIXAS DE IDADE: ATE 2, 3-7, 8-15, 16-30 E MAIS DE 30 DIAS
       01 W-TB-IDADE.
          03 W-ID-TIPO OCCURS 6 TIMES.
             05 W-ID-FAIXA   PIC 9(05) OCCURS 5 TIMES.
             05 W-ID-TOTAL   PIC 9(05).
             05 W-ID-ATRAS   PIC 9(05).

       01 TB-SWAP-PROD.
          03 TB-SWAP-COD     PIC 9(06).
          03 TB-SWAP-TIPO    PIC 9(05) OCCURS 5 TIMES.
          03 TB-SWAP-TOTAL   PIC 9(05).

       01 TB-PRODS.
          03 TB-PROD OCCURS 400 TIMES.
             05 TB-PROD-COD    PIC 9(06).
             05 TB-PROD-TIPO   PIC 9(05) OCCURS 5 TIMES.
             05 TB-PROD-TOTAL  PIC 9(05).

       01 CAB-IDADE.
          03 FILLER        PIC X(20) VALUE "TIPO".
          03 FILLER        PIC X(40) VALUE
             "   ATE 2   3 A 7  8 A 15 16 A 30 MAIS 30".
          03 FILLER        PIC X(15) VALUE "   TOTAL ATRAS.".

       01 DET-IDADE.
          03 DID-TIPO      PIC X(20).
          03 DID-FAIXA     PIC ZZZZZZZ9 OCCURS 5 TIMES.
          03 DID-TOTAL     PIC ZZZZZZZ9.
          03 DID-ATRAS     PIC ZZZZZZ9.

       01 DET-ATRAS.
          03 DAT-NUMERO    PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DAT-CODCLI    PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DAT-TIPO      PIC X(01).
          03 FILLER        PIC X(08) VALUE " ABERTA ".
          03 DAT-ABERT     PIC 9(08).
          03 FILLER        PIC X(07) VALUE " PRAZO ".
          03 DAT-PRAZO     PIC 9(08).
          03 FILLER        PIC X(06) VALUE " DIAS ".
          03 DAT-DIAS      PIC ZZZZ9.
          03 FILLER        PIC X(07) VALUE " RESP. ".
          03 DAT-RESP      PIC X(10).

       01 CAB-PROD.
          03 FILLER        PIC X(38) VALUE
             "PRODUTO                               ".
          03 FILLER        PIC X(35) VALUE
             " ERRADO AVARIA ATRASO FATUR. OUTROS".
          03 FILLER        PIC X(07) VALUE "  TOTAL".
          03 FILLER        PIC X(12) VALUE " FORNECEDOR".

       01 DET-PROD.
          03 DPR-COD       PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DPR-DESC      PIC X(30).
          03 DPR-TIPO      PIC ZZZZZZ9 OCCURS 5 TIMES.
          03 DPR-TOTAL     PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DPR-FORNEC    PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DO SAC - PRAZOS E RECLAMACOES"
           DISPLAY "PERIODO DAS RECLAMACOES POR PRODUTO"
           DISPLAY "DATA INICIAL AAAAMMDD (0 = DESDE O INICIO): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL AAAAMMDD (0 = ATE HOJE): "
           ACCEPT W-DATA-FIM
           DISPLAY "CNPJ DO FORNECEDOR (0 = TODOS): "
           ACCEPT W-FORNEC
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           IF W-DATA-FIM = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-FIM.
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           OPEN INPUT ARQOCO
           IF ST-OCO NOT = "00"
              DISPLAY "ARQUIVO OCORSAC.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           MOVE "N" TO W-PROD-ABERTO
           OPEN INPUT ARQPROD
           IF ST-PROD = "00"
              MOVE "S" TO W-PROD-ABERTO.
           MOVE "N" TO W-FOR-ABERTO
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
           MOVE ZEROS TO W-TB-IDADE TB-PRODS
           OPEN OUTPUT RELSAI
           MOVE "SAC - OCORRENCIAS EM ABERTO POR TIPO E IDADE (DIAS)"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "DATA BASE: " W-DATA-HOJE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE CAB-IDADE TO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM VARRE-OCORRENCIAS THRU VARRE-OCORRENCIAS-FIM
           PERFORM IMPRIME-IDADE THRU IMPRIME-IDADE-FIM
           PERFORM LISTA-ATRASADAS THRU LISTA-ATRASADAS-FIM
           PERFORM ORDENA-PRODUTOS THRU ORDENA-PRODUTOS-FIM
           PERFORM IMPRIME-PRODUTOS THRU IMPRIME-PRODUTOS-FIM
           CLOSE ARQOCO RELSAI
           IF W-PROD-ABERTO = "S"
              CLOSE ARQPROD.
           IF W-FOR-ABERTO = "S"
              CLOSE ARQFOR.
           DISPLAY "RELATORIO GERADO EM RELSAC.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * UMA PASSADA NO OCORSAC: IDADE DAS EM ABERTO E CONTAGEM POR
      * PRODUTO DAS ABERTAS NO PERIODO
      *----------------------------------------------------------------
       VARRE-OCORRENCIAS.
           MOVE ZEROS TO OCO-NUMERO
           START ARQOCO KEY IS NOT LESS THAN OCO-NUMERO
              INVALID KEY GO TO VARRE-OCORRENCIAS-FIM.
       VARRE-OCORRENCIAS-LOOP.
           READ ARQOCO NEXT
           IF ST-OCO NOT = "00"
              GO TO VARRE-OCORRENCIAS-FIM.
           PERFORM ACHA-TIPO THRU ACHA-TIPO-FIM
           IF OCO-STATUS = "A" OR "M"
              PERFORM ACUMULA-IDADE THRU ACUMULA-IDADE-FIM.
           IF OCO-STATUS NOT = "C" AND OCO-CODPROD NOT = ZEROS
              AND OCO-DATA-ABERT NOT < W-DATA-INI
              AND OCO-DATA-ABERT NOT > W-DATA-FIM
              PERFORM ACUMULA-PRODUTO THRU ACUMULA-PRODUTO-FIM.
           GO TO VARRE-OCORRENCIAS-LOOP.
       VARRE-OCORRENCIAS-FIM.
           EXIT.

       ACHA-TIPO.
           MOVE 5 TO T
           MOVE 1 TO I.
       ACHA-TIPO-LOOP.
           IF I > 5
              GO TO ACHA-TIPO-FIM.
           IF W-TIPO-COD(I) = OCO-TIPO
              MOVE I TO T
              GO TO ACHA-TIPO-FIM.
           ADD 1 TO I
           GO TO ACHA-TIPO-LOOP.
       ACHA-TIPO-FIM.
           EXIT.

       ACUMULA-IDADE.
           COMPUTE W-ABERT-SERIAL =
              FUNCTION INTEGER-OF-DATE(OCO-DATA-ABERT)
           MOVE ZEROS TO W-DIAS
           IF W-HOJE-SERIAL > W-ABERT-SERIAL
              COMPUTE W-DIAS = W-HOJE-SERIAL - W-ABERT-SERIAL.
           MOVE 5 TO F
           IF W-DIAS < 31
              MOVE 4 TO F.
           IF W-DIAS < 16
              MOVE 3 TO F.
           IF W-DIAS < 8
              MOVE 2 TO F.
           IF W-DIAS < 3
              MOVE 1 TO F.
           ADD 1 TO W-ID-FAIXA(T, F) W-ID-TOTAL(T)
           ADD 1 TO W-ID-FAIXA(6, F) W-ID-TOTAL(6)
           IF OCO-PRAZO < W-DATA-HOJE
              ADD 1 TO W-ID-ATRAS(T) W-ID-ATRAS(6).
       ACUMULA-IDADE-FIM.
           EXIT.

       ACUMULA-PRODUTO.
           IF W-FORNEC NOT = ZEROS
              PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
              IF PROD-CPFCNPJ NOT = W-FORNEC
                 GO TO ACUMULA-PRODUTO-FIM.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO I.
       ACUMULA-PRODUTO-LOOP.
           IF I > W-QTD-PROD
              GO TO ACUMULA-PRODUTO-CONT.
           IF TB-PROD-COD(I) = OCO-CODPROD
              MOVE 1 TO W-ACHOU
              GO TO ACUMULA-PRODUTO-CONT.
           ADD 1 TO I
           GO TO ACUMULA-PRODUTO-LOOP.
       ACUMULA-PRODUTO-CONT.
           IF W-ACHOU = 0
              IF W-QTD-PROD < W-MAX-PROD
                 ADD 1 TO W-QTD-PROD
                 MOVE W-QTD-PROD TO I
                 MOVE OCO-CODPROD TO TB-PROD-COD(I)
              ELSE
                 DISPLAY "AVISO: LIMITE DE PRODUTOS ATINGIDO"
                 GO TO ACUMULA-PRODUTO-FIM.
           ADD 1 TO TB-PROD-TIPO(I, T) TB-PROD-TOTAL(I).
       ACUMULA-PRODUTO-FIM.
           EXIT.

       IMPRIME-IDADE.
           MOVE 1 TO T.
       IMPRIME-IDADE-LOOP.
           IF T > 6
              GO TO IMPRIME-IDADE-FIM.
           IF T = 6
              MOVE "TOTAL" TO DID-TIPO
           ELSE
              MOVE W-NOME-TIPO(T) TO DID-TIPO.
           MOVE 1 TO F.
       IMPRIME-IDADE-FX.
           IF F > 5
              GO TO IMPRIME-IDADE-LIN.
           MOVE W-ID-FAIXA(T, F) TO DID-FAIXA(F)
           ADD 1 TO F
           GO TO IMPRIME-IDADE-FX.
       IMPRIME-IDADE-LIN.
           MOVE W-ID-TOTAL(T) TO DID-TOTAL
           MOVE W-ID-ATRAS(T) TO DID-ATRAS
           MOVE DET-IDADE TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO T
           GO TO IMPRIME-IDADE-LOOP.
       IMPRIME-IDADE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * OCORRENCIAS EM ABERTO COM O PRAZO VENCIDO
      *----------------------------------------------------------------
       LISTA-ATRASADAS.
           MOVE ZEROS TO W-QTD-ATRAS
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "OCORRENCIAS COM PRAZO VENCIDO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO OCO-NUMERO
           START ARQOCO KEY IS NOT LESS THAN OCO-NUMERO
              INVALID KEY GO TO LISTA-ATRASADAS-TOT.
       LISTA-ATRASADAS-LOOP.
           READ ARQOCO NEXT
           IF ST-OCO NOT = "00"
              GO TO LISTA-ATRASADAS-TOT.
           IF OCO-STATUS NOT = "A" AND "M"
              GO TO LISTA-ATRASADAS-LOOP.
           IF OCO-PRAZO NOT < W-DATA-HOJE
              GO TO LISTA-ATRASADAS-LOOP.
           COMPUTE W-ABERT-SERIAL =
              FUNCTION INTEGER-OF-DATE(OCO-DATA-ABERT)
           MOVE ZEROS TO W-DIAS
           IF W-HOJE-SERIAL > W-ABERT-SERIAL
              COMPUTE W-DIAS = W-HOJE-SERIAL - W-ABERT-SERIAL.
           MOVE OCO-NUMERO TO DAT-NUMERO
           MOVE OCO-CODCLI TO DAT-CODCLI
           MOVE OCO-TIPO TO DAT-TIPO
           MOVE OCO-DATA-ABERT TO DAT-ABERT
           MOVE OCO-PRAZO TO DAT-PRAZO
           MOVE W-DIAS TO DAT-DIAS
           MOVE OCO-RESPONSAVEL TO DAT-RESP
           MOVE DET-ATRAS TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-QTD-ATRAS
           GO TO LISTA-ATRASADAS-LOOP.
       LISTA-ATRASADAS-TOT.
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL COM PRAZO VENCIDO: " W-QTD-ATRAS
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       LISTA-ATRASADAS-FIM.
           EXIT.

       ORDENA-PRODUTOS.
           MOVE 1 TO I.
       ORDENA-PRODUTOS-LOOP.
           IF I > W-QTD-PROD
              GO TO ORDENA-PRODUTOS-FIM.
           MOVE I TO J.
       ORDENA-PRODUTOS-INNER.
           IF J > W-QTD-PROD
              ADD 1 TO I
              GO TO ORDENA-PRODUTOS-LOOP.
           IF TB-PROD-TOTAL(J) > TB-PROD-TOTAL(I)
              MOVE TB-PROD(I) TO TB-SWAP-PROD
              MOVE TB-PROD(J) TO TB-PROD(I)
              MOVE TB-SWAP-PROD TO TB-PROD(J).
           ADD 1 TO J
           GO TO ORDENA-PRODUTOS-INNER.
       ORDENA-PRODUTOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RECLAMACOES POR PRODUTO, DA MAIS RECLAMADA PARA A MENOS
      *----------------------------------------------------------------
       IMPRIME-PRODUTOS.
           MOVE ZEROS TO W-TOT-PROD
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "RECLAMACOES POR PRODUTO DE " W-DATA-INI
              " A " W-DATA-FIM
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-FORNEC NOT = ZEROS
              MOVE SPACES TO LINHA-SAI
              STRING "FORNECEDOR: " W-FORNEC
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           MOVE CAB-PROD TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 1 TO I.
       IMPRIME-PRODUTOS-LOOP.
           IF I > W-QTD-PROD
              GO TO IMPRIME-PRODUTOS-TOT.
           MOVE TB-PROD-COD(I) TO DPR-COD OCO-CODPROD
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           MOVE DESC TO DPR-DESC
           MOVE 1 TO T.
       IMPRIME-PRODUTOS-TP.
           IF T > 5
              GO TO IMPRIME-PRODUTOS-LIN.
           MOVE TB-PROD-TIPO(I, T) TO DPR-TIPO(T)
           ADD 1 TO T
           GO TO IMPRIME-PRODUTOS-TP.
       IMPRIME-PRODUTOS-LIN.
           MOVE TB-PROD-TOTAL(I) TO DPR-TOTAL
           ADD TB-PROD-TOTAL(I) TO W-TOT-PROD
           MOVE SPACES TO DPR-FORNEC
           IF W-FOR-ABERTO = "S" AND PROD-CPFCNPJ NOT = ZEROS
              MOVE PROD-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-FOR = "00"
                 MOVE FOR-RSNOME TO DPR-FORNEC.
           MOVE DET-PROD TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO I
           GO TO IMPRIME-PRODUTOS-LOOP.
       IMPRIME-PRODUTOS-TOT.
           MOVE SPACES TO LINHA-SAI
           STRING "PRODUTOS: " W-QTD-PROD
              "  RECLAMACOES: " W-TOT-PROD
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-PRODUTOS-FIM.
           EXIT.

       LE-PRODUTO.
           MOVE SPACES TO DESC
           MOVE ZEROS TO PROD-CPFCNPJ
           IF W-PROD-ABERTO NOT = "S"
              MOVE "PRODUTO SEM CADASTRO" TO DESC
              GO TO LE-PRODUTO-FIM.
           MOVE OCO-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE "PRODUTO SEM CADASTRO" TO DESC
              MOVE ZEROS TO PROD-CPFCNPJ.
       LE-PRODUTO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
