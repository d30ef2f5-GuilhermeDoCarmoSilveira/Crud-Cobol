       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCAT.
      **************************************************
      * IMPORTACAO DO CATALOGO DE PRECOS DE UM          *
      * FORNECEDOR (CATFOR.TXT, DELIMITADO POR VIRGULA, *
      * UMA LINHA POR ITEM: REFERENCIA, DESCRICAO,      *
      * UNIDADE, PRECO, VALIDADE AAAAMMDD (ZEROS = SEM  *
      * FIM) E QUANTIDADE MINIMA DE COMPRA). O PRECO    *
      * VEM COM VIRGULA OU PONTO DECIMAL, SEM SEPARADOR *
      * DE MILHAR.                                      *
      * A REFERENCIA E A DO FORNECEDOR EM CODALT.DAT    *
      * (TIPO F, SCE004) OU O NOSSO CODIGO DE PRODUTO.  *
      * CADA ITEM CASADO VAI PARA CATFOR.DAT COM O      *
      * INICIO DA VIGENCIA INFORMADO; REIMPORTAR A      *
      * MESMA VIGENCIA SUBSTITUI.                       *
      * O RELATORIO (IMPCAT.TXT) LISTA AS REFERENCIAS   *
      * NAO CASADAS, AS LINHAS COM ERRO E OS AUMENTOS   *
      * ACIMA DO PERCENTUAL DE CATFOR.CTL SOBRE O       *
      * CATALOGO ANTERIOR DO FORNECEDOR E SOBRE O       *
      * ULTIMO PRECO DE PRECHIST.DAT.                   *
      * O SCE005 (PEDIDO DE COMPRA) E O SCE038          *
      * (COTACAO) SUGEREM O PRECO DO CATALOGO VALIDO DO *
      * FORNECEDOR.                                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO3.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CAT-CHAVE
                    FILE STATUS IS ST-CAT.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-ERRO.

           SELECT ARQALT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ALT-CODIGO
                    FILE STATUS IS ST-ALT.

           SELECT ARQPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PRECO-CHAVE
                    FILE STATUS IS ST-PRECO.

           SELECT ARQPCT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCT.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATFOR.TXT".
       01 LINHA-ENT              PIC X(200).

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

       FD ARQALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CODALT.DAT".
       01 REGALT.
          03 ALT-CODIGO        PIC X(14).
          03 ALT-TIPO          PIC X(01).
          03 ALT-CODPROD       PIC 9(06).
          03 ALT-CPFCNPJ       PIC 9(14).

       FD ARQPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECHIST.DAT".
       01 REGPRECO.
          03 PRECO-CHAVE.
           05 PRECO-COD        PIC 9(06).
           05 PRECO-DATAHORA   PIC 9(14).
          03 PRECO-ANTIGO      PIC 9(06)V99.
          03 PRECO-NOVO        PIC 9(06)V99.
          03 PRECO-DATACP      PIC 9(08).

       FD ARQPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATFOR.CTL".
       01 REG-PCT.
          03 PCT-LIMITE         PIC 9(03)V99.

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPCAT.TXT".
       01 LINHA-SAI              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 ST-ALT        PIC X(02) VALUE "00".
       01 ST-PRECO      PIC X(02) VALUE "00".
       01 ST-PCT        PIC X(02) VALUE "00".
       01 W-ALT-ABERTO  PIC X(01) VALUE "N".
       01 W-PRECO-ABERTO PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-FORN        PIC 9(14) VALUE ZEROS.
       01 W-VIGENCIA    PIC 9(08) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-REF         PIC X(14) VALUE SPACES.
       01 W-REF-LEN     PIC 9(02) VALUE ZEROS.
       01 W-PRECO-NOVO  PIC 9(06)V99 VALUE ZEROS.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-QTD-MIN     PIC 9(06) VALUE ZEROS.
       01 W-PRECO-ANT   PIC 9(06)V99 VALUE ZEROS.
       01 W-VIG-ANT     PIC 9(08) VALUE ZEROS.
       01 W-PRECO-HIST  PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECO-BASE  PIC 9(06)V99 VALUE ZEROS.
       01 W-PCT         PIC 9(05)V99 VALUE ZEROS.
       01 W-ORIGEM-BASE PIC X(20) VALUE SPACES.
       01 W-LINNUM      PIC 9(05) VALUE ZEROS.
       01 W-LIN-DISP    PIC ZZZZ9.
       01 W-QTD-GRAV    PIC 9(05) VALUE ZEROS.
       01 W-QTD-SUBST   PIC 9(05) VALUE ZEROS.
       01 W-QTD-NCAS    PIC 9(05) VALUE ZEROS.
       01 W-QTD-ERRO    PIC 9(05) VALUE ZEROS.
       01 W-QTD-AUM     PIC 9(05) VALUE ZEROS.
       01 W-ED-PRECO1   PIC ZZZZZ9,99.
       01 W-ED-PRECO2   PIC ZZZZZ9,99.
       01 W-ED-PCT      PIC ZZZZ9,99.

      * PERCENTUAL DE AUMENTO QUE VAI PARA O RELATORIO
      * (CATFOR.CTL OU O PADRAO)
       01 W-LIMITE      PIC 9(03)V99 VALUE 10,00.
       01 W-LIMITE-N    PIC 9(03)V99 VALUE ZEROS.
       01 W-LIMITE-ED   PIC ZZ9,99.

       01 CAMPOS.
          03 CAMPO OCCURS 6 TIMES PIC X(60).
       01 W-QTD-CAMPOS  PIC 9(02) VALUE ZEROS.

       01 W-PRC-TXT     PIC X(20) VALUE SPACES.
       01 W-PRC-INT     PIC X(06) JUSTIFIED RIGHT.
       01 W-PRC-INT-N REDEFINES W-PRC-INT PIC 9(06).
       01 W-PRC-DEC     PIC X(02) VALUE SPACES.
       01 W-PRC-DEC-N   PIC 9(02) VALUE ZEROS.
       01 W-NUMBUF08    PIC X(08) JUSTIFIED RIGHT.
       01 W-NUMBUF06    PIC X(06) JUSTIFIED RIGHT.

       01 W-DATA-VAL    PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-R REDEFINES W-DATA-VAL.
          03 W-VAL-AA    PIC 9(04).
          03 W-VAL-MM    PIC 9(02).
          03 W-VAL-DD    PIC 9(02).
       01 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           DISPLAY "IMPORTACAO DE CATALOGO DE PRECOS DE FORNECEDOR"
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGFOR.DAT NAO ENCONTRADO"
              STOP RUN.
       INICIO-FORN.
           MOVE ZEROS TO W-FORN
           DISPLAY "CPF/CNPJ DO FORNECEDOR DO CATALOGO (0 = SAIR): "
           ACCEPT W-FORN
           IF W-FORN = ZEROS
              CLOSE ARQFOR
              STOP RUN.
           MOVE W-FORN TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "FORNECEDOR NAO CADASTRADO (SCE003)"
              GO TO INICIO-FORN.
           DISPLAY "FORNECEDOR: " FOR-RSNOME.
       INICIO-VIG.
           MOVE ZEROS TO W-VIGENCIA
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT W-VIGENCIA
           IF W-VIGENCIA = ZEROS
              MOVE W-DATA-HOJE TO W-VIGENCIA.
           MOVE W-VIGENCIA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS
              DISPLAY "DATA INVALIDA NO CALENDARIO"
              GO TO INICIO-VIG.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           OPEN INPUT ARQENT
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ARQUIVO CATFOR.TXT NAO ENCONTRADO"
              CLOSE ARQFOR
              STOP RUN.
           PERFORM ABRE-ARQUIVOS
           OPEN OUTPUT RELSAI
           MOVE "IMPORTACAO DE CATALOGO DE FORNECEDOR" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-LIMITE TO W-LIMITE-ED
           MOVE SPACES TO LINHA-SAI
           STRING "FORNECEDOR " W-FORN " " FOR-RSNOME
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "VIGENCIA A PARTIR DE " W-VIGENCIA
              "   AUMENTOS ACIMA DE " W-LIMITE-ED "%"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM PROCESSA-LINHAS THRU PROCESSA-LINHAS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           STRING "ITENS GRAVADOS NO CATALOGO: " W-QTD-GRAV
              " (SUBSTITUIDOS: " W-QTD-SUBST ")"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "REFERENCIAS NAO CASADAS: " W-QTD-NCAS
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "LINHAS COM ERRO/IGNORADAS: " W-QTD-ERRO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "AUMENTOS ACIMA DO LIMITE: " W-QTD-AUM
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQENT RELSAI ARQCAT ARQFOR ARQPROD
           IF W-ALT-ABERTO = "S"
              CLOSE ARQALT.
           IF W-PRECO-ABERTO = "S"
              CLOSE ARQPRECO.
           DISPLAY "IMPORTACAO CONCLUIDA - " W-QTD-GRAV " ITENS, "
              W-QTD-NCAS " NAO CASADOS, " W-QTD-AUM " AUMENTOS."
           DISPLAY "RELATORIO EM IMPCAT.TXT."
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQCAT
           IF ST-CAT = "30" OR "35"
              OPEN OUTPUT ARQCAT
              CLOSE ARQCAT
              OPEN I-O ARQCAT.
           OPEN INPUT ARQPROD
           MOVE "N" TO W-ALT-ABERTO
           OPEN INPUT ARQALT
           IF ST-ALT = "00"
              MOVE "S" TO W-ALT-ABERTO.
           MOVE "N" TO W-PRECO-ABERTO
           OPEN INPUT ARQPRECO
           IF ST-PRECO = "00"
              MOVE "S" TO W-PRECO-ABERTO.

      * PERCENTUAL ATUAL DE CATFOR.CTL; ZERO MANTEM O VALOR
       LE-PARAMETROS.
           OPEN INPUT ARQPCT
           IF ST-PCT = "00"
              READ ARQPCT
              IF ST-PCT = "00"
                 MOVE PCT-LIMITE TO W-LIMITE.
           IF ST-PCT NOT = "30" AND NOT = "35"
              CLOSE ARQPCT.
           MOVE W-LIMITE TO W-LIMITE-ED
           DISPLAY "AUMENTO QUE VAI PARA O RELATORIO EM % (ATUAL "
              W-LIMITE-ED ", 0 = MANTEM): "
           ACCEPT W-LIMITE-N
           IF W-LIMITE-N > ZEROS
              MOVE W-LIMITE-N TO W-LIMITE.
           MOVE W-LIMITE TO PCT-LIMITE
           OPEN OUTPUT ARQPCT
           WRITE REG-PCT
           CLOSE ARQPCT.
       LE-PARAMETROS-FIM.
           EXIT.

       PROCESSA-LINHAS.
           READ ARQENT NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO PROCESSA-LINHAS-FIM.
           ADD 1 TO W-LINNUM
           IF LINHA-ENT = SPACES
              GO TO PROCESSA-LINHAS.
           PERFORM QUEBRA-LINHA
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO PROCESSA-LINHAS.
       PROCESSA-LINHAS-FIM.
           EXIT.

       QUEBRA-LINHA.
           MOVE SPACES TO CAMPOS
           MOVE ZEROS TO W-QTD-CAMPOS
           UNSTRING LINHA-ENT DELIMITED BY ","
              INTO CAMPO(1) CAMPO(2) CAMPO(3) CAMPO(4) CAMPO(5)
                   CAMPO(6)
              TALLYING IN W-QTD-CAMPOS.

       TRATA-ITEM.
           MOVE FUNCTION TRIM(CAMPO(1)) TO W-REF
           IF W-REF = SPACES
              GO TO TRATA-ITEM-ERRO.
           PERFORM CONVERTE-PRECO THRU CONVERTE-PRECO-FIM
           IF W-PRECO-NOVO = ZEROS
              GO TO TRATA-ITEM-ERRO.
           MOVE FUNCTION TRIM(CAMPO(5)) TO W-NUMBUF08
           INSPECT W-NUMBUF08 REPLACING LEADING SPACE BY ZERO
           IF W-NUMBUF08 NOT NUMERIC
              GO TO TRATA-ITEM-ERRO.
           MOVE W-NUMBUF08 TO W-VALIDADE
           IF W-VALIDADE NOT = ZEROS
              IF W-VALIDADE < W-VIGENCIA
                 GO TO TRATA-ITEM-ERRO.
           IF W-VALIDADE NOT = ZEROS
              MOVE W-VALIDADE TO W-DATA-VAL
              PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
              IF W-DATA-OK = ZEROS
                 GO TO TRATA-ITEM-ERRO.
           MOVE FUNCTION TRIM(CAMPO(6)) TO W-NUMBUF06
           INSPECT W-NUMBUF06 REPLACING LEADING SPACE BY ZERO
           IF W-NUMBUF06 NOT NUMERIC
              GO TO TRATA-ITEM-ERRO.
           MOVE W-NUMBUF06 TO W-QTD-MIN
           PERFORM CASA-REFERENCIA THRU CASA-REFERENCIA-FIM
           IF W-CODPROD = ZEROS
              ADD 1 TO W-QTD-NCAS
              MOVE W-LINNUM TO W-LIN-DISP
              MOVE SPACES TO LINHA-SAI
              STRING "LINHA " W-LIN-DISP " REF " W-REF
                 " NAO CASADA: " CAMPO(2)
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              GO TO TRATA-ITEM-FIM.
           IF CAMPO(3) NOT = SPACES AND CAMPO(3) NOT = UNIDADE
              MOVE SPACES TO LINHA-SAI
              STRING "PRODUTO " W-CODPROD " REF " W-REF
                 " UNIDADE DO CATALOGO " CAMPO(3)(1:2)
                 " DIFERENTE DA DO CADASTRO " UNIDADE
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           PERFORM CATALOGO-ANTERIOR THRU CATALOGO-ANTERIOR-FIM
           PERFORM ULTIMO-HISTORICO THRU ULTIMO-HISTORICO-FIM
           MOVE W-PRECO-ANT TO W-PRECO-BASE
           MOVE "CATALOGO ANTERIOR" TO W-ORIGEM-BASE
           PERFORM CONFERE-AUMENTO THRU CONFERE-AUMENTO-FIM
           MOVE W-PRECO-HIST TO W-PRECO-BASE
           MOVE "HISTORICO PRECHIST" TO W-ORIGEM-BASE
           PERFORM CONFERE-AUMENTO THRU CONFERE-AUMENTO-FIM
           PERFORM GRAVA-CATALOGO THRU GRAVA-CATALOGO-FIM
           GO TO TRATA-ITEM-FIM.
       TRATA-ITEM-ERRO.
           ADD 1 TO W-QTD-ERRO
           MOVE W-LINNUM TO W-LIN-DISP
           MOVE SPACES TO LINHA-SAI
           STRING "LINHA " W-LIN-DISP " IGNORADA: " LINHA-ENT
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       TRATA-ITEM-FIM.
           EXIT.

      * PRECO COM VIRGULA OU PONTO DECIMAL (ATE 2 CASAS)
       CONVERTE-PRECO.
           MOVE ZEROS TO W-PRECO-NOVO
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
           COMPUTE W-PRECO-NOVO = W-PRC-INT-N + W-PRC-DEC-N / 100.
       CONVERTE-PRECO-FIM.
           EXIT.

      * REFERENCIA DO FORNECEDOR EM CODALT.DAT (TIPO F, DESTE
      * FORNECEDOR OU SEM FORNECEDOR) OU O NOSSO CODIGO
       CASA-REFERENCIA.
           MOVE ZEROS TO W-CODPROD
           IF W-ALT-ABERTO NOT = "S"
              GO TO CASA-REFERENCIA-COD.
           MOVE W-REF TO ALT-CODIGO
           READ ARQALT
           IF ST-ALT NOT = "00" OR ALT-TIPO NOT = "F"
              GO TO CASA-REFERENCIA-COD.
           IF ALT-CPFCNPJ NOT = W-FORN AND ALT-CPFCNPJ NOT = ZEROS
              GO TO CASA-REFERENCIA-COD.
           MOVE ALT-CODPROD TO COD
           GO TO CASA-REFERENCIA-LE.
       CASA-REFERENCIA-COD.
           MOVE ZEROS TO W-REF-LEN
           INSPECT W-REF TALLYING W-REF-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-REF-LEN > 6
              GO TO CASA-REFERENCIA-FIM.
           MOVE W-REF(1:W-REF-LEN) TO W-NUMBUF06
           INSPECT W-NUMBUF06 REPLACING LEADING SPACE BY ZERO
           IF W-NUMBUF06 NOT NUMERIC
              GO TO CASA-REFERENCIA-FIM.
           MOVE W-NUMBUF06 TO COD.
       CASA-REFERENCIA-LE.
           READ ARQPROD
           IF ST-ERRO = "00"
              MOVE COD TO W-CODPROD.
       CASA-REFERENCIA-FIM.
           EXIT.

      * PRECO DA VIGENCIA ANTERIOR MAIS RECENTE DO FORNECEDOR
       CATALOGO-ANTERIOR.
           MOVE ZEROS TO W-PRECO-ANT W-VIG-ANT
           MOVE W-FORN TO CAT-CPFCNPJ
           MOVE W-CODPROD TO CAT-CODPROD
           MOVE ZEROS TO CAT-VIGENCIA
           START ARQCAT KEY IS NOT LESS THAN CAT-CHAVE
              INVALID KEY GO TO CATALOGO-ANTERIOR-FIM.
       CATALOGO-ANTERIOR-LOOP.
           READ ARQCAT NEXT
           IF ST-CAT NOT = "00"
              GO TO CATALOGO-ANTERIOR-FIM.
           IF CAT-CPFCNPJ NOT = W-FORN OR CAT-CODPROD NOT = W-CODPROD
              GO TO CATALOGO-ANTERIOR-FIM.
           IF CAT-VIGENCIA NOT < W-VIGENCIA
              GO TO CATALOGO-ANTERIOR-FIM.
           MOVE CAT-PRECO TO W-PRECO-ANT
           MOVE CAT-VIGENCIA TO W-VIG-ANT
           GO TO CATALOGO-ANTERIOR-LOOP.
       CATALOGO-ANTERIOR-FIM.
           EXIT.

      * ULTIMO PRECO GRAVADO NO HISTORICO DO PRODUTO (SCE004)
       ULTIMO-HISTORICO.
           MOVE ZEROS TO W-PRECO-HIST
           IF W-PRECO-ABERTO NOT = "S"
              GO TO ULTIMO-HISTORICO-FIM.
           MOVE W-CODPROD TO PRECO-COD
           MOVE ZEROS TO PRECO-DATAHORA
           START ARQPRECO KEY IS NOT LESS THAN PRECO-CHAVE
              INVALID KEY GO TO ULTIMO-HISTORICO-FIM.
       ULTIMO-HISTORICO-LOOP.
           READ ARQPRECO NEXT
           IF ST-PRECO NOT = "00"
              GO TO ULTIMO-HISTORICO-FIM.
           IF PRECO-COD NOT = W-CODPROD
              GO TO ULTIMO-HISTORICO-FIM.
           MOVE PRECO-NOVO TO W-PRECO-HIST
           GO TO ULTIMO-HISTORICO-LOOP.
       ULTIMO-HISTORICO-FIM.
           EXIT.

       CONFERE-AUMENTO.
           IF W-PRECO-BASE = ZEROS OR W-PRECO-NOVO NOT > W-PRECO-BASE
              GO TO CONFERE-AUMENTO-FIM.
           COMPUTE W-PCT ROUNDED =
              (W-PRECO-NOVO - W-PRECO-BASE) * 100 / W-PRECO-BASE
           IF W-PCT NOT > W-LIMITE
              GO TO CONFERE-AUMENTO-FIM.
           ADD 1 TO W-QTD-AUM
           MOVE W-PRECO-BASE TO W-ED-PRECO1
           MOVE W-PRECO-NOVO TO W-ED-PRECO2
           MOVE W-PCT TO W-ED-PCT
           MOVE SPACES TO LINHA-SAI
           STRING "PRODUTO " W-CODPROD " REF " W-REF " AUMENTO "
              W-ED-PCT "% SOBRE " W-ORIGEM-BASE ": " W-ED-PRECO1
              " -> " W-ED-PRECO2
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       CONFERE-AUMENTO-FIM.
           EXIT.

       GRAVA-CATALOGO.
           MOVE W-FORN TO CAT-CPFCNPJ
           MOVE W-CODPROD TO CAT-CODPROD
           MOVE W-VIGENCIA TO CAT-VIGENCIA
           READ ARQCAT
           MOVE W-REF TO CAT-REF
           MOVE CAMPO(2) TO CAT-DESC
           MOVE CAMPO(3) TO CAT-UNIDADE
           MOVE W-PRECO-NOVO TO CAT-PRECO
           MOVE W-VALIDADE TO CAT-VALIDADE
           MOVE W-QTD-MIN TO CAT-QTD-MIN
           MOVE W-DATA-HOJE TO CAT-DATA-IMP
           IF ST-CAT = "00"
              REWRITE REGCAT
              ADD 1 TO W-QTD-SUBST
           ELSE
              WRITE REGCAT.
           ADD 1 TO W-QTD-GRAV.
       GRAVA-CATALOGO-FIM.
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

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
