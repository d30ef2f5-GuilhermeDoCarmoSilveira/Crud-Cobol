       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE057.
      **************************************************
      * ADQUIRENTES E RECEBIVEIS DE CARTAO              *
      * CADASTRO DAS ADQUIRENTES (ADQUIR.DAT) COM O     *
      * CONTRATO: TAXA DO DEBITO, DO CREDITO A VISTA E  *
      * DO CREDITO PARCELADO, PRAZO DE CREDITO DO       *
      * DEBITO (D+N) E DE CADA PARCELA DO CREDITO       *
      * (N DIAS POR PARCELA), LIMITE DE PARCELAS E A    *
      * CONTA BANCARIA (CONTABCO.DAT, SCE056) ONDE A    *
      * ADQUIRENTE DEPOSITA.                            *
      * OS RECEBIVEIS (RECCART.DAT) NASCEM NA BAIXA EM  *
      * CARTAO DO SCE010, UM POR PARCELA DO CARTAO, COM *
      * A TAXA DO CONTRATO DESCONTADA E A DATA PREVISTA *
      * DO CREDITO; A LIQUIDACAO VEM DO ARQUIVO DA      *
      * ADQUIRENTE NO CONCCART. AQUI SE CONSULTAM OS    *
      * RECEBIVEIS EM ABERTO POR ADQUIRENTE.            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQADQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADQ-CODIGO
                    FILE STATUS IS ST-ADQ.

           SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCT-CHAVE
                    ALTERNATE RECORD KEY IS RCT-CHAVE-AUT
                       WITH DUPLICATES
                    FILE STATUS IS ST-RCT.

           SELECT ARQCBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CBC-CODIGO
                    FILE STATUS IS ST-CBC.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQADQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADQUIR.DAT".
       01 REGADQ.
          03 ADQ-CODIGO          PIC 9(02).
          03 ADQ-NOME            PIC X(30).
          03 ADQ-TAXA-DEB        PIC 9(02)V99.
          03 ADQ-TAXA-CRED       PIC 9(02)V99.
          03 ADQ-TAXA-PARC       PIC 9(02)V99.
          03 ADQ-PRAZO-DEB       PIC 9(03).
          03 ADQ-PRAZO-CRED      PIC 9(03).
          03 ADQ-MAX-PARC        PIC 9(02).
          03 ADQ-CONTA-BCO       PIC 9(02).
          03 ADQ-ATIVA           PIC X(01).

       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCART.DAT".
       01 REGRCT.
          03 RCT-CHAVE.
           05 RCT-NUMPEDIDO      PIC 9(06).
           05 RCT-TPPEDIDO       PIC 9(01).
           05 RCT-PARCELA        PIC 9(02).
           05 RCT-SEQ-BXA        PIC 9(03).
           05 RCT-PARC-CARTAO    PIC 9(02).
          03 RCT-CHAVE-AUT.
           05 RCT-ADQ            PIC 9(02).
           05 RCT-AUTORIZ        PIC X(12).
           05 RCT-PARC-AUT       PIC 9(02).
          03 RCT-BANDEIRA        PIC X(10).
          03 RCT-MODAL           PIC X(01).
          03 RCT-QTD-PARC        PIC 9(02).
          03 RCT-CODPESSOA       PIC 9(14).
          03 RCT-DATA-VENDA      PIC 9(08).
          03 RCT-DATA-PREV       PIC 9(08).
          03 RCT-VALOR-BRUTO     PIC 9(07)V99.
          03 RCT-TAXA-PCT        PIC 9(02)V99.
          03 RCT-VALOR-TAXA      PIC 9(07)V99.
          03 RCT-VALOR-LIQ       PIC 9(07)V99.
          03 RCT-STATUS          PIC X(01).
          03 RCT-DATA-LIQ        PIC 9(08).
          03 RCT-VALOR-PAGO      PIC 9(07)V99.
          03 RCT-OPERADOR        PIC X(10).

       FD ARQCBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 REGCBC.
          03 CBC-CODIGO          PIC 9(02).
          03 CBC-DESC            PIC X(30).
          03 CBC-BANCO           PIC 9(03).
          03 CBC-AGENCIA         PIC 9(05).
          03 CBC-NUMERO          PIC X(12).
          03 CBC-CTA-CONTABIL    PIC 9(06).
          03 CBC-SALDO-INI       PIC S9(11)V99.
          03 CBC-DATA-INI        PIC 9(08).
          03 CBC-ATIVA           PIC X(01).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-ADQ        PIC X(02) VALUE "00".
       01 ST-RCT        PIC X(02) VALUE "00".
       01 ST-CBC        PIC X(02) VALUE "00".
       01 W-CBC-ABERTO  PIC X(01) VALUE "N".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-ADQ         PIC 9(02) VALUE ZEROS.
       01 W-DATA-ATE    PIC 9(08) VALUE ZEROS.
       01 W-QTD-LISTA   PIC 9(05) VALUE ZEROS.
       01 W-TOT-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-TAXA    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-LIQ     PIC 9(09)V99 VALUE ZEROS.
       01 W-TAXA-ED     PIC Z9,99.
       01 W-VAL-ED1     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ADQUIRENTES E RECEBIVEIS DE CARTAO"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-ADQ.
           OPEN I-O ARQADQ
           IF ST-ADQ NOT = "00"
              IF ST-ADQ = "30"
                 OPEN OUTPUT ARQADQ
                 CLOSE ARQADQ
                 OPEN I-O ARQADQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ADQUIR.DAT"
                 STOP RUN.
       ABRE-RCT.
           OPEN INPUT ARQRCT
           IF ST-RCT NOT = "00"
              IF ST-RCT = "30"
                 OPEN OUTPUT ARQRCT
                 CLOSE ARQRCT
                 OPEN INPUT ARQRCT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECCART.DAT"
                 CLOSE ARQADQ
                 STOP RUN.
           MOVE "N" TO W-CBC-ABERTO
           OPEN INPUT ARQCBC
           IF ST-CBC = "00"
              MOVE "S" TO W-CBC-ABERTO.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "A = CADASTRAR/ALTERAR ADQUIRENTE | L = LISTAR"
              " ADQUIRENTES"
           DISPLAY "R = RECEBIVEIS EM ABERTO | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "A" OR "a"
              PERFORM CADASTRA-ADQ THRU CADASTRA-ADQ-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-ADQ THRU LISTA-ADQ-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM LISTA-RECEBIVEIS THRU LISTA-RECEBIVEIS-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE A, L, R OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * CONTRATO DA ADQUIRENTE. A TAXA NOVA SO VALE PARA AS VENDAS
      * SEGUINTES: O RECEBIVEL GRAVA A TAXA DO DIA DA VENDA
      *----------------------------------------------------------------
       CADASTRA-ADQ.
           MOVE ZEROS TO ADQ-CODIGO
           DISPLAY "CODIGO DA ADQUIRENTE (01-99): "
           ACCEPT ADQ-CODIGO
           IF ADQ-CODIGO = ZEROS
              GO TO CADASTRA-ADQ-FIM.
           READ ARQADQ
           IF ST-ADQ = "00"
              DISPLAY "ADQUIRENTE JA CADASTRADA: " ADQ-NOME
                 " - SERA ALTERADA"
           ELSE
              MOVE SPACES TO ADQ-NOME
              MOVE ZEROS TO ADQ-TAXA-DEB ADQ-TAXA-CRED
                 ADQ-TAXA-PARC ADQ-CONTA-BCO
              MOVE 1 TO ADQ-PRAZO-DEB
              MOVE 30 TO ADQ-PRAZO-CRED
              MOVE 12 TO ADQ-MAX-PARC
              MOVE "S" TO ADQ-ATIVA.
           DISPLAY "NOME: "
           ACCEPT ADQ-NOME
           DISPLAY "TAXA DO DEBITO (%): "
           ACCEPT ADQ-TAXA-DEB
           DISPLAY "TAXA DO CREDITO A VISTA (%): "
           ACCEPT ADQ-TAXA-CRED
           DISPLAY "TAXA DO CREDITO PARCELADO (%): "
           ACCEPT ADQ-TAXA-PARC
           DISPLAY "PRAZO DO DEBITO EM DIAS (D+N): "
           ACCEPT ADQ-PRAZO-DEB
           DISPLAY "PRAZO DE CADA PARCELA DO CREDITO EM DIAS: "
           ACCEPT ADQ-PRAZO-CRED
           IF ADQ-PRAZO-CRED = ZEROS
              MOVE 30 TO ADQ-PRAZO-CRED.
           DISPLAY "LIMITE DE PARCELAS NO CREDITO: "
           ACCEPT ADQ-MAX-PARC
           IF ADQ-MAX-PARC = ZEROS
              MOVE 1 TO ADQ-MAX-PARC.
       CADASTRA-ADQ-BCO.
           DISPLAY "CONTA BANCARIA DOS CREDITOS (SCE056, 0=NENHUMA): "
           ACCEPT ADQ-CONTA-BCO
           IF ADQ-CONTA-BCO = ZEROS OR W-CBC-ABERTO NOT = "S"
              GO TO CADASTRA-ADQ-ATIVA.
           MOVE ADQ-CONTA-BCO TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              DISPLAY "CONTA BANCARIA NAO CADASTRADA"
              GO TO CADASTRA-ADQ-BCO.
           DISPLAY "   " CBC-DESC.
       CADASTRA-ADQ-ATIVA.
           DISPLAY "ADQUIRENTE ATIVA (S/N): "
           ACCEPT ADQ-ATIVA
           IF ADQ-ATIVA NOT = "N" AND "n"
              MOVE "S" TO ADQ-ATIVA
           ELSE
              MOVE "N" TO ADQ-ATIVA.
           WRITE REGADQ
           IF ST-ADQ = "22"
              REWRITE REGADQ.
           IF ST-ADQ NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA ADQUIRENTE - STATUS "
                 ST-ADQ
              GO TO CADASTRA-ADQ-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE057 A CHAVE=" ADQ-CODIGO
              " DEB=" ADQ-TAXA-DEB " CRED=" ADQ-TAXA-CRED
              " PARC=" ADQ-TAXA-PARC " PRAZOS=" ADQ-PRAZO-DEB
              "/" ADQ-PRAZO-CRED " MAXPARC=" ADQ-MAX-PARC
              " CONTA=" ADQ-CONTA-BCO " ATIVA=" ADQ-ATIVA
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "ADQUIRENTE GRAVADA".
       CADASTRA-ADQ-FIM.
           EXIT.

       LISTA-ADQ.
           MOVE ZEROS TO ADQ-CODIGO
           START ARQADQ KEY IS NOT LESS THAN ADQ-CODIGO
              INVALID KEY
                 DISPLAY "NENHUMA ADQUIRENTE CADASTRADA"
                 GO TO LISTA-ADQ-FIM.
       LISTA-ADQ-LOOP.
           READ ARQADQ NEXT
           IF ST-ADQ NOT = "00"
              GO TO LISTA-ADQ-FIM.
           DISPLAY ADQ-CODIGO " " ADQ-NOME " CONTA BCO "
              ADQ-CONTA-BCO " ATIVA " ADQ-ATIVA
           MOVE ADQ-TAXA-DEB TO W-TAXA-ED
           DISPLAY "   DEBITO " W-TAXA-ED "% D+" ADQ-PRAZO-DEB
           MOVE ADQ-TAXA-CRED TO W-TAXA-ED
           DISPLAY "   CREDITO " W-TAXA-ED "% "
              ADQ-PRAZO-CRED " DIAS POR PARCELA"
           MOVE ADQ-TAXA-PARC TO W-TAXA-ED
           DISPLAY "   PARCELADO " W-TAXA-ED "% ATE "
              ADQ-MAX-PARC " PARCELAS"
           GO TO LISTA-ADQ-LOOP.
       LISTA-ADQ-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RECEBIVEIS EM ABERTO (A) OU PAGOS A MENOR (D) DA ADQUIRENTE
      * COM CREDITO PREVISTO ATE A DATA INFORMADA, PELA CHAVE DE
      * AUTORIZACAO
      *----------------------------------------------------------------
       LISTA-RECEBIVEIS.
           MOVE ZEROS TO W-ADQ W-DATA-ATE
           DISPLAY "ADQUIRENTE: "
           ACCEPT W-ADQ
           MOVE W-ADQ TO ADQ-CODIGO
           READ ARQADQ
           IF ST-ADQ NOT = "00"
              DISPLAY "ADQUIRENTE NAO CADASTRADA"
              GO TO LISTA-RECEBIVEIS-FIM.
           DISPLAY "CREDITO PREVISTO ATE (AAAAMMDD, ZEROS = TODOS): "
           ACCEPT W-DATA-ATE
           IF W-DATA-ATE = ZEROS
              MOVE 99999999 TO W-DATA-ATE.
           MOVE ZEROS TO W-QTD-LISTA W-TOT-BRUTO W-TOT-TAXA
              W-TOT-LIQ
           MOVE W-ADQ TO RCT-ADQ
           MOVE LOW-VALUES TO RCT-AUTORIZ
           MOVE ZEROS TO RCT-PARC-AUT
           START ARQRCT KEY IS NOT LESS THAN RCT-CHAVE-AUT
              INVALID KEY GO TO LISTA-RECEBIVEIS-TOT.
       LISTA-RECEBIVEIS-LOOP.
           READ ARQRCT NEXT
           IF ST-RCT NOT = "00"
              GO TO LISTA-RECEBIVEIS-TOT.
           IF RCT-ADQ NOT = W-ADQ
              GO TO LISTA-RECEBIVEIS-TOT.
           IF RCT-STATUS NOT = "A" AND "D"
              GO TO LISTA-RECEBIVEIS-LOOP.
           IF RCT-DATA-PREV > W-DATA-ATE
              GO TO LISTA-RECEBIVEIS-LOOP.
           ADD 1 TO W-QTD-LISTA
           ADD RCT-VALOR-BRUTO TO W-TOT-BRUTO
           ADD RCT-VALOR-TAXA TO W-TOT-TAXA
           ADD RCT-VALOR-LIQ TO W-TOT-LIQ
           MOVE RCT-VALOR-BRUTO TO W-VAL-ED1
           MOVE RCT-VALOR-TAXA TO W-VAL-ED2
           MOVE RCT-VALOR-LIQ TO W-VAL-ED3
           DISPLAY RCT-AUTORIZ " " RCT-PARC-CARTAO "/" RCT-QTD-PARC
              " " RCT-BANDEIRA " " RCT-MODAL " VENDA "
              RCT-DATA-VENDA " PREV " RCT-DATA-PREV
              " ST " RCT-STATUS
           DISPLAY "   PED " RCT-NUMPEDIDO "-" RCT-PARCELA
              " BRUTO " W-VAL-ED1 " TAXA " W-VAL-ED2
              " LIQUIDO " W-VAL-ED3
           GO TO LISTA-RECEBIVEIS-LOOP.
       LISTA-RECEBIVEIS-TOT.
           MOVE W-TOT-BRUTO TO W-VAL-ED1
           MOVE W-TOT-TAXA TO W-VAL-ED2
           MOVE W-TOT-LIQ TO W-VAL-ED3
           DISPLAY "RECEBIVEIS: " W-QTD-LISTA " BRUTO " W-VAL-ED1
              " TAXA " W-VAL-ED2 " LIQUIDO " W-VAL-ED3.
       LISTA-RECEBIVEIS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQADQ ARQRCT ARQAUD.
           IF W-CBC-ABERTO = "S"
              CLOSE ARQCBC.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
