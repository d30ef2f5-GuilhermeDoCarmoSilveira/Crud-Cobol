      * MESMO CAMINHO BAIXAS.DAT / SALDOPES.DAT DO      *
      * SCE010, E GERA RELATORIO DE EXCECOES            *
      * (BORDEXC.TXT) PARA OS NAO CASADOS.              *
      * O RETORNO PEDE A CONTA BANCARIA (CONTABCO.DAT,  *
      * SCE056) ONDE O BANCO MOVIMENTOU O DINHEIRO E A  *
      * GRAVA EM BXA-CONTA DE CADA BAIXA (0 = SEM CONTA)*
      * FATURA DE FRETE APROVADA NO SCE050 (TIPO 7) E   *
      * TITULO DA TRANSPORTADORA: SEM REGFOR, O NOME    *
      * VEM DO TRANSP.DAT.                              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

           SELECT ARQTRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRP-CNPJ
                    FILE STATUS IS ST-TRP.

           SELECT ARQRTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO3.

           SELECT ARQCBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CBC-CODIGO
                    FILE STATUS IS ST-CBC.

           SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SIT-CHAVE
                    FILE STATUS IS ST-SIT.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO4.
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQFOR
               LABEL RECORD IS STANDARD
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

       FD ARQTRP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSP.DAT".
       01 REGTRP.
          03 TRP-CNPJ           PIC 9(14).
          03 TRP-NOME           PIC X(30).
          03 TRP-FONE           PIC 9(11).
          03 TRP-BASE           PIC X(01).

       FD ARQRTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETFOR.DAT".
               VALUE OF FILE-ID IS "BORDRET.TXT".
       01 LINHA-RET              PIC X(120).

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

       FD ARQSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SITPES.DAT".
       01 REGSIT.
          03 SIT-CHAVE.
           05 SIT-TIPO           PIC X(01).
           05 SIT-CODPESSOA      PIC 9(14).
          03 SIT-STATUS          PIC X(01).
          03 SIT-MOTIVO          PIC 9(02).
          03 SIT-OBS             PIC X(40).
          03 SIT-DATA            PIC 9(08).
          03 SIT-OPERADOR        PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BORDEXC.TXT".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-RTF        PIC X(02) VALUE "00".
       01 W-RTF-ABERTO  PIC X(01) VALUE "N".
       01 ST-TRP        PIC X(02) VALUE "00".
       01 W-TRP-ABERTO  PIC X(01) VALUE "N".
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 W-SIT-BLOQ    PIC 9(01) VALUE ZEROS.
       01 W-QTD-BLQ     PIC 9(06) VALUE ZEROS.
       01 W-TEM-RET     PIC 9(01) VALUE ZEROS.
       01 W-QTD-RET     PIC 9(06) VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-CBC        PIC X(02) VALUE "00".
       01 W-BCO-RET     PIC 9(02) VALUE ZEROS.
       01 W-MODO        PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           OPEN INPUT ARQRTF
           IF ST-RTF = "00"
              MOVE "S" TO W-RTF-ABERTO.
           MOVE "N" TO W-TRP-ABERTO
           OPEN INPUT ARQTRP
           IF ST-TRP = "00"
              MOVE "S" TO W-TRP-ABERTO.
           MOVE "N" TO W-SIT-ABERTO
           OPEN INPUT ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-SIT-ABERTO.
           MOVE ZEROS TO W-QTD-RET W-QTD-BLQ
           OPEN EXTEND RELSAI
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT RELSAI.
           IF W-TEM-RET = 1
              PERFORM GRAVA-EXC-RETENCAO
              GO TO GERA-BORDERO-LOOP.
      * FORNECEDOR BLOQUEADO PARA COMPRAS/PAGAMENTOS OU INATIVO
      * (SCE003): O TITULO FICA RETIDO FORA DO BORDERO
           PERFORM VERIFICA-SIT-FOR THRU VERIFICA-SIT-FOR-FIM
           IF W-SIT-BLOQ = 1
              PERFORM GRAVA-EXC-BLOQUEIO
              GO TO GERA-BORDERO-LOOP.
           MOVE LANC-CODPESSOA TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-FOR NOT = "00"
              MOVE SPACES TO FOR-RSNOME
              MOVE ZEROS TO FOR-CEP
              PERFORM NOME-TRANSP.
           MOVE LANC-NUMPEDIDO TO RD-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO RD-TPPEDIDO
           MOVE LANC-PARCELA TO RD-PARCELA
           CLOSE ARQLANC ARQFOR ARQREM ARQBXA RELSAI
           IF W-RTF-ABERTO = "S"
              CLOSE ARQRTF.
           IF W-TRP-ABERTO = "S"
              CLOSE ARQTRP.
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           MOVE W-QTD-REM TO W-LIN-QTD
           MOVE W-TOT-REM TO W-LIN-TOT
           DISPLAY "BORDERO GERADO EM BORDERO.TXT COM " W-LIN-QTD
              MOVE W-QTD-RET TO W-LIN-QTD
              DISPLAY "TITULO(S) COM RETENCAO FORA DO BORDERO: "
                 W-LIN-QTD " - VEJA BORDEXC.TXT".
           IF W-QTD-BLQ > ZEROS
              MOVE W-QTD-BLQ TO W-LIN-QTD
              DISPLAY "TITULO(S) DE FORNECEDOR BLOQUEADO FORA DO "
                 "BORDERO: " W-LIN-QTD " - VEJA BORDEXC.TXT".
       GERA-BORDERO-FIM.
           EXIT.

       VERIFICA-RETENCAO-FIM.
           EXIT.

      * TITULO DE FATURA DE FRETE: O CREDOR E TRANSPORTADORA
       NOME-TRANSP.
           IF W-TRP-ABERTO = "S"
              MOVE LANC-CODPESSOA TO TRP-CNPJ
              READ ARQTRP
              IF ST-TRP = "00"
                 MOVE TRP-NOME TO FOR-RSNOME.

       GRAVA-EXC-RETENCAO.
           ADD 1 TO W-QTD-RET
           MOVE SPACES TO LINHA-SAI
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

       GRAVA-EXC-BLOQUEIO.
           ADD 1 TO W-QTD-BLQ
           MOVE SPACES TO LINHA-SAI
           STRING "PEDIDO " LANC-NUMPEDIDO "-" LANC-TPPEDIDO
              " PARC " LANC-PARCELA " FORN " LANC-CODPESSOA
              " BLOQUEADO/INATIVO (SITUACAO " SIT-STATUS
              " MOTIVO " SIT-MOTIVO ") - TITULO RETIDO"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

      * SITUACAO CADASTRAL DO FORNECEDOR (SITPES.DAT, SCE003):
      * BLOQUEADO PARA COMPRAS/PAGAMENTOS (C) OU INATIVO (I)
      * NAO RECEBE PEDIDO, COTACAO NEM PAGAMENTO EM BORDERO
       VERIFICA-SIT-FOR.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-FOR-FIM.
           MOVE "F" TO SIT-TIPO
           MOVE LANC-CODPESSOA TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "C" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-FOR-FIM.
           EXIT.

      * O LOTE SO SAI COM O CODIGO DE UM SUPERVISOR CADASTRADO
      * (PERF-SUPERV = "S"), QUE FICA CARIMBADO NO CABECALHO
       APROVA-SUPERVISOR.
      *----------------------------------------------------------------
       PROCESSA-RETORNO.
           MOVE ZEROS TO W-QTD-BXA W-QTD-EXC
           PERFORM PEDE-CONTA-RETORNO THRU PEDE-CONTA-RETORNO-FIM
           OPEN INPUT ARQRET
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ARQUIVO BORDRET.TXT NAO ENCONTRADO"
       PROCESSA-RETORNO-FIM.
           EXIT.

      * CONTA BANCARIA DO RETORNO: ZERO DEIXA AS BAIXAS SEM
      * CONTA; SEM CONTABCO.DAT O RETORNO SEGUE SEM CONTA.
       PEDE-CONTA-RETORNO.
           MOVE ZEROS TO W-BCO-RET
           OPEN INPUT ARQCBC
           IF ST-CBC NOT = "00"
              GO TO PEDE-CONTA-RETORNO-FIM.
       PEDE-CONTA-RETORNO-LE.
           MOVE ZEROS TO W-BCO-RET
           DISPLAY "CONTA BANCARIA DO RETORNO (0=NENHUMA): "
           ACCEPT W-BCO-RET
           IF W-BCO-RET = ZEROS
              GO TO PEDE-CONTA-RETORNO-ENC.
           MOVE W-BCO-RET TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              DISPLAY "CONTA BANCARIA NAO CADASTRADA"
              GO TO PEDE-CONTA-RETORNO-LE.
           IF CBC-ATIVA NOT = "S"
              DISPLAY "CONTA BANCARIA INATIVA"
              GO TO PEDE-CONTA-RETORNO-LE.
           DISPLAY "CONTA: " CBC-DESC.
       PEDE-CONTA-RETORNO-ENC.
           CLOSE ARQCBC.
       PEDE-CONTA-RETORNO-FIM.
           EXIT.

       CASA-TITULO.
           MOVE SPACES TO LINHA-SAI
           MOVE RR-NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE RR-DATA-PGTO TO BXA-DATA
           MOVE RR-VALOR-PAGO TO BXA-VALOR
           MOVE "PAGBANCO" TO BXA-OPERADOR
           MOVE W-BCO-RET TO BXA-CONTA
           WRITE REGBXA
           IF ST-BXA NOT = "00"
              MOVE "ERRO AO GRAVAR BAIXA" TO LINHA-SAI(40:25)
