      * (RETORNO.TXT), BAIXA AUTOMATICAMENTE OS         *
      * LANCAMENTOS CASADOS E GERA RELATORIO DE         *
      * EXCECOES (RETEXC.TXT) PARA OS NAO CASADOS.      *
      * O RETORNO PEDE A CONTA BANCARIA (CONTABCO.DAT,  *
      * SCE056) ONDE O BANCO MOVIMENTOU O DINHEIRO E A  *
      * GRAVA EM BXA-CONTA DE CADA BAIXA (0 = SEM CONTA)*
      * CADA REMESSA OU RETORNO GRAVA OS TOTAIS DE      *
      * CONTROLE EM CTLTOT.DAT (TITULOS LIDOS, ENVIADOS *
      * OU BAIXADOS, VALORES E SOMA DOS NUMEROS DOS     *
      * PEDIDOS).                                       *
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
                    RECORD KEY IS FER-DATA
                    FILE STATUS IS ST-FER.

           SELECT ARQCBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CBC-CODIGO
                    FILE STATUS IS ST-CBC.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO4.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLANC
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQSDP
               LABEL RECORD IS STANDARD
          03 FER-DATA           PIC 9(08).
          03 FER-DESC           PIC X(30).

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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETEXC.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REGTOT.
          03 TOT-DATA            PIC 9(08).
          03 TOT-HORA            PIC 9(06).
          03 TOT-PASSO           PIC X(08).
          03 TOT-ORIGEM          PIC X(01).
          03 TOT-LIDOS           PIC 9(07).
          03 TOT-GRAVADOS        PIC 9(07).
          03 TOT-GRAVADOS2       PIC 9(07).
          03 TOT-VALOR           PIC 9(11)V99.
          03 TOT-VALOR2          PIC 9(11)V99.
          03 TOT-HASH            PIC 9(15).
          03 TOT-SITUACAO        PIC X(01).
          03 TOT-OBS             PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-TOT             PIC X(02) VALUE "00".
       01 W-TOT-DTH          PIC X(21) VALUE SPACES.
       01 W-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV         PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV2        PIC 9(07) VALUE ZEROS.
       01 W-TOT-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR2       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-HASH         PIC 9(15) VALUE ZEROS.
       01 W-TOT-OBS          PIC X(40) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-CBC        PIC X(02) VALUE "00".
       01 W-BCO-RET     PIC 9(02) VALUE ZEROS.
       01 W-MODO        PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           DISPLAY "DIGITE 0, 1 OU 2"
           GO TO R1.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DA EXECUCAO (CTLTOT.DAT): REGISTROS
      * LIDOS, GRAVADOS E SOMAS DE CONFERENCIA. O NOTURNO CONFERE
      * ESTES TOTAIS COM CONTAGENS PROPRIAS DOS ARQUIVOS ANTES DE
      * LIBERAR O PASSO SEGUINTE; O RELTOT LISTA TODOS ELES
      *----------------------------------------------------------------
       GRAVA-TOTAIS.
           OPEN EXTEND ARQTOT
           IF ST-TOT NOT = "00"
              OPEN OUTPUT ARQTOT.
           MOVE FUNCTION CURRENT-DATE TO W-TOT-DTH
           MOVE SPACES TO REGTOT
           MOVE W-TOT-DTH(1:8) TO TOT-DATA
           MOVE W-TOT-DTH(9:6) TO TOT-HORA
           MOVE "REMESSA" TO TOT-PASSO
           MOVE "P" TO TOT-ORIGEM
           MOVE W-TOT-LIDOS TO TOT-LIDOS
           MOVE W-TOT-GRAV TO TOT-GRAVADOS
           MOVE W-TOT-GRAV2 TO TOT-GRAVADOS2
           MOVE W-TOT-VALOR TO TOT-VALOR
           MOVE W-TOT-VALOR2 TO TOT-VALOR2
           MOVE W-TOT-HASH TO TOT-HASH
           MOVE "O" TO TOT-SITUACAO
           MOVE W-TOT-OBS TO TOT-OBS
           WRITE REGTOT
           CLOSE ARQTOT.

      *----------------------------------------------------------------
      * GERACAO DO ARQUIVO DE REMESSA
      *----------------------------------------------------------------
                 " GERADA"
              GO TO GERA-REMESSA-FIM.
           MOVE ZEROS TO W-QTD-REM W-TOT-REM
           MOVE ZEROS TO W-TOT-LIDOS W-TOT-GRAV W-TOT-GRAV2
              W-TOT-VALOR W-TOT-VALOR2 W-TOT-HASH
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO OU VAZIO"
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-REMESSA-TRL.
           ADD 1 TO W-TOT-LIDOS
           IF LANC-TIPO NOT = "R" OR LANC-STATUS NOT = "A"
              GO TO GERA-REMESSA-LOOP.
           IF LANC-VALOR NOT > ZEROS
           WRITE LINHA-REM
           ADD 1 TO W-QTD-REM
           ADD W-SALDO-LANC TO W-TOT-REM
           ADD LANC-NUMPEDIDO TO W-TOT-HASH
           GO TO GERA-REMESSA-LOOP.
       GERA-REMESSA-TRL.
           MOVE W-QTD-REM TO RT-QTD
           MOVE W-QTD-REM TO W-LIN-QTD
           DISPLAY "REMESSA GERADA EM REMESSA.TXT COM " W-LIN-QTD
              " TITULO(S)".
           MOVE W-QTD-REM TO W-TOT-GRAV
           MOVE W-TOT-REM TO W-TOT-VALOR
           MOVE "REMESSA" TO W-TOT-OBS
           PERFORM GRAVA-TOTAIS.
       GERA-REMESSA-FIM.
           EXIT.

      *----------------------------------------------------------------
       PROCESSA-RETORNO.
           MOVE ZEROS TO W-QTD-BXA W-QTD-EXC
           MOVE ZEROS TO W-TOT-LIDOS W-TOT-GRAV W-TOT-GRAV2
              W-TOT-VALOR W-TOT-VALOR2 W-TOT-HASH
           PERFORM PEDE-CONTA-RETORNO THRU PEDE-CONTA-RETORNO-FIM
           OPEN INPUT ARQRET
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ARQUIVO RETORNO.TXT NAO ENCONTRADO"
           MOVE LINHA-RET TO REG-RET-DET
           IF RR-TIPO NOT = "1"
              GO TO PROCESSA-RETORNO-LOOP.
           ADD 1 TO W-TOT-LIDOS
           ADD RR-VALOR-PAGO TO W-TOT-VALOR
           ADD RR-NUMPEDIDO TO W-TOT-HASH
           PERFORM CASA-TITULO THRU CASA-TITULO-FIM
           GO TO PROCESSA-RETORNO-LOOP.
       PROCESSA-RETORNO-ENC.
           WRITE LINHA-SAI
           CLOSE ARQRET ARQLANC ARQBXA ARQSDP RELSAI
           DISPLAY "RETORNO PROCESSADO. EXCECOES EM RETEXC.TXT".
           MOVE W-QTD-BXA TO W-TOT-GRAV
           MOVE W-QTD-EXC TO W-TOT-GRAV2
           MOVE "RETORNO" TO W-TOT-OBS
           PERFORM GRAVA-TOTAIS.
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
           MOVE "RETBANCO" TO BXA-OPERADOR
           MOVE W-BCO-RET TO BXA-CONTA
           WRITE REGBXA
           IF ST-BXA NOT = "00"
              MOVE "ERRO AO GRAVAR BAIXA" TO LINHA-SAI(40:25)
           ELSE
              COMPUTE W-SDP-DELTA = RR-VALOR-PAGO * -1.
           PERFORM ATUALIZA-SALDO-PES
           ADD RR-VALOR-PAGO TO W-TOT-VALOR2
           ADD 1 TO W-QTD-BXA.
       CASA-TITULO-FIM.
           EXIT.
