      * TRANSPORTADORA (TRANSP.DAT) E POR REGIAO (UF DE *
      * ENTREGA DO PEDCOMP, OU UF DO CADASTRO DO        *
      * CLIENTE), PARA NEGOCIAR TARIFA COM NUMERO NA    *
      * MAO. POR TRANSPORTADORA MOSTRA TAMBEM O FRETE   *
      * FATURADO: LINHAS DAS FATURAS APROVADAS NO       *
      * SCE050 (FATFRETE.DAT/FATFRETI.DAT) DE PEDIDOS   *
      * DO MES, CONTRA O COTADO NO PEDIDO.              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT ARQPCMP ASSIGN TO DISK
                    RECORD KEY IS TRP-CNPJ
                    FILE STATUS IS ST-TRP.

           SELECT ARQFFT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FFT-NUMERO
                    FILE STATUS IS ST-FFT.

           SELECT ARQFFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS FFI-CHAVE
                    ALTERNATE RECORD KEY IS FFI-PEDIDO
                       WITH DUPLICATES
                    FILE STATUS IS ST-FFI.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQPCMP
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQTRP
               LABEL RECORD IS STANDARD
          03 TRP-FONE           PIC 9(11).
          03 TRP-BASE           PIC X(01).

       FD ARQFFT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATFRETE.DAT".
       01 REGFFT.
          03 FFT-NUMERO          PIC 9(06).
          03 FFT-CNPJ            PIC 9(14).
          03 FFT-DOCTO           PIC X(15).
          03 FFT-EMISSAO         PIC 9(08).
          03 FFT-VENCTO          PIC 9(08).
          03 FFT-QTD-PARC        PIC 9(02).
          03 FFT-TOLER-PCT       PIC 9(02)V99.
          03 FFT-TOT-COBRADO     PIC 9(09)V99.
          03 FFT-TOT-PREVISTO    PIC 9(09)V99.
          03 FFT-QTD-LIN         PIC 9(03).
          03 FFT-QTD-DIVERG      PIC 9(03).
          03 FFT-SITUACAO        PIC X(01).
          03 FFT-DATA            PIC 9(08).
          03 FFT-OPERADOR        PIC X(10).
          03 FFT-DATA-APROV      PIC 9(08).
          03 FFT-SUPERV          PIC X(10).

       FD ARQFFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATFRETI.DAT".
       01 REGFFI.
          03 FFI-CHAVE.
           05 FFI-NUMERO         PIC 9(06).
           05 FFI-SEQ            PIC 9(03).
          03 FFI-PEDIDO.
           05 FFI-NUMPEDIDO      PIC 9(06).
           05 FFI-TPPEDIDO       PIC 9(01).
          03 FFI-NUMROM          PIC 9(06).
          03 FFI-VALOR-COBR      PIC 9(07)V99.
          03 FFI-VALOR-PED       PIC 9(07)V99.
          03 FFI-VALOR-TAB       PIC 9(07)V99.
          03 FFI-OCORR           PIC X(01).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFRETE.TXT".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 ST-TRP        PIC X(02) VALUE "00".
       01 W-TRP-ABERTO  PIC X(01) VALUE "N".
       01 ST-FFT        PIC X(02) VALUE "00".
       01 ST-FFI        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-AAMM        PIC 9(06) VALUE ZEROS.
       01 W-ACHOU       PIC 9(03) VALUE ZEROS.
       01 W-QTD-FRETES  PIC 9(06) VALUE ZEROS.
       01 W-TOT-GERAL   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-FATUR   PIC 9(11)V99 VALUE ZEROS.
       01 W-CNPJ-AC     PIC 9(14) VALUE ZEROS.
       01 W-FAT-ATUAL   PIC 9(06) VALUE ZEROS.
       01 W-FAT-APROV   PIC X(01) VALUE "N".
       01 W-DIF         PIC S9(11)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.
       01 W-DIF-ED      PIC -ZZZZZZZZ9,99.

       01 W-TAB-TRANSP.
          03 W-TRN OCCURS 100 TIMES.
             05 WT-CNPJ       PIC 9(14).
             05 WT-TOTAL      PIC 9(11)V99.
             05 WT-QTD        PIC 9(05).
             05 WT-FATURADO   PIC 9(11)V99.

       01 W-TAB-UF.
          03 W-TUF OCCURS 50 TIMES.
           IF ST-TRP = "00"
              MOVE "S" TO W-TRP-ABERTO.
           PERFORM VARRE-FRETES THRU VARRE-FRETES-FIM
           PERFORM VARRE-FATURAS THRU VARRE-FATURAS-FIM
           OPEN OUTPUT RELSAI
           MOVE "CUSTO DE FRETE POR TRANSPORTADORA E REGIAO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-GERAL TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           MOVE W-TOT-FATUR TO W-VAL-ED2
           STRING "FRETES DO MES: " W-QTD-FRETES
              "  TOTAL GERAL: " W-VAL-ED
              "  FATURADO: " W-VAL-ED2
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQFRT ARQPED
              GO TO VARRE-FRETES-LOOP.
           ADD 1 TO W-QTD-FRETES
           ADD FRT-VALOR TO W-TOT-GERAL
           MOVE FRT-CNPJ-TRANSP TO W-CNPJ-AC
           PERFORM ACUMULA-TRANSP THRU ACUMULA-TRANSP-FIM
           IF W-ACHOU NOT = ZEROS
              ADD FRT-VALOR TO WT-TOTAL(W-ACHOU)
              ADD 1 TO WT-QTD(W-ACHOU).
           PERFORM APURA-UF THRU APURA-UF-FIM
           PERFORM ACUMULA-UF THRU ACUMULA-UF-FIM
           GO TO VARRE-FRETES-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-TRANSP
              GO TO ACUMULA-TRANSP-NOVO.
           IF WT-CNPJ(IX) = W-CNPJ-AC
              MOVE IX TO W-ACHOU
              GO TO ACUMULA-TRANSP-FIM.
           GO TO ACUMULA-TRANSP-BUSCA.
       ACUMULA-TRANSP-NOVO.
           IF W-QTD-TRANSP = 100
              GO TO ACUMULA-TRANSP-FIM.
           ADD 1 TO W-QTD-TRANSP
           MOVE W-QTD-TRANSP TO W-ACHOU
           MOVE W-CNPJ-AC TO WT-CNPJ(W-ACHOU)
           MOVE ZEROS TO WT-TOTAL(W-ACHOU) WT-QTD(W-ACHOU)
              WT-FATURADO(W-ACHOU).
       ACUMULA-TRANSP-FIM.
           EXIT.

      * FRETE FATURADO: LINHAS DAS FATURAS APROVADAS (SCE050)
      * CUJO PEDIDO E DO MES; PEDIDO NAO ACHADO VALE PELA
      * EMISSAO DA FATURA
       VARRE-FATURAS.
           OPEN INPUT ARQFFT
           IF ST-FFT NOT = "00"
              GO TO VARRE-FATURAS-FIM.
           OPEN INPUT ARQFFI
           IF ST-FFI NOT = "00"
              CLOSE ARQFFT
              GO TO VARRE-FATURAS-FIM.
           MOVE ZEROS TO W-FAT-ATUAL
           MOVE "N" TO W-FAT-APROV.
       VARRE-FATURAS-LOOP.
           READ ARQFFI NEXT
           IF ST-FFI NOT = "00"
              GO TO VARRE-FATURAS-FECHA.
           IF FFI-NUMERO NOT = W-FAT-ATUAL
              MOVE FFI-NUMERO TO W-FAT-ATUAL FFT-NUMERO
              MOVE "N" TO W-FAT-APROV
              READ ARQFFT
              IF ST-FFT = "00" AND FFT-SITUACAO = "A"
                 MOVE "S" TO W-FAT-APROV.
           IF W-FAT-APROV NOT = "S"
              GO TO VARRE-FATURAS-LOOP.
           MOVE FFI-PEDIDO TO CHAVE
           READ ARQPED
           IF ST-PED = "00"
              COMPUTE W-AAMM = DATAPED / 100
           ELSE
              COMPUTE W-AAMM = FFT-EMISSAO / 100.
           IF W-AAMM NOT = W-PERIODO
              GO TO VARRE-FATURAS-LOOP.
           ADD FFI-VALOR-COBR TO W-TOT-FATUR
           MOVE FFT-CNPJ TO W-CNPJ-AC
           PERFORM ACUMULA-TRANSP THRU ACUMULA-TRANSP-FIM
           IF W-ACHOU NOT = ZEROS
              ADD FFI-VALOR-COBR TO WT-FATURADO(W-ACHOU).
           GO TO VARRE-FATURAS-LOOP.
       VARRE-FATURAS-FECHA.
           CLOSE ARQFFT ARQFFI.
       VARRE-FATURAS-FIM.
           EXIT.

      * REGIAO = UF DO ENDERECO DE ENTREGA (PEDCOMP); SEM
      * ENTREGA GRAVADA, VALE A UF DO CADASTRO DO CLIENTE
       APURA-UF.
           EXIT.

       IMPRIME-TRANSP.
           MOVE "FRETE POR TRANSPORTADORA - COTADO X FATURADO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX.
       IMPRIME-TRANSP-LOOP.
              IF ST-TRP NOT = "00"
                 MOVE "SEM CADASTRO (SCE046)" TO TRP-NOME.
           MOVE WT-TOTAL(IX) TO W-VAL-ED
           MOVE WT-FATURADO(IX) TO W-VAL-ED2
           COMPUTE W-DIF = WT-FATURADO(IX) - WT-TOTAL(IX)
           MOVE W-DIF TO W-DIF-ED
           MOVE SPACES TO LINHA-SAI
           STRING WT-CNPJ(IX) " " TRP-NOME(1:25)
              " ENTREGAS " WT-QTD(IX)
              " COTADO " W-VAL-ED
              " FATURADO " W-VAL-ED2
              " DIF " W-DIF-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-TRANSP-LOOP.
