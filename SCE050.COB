       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE050.
      **************************************************
      * AUDITORIA DE FATURA DE FRETE (CT-E) DAS         *
      * TRANSPORTADORAS E CONTAS A PAGAR DO FRETE       *
      * A FATURA (FATFRETE.DAT) E DIGITADA OU IMPORTADA *
      * DE FATFRETE.TXT COM AS LINHAS COBRADAS          *
      * (FATFRETI.DAT), POR PEDIDO OU POR ROMANEIO.     *
      * LINHA DE ROMANEIO E RATEADA ENTRE OS PEDIDOS DE *
      * VENDA DO ROMANEIO NA PROPORCAO DO FRETE         *
      * PREVISTO DE CADA UM. CADA LINHA E CONFERIDA     *
      * CONTRA O FRETE DO PEDIDO (PEDFRETE.DAT) OU, SEM *
      * ELE, CONTRA A COTACAO DA TABELA DA              *
      * TRANSPORTADORA (TABFRETE.DAT), DENTRO DA        *
      * TOLERANCIA EM % DA FATURA. AS DIVERGENCIAS SAEM *
      * EM DIVFRETE.TXT. SO A FATURA APROVADA POR       *
      * SUPERVISOR (PERF-SUPERV = "S" EM PERFDESC.DAT)  *
      * ABRE AS PARCELAS "P" NO REGLANC COM             *
      * LANC-TPPEDIDO 7 E LANC-NUMPEDIDO = NUMERO DA    *
      * FATURA, PARA A TRANSPORTADORA (CNPJ DO          *
      * TRANSP.DAT), ATUALIZANDO O SALDOPES; DAI SEGUEM *
      * PARA O BORDERO (REMPAG) E O FLUXO DE CAIXA.     *
      * LAYOUT DE FATFRETE.TXT (DELIMITADO POR VIRGULA, *
      * VALORES EM CENTAVOS):                           *
      *   H,CNPJ TRANSP,DOCUMENTO,EMISSAO,VENCTO,PARC   *
      *   P,NUMERO DO PEDIDO,VALOR COBRADO              *
      *   R,NUMERO DO ROMANEIO,VALOR COBRADO            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFFT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FFT-NUMERO
                    FILE STATUS IS ST-FFT.

           SELECT ARQFFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FFI-CHAVE
                    ALTERNATE RECORD KEY IS FFI-PEDIDO
                       WITH DUPLICATES
                    FILE STATUS IS ST-FFI.

           SELECT ARQTRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRP-CNPJ
                    FILE STATUS IS ST-TRP.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FRT-CHAVE
                    FILE STATUS IS ST-FRT.

           SELECT ARQTFR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TFR-CHAVE
                    FILE STATUS IS ST-TFR.

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

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQROM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROM-NUMERO
                    FILE STATUS IS ST-ROM.

           SELECT ARQROMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROMI-CHAVE
                    FILE STATUS IS ST-ROMI.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-IMP.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQTRP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSP.DAT".
       01 REGTRP.
          03 TRP-CNPJ           PIC 9(14).
          03 TRP-NOME           PIC X(30).
          03 TRP-FONE           PIC 9(11).
          03 TRP-BASE           PIC X(01).

       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDFRETE.DAT".
       01 REGFRT.
          03 FRT-CHAVE.
           05 FRT-NUMPEDIDO     PIC 9(06).
           05 FRT-TPPEDIDO      PIC 9(01).
          03 FRT-CNPJ-TRANSP    PIC 9(14).
          03 FRT-VALOR          PIC 9(07)V99.

       FD ARQTFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABFRETE.DAT".
       01 REGTFR.
          03 TFR-CHAVE.
           05 TFR-CNPJ          PIC 9(14).
           05 TFR-CEP-INI       PIC 9(08).
          03 TFR-CEP-FIM        PIC 9(08).
          03 TFR-FAIXA OCCURS 5 TIMES.
           05 TFR-PESO-ATE      PIC 9(05).
           05 TFR-VALOR-FX      PIC 9(05)V99.
          03 TFR-EXCED-KG       PIC 9(03)V99.
          03 TFR-MINIMO         PIC 9(05)V99.
          03 TFR-ADVAL-PCT      PIC 9(02)V99.
          03 TFR-PRAZO          PIC 9(03).
          03 TFR-FATOR-CUB      PIC 9(03).

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

       FD ARQPCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPCMP.
          03 PCMP-CHAVE.
           05 PCMP-NUMPEDIDO    PIC 9(06).
           05 PCMP-TPPEDIDO     PIC 9(01).
          03 PCMP-CEP           PIC 9(08).
          03 PCMP-LOGR          PIC X(40).
          03 PCMP-NUM           PIC 9(08).
          03 PCMP-COMPL         PIC X(15).
          03 PCMP-BAIRRO        PIC X(22).
          03 PCMP-CIDADE        PIC X(33).
          03 PCMP-UF            PIC X(02).
          03 PCMP-FILIAL        PIC 9(02).

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

       FD ARQROM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROMANEIO.DAT".
       01 REGROM.
          03 ROM-NUMERO         PIC 9(06).
          03 ROM-DATA           PIC 9(08).
          03 ROM-TRANSP         PIC X(30).
          03 ROM-VOLUMES        PIC 9(04).
          03 ROM-PESO           PIC 9(06)V99.
          03 ROM-OPERADOR       PIC X(10).
          03 ROM-ROTA           PIC 9(03).
          03 ROM-SITUACAO       PIC X(01).

       FD ARQROMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROMITEM.DAT".
       01 REGROMI.
          03 ROMI-CHAVE.
           05 ROMI-NUMERO       PIC 9(06).
           05 ROMI-SEQ          PIC 9(03).
          03 ROMI-NUMPEDIDO     PIC 9(06).
          03 ROMI-TPPEDIDO      PIC 9(01).
          03 ROMI-ENTREGA       PIC X(01).
          03 ROMI-DATA-ENT      PIC 9(08).
          03 ROMI-RECEBEDOR     PIC X(30).
          03 ROMI-DOC-RECEB     PIC X(14).
          03 ROMI-MOTIVO        PIC 9(02).
          03 ROMI-OPER-ENT      PIC X(10).

       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANC.
          03 LANC-CHAVE.
           05 LANC-NUMPEDIDO     PIC 9(06).
           05 LANC-TPPEDIDO      PIC 9(01).
           05 LANC-PARCELA       PIC 9(02).
          03 LANC-TIPO           PIC X(01).
          03 LANC-CODPESSOA      PIC 9(14).
          03 LANC-VALOR          PIC S9(07)V99.
          03 LANC-DATA           PIC 9(08).
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOPES.DAT".
       01 REGSDP.
          03 SDP-CHAVE.
           05 SDP-TIPO          PIC X(01).
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATFRETE.TXT".
       01 LINHA-IMP              PIC X(200).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DIVFRETE.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOURNAL.DAT".
       01 REGJRN.
          03 JRN-TRANS.
           05 JRN-PROG           PIC X(08).
           05 JRN-TRANS-DH       PIC 9(16).
           05 JRN-TRANS-OPER     PIC X(10).
          03 JRN-SEQ             PIC 9(04).
          03 JRN-TIPO            PIC X(01).
          03 JRN-ARQUIVO         PIC X(08).
          03 JRN-OPER            PIC X(01).
          03 JRN-CHAVE           PIC X(20).
          03 JRN-DATAHORA        PIC 9(14).
          03 JRN-OPERADOR        PIC X(10).
          03 JRN-ANTES           PIC X(110).
          03 JRN-DEPOIS          PIC X(110).

       WORKING-STORAGE SECTION.
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "SCE050".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-FFT        PIC X(02) VALUE "00".
       01 ST-FFI        PIC X(02) VALUE "00".
       01 ST-TRP        PIC X(02) VALUE "00".
       01 ST-FRT        PIC X(02) VALUE "00".
       01 W-FRT-ABERTO  PIC X(01) VALUE "N".
       01 ST-TFR        PIC X(02) VALUE "00".
       01 W-TFR-ABERTO  PIC X(01) VALUE "N".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 ST-ROM        PIC X(02) VALUE "00".
       01 ST-ROMI       PIC X(02) VALUE "00".
       01 W-ROM-ABERTO  PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-IMP        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(50) VALUE SPACES.

      * CABECALHO DA FATURA EM DIGITACAO/IMPORTACAO
       01 W-NUM-FAT     PIC 9(06) VALUE ZEROS.
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-DOCTO       PIC X(15) VALUE SPACES.
       01 W-EMISSAO     PIC 9(08) VALUE ZEROS.
       01 W-VENCTO      PIC 9(08) VALUE ZEROS.
       01 W-QTD-PARC    PIC 9(02) VALUE ZEROS.
       01 W-TOLER       PIC 9(02)V99 VALUE ZEROS.
       01 W-TOLER-IMP   PIC 9(02)V99 VALUE ZEROS.
       01 W-SEQ         PIC 9(03) VALUE ZEROS.
       01 W-TOT-COBR    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PREV    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTD-DIV     PIC 9(03) VALUE ZEROS.
       01 W-FAT-OK      PIC 9(01) VALUE ZEROS.
       01 W-FAT-ABERTA  PIC 9(01) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.

      * CONFERENCIA DE UMA LINHA
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-NUMROM      PIC 9(06) VALUE ZEROS.
       01 W-VAL-COBR    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-PED     PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-TAB     PIC 9(07)V99 VALUE ZEROS.
       01 W-REFER       PIC 9(07)V99 VALUE ZEROS.
       01 W-DIF         PIC S9(07)V99 VALUE ZEROS.
       01 W-OCORR       PIC X(01) VALUE SPACES.
       01 W-OCORR-DESC  PIC X(35) VALUE SPACES.
       01 W-CEP-ENT     PIC 9(08) VALUE ZEROS.

      * COTACAO PELA TABELA (MESMO CALCULO DO SCE005)
       01 W-PESO-REAL   PIC 9(07)V999 VALUE ZEROS.
       01 W-CUB-TOT     PIC 9(05)V9999 VALUE ZEROS.
       01 W-PESO-CUB    PIC 9(07)V999 VALUE ZEROS.
       01 W-PESO-TAX    PIC 9(07)V999 VALUE ZEROS.
       01 W-FATOR-CUB   PIC 9(03) VALUE ZEROS.
       01 W-COT-VALOR   PIC 9(07)V99 VALUE ZEROS.
       01 W-COT-IX      PIC 9(01) VALUE ZEROS.
       01 W-COT-ULT     PIC 9(01) VALUE ZEROS.

      * PEDIDOS DE UM ROMANEIO COBRADO NUMA LINHA SO
       01 W-QTD-ROM     PIC 9(02) VALUE ZEROS.
       01 IX-ROM        PIC 9(02) VALUE ZEROS.
       01 W-VAL-ROM     PIC 9(07)V99 VALUE ZEROS.
       01 W-SOMA-REF    PIC 9(09)V99 VALUE ZEROS.
       01 W-RATEADO     PIC 9(09)V99 VALUE ZEROS.
       01 W-TAB-ROM.
          03 W-RPD OCCURS 99 TIMES.
             05 WR-NUMPED     PIC 9(06).
             05 WR-REFER      PIC 9(07)V99.

      * IMPORTACAO DE FATFRETE.TXT
       01 W-LINNUM      PIC 9(06) VALUE ZEROS.
       01 W-TIPOREG     PIC X(01) VALUE SPACES.
       01 W-QTD-CAMPOS  PIC 9(02) VALUE ZEROS.
       01 W-QTD-ACEITO  PIC 9(04) VALUE ZEROS.
       01 W-QTD-REJEIT  PIC 9(04) VALUE ZEROS.
       01 W-CENTAVOS    PIC 9(09) VALUE ZEROS.
       01 W-NUMBUF14    PIC X(14) JUSTIFIED RIGHT.
       01 W-NUMBUF09    PIC X(09) JUSTIFIED RIGHT.
       01 W-NUMBUF08    PIC X(08) JUSTIFIED RIGHT.
       01 W-NUMBUF06    PIC X(06) JUSTIFIED RIGHT.
       01 W-NUMBUF02    PIC X(02) JUSTIFIED RIGHT.
       01 CAMPOS.
          03 CAMPO OCCURS 6 TIMES PIC X(30).

      * PARCELAS A PAGAR
       01 W-IX-PARC     PIC 9(02) VALUE ZEROS.
       01 W-VAL-PARC    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-PRIM    PIC 9(07)V99 VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZ9,99.
       01 W-LIN-ED      PIC ZZZZZZ9,99.
       01 W-LIN-ED2     PIC ZZZZZZ9,99.
       01 W-LIN-ED3     PIC ZZZZZZ9,99.
       01 W-DIF-ED      PIC -ZZZZZ9,99.
       01 W-TOL-ED      PIC Z9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AUDITORIA DE FATURA DE FRETE (CT-E)"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-FFT.
           OPEN I-O ARQFFT
           IF ST-FFT NOT = "00"
              IF ST-FFT = "30"
                 OPEN OUTPUT ARQFFT
                 CLOSE ARQFFT
                 OPEN I-O ARQFFT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FATURAS"
                 STOP RUN.
       ABRE-FFI.
           OPEN I-O ARQFFI
           IF ST-FFI NOT = "00"
              IF ST-FFI = "30"
                 OPEN OUTPUT ARQFFI
                 CLOSE ARQFFI
                 OPEN I-O ARQFFI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DAS LINHAS DE FATURAS"
                 CLOSE ARQFFT
                 STOP RUN.
       ABRE-TRP.
           OPEN INPUT ARQTRP
           IF ST-TRP NOT = "00"
              DISPLAY "ARQUIVO TRANSP.DAT NAO ENCONTRADO - CADASTRE"
                 " AS TRANSPORTADORAS NO SCE046"
              CLOSE ARQFFT ARQFFI
              STOP RUN.
       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO"
              CLOSE ARQFFT ARQFFI ARQTRP
              STOP RUN.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO"
              CLOSE ARQFFT ARQFFI ARQTRP ARQPED
              STOP RUN.
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQFFT ARQFFI ARQTRP ARQPED ARQITEM
              STOP RUN.
       ABRE-LANC.
           OPEN I-O ARQLANC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQLANC
                 CLOSE ARQLANC
                 OPEN I-O ARQLANC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO REGLANC.DAT"
                 CLOSE ARQFFT ARQFFI ARQTRP ARQPED ARQITEM ARQPROD
                 STOP RUN.
       ABRE-SDP.
           OPEN I-O ARQSDP
           IF ST-SDP = "30"
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-FRT-ABERTO
           OPEN INPUT ARQFRT
           IF ST-FRT = "00"
              MOVE "S" TO W-FRT-ABERTO.
           MOVE "N" TO W-TFR-ABERTO
           OPEN INPUT ARQTFR
           IF ST-TFR = "00"
              MOVE "S" TO W-TFR-ABERTO.
           MOVE "N" TO W-PCMP-ABERTO
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
           MOVE "N" TO W-CLI-ABERTO
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           MOVE "N" TO W-ROM-ABERTO
           OPEN INPUT ARQROM
           IF ST-ROM = "00"
              OPEN INPUT ARQROMI
              IF ST-ROMI = "00"
                 MOVE "S" TO W-ROM-ABERTO
              ELSE
                 CLOSE ARQROM.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "D = DIGITAR FATURA | I = IMPORTAR FATFRETE.TXT"
              " | A = APROVAR/RECUSAR"
           DISPLAY "R = RELATORIO DE DIVERGENCIAS | C = CONSULTAR"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "D" OR "d"
              PERFORM DIGITA-FATURA THRU DIGITA-FATURA-FIM
              GO TO R1.
           IF W-OPCAO = "I" OR "i"
              PERFORM IMPORTA-FATURA THRU IMPORTA-FATURA-FIM
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              PERFORM APROVA-FATURA THRU APROVA-FATURA-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM REEMITE-RELATORIO THRU REEMITE-RELATORIO-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-FATURA THRU CONSULTA-FATURA-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE D, I, A, R, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * DIGITACAO: CABECALHO, LINHAS POR PEDIDO OU ROMANEIO E
      * CONFERENCIA IMEDIATA DE CADA LINHA
      *----------------------------------------------------------------
       DIGITA-FATURA.
           MOVE ZEROS TO W-CNPJ W-EMISSAO W-VENCTO W-QTD-PARC
              W-TOLER
           MOVE SPACES TO W-DOCTO
           DISPLAY "CNPJ DA TRANSPORTADORA: "
           ACCEPT W-CNPJ
           DISPLAY "NUMERO DO CT-E / FATURA: "
           ACCEPT W-DOCTO
           DISPLAY "DATA DE EMISSAO (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT W-EMISSAO
           DISPLAY "VENCIMENTO (AAAAMMDD, ZEROS = EMISSAO + 30"
              " DIAS): "
           ACCEPT W-VENCTO
           DISPLAY "QTDE DE PARCELAS (ZEROS = 01): "
           ACCEPT W-QTD-PARC
           DISPLAY "TOLERANCIA EM % (ZEROS = 2,00): "
           ACCEPT W-TOLER
           PERFORM VALIDA-CABECALHO THRU VALIDA-CABECALHO-FIM
           IF W-FAT-OK = ZEROS
              DISPLAY W-MOTIVO
              GO TO DIGITA-FATURA-FIM.
           DISPLAY "TRANSPORTADORA: " TRP-NOME
           PERFORM INICIA-FATURA.
       DIGITA-FATURA-LINHA.
           DISPLAY "LINHA: P = PEDIDO | R = ROMANEIO | F = FIM"
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO DIGITA-FATURA-FECHA.
           IF W-OPCAO = "P" OR "p"
              MOVE ZEROS TO W-NUMPED W-VAL-COBR
              DISPLAY "NUMERO DO PEDIDO DE VENDA: "
              ACCEPT W-NUMPED
              DISPLAY "VALOR COBRADO: "
              ACCEPT W-VAL-COBR
              PERFORM INCLUI-LINHA-PED THRU INCLUI-LINHA-PED-FIM
              GO TO DIGITA-FATURA-LINHA.
           IF W-OPCAO = "R" OR "r"
              MOVE ZEROS TO W-NUMROM W-VAL-ROM
              DISPLAY "NUMERO DO ROMANEIO: "
              ACCEPT W-NUMROM
              DISPLAY "VALOR COBRADO PELO ROMANEIO: "
              ACCEPT W-VAL-ROM
              PERFORM INCLUI-LINHA-ROM THRU INCLUI-LINHA-ROM-FIM
              GO TO DIGITA-FATURA-LINHA.
           DISPLAY "DIGITE P, R OU F"
           GO TO DIGITA-FATURA-LINHA.
       DIGITA-FATURA-FECHA.
           IF W-SEQ = ZEROS
              DISPLAY "FATURA SEM LINHAS - NAO GRAVADA"
              GO TO DIGITA-FATURA-FIM.
           OPEN OUTPUT RELSAI
           PERFORM FECHA-FATURA THRU FECHA-FATURA-FIM
           CLOSE RELSAI
           DISPLAY "CONFERENCIA GRAVADA EM DIVFRETE.TXT".
       DIGITA-FATURA-FIM.
           EXIT.

      * TRANSPORTADORA CADASTRADA, DOCUMENTO INFORMADO E AINDA
      * NAO LANCADO PARA ELA (FATURA RECUSADA PODE VOLTAR), E
      * OS PADROES DE DATAS, PARCELAS E TOLERANCIA
       VALIDA-CABECALHO.
           MOVE 1 TO W-FAT-OK
           MOVE SPACES TO W-MOTIVO
           MOVE W-CNPJ TO TRP-CNPJ
           READ ARQTRP
           IF ST-TRP NOT = "00"
              MOVE ZEROS TO W-FAT-OK
              MOVE "TRANSPORTADORA NAO CADASTRADA (SCE046)"
                 TO W-MOTIVO
              GO TO VALIDA-CABECALHO-FIM.
           IF W-DOCTO = SPACES
              MOVE ZEROS TO W-FAT-OK
              MOVE "NUMERO DO DOCUMENTO EM BRANCO" TO W-MOTIVO
              GO TO VALIDA-CABECALHO-FIM.
           IF W-QTD-PARC > 12
              MOVE ZEROS TO W-FAT-OK
              MOVE "QTDE DE PARCELAS DEVE SER DE 01 A 12" TO W-MOTIVO
              GO TO VALIDA-CABECALHO-FIM.
           PERFORM VERIFICA-DOCTO THRU VERIFICA-DOCTO-FIM
           IF W-ACHOU = 1
              MOVE ZEROS TO W-FAT-OK
              MOVE SPACES TO W-MOTIVO
              STRING "DOCUMENTO JA LANCADO NA FATURA " FFT-NUMERO
                 DELIMITED BY SIZE INTO W-MOTIVO
              GO TO VALIDA-CABECALHO-FIM.
           IF W-EMISSAO = ZEROS
              MOVE W-DATA-HOJE TO W-EMISSAO.
           IF W-VENCTO = ZEROS
              COMPUTE W-VENC-SERIAL =
                 FUNCTION INTEGER-OF-DATE(W-EMISSAO) + 30
              COMPUTE W-VENCTO =
                 FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL).
           IF W-QTD-PARC = ZEROS
              MOVE 1 TO W-QTD-PARC.
           IF W-TOLER = ZEROS
              MOVE 2 TO W-TOLER.
       VALIDA-CABECALHO-FIM.
           EXIT.

       VERIFICA-DOCTO.
           MOVE ZEROS TO W-ACHOU FFT-NUMERO
           START ARQFFT KEY IS NOT LESS THAN FFT-NUMERO
              INVALID KEY GO TO VERIFICA-DOCTO-FIM.
       VERIFICA-DOCTO-LOOP.
           READ ARQFFT NEXT
           IF ST-FFT NOT = "00"
              GO TO VERIFICA-DOCTO-FIM.
           IF FFT-CNPJ NOT = W-CNPJ OR FFT-DOCTO NOT = W-DOCTO
              GO TO VERIFICA-DOCTO-LOOP.
           IF FFT-SITUACAO = "R"
              GO TO VERIFICA-DOCTO-LOOP.
           MOVE 1 TO W-ACHOU.
       VERIFICA-DOCTO-FIM.
           EXIT.

       INICIA-FATURA.
           PERFORM ACHA-PROX-FATURA THRU ACHA-PROX-FATURA-FIM
           MOVE ZEROS TO W-SEQ W-TOT-COBR W-TOT-PREV W-QTD-DIV.

      * PROXIMO NUMERO = MAIOR NUMERO EM FATFRETE.DAT + 1
       ACHA-PROX-FATURA.
           MOVE ZEROS TO W-NUM-FAT FFT-NUMERO
           START ARQFFT KEY IS NOT LESS THAN FFT-NUMERO
              INVALID KEY GO TO ACHA-PROX-FATURA-SOMA.
       ACHA-PROX-FATURA-LOOP.
           READ ARQFFT NEXT
           IF ST-FFT NOT = "00"
              GO TO ACHA-PROX-FATURA-SOMA.
           MOVE FFT-NUMERO TO W-NUM-FAT
           GO TO ACHA-PROX-FATURA-LOOP.
       ACHA-PROX-FATURA-SOMA.
           ADD 1 TO W-NUM-FAT.
       ACHA-PROX-FATURA-FIM.
           EXIT.

      * GRAVA O CABECALHO COM OS TOTAIS DAS LINHAS E IMPRIME A
      * CONFERENCIA (RELSAI JA ABERTO PELO CHAMADOR)
       FECHA-FATURA.
           MOVE W-NUM-FAT TO FFT-NUMERO
           MOVE W-CNPJ TO FFT-CNPJ
           MOVE W-DOCTO TO FFT-DOCTO
           MOVE W-EMISSAO TO FFT-EMISSAO
           MOVE W-VENCTO TO FFT-VENCTO
           MOVE W-QTD-PARC TO FFT-QTD-PARC
           MOVE W-TOLER TO FFT-TOLER-PCT
           MOVE W-TOT-COBR TO FFT-TOT-COBRADO
           MOVE W-TOT-PREV TO FFT-TOT-PREVISTO
           MOVE W-SEQ TO FFT-QTD-LIN
           MOVE W-QTD-DIV TO FFT-QTD-DIVERG
           MOVE "D" TO FFT-SITUACAO
           MOVE W-DATA-HOJE TO FFT-DATA
           MOVE W-OPERADOR TO FFT-OPERADOR
           MOVE ZEROS TO FFT-DATA-APROV
           MOVE SPACES TO FFT-SUPERV
           WRITE REGFFT
           IF ST-FFT NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA FATURA " W-NUM-FAT
                 " STATUS " ST-FFT
              GO TO FECHA-FATURA-FIM.
           MOVE W-NUM-FAT TO FFT-NUMERO
           READ ARQFFT
           PERFORM IMPRIME-FATURA THRU IMPRIME-FATURA-FIM
           MOVE W-TOT-COBR TO W-VAL-ED
           MOVE W-TOT-PREV TO W-VAL-ED2
           DISPLAY "FATURA " W-NUM-FAT " GRAVADA: COBRADO " W-VAL-ED
              "  PREVISTO " W-VAL-ED2
           DISPLAY "  LINHAS " W-SEQ "  DIVERGENTES " W-QTD-DIV
              " - AGUARDA APROVACAO".
       FECHA-FATURA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LINHA POR PEDIDO: CONFERE E GRAVA
      *----------------------------------------------------------------
       INCLUI-LINHA-PED.
           IF W-SEQ = 999
              DISPLAY "FATURA COM 999 LINHAS - LINHA NAO ACEITA"
              GO TO INCLUI-LINHA-PED-FIM.
           MOVE ZEROS TO W-NUMROM
           PERFORM AVALIA-LINHA THRU AVALIA-LINHA-FIM
           PERFORM GRAVA-LINHA
           PERFORM MOSTRA-LINHA.
       INCLUI-LINHA-PED-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LINHA POR ROMANEIO: O VALOR E RATEADO ENTRE OS PEDIDOS DE
      * VENDA DO ROMANEIO PELO FRETE PREVISTO DE CADA UM (IGUAL
      * ENTRE ELES SE NENHUM TEM PREVISAO); A SOBRA DE
      * ARREDONDAMENTO FICA NO ULTIMO
      *----------------------------------------------------------------
       INCLUI-LINHA-ROM.
           IF W-ROM-ABERTO NOT = "S"
              DISPLAY "ROMANEIO.DAT/ROMITEM.DAT NAO ENCONTRADOS"
              GO TO INCLUI-LINHA-ROM-FIM.
           MOVE W-NUMROM TO ROM-NUMERO
           READ ARQROM
           IF ST-ROM NOT = "00"
              DISPLAY "ROMANEIO NAO ENCONTRADO"
              GO TO INCLUI-LINHA-ROM-FIM.
           MOVE ZEROS TO W-QTD-ROM W-SOMA-REF W-VAL-COBR
           MOVE W-NUMROM TO ROMI-NUMERO
           MOVE ZEROS TO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY GO TO INCLUI-LINHA-ROM-CONFERE.
       INCLUI-LINHA-ROM-LOOP.
           READ ARQROMI NEXT
           IF ST-ROMI NOT = "00"
              GO TO INCLUI-LINHA-ROM-CONFERE.
           IF ROMI-NUMERO NOT = W-NUMROM
              GO TO INCLUI-LINHA-ROM-CONFERE.
           IF ROMI-TPPEDIDO NOT = 2
              GO TO INCLUI-LINHA-ROM-LOOP.
           IF W-QTD-ROM = 99
              GO TO INCLUI-LINHA-ROM-CONFERE.
           ADD 1 TO W-QTD-ROM
           MOVE ROMI-NUMPEDIDO TO W-NUMPED WR-NUMPED(W-QTD-ROM)
           PERFORM AVALIA-LINHA THRU AVALIA-LINHA-FIM
           MOVE W-REFER TO WR-REFER(W-QTD-ROM)
           ADD W-REFER TO W-SOMA-REF
           GO TO INCLUI-LINHA-ROM-LOOP.
       INCLUI-LINHA-ROM-CONFERE.
           IF W-QTD-ROM = ZEROS
              DISPLAY "ROMANEIO SEM PEDIDOS DE VENDA"
              GO TO INCLUI-LINHA-ROM-FIM.
           IF W-SEQ + W-QTD-ROM > 999
              DISPLAY "FATURA PASSARIA DE 999 LINHAS - ROMANEIO NAO"
                 " ACEITO"
              GO TO INCLUI-LINHA-ROM-FIM.
           MOVE ZEROS TO IX-ROM W-RATEADO.
       INCLUI-LINHA-ROM-RATEIO.
           ADD 1 TO IX-ROM
           IF IX-ROM > W-QTD-ROM
              GO TO INCLUI-LINHA-ROM-FIM.
           IF IX-ROM = W-QTD-ROM
              MOVE ZEROS TO W-VAL-COBR
              IF W-VAL-ROM > W-RATEADO
                 COMPUTE W-VAL-COBR = W-VAL-ROM - W-RATEADO
              ELSE
                 NEXT SENTENCE
           ELSE
              IF W-SOMA-REF > ZEROS
                 COMPUTE W-VAL-COBR ROUNDED =
                    W-VAL-ROM * WR-REFER(IX-ROM) / W-SOMA-REF
              ELSE
                 COMPUTE W-VAL-COBR ROUNDED = W-VAL-ROM / W-QTD-ROM.
           ADD W-VAL-COBR TO W-RATEADO
           MOVE WR-NUMPED(IX-ROM) TO W-NUMPED
           PERFORM AVALIA-LINHA THRU AVALIA-LINHA-FIM
           PERFORM GRAVA-LINHA
           PERFORM MOSTRA-LINHA
           GO TO INCLUI-LINHA-ROM-RATEIO.
       INCLUI-LINHA-ROM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFERENCIA DE UM PEDIDO COBRADO (W-NUMPED / W-VAL-COBR):
      * PREVISTO = FRETE DO PEDIDO (PEDFRETE) OU, SEM ELE, A
      * COTACAO DA TABELA DA TRANSPORTADORA PARA O CEP DE ENTREGA.
      * OCORRENCIAS: N PEDIDO INEXISTENTE/CANCELADO, T PEDIDO DE
      * OUTRA TRANSPORTADORA, D JA COBRADO EM FATURA NAO RECUSADA,
      * S SEM FRETE PREVISTO, V FORA DA TOLERANCIA
      *----------------------------------------------------------------
       AVALIA-LINHA.
           MOVE SPACES TO W-OCORR
           MOVE ZEROS TO W-VAL-PED W-VAL-TAB W-REFER
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE 2 TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00"
              MOVE "N" TO W-OCORR
              GO TO AVALIA-LINHA-FIM.
           IF PED-STATUS = "C"
              MOVE "N" TO W-OCORR
              GO TO AVALIA-LINHA-FIM.
           IF W-FRT-ABERTO = "S"
              MOVE CHAVE TO FRT-CHAVE
              READ ARQFRT
              IF ST-FRT = "00"
                 MOVE FRT-VALOR TO W-VAL-PED
                 IF FRT-CNPJ-TRANSP NOT = ZEROS AND
                    FRT-CNPJ-TRANSP NOT = W-CNPJ
                    MOVE "T" TO W-OCORR.
           PERFORM COTA-TABELA THRU COTA-TABELA-FIM
           IF W-VAL-PED > ZEROS
              MOVE W-VAL-PED TO W-REFER
           ELSE
              MOVE W-VAL-TAB TO W-REFER.
           IF W-OCORR NOT = SPACES
              GO TO AVALIA-LINHA-FIM.
           PERFORM VERIFICA-DUPLICIDADE THRU VERIFICA-DUPLICIDADE-FIM
           IF W-ACHOU = 1
              MOVE "D" TO W-OCORR
              GO TO AVALIA-LINHA-FIM.
           IF W-REFER = ZEROS
              MOVE "S" TO W-OCORR
              GO TO AVALIA-LINHA-FIM.
           COMPUTE W-DIF = W-VAL-COBR - W-REFER
           IF W-DIF < ZEROS
              COMPUTE W-DIF = W-DIF * -1.
           IF W-DIF * 100 > W-REFER * W-TOLER
              MOVE "V" TO W-OCORR.
       AVALIA-LINHA-FIM.
           EXIT.

      * O PEDIDO JA APARECE EM OUTRA LINHA DE FATURA QUE NAO FOI
      * RECUSADA (INCLUSIVE NA PROPRIA FATURA EM DIGITACAO)
       VERIFICA-DUPLICIDADE.
           MOVE ZEROS TO W-ACHOU
           MOVE W-NUMPED TO FFI-NUMPEDIDO
           MOVE 2 TO FFI-TPPEDIDO
           START ARQFFI KEY IS NOT LESS THAN FFI-PEDIDO
              INVALID KEY GO TO VERIFICA-DUPLICIDADE-FIM.
       VERIFICA-DUPLICIDADE-LOOP.
           READ ARQFFI NEXT
           IF ST-FFI NOT = "00"
              GO TO VERIFICA-DUPLICIDADE-FIM.
           IF FFI-NUMPEDIDO NOT = W-NUMPED OR FFI-TPPEDIDO NOT = 2
              GO TO VERIFICA-DUPLICIDADE-FIM.
           MOVE FFI-NUMERO TO FFT-NUMERO
           READ ARQFFT
           IF ST-FFT = "00" AND FFT-SITUACAO = "R"
              GO TO VERIFICA-DUPLICIDADE-LOOP.
           MOVE 1 TO W-ACHOU.
       VERIFICA-DUPLICIDADE-FIM.
           EXIT.

      * COTACAO DA TABELA DA TRANSPORTADORA DA FATURA PARA O CEP
      * DE ENTREGA (PEDCOMP, SENAO O DO CLIENTE), PELO PESO DOS
      * ITENS DO PEDIDO
       COTA-TABELA.
           MOVE ZEROS TO W-VAL-TAB W-CEP-ENT
           IF W-TFR-ABERTO NOT = "S"
              GO TO COTA-TABELA-FIM.
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00"
                 MOVE PCMP-CEP TO W-CEP-ENT.
           IF W-CEP-ENT = ZEROS AND W-CLI-ABERTO = "S"
              MOVE CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE CEP TO W-CEP-ENT.
           IF W-CEP-ENT = ZEROS
              GO TO COTA-TABELA-FIM.
           PERFORM SOMA-PESO-PED THRU SOMA-PESO-PED-FIM
           MOVE W-CNPJ TO TFR-CNPJ
           MOVE ZEROS TO TFR-CEP-INI
           START ARQTFR KEY IS NOT LESS THAN TFR-CHAVE
              INVALID KEY GO TO COTA-TABELA-FIM.
       COTA-TABELA-LOOP.
           READ ARQTFR NEXT
           IF ST-TFR NOT = "00"
              GO TO COTA-TABELA-FIM.
           IF TFR-CNPJ NOT = W-CNPJ
              GO TO COTA-TABELA-FIM.
           IF W-CEP-ENT < TFR-CEP-INI OR W-CEP-ENT > TFR-CEP-FIM
              GO TO COTA-TABELA-LOOP.
           PERFORM CALCULA-FRETE-TAB THRU CALCULA-FRETE-TAB-FIM
           MOVE W-COT-VALOR TO W-VAL-TAB.
       COTA-TABELA-FIM.
           EXIT.

       CALCULA-FRETE-TAB.
           MOVE TFR-FATOR-CUB TO W-FATOR-CUB
           IF W-FATOR-CUB = ZEROS
              MOVE 300 TO W-FATOR-CUB.
           COMPUTE W-PESO-CUB = W-CUB-TOT * W-FATOR-CUB
           MOVE W-PESO-REAL TO W-PESO-TAX
           IF W-PESO-CUB > W-PESO-TAX
              MOVE W-PESO-CUB TO W-PESO-TAX.
           MOVE ZEROS TO W-COT-IX W-COT-ULT W-COT-VALOR.
       CALCULA-FRETE-FAIXA.
           ADD 1 TO W-COT-IX
           IF W-COT-IX > 5
              GO TO CALCULA-FRETE-EXCED.
           IF TFR-PESO-ATE(W-COT-IX) = ZEROS
              GO TO CALCULA-FRETE-EXCED.
           MOVE W-COT-IX TO W-COT-ULT
           IF W-PESO-TAX > TFR-PESO-ATE(W-COT-IX)
              GO TO CALCULA-FRETE-FAIXA.
           MOVE TFR-VALOR-FX(W-COT-IX) TO W-COT-VALOR
           GO TO CALCULA-FRETE-ADVAL.
       CALCULA-FRETE-EXCED.
           IF W-COT-ULT = ZEROS
              COMPUTE W-COT-VALOR ROUNDED = W-PESO-TAX * TFR-EXCED-KG
           ELSE
              COMPUTE W-COT-VALOR ROUNDED = TFR-VALOR-FX(W-COT-ULT)
                 + (W-PESO-TAX - TFR-PESO-ATE(W-COT-ULT))
                 * TFR-EXCED-KG.
       CALCULA-FRETE-ADVAL.
           COMPUTE W-COT-VALOR ROUNDED = W-COT-VALOR
              + TOTAL * TFR-ADVAL-PCT / 100
           IF W-COT-VALOR < TFR-MINIMO
              MOVE TFR-MINIMO TO W-COT-VALOR.
       CALCULA-FRETE-TAB-FIM.
           EXIT.

       SOMA-PESO-PED.
           MOVE ZEROS TO W-PESO-REAL W-CUB-TOT
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS ITEM-CHAVE
              INVALID KEY GO TO SOMA-PESO-PED-FIM.
       SOMA-PESO-PED-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO SOMA-PESO-PED-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO SOMA-PESO-PED-FIM.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              COMPUTE W-PESO-REAL = W-PESO-REAL + ITEM-QTD * PROD-PESO
              COMPUTE W-CUB-TOT = W-CUB-TOT + ITEM-QTD * PROD-CUBAGEM.
           GO TO SOMA-PESO-PED-LOOP.
       SOMA-PESO-PED-FIM.
           EXIT.

       GRAVA-LINHA.
           ADD 1 TO W-SEQ
           MOVE W-NUM-FAT TO FFI-NUMERO
           MOVE W-SEQ TO FFI-SEQ
           MOVE W-NUMPED TO FFI-NUMPEDIDO
           MOVE 2 TO FFI-TPPEDIDO
           MOVE W-NUMROM TO FFI-NUMROM
           MOVE W-VAL-COBR TO FFI-VALOR-COBR
           MOVE W-VAL-PED TO FFI-VALOR-PED
           MOVE W-VAL-TAB TO FFI-VALOR-TAB
           MOVE W-OCORR TO FFI-OCORR
           WRITE REGFFI
           ADD W-VAL-COBR TO W-TOT-COBR
           ADD W-REFER TO W-TOT-PREV
           IF W-OCORR NOT = SPACES
              ADD 1 TO W-QTD-DIV.

       MOSTRA-LINHA.
           PERFORM DESCREVE-OCORR
           MOVE W-VAL-COBR TO W-LIN-ED
           MOVE W-REFER TO W-LIN-ED2
           DISPLAY "  PEDIDO " W-NUMPED " COBRADO " W-LIN-ED
              " PREVISTO " W-LIN-ED2 " " W-OCORR-DESC.

       DESCREVE-OCORR.
           MOVE "OK" TO W-OCORR-DESC
           IF W-OCORR = "V"
              MOVE "VALOR FORA DA TOLERANCIA" TO W-OCORR-DESC.
           IF W-OCORR = "T"
              MOVE "PEDIDO DE OUTRA TRANSPORTADORA" TO W-OCORR-DESC.
           IF W-OCORR = "D"
              MOVE "PEDIDO JA COBRADO EM OUTRA FATURA"
                 TO W-OCORR-DESC.
           IF W-OCORR = "N"
              MOVE "PEDIDO INEXISTENTE OU CANCELADO" TO W-OCORR-DESC.
           IF W-OCORR = "S"
              MOVE "SEM FRETE PREVISTO NEM TABELA" TO W-OCORR-DESC.

      *----------------------------------------------------------------
      * IMPORTACAO DE FATFRETE.TXT: CADA "H" ABRE UMA FATURA E OS
      * "P"/"R" SEGUINTES SAO SUAS LINHAS; FATURA COM CABECALHO
      * RECUSADO TEM AS LINHAS IGNORADAS
      *----------------------------------------------------------------
       IMPORTA-FATURA.
           OPEN INPUT ARQIMP
           IF ST-IMP NOT = "00"
              DISPLAY "ARQUIVO FATFRETE.TXT NAO ENCONTRADO"
              GO TO IMPORTA-FATURA-FIM.
           MOVE ZEROS TO W-TOLER-IMP
           DISPLAY "TOLERANCIA EM % PARA AS FATURAS DO ARQUIVO"
              " (ZEROS = 2,00): "
           ACCEPT W-TOLER-IMP
           MOVE ZEROS TO W-LINNUM W-QTD-ACEITO W-QTD-REJEIT
              W-FAT-ABERTA W-FAT-OK
           OPEN OUTPUT RELSAI.
       IMPORTA-FATURA-LOOP.
           READ ARQIMP
           IF ST-IMP NOT = "00"
              GO TO IMPORTA-FATURA-FECHA.
           ADD 1 TO W-LINNUM
           IF LINHA-IMP = SPACES
              GO TO IMPORTA-FATURA-LOOP.
           PERFORM QUEBRA-LINHA
           IF W-TIPOREG = "H" OR "h"
              IF W-FAT-ABERTA = 1
                 PERFORM FECHA-IMPORTADA THRU FECHA-IMPORTADA-FIM
                 PERFORM ABRE-IMPORTADA THRU ABRE-IMPORTADA-FIM
                 GO TO IMPORTA-FATURA-LOOP
              ELSE
                 PERFORM ABRE-IMPORTADA THRU ABRE-IMPORTADA-FIM
                 GO TO IMPORTA-FATURA-LOOP.
           IF W-TIPOREG NOT = "P" AND "p" AND "R" AND "r"
              DISPLAY "LINHA " W-LINNUM " TIPO DE REGISTRO INVALIDO"
              GO TO IMPORTA-FATURA-LOOP.
           IF W-FAT-ABERTA = ZEROS
              DISPLAY "LINHA " W-LINNUM " SEM CABECALHO H - IGNORADA"
              GO TO IMPORTA-FATURA-LOOP.
           IF W-FAT-OK = ZEROS
              GO TO IMPORTA-FATURA-LOOP.
           MOVE FUNCTION TRIM(CAMPO(3)) TO W-NUMBUF09
           INSPECT W-NUMBUF09 REPLACING LEADING SPACE BY ZERO
           MOVE W-NUMBUF09 TO W-CENTAVOS
           MOVE FUNCTION TRIM(CAMPO(2)) TO W-NUMBUF06
           INSPECT W-NUMBUF06 REPLACING LEADING SPACE BY ZERO
           IF W-TIPOREG = "P" OR "p"
              MOVE W-NUMBUF06 TO W-NUMPED
              COMPUTE W-VAL-COBR = W-CENTAVOS / 100
              PERFORM INCLUI-LINHA-PED THRU INCLUI-LINHA-PED-FIM
           ELSE
              MOVE W-NUMBUF06 TO W-NUMROM
              COMPUTE W-VAL-ROM = W-CENTAVOS / 100
              PERFORM INCLUI-LINHA-ROM THRU INCLUI-LINHA-ROM-FIM.
           GO TO IMPORTA-FATURA-LOOP.
       IMPORTA-FATURA-FECHA.
           IF W-FAT-ABERTA = 1
              PERFORM FECHA-IMPORTADA THRU FECHA-IMPORTADA-FIM.
           CLOSE ARQIMP RELSAI
           DISPLAY "FATURAS IMPORTADAS: " W-QTD-ACEITO
              " RECUSADAS: " W-QTD-REJEIT
              " - CONFERENCIA EM DIVFRETE.TXT".
       IMPORTA-FATURA-FIM.
           EXIT.

       QUEBRA-LINHA.
           MOVE SPACES TO CAMPOS
           MOVE ZEROS TO W-QTD-CAMPOS
           UNSTRING LINHA-IMP DELIMITED BY ","
              INTO CAMPO(1) CAMPO(2) CAMPO(3) CAMPO(4)
                   CAMPO(5) CAMPO(6)
              TALLYING IN W-QTD-CAMPOS
           MOVE CAMPO(1) TO W-TIPOREG.

       ABRE-IMPORTADA.
           MOVE 1 TO W-FAT-ABERTA
           MOVE FUNCTION TRIM(CAMPO(2)) TO W-NUMBUF14
           INSPECT W-NUMBUF14 REPLACING LEADING SPACE BY ZERO
           MOVE W-NUMBUF14 TO W-CNPJ
           MOVE FUNCTION TRIM(CAMPO(3)) TO W-DOCTO
           MOVE FUNCTION TRIM(CAMPO(4)) TO W-NUMBUF08
           INSPECT W-NUMBUF08 REPLACING LEADING SPACE BY ZERO
           MOVE W-NUMBUF08 TO W-EMISSAO
           MOVE FUNCTION TRIM(CAMPO(5)) TO W-NUMBUF08
           INSPECT W-NUMBUF08 REPLACING LEADING SPACE BY ZERO
           MOVE W-NUMBUF08 TO W-VENCTO
           MOVE FUNCTION TRIM(CAMPO(6)) TO W-NUMBUF02
           INSPECT W-NUMBUF02 REPLACING LEADING SPACE BY ZERO
           MOVE W-NUMBUF02 TO W-QTD-PARC
           MOVE W-TOLER-IMP TO W-TOLER
           PERFORM VALIDA-CABECALHO THRU VALIDA-CABECALHO-FIM
           IF W-FAT-OK = ZEROS
              ADD 1 TO W-QTD-REJEIT
              DISPLAY "LINHA " W-LINNUM " FATURA " W-DOCTO
                 " RECUSADA: " W-MOTIVO
              GO TO ABRE-IMPORTADA-FIM.
           PERFORM INICIA-FATURA.
       ABRE-IMPORTADA-FIM.
           EXIT.

       FECHA-IMPORTADA.
           MOVE ZEROS TO W-FAT-ABERTA
           IF W-FAT-OK = ZEROS
              GO TO FECHA-IMPORTADA-FIM.
           IF W-SEQ = ZEROS
              ADD 1 TO W-QTD-REJEIT
              DISPLAY "FATURA " W-DOCTO " SEM LINHAS - NAO GRAVADA"
              GO TO FECHA-IMPORTADA-FIM.
           PERFORM FECHA-FATURA THRU FECHA-FATURA-FIM
           ADD 1 TO W-QTD-ACEITO.
       FECHA-IMPORTADA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RELATORIO DE CONFERENCIA DA FATURA EM REGFFT (DIVFRETE.TXT)
      *----------------------------------------------------------------
       IMPRIME-FATURA.
           MOVE FFT-CNPJ TO TRP-CNPJ
           READ ARQTRP
           IF ST-TRP NOT = "00"
              MOVE SPACES TO TRP-NOME.
           MOVE SPACES TO LINHA-SAI
           STRING "CONFERENCIA DA FATURA DE FRETE " FFT-NUMERO
              "  DOCUMENTO " FFT-DOCTO "  EMISSAO " FFT-EMISSAO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE FFT-TOLER-PCT TO W-TOL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "TRANSPORTADORA " FFT-CNPJ " " TRP-NOME
              "  TOLERANCIA " W-TOL-ED "%"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PEDIDO ROMAN.    COBRADO   PEDFRETE     TABELA"
              "  DIFERENCA  OCORRENCIA"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE FFT-NUMERO TO FFI-NUMERO
           MOVE ZEROS TO FFI-SEQ
           START ARQFFI KEY IS NOT LESS THAN FFI-CHAVE
              INVALID KEY GO TO IMPRIME-FATURA-TOTAL.
       IMPRIME-FATURA-LOOP.
           READ ARQFFI NEXT
           IF ST-FFI NOT = "00"
              GO TO IMPRIME-FATURA-TOTAL.
           IF FFI-NUMERO NOT = FFT-NUMERO
              GO TO IMPRIME-FATURA-TOTAL.
           MOVE FFI-OCORR TO W-OCORR
           PERFORM DESCREVE-OCORR
           IF FFI-VALOR-PED > ZEROS
              COMPUTE W-DIF = FFI-VALOR-COBR - FFI-VALOR-PED
           ELSE
              COMPUTE W-DIF = FFI-VALOR-COBR - FFI-VALOR-TAB.
           MOVE FFI-VALOR-COBR TO W-LIN-ED
           MOVE FFI-VALOR-PED TO W-LIN-ED2
           MOVE FFI-VALOR-TAB TO W-LIN-ED3
           MOVE W-DIF TO W-DIF-ED
           MOVE SPACES TO LINHA-SAI
           STRING FFI-NUMPEDIDO " " FFI-NUMROM " " W-LIN-ED " "
              W-LIN-ED2 " " W-LIN-ED3 " " W-DIF-ED "  "
              W-OCORR-DESC
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-FATURA-LOOP.
       IMPRIME-FATURA-TOTAL.
           MOVE FFT-TOT-COBRADO TO W-VAL-ED
           MOVE FFT-TOT-PREVISTO TO W-VAL-ED2
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL COBRADO " W-VAL-ED "  PREVISTO " W-VAL-ED2
              "  LINHAS " FFT-QTD-LIN "  DIVERGENTES "
              FFT-QTD-DIVERG
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-FATURA-FIM.
           EXIT.

       REEMITE-RELATORIO.
           MOVE ZEROS TO FFT-NUMERO
           DISPLAY "NUMERO DA FATURA: "
           ACCEPT FFT-NUMERO
           READ ARQFFT
           IF ST-FFT NOT = "00"
              DISPLAY "FATURA NAO ENCONTRADA"
              GO TO REEMITE-RELATORIO-FIM.
           OPEN OUTPUT RELSAI
           PERFORM IMPRIME-FATURA THRU IMPRIME-FATURA-FIM
           CLOSE RELSAI
           DISPLAY "RELATORIO GERADO EM DIVFRETE.TXT".
       REEMITE-RELATORIO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * APROVACAO: SO COM SUPERVISOR. APROVADA ABRE AS PARCELAS "P"
      * DO VALOR COBRADO (TIPO 7); RECUSADA LIBERA OS PEDIDOS PARA
      * UMA NOVA COBRANCA
      *----------------------------------------------------------------
       APROVA-FATURA.
           MOVE ZEROS TO FFT-NUMERO
           DISPLAY "NUMERO DA FATURA: "
           ACCEPT FFT-NUMERO
           READ ARQFFT
           IF ST-FFT NOT = "00"
              DISPLAY "FATURA NAO ENCONTRADA"
              GO TO APROVA-FATURA-FIM.
           IF FFT-SITUACAO = "A"
              DISPLAY "FATURA JA APROVADA EM " FFT-DATA-APROV
              GO TO APROVA-FATURA-FIM.
           IF FFT-SITUACAO = "R"
              DISPLAY "FATURA RECUSADA EM " FFT-DATA-APROV
              GO TO APROVA-FATURA-FIM.
           PERFORM MOSTRA-CABECALHO
           IF FFT-QTD-DIVERG > ZEROS
              DISPLAY "ATENCAO: " FFT-QTD-DIVERG " LINHAS DIVERGENTES"
                 " - VER DIVFRETE.TXT (OPCAO R)".
           DISPLAY "A = APROVAR | R = RECUSAR | V = VOLTAR"
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "A" AND "a" AND "R" AND "r"
              GO TO APROVA-FATURA-FIM.
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "SEM SUPERVISOR - FATURA CONTINUA PENDENTE"
              GO TO APROVA-FATURA-FIM.
           IF W-OPCAO = "R" OR "r"
              MOVE "R" TO FFT-SITUACAO
              MOVE W-DATA-HOJE TO FFT-DATA-APROV
              MOVE W-SUP-COD TO FFT-SUPERV
              REWRITE REGFFT
              PERFORM GRAVA-AUD-FATURA
              DISPLAY "FATURA " FFT-NUMERO " RECUSADA"
              GO TO APROVA-FATURA-FIM.
           MOVE FFT-NUMERO TO LANC-NUMPEDIDO
           MOVE 7 TO LANC-TPPEDIDO
           MOVE 1 TO LANC-PARCELA
           READ ARQLANC
           IF ST-ERRO = "00"
              DISPLAY "JA EXISTEM PARCELAS DESTA FATURA NO REGLANC"
                 " - APROVACAO CANCELADA"
              GO TO APROVA-FATURA-FIM.
           PERFORM GERA-PARCELAS-FRETE THRU GERA-PARCELAS-FRETE-FIM
           MOVE "A" TO FFT-SITUACAO
           MOVE W-DATA-HOJE TO FFT-DATA-APROV
           MOVE W-SUP-COD TO FFT-SUPERV
           REWRITE REGFFT
           PERFORM GRAVA-AUD-FATURA
           DISPLAY "FATURA " FFT-NUMERO " APROVADA - " FFT-QTD-PARC
              " PARCELA(S) A PAGAR ABERTAS".
       APROVA-FATURA-FIM.
           EXIT.

       MOSTRA-CABECALHO.
           MOVE FFT-CNPJ TO TRP-CNPJ
           READ ARQTRP
           IF ST-TRP NOT = "00"
              MOVE SPACES TO TRP-NOME.
           MOVE FFT-TOT-COBRADO TO W-VAL-ED
           MOVE FFT-TOT-PREVISTO TO W-VAL-ED2
           DISPLAY "FATURA " FFT-NUMERO " DOC " FFT-DOCTO
              " EMISSAO " FFT-EMISSAO " VENCTO " FFT-VENCTO
           DISPLAY "  TRANSPORTADORA " FFT-CNPJ " " TRP-NOME
           DISPLAY "  COBRADO " W-VAL-ED "  PREVISTO " W-VAL-ED2
              "  PARCELAS " FFT-QTD-PARC "  SITUACAO " FFT-SITUACAO.

      * PARCELAS IGUAIS A CADA 30 DIAS A PARTIR DO VENCIMENTO DA
      * FATURA, COM A DIFERENCA DE ARREDONDAMENTO NA PRIMEIRA
       GERA-PARCELAS-FRETE.
           IF FFT-QTD-PARC = ZEROS
              MOVE 1 TO FFT-QTD-PARC.
           COMPUTE W-VAL-PARC = FFT-TOT-COBRADO / FFT-QTD-PARC
           COMPUTE W-VAL-PRIM = FFT-TOT-COBRADO -
              (W-VAL-PARC * (FFT-QTD-PARC - 1))
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(FFT-VENCTO)
           MOVE ZEROS TO W-IX-PARC.
       GERA-PARCELAS-FRETE-LOOP.
           ADD 1 TO W-IX-PARC
           IF W-IX-PARC > FFT-QTD-PARC
              GO TO GERA-PARCELAS-FRETE-FIM.
           IF W-IX-PARC = 1
              MOVE W-VAL-PRIM TO LANC-VALOR
           ELSE
              MOVE W-VAL-PARC TO LANC-VALOR.
           COMPUTE LANC-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
              W-VENC-SERIAL + (30 * (W-IX-PARC - 1)))
           MOVE FFT-NUMERO TO LANC-NUMPEDIDO
           MOVE 7 TO LANC-TPPEDIDO
           MOVE W-IX-PARC TO LANC-PARCELA
           MOVE "P" TO LANC-TIPO
           MOVE FFT-CNPJ TO LANC-CODPESSOA
           MOVE W-DATA-HOJE TO LANC-DATA
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           GO TO GERA-PARCELAS-FRETE-LOOP.
       GERA-PARCELAS-FRETE-FIM.
           EXIT.

       APROVA-SUPERVISOR.
           MOVE SPACES TO W-SUP-COD
           OPEN INPUT ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "PERFDESC.DAT NAO ENCONTRADO - CADASTRE O"
                 " SUPERVISOR NO SCE018"
              GO TO APROVA-SUPERVISOR-FIM.
       APROVA-SUP-PEDE.
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = DESISTE): "
           ACCEPT W-SUP-COD
           IF W-SUP-COD = SPACES
              CLOSE ARQPERF
              GO TO APROVA-SUPERVISOR-FIM.
           MOVE W-SUP-COD TO PERF-OPERADOR
           READ ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "CODIGO DE SUPERVISOR NAO CADASTRADO"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           IF PERF-SUPERV NOT = "S"
              DISPLAY "OPERADOR NAO E SUPERVISOR"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           CLOSE ARQPERF.
       APROVA-SUPERVISOR-FIM.
           EXIT.

       ATUALIZA-SALDO-PES.
           MOVE LANC-TIPO TO SDP-TIPO
           MOVE LANC-CODPESSOA TO SDP-CODPESSOA
           READ ARQSDP
           IF ST-SDP = "00"
              ADD W-SDP-DELTA TO SDP-SALDO
              REWRITE REGSDP
           ELSE
              MOVE LANC-TIPO TO SDP-TIPO
              MOVE LANC-CODPESSOA TO SDP-CODPESSOA
              MOVE W-SDP-DELTA TO SDP-SALDO
              WRITE REGSDP.

       GRAVA-AUD-FATURA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE050 " FFT-SITUACAO " CHAVE=" FFT-NUMERO
              " TRANSP=" FFT-CNPJ
              " DOCTO=" FFT-DOCTO
              " COBRADO=" FFT-TOT-COBRADO
              " PREVISTO=" FFT-TOT-PREVISTO
              " DIVERGENTES=" FFT-QTD-DIVERG
              " PARCELAS=" FFT-QTD-PARC
              " OPERADOR=" W-OPERADOR
              " SUPERVISOR=" W-SUP-COD
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

      *----------------------------------------------------------------
      * CONSULTA: NUMERO ZERO LISTA TODAS AS FATURAS; SENAO MOSTRA
      * AS LINHAS E, SE APROVADA, AS PARCELAS A PAGAR
      *----------------------------------------------------------------
       CONSULTA-FATURA.
           MOVE ZEROS TO FFT-NUMERO
           DISPLAY "NUMERO DA FATURA (ZEROS = LISTAR TODAS): "
           ACCEPT FFT-NUMERO
           IF FFT-NUMERO = ZEROS
              GO TO CONSULTA-FATURA-LISTA.
           READ ARQFFT
           IF ST-FFT NOT = "00"
              DISPLAY "FATURA NAO ENCONTRADA"
              GO TO CONSULTA-FATURA-FIM.
           PERFORM MOSTRA-CABECALHO
           MOVE FFT-NUMERO TO FFI-NUMERO
           MOVE ZEROS TO FFI-SEQ
           START ARQFFI KEY IS NOT LESS THAN FFI-CHAVE
              INVALID KEY GO TO CONSULTA-FATURA-PARC.
       CONSULTA-FATURA-LINHA.
           READ ARQFFI NEXT
           IF ST-FFI NOT = "00"
              GO TO CONSULTA-FATURA-PARC.
           IF FFI-NUMERO NOT = FFT-NUMERO
              GO TO CONSULTA-FATURA-PARC.
           MOVE FFI-NUMPEDIDO TO W-NUMPED
           MOVE FFI-VALOR-COBR TO W-VAL-COBR
           MOVE FFI-VALOR-PED TO W-REFER
           IF FFI-VALOR-PED = ZEROS
              MOVE FFI-VALOR-TAB TO W-REFER.
           MOVE FFI-OCORR TO W-OCORR
           PERFORM MOSTRA-LINHA
           GO TO CONSULTA-FATURA-LINHA.
       CONSULTA-FATURA-PARC.
           IF FFT-SITUACAO NOT = "A"
              GO TO CONSULTA-FATURA-FIM.
           DISPLAY "PARCELAS A PAGAR:"
           MOVE FFT-NUMERO TO LANC-NUMPEDIDO
           MOVE 7 TO LANC-TPPEDIDO
           MOVE ZEROS TO LANC-PARCELA
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO CONSULTA-FATURA-FIM.
       CONSULTA-FATURA-PARC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONSULTA-FATURA-FIM.
           IF LANC-NUMPEDIDO NOT = FFT-NUMERO OR
              LANC-TPPEDIDO NOT = 7
              GO TO CONSULTA-FATURA-FIM.
           MOVE LANC-VALOR TO W-VAL-ED
           DISPLAY "  PARC " LANC-PARCELA " VENC " LANC-VENCIMENTO
              " VALOR " W-VAL-ED " STATUS " LANC-STATUS
           GO TO CONSULTA-FATURA-PARC-LOOP.
       CONSULTA-FATURA-LISTA.
           START ARQFFT KEY IS NOT LESS THAN FFT-NUMERO
              INVALID KEY GO TO CONSULTA-FATURA-FIM.
       CONSULTA-FATURA-LISTA-LOOP.
           READ ARQFFT NEXT
           IF ST-FFT NOT = "00"
              GO TO CONSULTA-FATURA-FIM.
           MOVE FFT-TOT-COBRADO TO W-VAL-ED
           DISPLAY FFT-NUMERO " " FFT-CNPJ " " FFT-DOCTO " "
              FFT-EMISSAO " " W-VAL-ED " DIV " FFT-QTD-DIVERG
              " " FFT-SITUACAO
           GO TO CONSULTA-FATURA-LISTA-LOOP.
       CONSULTA-FATURA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED, ITEMPED, REGLANC E REGPROD GERA UMA IMAGEM ANTES/
      * DEPOIS (TIPO I); AO VOLTAR PARA A TELA INICIAL A TRANSACAO
      * RECEBE A MARCA DE CONCLUSAO (TIPO C). USADO PELO RECUPERA
      *----------------------------------------------------------------
       GRAVA-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
           IF W-JRN-TRANS = SPACES
              MOVE W-JRN-PROG TO W-JRN-TRANS(1:8)
              MOVE W-JRN-DTH(1:16) TO W-JRN-TRANS(9:16)
              MOVE W-OPERADOR TO W-JRN-TRANS(25:10)
              MOVE ZEROS TO W-JRN-SEQ.
           ADD 1 TO W-JRN-SEQ
           MOVE SPACES TO REGJRN
           MOVE W-JRN-TRANS TO JRN-TRANS
           MOVE W-JRN-SEQ TO JRN-SEQ
           MOVE "I" TO JRN-TIPO
           MOVE W-JRN-ARQ TO JRN-ARQUIVO
           MOVE W-JRN-OPER TO JRN-OPER
           MOVE W-JRN-CHAVE TO JRN-CHAVE
           MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
           MOVE W-OPERADOR TO JRN-OPERADOR
           IF W-JRN-OPER NOT = "W"
              MOVE W-JRN-ANTES TO JRN-ANTES.
           IF W-JRN-OPER NOT = "D"
              MOVE W-JRN-DEPOIS TO JRN-DEPOIS.
           WRITE REGJRN.
       JRN-COMMIT.
           IF W-JRN-TRANS NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
              ADD 1 TO W-JRN-SEQ
              MOVE SPACES TO REGJRN
              MOVE W-JRN-TRANS TO JRN-TRANS
              MOVE W-JRN-SEQ TO JRN-SEQ
              MOVE "C" TO JRN-TIPO
              MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
              MOVE W-OPERADOR TO JRN-OPERADOR
              WRITE REGJRN
              MOVE SPACES TO W-JRN-TRANS.
       JRN-GRAVA-LANC.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQFFT ARQFFI ARQTRP ARQPED ARQITEM ARQPROD
              ARQLANC ARQSDP ARQAUD.
           IF W-FRT-ABERTO = "S"
              CLOSE ARQFRT.
           IF W-TFR-ABERTO = "S"
              CLOSE ARQTFR.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-CLI-ABERTO = "S"
              CLOSE ARQCLI.
           IF W-ROM-ABERTO = "S"
              CLOSE ARQROM ARQROMI.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
