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

           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

            SELECT ARQPEDCTL ASSIGN TO DISK
                    RECORD KEY IS PRC-CHAVE
                    FILE STATUS IS ST-TAB.

            SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CAT-CHAVE
                    FILE STATUS IS ST-CAT.

            SELECT ARQVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS VEND-COD
                    FILE STATUS IS ST-VEND.

            SELECT ARQTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TER-CODIGO
                    FILE STATUS IS ST-TER.

            SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

            SELECT ARQGRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GRP-CODIGO
                    FILE STATUS IS ST-GRP.

            SELECT ARQGCL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GCL-CHAVE
                    ALTERNATE RECORD KEY IS GCL-CODCLI
                    FILE STATUS IS ST-GCL.

            SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SIT-CHAVE
                    FILE STATUS IS ST-SIT.

            SELECT ARQCTT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTT-CHAVE
                    FILE STATUS IS ST-CTT.

            SELECT ARQMSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MSG-CHAVE
                    ALTERNATE RECORD KEY IS MSG-CPFCNPJ
                       WITH DUPLICATES
                    FILE STATUS IS ST-MSG.

            SELECT ARQRMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RMA-NUMERO
                    FILE STATUS IS ST-RMA.

            SELECT ARQPSR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSR-CODPROD
                    FILE STATUS IS ST-PSR.

            SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SER-CHAVE
                    ALTERNATE RECORD KEY IS SER-PED-VENDA
                       WITH DUPLICATES
                    FILE STATUS IS ST-SER.

            SELECT ARQSMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SMV-CHAVE
                    FILE STATUS IS ST-SMV.

            SELECT ARQSUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SUB-CHAVE
                    FILE STATUS IS ST-SUB.

            SELECT ARQSBU ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SBU.

            SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

            SELECT ARQMOE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOE-CODIGO
                    FILE STATUS IS ST-MOE.

            SELECT ARQCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COT-CHAVE
                    FILE STATUS IS ST-COT.

            SELECT ARQPME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PME-CHAVE
                    FILE STATUS IS ST-PME.

            SELECT ARQIME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IME-CHAVE
                    FILE STATUS IS ST-IME.

            SELECT ARQCFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CFO-CHAVE
                    FILE STATUS IS ST-CFO.

            SELECT ARQICF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ICF-CHAVE
                    FILE STATUS IS ST-ICF.

            SELECT ARQTRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KIT-CHAVE
                    FILE STATUS IS ST-KIT.

            SELECT ARQKPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KPM-CODKIT
                    FILE STATUS IS ST-KPM.

            SELECT ARQCNV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ALC-OPERADOR
                    FILE STATUS IS ST-ALCA.

            SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.

            SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRP-CNPJ
                    FILE STATUS IS ST-TRP2.

            SELECT ARQTFR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TFR-CHAVE
                    FILE STATUS IS ST-TFR.
           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

        FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

        FD ARQFOR
               LABEL RECORD IS STANDARD
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQPERF
               LABEL RECORD IS STANDARD
           05 PRC-VIGENCIA      PIC 9(08).
          03 PRC-PRECO          PIC 9(06)V99.

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

       FD ARQVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDEDOR.DAT".
          03 VEND-COMISSAO     PIC 9(02)V99.
          03 VEND-SITUACAO     PIC X(01).

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

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOPES.DAT".
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

       FD ARQGRP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOECO.DAT".
       01 REGGRP.
          03 GRP-CODIGO          PIC 9(04).
          03 GRP-NOME            PIC X(40).
          03 GRP-RAIZ            PIC 9(08).
          03 GRP-LIMITE          PIC 9(10)V99.
          03 GRP-SITUACAO        PIC X(01).
          03 GRP-DATA            PIC 9(08).
          03 GRP-OPERADOR        PIC X(10).

       FD ARQGCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOCLI.DAT".
       01 REGGCL.
          03 GCL-CHAVE.
           05 GCL-GRUPO          PIC 9(04).
           05 GCL-CODCLI         PIC 9(14).
          03 GCL-DATA            PIC 9(08).
          03 GCL-OPERADOR        PIC X(10).

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

       FD ARQTRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOCKS.DAT".
          03 KIT-CODCOMP        PIC 9(06).
          03 KIT-QTDE           PIC 9(04).

       FD ARQKPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "KITPREM.DAT".
       01 REGKPM.
          03 KPM-CODKIT         PIC 9(06).
          03 KPM-PREMONT        PIC X(01).
          03 KPM-DATA           PIC 9(08).
          03 KPM-OPERADOR       PIC X(10).

       FD ARQCNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "UNIDCONV.DAT".
          03 ALC-OPERADOR       PIC X(10).
          03 ALC-MAX-COMPRA     PIC 9(08)V99.

       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REGCPG.
          03 CPG-CODIGO         PIC 9(03).
          03 CPG-DESC           PIC X(30).
          03 CPG-TIPO           PIC X(01).
          03 CPG-DIA-FIXO       PIC 9(02).
          03 CPG-QTD-PARC       PIC 9(02).
          03 CPG-PARC OCCURS 12 TIMES.
           05 CPG-DIAS          PIC 9(03).
           05 CPG-PCT           PIC 9(03)V99.
          03 CPG-SITUACAO       PIC X(01).

       FD ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
          03 TRP-FONE           PIC 9(11).
          03 TRP-BASE           PIC X(01).

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

       FD ARQCTT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTATO.DAT".
       01 REGCTT.
          03 CTT-CHAVE.
           05 CTT-TIPO           PIC X(01).
           05 CTT-CODPESSOA      PIC 9(14).
           05 CTT-SEQ            PIC 9(02).
          03 CTT-NOME            PIC X(40).
          03 CTT-FUNCAO          PIC X(01).
          03 CTT-TEL             PIC 9(11).
          03 CTT-EMAIL           PIC X(40).
          03 CTT-PREF-FIN        PIC X(01).
          03 CTT-PREF-REC        PIC X(01).
          03 CTT-PREF-COM        PIC X(01).
          03 CTT-DATA            PIC 9(08).
          03 CTT-OPERADOR        PIC X(10).

       FD ARQMSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAG.DAT".
       01 REGMSG.
          03 MSG-CHAVE.
           05 MSG-DATA           PIC 9(08).
           05 MSG-HORA           PIC 9(08).
           05 MSG-SEQ            PIC 9(03).
          03 MSG-CPFCNPJ         PIC 9(14).
          03 MSG-EMAIL           PIC X(40).
          03 MSG-NOME            PIC X(40).
          03 MSG-TIPO            PIC X(02).
          03 MSG-DOCUMENTO       PIC X(20).
          03 MSG-ANEXO           PIC X(20).
          03 MSG-STATUS          PIC X(01).
          03 MSG-PROGRAMA        PIC X(08).
          03 MSG-DATA-EXP        PIC 9(08).
          03 MSG-DATA-RET        PIC 9(08).
          03 MSG-MOTIVO          PIC X(40).

       FD ARQRMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RMA.DAT".
       01 REGRMA.
          03 RMA-NUMERO          PIC 9(06).
          03 RMA-OCORRENCIA      PIC 9(06).
          03 RMA-CODCLI          PIC 9(14).
          03 RMA-NUMPEDIDO       PIC 9(06).
          03 RMA-STATUS          PIC X(01).
          03 RMA-DATA            PIC 9(08).
          03 RMA-OPERADOR        PIC X(10).
          03 RMA-DATA-APROV      PIC 9(08).
          03 RMA-SUPERV          PIC X(10).
          03 RMA-PED-DEVOL       PIC 9(06).
          03 RMA-DATA-USO        PIC 9(08).
          03 RMA-QTD-ITENS       PIC 9(02).
          03 RMA-ITEM OCCURS 10 TIMES.
           05 RMA-CODPROD        PIC 9(06).
           05 RMA-QTD            PIC 9(06).

       FD ARQPSR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSER.DAT".
       01 REGPSR.
          03 PSR-CODPROD        PIC 9(06).
          03 PSR-CONTROLA       PIC X(01).
          03 PSR-GARANTIA       PIC 9(03).
          03 PSR-OPERADOR       PIC X(10).

       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NUMSERIE.DAT".
       01 REGSER.
          03 SER-CHAVE.
           05 SER-CODPROD       PIC 9(06).
           05 SER-NUMERO        PIC X(20).
          03 SER-STATUS         PIC X(01).
          03 SER-FILIAL         PIC 9(02).
          03 SER-FORNEC         PIC 9(14).
          03 SER-PED-COMPRA     PIC 9(06).
          03 SER-DATA-ENTRADA   PIC 9(08).
          03 SER-PED-VENDA      PIC 9(06).
          03 SER-NF             PIC 9(06).
          03 SER-CODCLI         PIC 9(14).
          03 SER-DATA-VENDA     PIC 9(08).
          03 SER-GARANTIA-FIM   PIC 9(08).
          03 SER-OPERADOR       PIC X(10).

       FD ARQSMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERMOV.DAT".
       01 REGSMV.
          03 SMV-CHAVE.
           05 SMV-CODPROD       PIC 9(06).
           05 SMV-NUMERO        PIC X(20).
           05 SMV-SEQ           PIC 9(03).
          03 SMV-TIPO           PIC X(01).
          03 SMV-DATA           PIC 9(08).
          03 SMV-DOC            PIC 9(06).
          03 SMV-FIL-ORIG       PIC 9(02).
          03 SMV-FIL-DEST       PIC 9(02).
          03 SMV-PESSOA         PIC 9(14).
          03 SMV-OPERADOR       PIC X(10).

       FD ARQSUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSUB.DAT".
       01 REGSUB.
          03 SUB-CHAVE.
           05 SUB-CODPROD       PIC 9(06).
           05 SUB-CODSUBST      PIC 9(06).
          03 SUB-PRIORIDADE     PIC 9(02).
          03 SUB-SENTIDO        PIC X(01).
          03 SUB-REGRA-PRECO    PIC X(01).
          03 SUB-DATA           PIC 9(08).
          03 SUB-OPERADOR       PIC X(10).

       FD ARQSBU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBUSO.DAT".
       01 REGSBU.
          03 SBU-DATA           PIC 9(08).
          03 SBU-ORIGEM         PIC X(01).
          03 SBU-RESULTADO      PIC X(01).
          03 SBU-CODPROD        PIC 9(06).
          03 SBU-CODSUBST       PIC 9(06).
          03 SBU-QTD            PIC 9(06).
          03 SBU-VALOR          PIC 9(09)V99.
          03 SBU-DOC            PIC 9(06).
          03 SBU-CODCLI         PIC 9(14).
          03 SBU-OPERADOR       PIC X(10).

       FD ARQPSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSIT.DAT".
       01 REGPSI.
          03 PSI-CODPROD        PIC 9(06).
          03 PSI-STATUS         PIC X(01).
          03 PSI-STATUS-ANT     PIC X(01).
          03 PSI-DATA-VIG       PIC 9(08).
          03 PSI-MOTIVO         PIC 9(02).
          03 PSI-OBS            PIC X(40).
          03 PSI-DATA           PIC 9(08).
          03 PSI-OPERADOR       PIC X(10).

       FD ARQMOE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOEDA.DAT".
       01 REGMOE.
          03 MOE-CODIGO         PIC X(03).
          03 MOE-NOME           PIC X(20).
          03 MOE-SITUACAO       PIC X(01).

       FD ARQCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COTMOEDA.DAT".
       01 REGCOT.
          03 COT-CHAVE.
           05 COT-MOEDA         PIC X(03).
           05 COT-DATA          PIC 9(08).
          03 COT-TAXA           PIC 9(03)V9(06).
          03 COT-OPERADOR       PIC X(10).

       FD ARQPME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDMOEDA.DAT".
       01 REGPME.
          03 PME-CHAVE.
           05 PME-NUMPEDIDO     PIC 9(06).
           05 PME-TPPEDIDO      PIC 9(01).
          03 PME-MOEDA          PIC X(03).
          03 PME-TAXA           PIC 9(03)V9(06).
          03 PME-DATA-TAXA      PIC 9(08).

       FD ARQIME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMMOE.DAT".
       01 REGIME.
          03 IME-CHAVE.
           05 IME-NUMPEDIDO     PIC 9(06).
           05 IME-TPPEDIDO      PIC 9(01).
           05 IME-SEQ           PIC 9(02).
          03 IME-PRECO-ME       PIC 9(06)V99.

       FD ARQCFO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABCFOP.DAT".
       01 REGCFO.
          03 CFO-CHAVE.
           05 CFO-OPER           PIC X(01).
           05 CFO-ESCOPO         PIC X(01).
           05 CFO-CAT            PIC 9(01).
          03 CFO-CFOP            PIC 9(04).
          03 CFO-DESC            PIC X(30).

       FD ARQICF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMCFOP.DAT".
       01 REGICF.
          03 ICF-CHAVE.
           05 ICF-NUMPEDIDO     PIC 9(06).
           05 ICF-TPPEDIDO      PIC 9(01).
           05 ICF-SEQ           PIC 9(02).
          03 ICF-CFOP           PIC 9(04).
          03 ICF-OPER           PIC X(01).
          03 ICF-ESCOPO         PIC X(01).
          03 ICF-UF-DEST        PIC X(02).
          03 ICF-UF-EMIT        PIC X(02).
          03 ICF-DATA           PIC 9(08).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE005".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.

       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-SALDO       PIC S9(07) VALUE ZEROS.
       01 W-SALDO-CLI   PIC S9(09)V99 VALUE ZEROS.
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-CLI-GRP     PIC 9(14) VALUE ZEROS.
       01 W-SALDO-GRP   PIC S9(11)V99 VALUE ZEROS.
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 W-SIT-BLOQ    PIC 9(01) VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-FILIAL-ABERTO PIC X(01) VALUE "N".
       01 ST-KIT        PIC X(02) VALUE "00".
       01 W-KIT-ABERTO  PIC X(01) VALUE "N".
       01 ST-KPM        PIC X(02) VALUE "00".
       01 W-KPM-ABERTO  PIC X(01) VALUE "N".
       01 W-EH-KIT      PIC 9(01) VALUE ZEROS.
       01 W-KIT-COD     PIC 9(06) VALUE ZEROS.
       01 W-KIT-QTD     PIC 9(06) VALUE ZEROS.
       01 ST-ALCA       PIC X(02) VALUE "00".
       01 W-ALCA-ABERTO PIC X(01) VALUE "N".
       01 W-ALC-ESTOURO PIC 9(01) VALUE ZEROS.
       01 ST-CPG        PIC X(02) VALUE "00".
       01 W-CPG-ABERTO  PIC X(01) VALUE "N".
       01 W-COND-OK     PIC 9(01) VALUE ZEROS.
       01 ST-FER2       PIC X(02) VALUE "00".
       01 ST-FRT        PIC X(02) VALUE "00".
       01 ST-TRP2       PIC X(02) VALUE "00".
       01 W-FRETE-CNPJ  PIC 9(14) VALUE ZEROS.
       01 W-FRETE-VALOR PIC 9(07)V99 VALUE ZEROS.
       01 W-FRT-ED      PIC ZZZZZZ9,99.
       01 ST-TFR        PIC X(02) VALUE "00".
       01 W-TFR-ABERTO  PIC X(01) VALUE "N".
       01 W-FRT-COTADO  PIC 9(01) VALUE ZEROS.
       01 W-PESO-REAL   PIC 9(07)V999 VALUE ZEROS.
       01 W-CUB-TOT     PIC 9(05)V9999 VALUE ZEROS.
       01 W-PESO-CUB    PIC 9(07)V999 VALUE ZEROS.
       01 W-PESO-TAX    PIC 9(07)V999 VALUE ZEROS.
       01 W-FATOR-CUB   PIC 9(03) VALUE ZEROS.
       01 W-COT-VALOR   PIC 9(07)V99 VALUE ZEROS.
       01 W-COT-IX      PIC 9(01) VALUE ZEROS.
       01 W-COT-ULT     PIC 9(01) VALUE ZEROS.
       01 W-QTD-COT     PIC 9(03) VALUE ZEROS.
       01 W-BAR-CNPJ    PIC 9(14) VALUE ZEROS.
       01 W-BAR-VALOR   PIC 9(07)V99 VALUE ZEROS.
       01 W-BAR-PRAZO   PIC 9(03) VALUE ZEROS.
       01 W-RAP-CNPJ    PIC 9(14) VALUE ZEROS.
       01 W-RAP-VALOR   PIC 9(07)V99 VALUE ZEROS.
       01 W-RAP-PRAZO   PIC 9(03) VALUE ZEROS.
       01 W-LINHA-COT   PIC X(66) VALUE SPACES.
       01 W-PESO-ED     PIC ZZZZZZ9,999.
       01 W-QTD-FER     PIC 9(03) VALUE ZEROS.
       01 IX-FER        PIC 9(03) VALUE ZEROS.
       01 W-DU-OK       PIC 9(01) VALUE ZEROS.
       01 W-PERF-ABERTO PIC X(01) VALUE "N".
       01 ST-TAB        PIC X(02) VALUE "00".
       01 W-TAB-ABERTO  PIC X(01) VALUE "N".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 W-CAT-ABERTO  PIC X(01) VALUE "N".
       01 W-CAT-PRECO   PIC 9(06)V99 VALUE ZEROS.
       01 W-CAT-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-CAT-QTD-MIN PIC 9(06) VALUE ZEROS.
       01 ST-VEND       PIC X(02) VALUE "00".
       01 W-VEND-ABERTO PIC X(01) VALUE "N".
       01 ST-TER        PIC X(02) VALUE "00".
       01 W-TER-ABERTO  PIC X(01) VALUE "N".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-AAMM-VAL    PIC 9(06) VALUE ZEROS.
       01 W-BKO-FALTA   PIC 9(06) VALUE ZEROS.
       01 W-CEP-ABERTO  PIC X(01) VALUE "N".
       01 W-TEM-ENTREGA PIC 9(01) VALUE ZEROS.
       01 ST-CTT        PIC X(02) VALUE "00".
       01 W-CTT-ABERTO  PIC X(01) VALUE "N".
       01 W-CTT-TIPO    PIC X(01) VALUE SPACES.
       01 W-CTT-COD     PIC 9(14) VALUE ZEROS.
       01 W-CTT-PAPEL   PIC X(01) VALUE SPACES.
       01 W-CTT-ACHOU   PIC 9(01) VALUE ZEROS.
       01 W-CTT-NOME    PIC X(40) VALUE SPACES.
       01 W-CTT-TEL     PIC 9(11) VALUE ZEROS.
       01 W-CTT-EMAIL   PIC X(40) VALUE SPACES.
       01 ST-MSG        PIC X(02) VALUE "00".
       01 W-MSG-ABERTO  PIC X(01) VALUE "N".
       01 W-MSG-COD     PIC 9(14) VALUE ZEROS.
       01 W-MSG-EMAIL   PIC X(40) VALUE SPACES.
       01 W-MSG-TIPO    PIC X(02) VALUE SPACES.
       01 W-MSG-DOC     PIC X(20) VALUE SPACES.
       01 W-MSG-ANEXO   PIC X(20) VALUE SPACES.
       01 W-MSG-PAPEL   PIC X(01) VALUE SPACES.
       01 W-MSG-PROG    PIC X(08) VALUE SPACES.
       01 W-MSG-DTH     PIC X(21) VALUE SPACES.
       01 ST-RMA        PIC X(02) VALUE "00".
       01 W-RMA-ABERTO  PIC X(01) VALUE "N".
       01 W-RMA-NUM     PIC 9(06) VALUE ZEROS.
       01 W-RMA-OK      PIC 9(01) VALUE ZEROS.
       01 W-RMA-SALDO   PIC 9(06) VALUE ZEROS.
       01 W-RMA-LANC    PIC 9(06) VALUE ZEROS.
       01 W-RMA-I       PIC 9(02) VALUE ZEROS.
       01 ST-PSR        PIC X(02) VALUE "00".
       01 ST-SER        PIC X(02) VALUE "00".
       01 ST-SMV        PIC X(02) VALUE "00".
       01 W-SER-ABERTO  PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SER-CONT    PIC 9(06) VALUE ZEROS.
       01 W-SER-ORD     PIC 9(06) VALUE ZEROS.
       01 ST-SUB        PIC X(02) VALUE "00".
       01 ST-SBU        PIC X(02) VALUE "00".
       01 W-SUB-ABERTO  PIC X(01) VALUE "N".
       01 W-SBU-ABERTO  PIC X(01) VALUE "N".
       01 W-SUB-ORIG    PIC 9(06) VALUE ZEROS.
       01 W-SUB-PRECO-ORIG PIC 9(06)V99 VALUE ZEROS.
       01 W-SUB-SALDO   PIC S9(07) VALUE ZEROS.
       01 W-SUB-QTD     PIC 9(01) VALUE ZEROS.
       01 W-SUB-IX      PIC 9(01) VALUE ZEROS.
       01 W-SUB-IY      PIC 9(01) VALUE ZEROS.
       01 W-SUB-OPC     PIC 9(01) VALUE ZEROS.
       01 W-SUB-LIN     PIC 9(02) VALUE ZEROS.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-PSI-DTH     PIC X(21) VALUE SPACES.
       01 ST-MOE        PIC X(02) VALUE "00".
       01 ST-COT        PIC X(02) VALUE "00".
       01 ST-PME        PIC X(02) VALUE "00".
       01 ST-IME        PIC X(02) VALUE "00".
       01 W-MOE-ABERTO  PIC X(01) VALUE "N".
       01 W-PED-MOEDA   PIC X(03) VALUE SPACES.
       01 W-PED-TAXA    PIC 9(03)V9(06) VALUE ZEROS.
       01 W-PED-DT-TAXA PIC 9(08) VALUE ZEROS.
       01 W-PRECO-ME    PIC 9(06)V99 VALUE ZEROS.
       01 ST-CFO        PIC X(02) VALUE "00".
       01 W-CFO-ABERTO  PIC X(01) VALUE "N".
       01 ST-ICF        PIC X(02) VALUE "00".
       01 W-ICF-ABERTO  PIC X(01) VALUE "N".
       01 W-CFO-OPER    PIC X(01) VALUE SPACES.
       01 W-CFO-ESCOPO  PIC X(01) VALUE SPACES.
       01 W-CFO-CAT     PIC 9(01) VALUE ZEROS.
       01 W-CFO-FILIAL  PIC 9(02) VALUE ZEROS.
       01 W-CFO-DESC    PIC X(30) VALUE SPACES.
       01 W-CFOP        PIC 9(04) VALUE ZEROS.
       01 W-UF-DEST     PIC X(02) VALUE SPACES.
       01 W-UF-EMIT     PIC X(02) VALUE SPACES.
       01 W-NAT-DESC    PIC X(30) VALUE SPACES.
       01 W-COT-DATA-REF PIC 9(08) VALUE ZEROS.
       01 W-COT-TAXA-ACH PIC 9(03)V9(06) VALUE ZEROS.
       01 W-COT-DATA-ACH PIC 9(08) VALUE ZEROS.
       01 W-SUB-TAB.
          03 W-SUB-ITEM OCCURS 7 TIMES.
             05 W-SUB-COD     PIC 9(06).
             05 W-SUB-PRI     PIC 9(02).
             05 W-SUB-DISP    PIC S9(07).
             05 W-SUB-PRC     PIC 9(06)V99.
             05 W-SUB-DESC    PIC X(20).
       01 DET-SUB-TELA.
          03 DST-NUM       PIC 9(01).
          03 FILLER        PIC X(03) VALUE " - ".
          03 DST-COD       PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DST-DESC      PIC X(20).
          03 FILLER        PIC X(06) VALUE " DISP ".
          03 DST-DISP      PIC ZZZZZ9.
          03 FILLER        PIC X(07) VALUE " PRECO ".
          03 DST-PRECO     PIC ZZZZZ9,99.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-NF-VAL      PIC ZZZZZZ9,99.

          03 DNI-IMPPCT    PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DNI-TOTAL     PIC ZZZZZZ9,99.
          03 FILLER        PIC X(08) VALUE SPACES.
          03 DNI-CFOP      PIC 9(04).

       01 W-QTD-PARC    PIC 9(02) VALUE 1.
       01 W-IX-PARC     PIC 9(02) VALUE ZEROS.
       01 W-VAL-PARC    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-PRIM    PIC 9(07)V99 VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-SOMA-PARC   PIC 9(07)V99 VALUE ZEROS.
       01 W-VENC-DATA   PIC 9(08) VALUE ZEROS.
       01 W-VENC-DATA-R REDEFINES W-VENC-DATA.
          03 W-VENC-ANO     PIC 9(04).
          03 W-VENC-MES     PIC 9(02).
          03 W-VENC-DIA     PIC 9(02).
       01 W-VENC-ULT    PIC 9(08) VALUE ZEROS.
       01 W-VENC-ULT-R REDEFINES W-VENC-ULT.
          03 W-VENC-ULT-ANO PIC 9(04).
          03 W-VENC-ULT-MES PIC 9(02).
          03 W-VENC-ULT-DIA PIC 9(02).

       01 W-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       01 W-LIN-ITEM    PIC 9(02) VALUE ZEROS.
           OPEN INPUT ARQTAB
           IF ST-TAB = "00"
              MOVE "S" TO W-TAB-ABERTO.
       ABRE-CAT.
           MOVE "N" TO W-CAT-ABERTO
           OPEN INPUT ARQCAT
           IF ST-CAT = "00"
              MOVE "S" TO W-CAT-ABERTO.
       ABRE-PERF.
           MOVE "N" TO W-PERF-ABERTO
           OPEN INPUT ARQPERF
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       ABRE-BXA.
           MOVE "N" TO W-BXA-ABERTO
           OPEN INPUT ARQBXA
           OPEN INPUT ARQVEND
           IF ST-VEND = "00"
              MOVE "S" TO W-VEND-ABERTO.
           MOVE "N" TO W-TER-ABERTO
           OPEN INPUT ARQTER
           IF ST-TER = "00"
              MOVE "S" TO W-TER-ABERTO.
       ABRE-CODALT.
           MOVE "N" TO W-ALT-ABERTO
           OPEN INPUT ARQALT
           OPEN INPUT ARQKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
           MOVE "N" TO W-KPM-ABERTO
           OPEN INPUT ARQKPM
           IF ST-KPM = "00"
              MOVE "S" TO W-KPM-ABERTO.
       ABRE-CONVERSAO.
           MOVE "N" TO W-CNV-ABERTO
           OPEN INPUT ARQCNV
           OPEN INPUT ARQALC
           IF ST-ALCA = "00"
              MOVE "S" TO W-ALCA-ABERTO.
       ABRE-CONDPAG.
           MOVE "N" TO W-CPG-ABERTO
           OPEN INPUT ARQCPG
           IF ST-CPG = "00"
              MOVE "S" TO W-CPG-ABERTO.
       ABRE-FRETE.
           OPEN I-O ARQFRT
           IF ST-FRT NOT = "00"
           OPEN INPUT ARQTRP
           IF ST-TRP2 = "00"
              MOVE "S" TO W-TRP-ABERTO.
           MOVE "N" TO W-TFR-ABERTO
           OPEN INPUT ARQTFR
           IF ST-TFR = "00"
              MOVE "S" TO W-TFR-ABERTO.
           MOVE "N" TO W-GRP-ABERTO
           OPEN INPUT ARQGRP
           IF ST-GRP = "00"
              OPEN INPUT ARQGCL
              IF ST-GCL = "00"
                 MOVE "S" TO W-GRP-ABERTO
              ELSE
                 CLOSE ARQGRP.
           MOVE "N" TO W-SIT-ABERTO
           OPEN INPUT ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-SIT-ABERTO.
           MOVE "N" TO W-CTT-ABERTO
           OPEN INPUT ARQCTT
           IF ST-CTT = "00"
              MOVE "S" TO W-CTT-ABERTO.
           MOVE "N" TO W-MSG-ABERTO
           OPEN I-O ARQMSG
           IF ST-MSG = "30" OR "35"
              OPEN OUTPUT ARQMSG
              CLOSE ARQMSG
              OPEN I-O ARQMSG.
           IF ST-MSG = "00"
              MOVE "S" TO W-MSG-ABERTO.
           MOVE "N" TO W-RMA-ABERTO
           OPEN I-O ARQRMA
           IF ST-RMA = "00"
              MOVE "S" TO W-RMA-ABERTO.
           MOVE "N" TO W-SER-ABERTO
           OPEN INPUT ARQPSR
           IF ST-PSR = "00"
              OPEN I-O ARQSER
              IF ST-SER = "00"
                 OPEN I-O ARQSMV
                 IF ST-SMV = "30"
                    OPEN OUTPUT ARQSMV
                    CLOSE ARQSMV
                    OPEN I-O ARQSMV
                    MOVE "S" TO W-SER-ABERTO
                 ELSE
                    MOVE "S" TO W-SER-ABERTO.
      * SUBSTITUTOS (PRODSUB.DAT, SCE061) OFERECIDOS NA FALTA DE
      * ESTOQUE; CADA OFERTA FICA REGISTRADA EM SUBUSO.DAT
           MOVE "N" TO W-SUB-ABERTO
           OPEN INPUT ARQSUB
           IF ST-SUB = "00"
              MOVE "S" TO W-SUB-ABERTO.
           MOVE "N" TO W-SBU-ABERTO
           OPEN EXTEND ARQSBU
           IF ST-SBU NOT = "00"
              OPEN OUTPUT ARQSBU
              CLOSE ARQSBU
              OPEN EXTEND ARQSBU.
           IF ST-SBU = "00"
              MOVE "S" TO W-SBU-ABERTO.
      * SITUACAO DO PRODUTO NO CICLO DE VIDA (SCE004)
           MOVE "N" TO W-PSI-ABERTO
           MOVE FUNCTION CURRENT-DATE TO W-PSI-DTH
           MOVE W-PSI-DTH(1:8) TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
      * COMPRA EM MOEDA ESTRANGEIRA: MOEDAS E COTACOES DO SCE063;
      * A MOEDA DO PEDIDO FICA EM PEDMOEDA.DAT E O PRECO NA MOEDA
      * DE CADA ITEM EM ITEMMOE.DAT
           MOVE "N" TO W-MOE-ABERTO
           OPEN INPUT ARQMOE
           IF ST-MOE = "00"
              OPEN INPUT ARQCOT
              IF ST-COT = "00"
                 MOVE "S" TO W-MOE-ABERTO
              ELSE
                 CLOSE ARQMOE.
           IF W-MOE-ABERTO = "S"
              OPEN I-O ARQPME
              IF ST-PME = "30"
                 OPEN OUTPUT ARQPME
                 CLOSE ARQPME
                 OPEN I-O ARQPME.
           IF W-MOE-ABERTO = "S"
              OPEN I-O ARQIME
              IF ST-IME = "30"
                 OPEN OUTPUT ARQIME
                 CLOSE ARQIME
                 OPEN I-O ARQIME.
      * NATUREZA DA OPERACAO / CFOP (SCE067); O CFOP DE CADA ITEM
      * E GRAVADO NA EMISSAO DA NOTA EM ITEMCFOP.DAT
           MOVE "N" TO W-CFO-ABERTO
           OPEN INPUT ARQCFO
           IF ST-CFO = "00"
              MOVE "S" TO W-CFO-ABERTO.
           MOVE "N" TO W-ICF-ABERTO
           OPEN I-O ARQICF
           IF ST-ICF = "30"
              OPEN OUTPUT ARQICF
              CLOSE ARQICF
              OPEN I-O ARQICF.
           IF ST-ICF = "00"
              MOVE "S" TO W-ICF-ABERTO.
      * FERIADOS (SCE045) CARREGADOS EM TABELA PARA O ROLO DO
      * VENCIMENTO PARA O PROXIMO DIA UTIL
       CARREGA-FERIADOS.
                    DISPLAY (12, 20) "VENDEDOR INATIVO"
                    GO TO LOGIN-OPERADOR.
       R1.
           PERFORM JRN-COMMIT.
           IF W-TRV-ATIVO = 1
              MOVE "REGPED" TO TRV-ARQUIVO
              MOVE W-TRV-CHV-AT TO TRV-REGCHAVE
           NUMPEDIDO TPPEDIDO CODPROD CODCLI CODFORN
           QTD PRECO TOTAL PROD-CPFCNPJ PRECOU PED-QTD ITEMTOTAL
           DESCONTO-PCT IMPOSTO-PCT DATAPED W-QTD-ITENS PED-BASE-DEVOL
           PED-CONDPAG
           MOVE ZEROS TO W-TEM-ENTREGA W-FILIAL
           MOVE ZEROS TO W-FRETE-CNPJ W-FRETE-VALOR W-FRT-COTADO
           MOVE SPACES TO W-DSTATUS
           MOVE ZEROS TO W-RMA-NUM
           MOVE SPACES TO W-PED-MOEDA
           MOVE ZEROS TO W-PED-TAXA W-PED-DT-TAXA.
       RTELA.
           DISPLAY TELAPED.
       R1A.
           IF ST-ERRO NOT = "23"
              MOVE 1 TO W-TRV-ATIVO
              MOVE TRV-REGCHAVE TO W-TRV-CHV-AT
              PERFORM LE-PED-MOEDA
              PERFORM DEFINE-STATUS
              PERFORM R3A
              PERFORM ESCOLHE-MOSTRA
              MOVE "CODIGO DO PRODUTO VAZIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF TPPEDIDO = 2 AND W-PSI-SIT = "D"
              MOVE "PRODUTO DESCONTINUADO - VENDA NAO PERMITIDA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF TPPEDIDO = 2 AND W-PSI-SIT = "B"
              MOVE "PRODUTO BLOQUEADO - VENDA SUSPENSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF TPPEDIDO = 1 AND W-PSI-SIT = "F"
              MOVE "PRODUTO FORA DE LINHA - NAO ENTRA EM COMPRA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF TPPEDIDO = 1 AND W-PSI-SIT = "D"
              MOVE "PRODUTO DESCONTINUADO - COMPRA NAO PERMITIDA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R4A.
           MOVE CODPROD TO COD
           READ ARQPROD
              ELSE
                 IF W-TAB-ORIGEM = "G"
                    MOVE "PRECO DA TABELA DA CATEGORIA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    IF W-TAB-ORIGEM = "F"
                       MOVE "PRECO DO CATALOGO DO FORNECEDOR" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM.
              IF W-PED-MOEDA NOT = SPACES
                 GO TO R4M
              ELSE
                 GO TO R6.
       R4M.
           PERFORM PEDE-PRECO-ME THRU PEDE-PRECO-ME-FIM
           IF W-ACT = 01
              GO TO R4.
           DISPLAY TELAPED
           GO TO R6.
       R5.
           IF TPPEDIDO = 1 OR (TPPEDIDO = 3 AND PED-BASE-DEVOL = 1)
              GO TO R5F
                  GO TO ROT-FIM
           ELSE
                PERFORM VERIFICA-CLI-EH-FORN
                DISPLAY TELAPED.
           IF TPPEDIDO = 2
              PERFORM VERIFICA-SIT-CLI THRU VERIFICA-SIT-CLI-FIM
              IF W-SIT-BLOQ = 1
                 MOVE "*** CLIENTE BLOQUEADO PARA VENDAS OU INATIVO ***"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           IF TPPEDIDO = 2
              PERFORM VERIFICA-TERRITORIO THRU VERIFICA-TERRITORIO-FIM.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL = 2 AND W-SEL NOT = 1
              GO TO R5R.
           GO TO R5B.
      * CLIENTE DE TERRITORIO DE OUTRO VENDEDOR (TERRIT.DAT, SCE062)
      * SO GERA AVISO: O PEDIDO SEGUE NORMALMENTE
       VERIFICA-TERRITORIO.
           IF W-TER-ABERTO NOT = "S" OR W-VEND-ABERTO NOT = "S"
              GO TO VERIFICA-TERRITORIO-FIM.
           IF TERRITORIO = ZEROS
              GO TO VERIFICA-TERRITORIO-FIM.
           MOVE TERRITORIO TO TER-CODIGO
           READ ARQTER
           IF ST-TER NOT = "00"
              GO TO VERIFICA-TERRITORIO-FIM.
           IF TER-VENDEDOR = SPACES OR TER-VENDEDOR = W-OPERADOR
              GO TO VERIFICA-TERRITORIO-FIM.
           MOVE SPACES TO MENS
           STRING "*** ATENCAO: CLIENTE DO TERRITORIO " TER-CODIGO
              " - VENDEDOR " TER-VENDEDOR " ***"
              DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-TERRITORIO-FIM.
           EXIT.
      * DEVOLUCAO DE CLIENTE SO CONTRA RMA APROVADA NO SAC (SCE060)
      * PARA ESTE CLIENTE. OS ITENS FICAM LIMITADOS AOS PRODUTOS E
      * QUANTIDADES DA RMA, QUE E CONSUMIDA NA GRAVACAO DO PEDIDO
       R5R.
           MOVE ZEROS TO W-RMA-NUM
           DISPLAY (21, 12) "NUMERO DA RMA APROVADA (SCE060): "
           ACCEPT (21, 46) W-RMA-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-RMA-ABERTO NOT = "S"
              MOVE "ARQUIVO RMA.DAT NAO ENCONTRADO - USE O SCE060"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-RMA-NUM = ZEROS
              MOVE "DEVOLUCAO DE CLIENTE EXIGE RMA APROVADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5R.
           MOVE W-RMA-NUM TO RMA-NUMERO
           READ ARQRMA
           IF ST-RMA NOT = "00"
              MOVE "*** RMA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5R.
           IF RMA-STATUS NOT = "A"
              MOVE "RMA NAO APROVADA OU JA UTILIZADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5R.
           IF RMA-CODCLI NOT = CODCLI
              MOVE "RMA EMITIDA PARA OUTRO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5R.
           DISPLAY (21, 12)
              "                                                  "
           GO TO R5B.
       R5F.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           ELSE
                PERFORM VERIFICA-FORN-EH-CLI
                DISPLAY TELAPED.
           IF TPPEDIDO = 1
              PERFORM VERIFICA-SIT-FOR THRU VERIFICA-SIT-FOR-FIM
              IF W-SIT-BLOQ = 1
                 MOVE "*** FORNECEDOR BLOQUEADO PARA COMPRAS ***"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5F.
       VERIFICA-CLI-EH-FORN.
           MOVE CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
                 GO TO R5B.
           IF W-SEL = 1
              GO TO ALT-OPC.
           GO TO R5M.
      * COMPRA EM MOEDA ESTRANGEIRA: A TAXA E A DA DATA DO PEDIDO
      * (OU A ULTIMA ANTERIOR) E CONVERTE O PRECO NA MOEDA DIGITADO
      * EM CADA ITEM PARA O PRECO EM REAIS DO ITEMPED
       R5M.
           MOVE SPACES TO W-PED-MOEDA
           MOVE ZEROS TO W-PED-TAXA W-PED-DT-TAXA
           IF TPPEDIDO NOT = 1 OR W-MOE-ABERTO NOT = "S"
              GO TO R5B2.
           DISPLAY (21, 12) "MOEDA DA COMPRA (BRANCO = REAL): "
           ACCEPT (21, 46) W-PED-MOEDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5B.
           INSPECT W-PED-MOEDA CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-PED-MOEDA = SPACES OR W-PED-MOEDA = "BRL"
              MOVE SPACES TO W-PED-MOEDA
              GO TO R5B2.
           MOVE W-PED-MOEDA TO MOE-CODIGO
           READ ARQMOE
           IF ST-MOE NOT = "00"
              MOVE "MOEDA NAO CADASTRADA (SCE063)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5M.
           IF MOE-SITUACAO NOT = "A"
              MOVE "MOEDA INATIVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5M.
           MOVE DATAPED TO W-COT-DATA-REF
           PERFORM BUSCA-COTACAO THRU BUSCA-COTACAO-FIM
           IF W-COT-TAXA-ACH = ZEROS
              MOVE "SEM COTACAO DA MOEDA ATE A DATA DO PEDIDO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5M.
           MOVE W-COT-TAXA-ACH TO W-PED-TAXA
           MOVE W-COT-DATA-ACH TO W-PED-DT-TAXA
           MOVE SPACES TO MENS
           STRING "COMPRA EM " W-PED-MOEDA " - TAXA DE "
              W-PED-DT-TAXA DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5B2.
           MOVE ZEROS TO W-FILIAL
           DISPLAY (21, 12) "FILIAL (00 = ESTOQUE GERAL): "
           GO TO R5D.
      * TRANSPORTADORA E FRETE DA ENTREGA (SCE046): FICAM EM
      * PEDFRETE.DAT AO LADO DO COMPLEMENTO DE ENTREGA E SAEM
      * NA NF E NO ROMANEIO; O RELFRETE FECHA O CUSTO MENSAL.
      * CNPJ OU VALOR ZERADO: O FRETE E COTADO PELA TABELA DE
      * FRETE (TABFRETE.DAT) AO FINALIZAR OS ITENS (COTA-FRETE)
       R5D.
           MOVE ZEROS TO W-FRETE-CNPJ W-FRETE-VALOR
           DISPLAY (21, 12)
              "CNPJ TRANSPORTADORA (0 = COTAR PELA TABELA): "
           ACCEPT (21, 58) W-FRETE-CNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5C.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5D.
       R5D2.
           DISPLAY (21, 12) "VALOR DO FRETE (0 = COTAR):      "
           ACCEPT (21, 41) W-FRETE-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5D.
              MOVE "QUANTIDADE NULA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF TPPEDIDO = 1 AND W-TAB-ORIGEM = "F" AND
              PED-QTD < W-CAT-QTD-MIN
              MOVE SPACES TO MENS
              STRING "ATENCAO: ABAIXO DA QTD MINIMA DO CATALOGO ("
                 W-CAT-QTD-MIN ")"
                 DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-RMA-NUM NOT = ZEROS
              PERFORM VERIFICA-ITEM-RMA THRU VERIFICA-ITEM-RMA-FIM
              IF W-RMA-OK = ZEROS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
      * COMPRA E DIGITADA NA UNIDADE DE COMPRA: MOSTRA QUANTO
      * ISSO RENDE NA UNIDADE DE ESTOQUE (UNIDCONV.DAT, SCE034)
           IF TPPEDIDO = 1 AND W-CNV-ABERTO = "S"
           MOVE "ITEM INCLUIDO NO PEDIDO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4.
      * O PRODUTO TEM DE ESTAR NA RMA E A QUANTIDADE, SOMADA AO QUE
      * JA FOI LANCADO DELE NESTE PEDIDO, NAO PODE PASSAR DA RMA
       VERIFICA-ITEM-RMA.
           MOVE ZEROS TO W-RMA-OK W-RMA-SALDO W-RMA-LANC
           MOVE W-RMA-NUM TO RMA-NUMERO
           READ ARQRMA
           IF ST-RMA NOT = "00"
              MOVE "*** RMA NAO ENCONTRADA ***" TO MENS
              GO TO VERIFICA-ITEM-RMA-FIM.
           MOVE 1 TO W-RMA-I.
       VERIFICA-ITEM-RMA-LOOP.
           IF W-RMA-I > RMA-QTD-ITENS
              GO TO VERIFICA-ITEM-RMA-SOMA.
           IF RMA-CODPROD(W-RMA-I) = CODPROD
              ADD RMA-QTD(W-RMA-I) TO W-RMA-SALDO.
           ADD 1 TO W-RMA-I
           GO TO VERIFICA-ITEM-RMA-LOOP.
       VERIFICA-ITEM-RMA-SOMA.
           IF W-RMA-SALDO = ZEROS
              MOVE "PRODUTO NAO CONSTA NA RMA" TO MENS
              GO TO VERIFICA-ITEM-RMA-FIM.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS ITEM-CHAVE
              INVALID KEY GO TO VERIFICA-ITEM-RMA-QTD.
       VERIFICA-ITEM-RMA-ITENS.
           READ ARQITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-ITEM-RMA-QTD.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO VERIFICA-ITEM-RMA-QTD.
           IF ITEM-CODPROD = CODPROD
              ADD ITEM-QTD TO W-RMA-LANC.
           GO TO VERIFICA-ITEM-RMA-ITENS.
       VERIFICA-ITEM-RMA-QTD.
           IF PED-QTD + W-RMA-LANC > W-RMA-SALDO
              MOVE SPACES TO MENS
              STRING "QUANTIDADE ACIMA DA RMA - SALDO "
                 W-RMA-SALDO " JA LANCADO " W-RMA-LANC
                 DELIMITED BY SIZE INTO MENS
              GO TO VERIFICA-ITEM-RMA-FIM.
           MOVE 1 TO W-RMA-OK.
       VERIFICA-ITEM-RMA-FIM.
           EXIT.
      * BAIXA DA RMA: FICA LIGADA AO PEDIDO DE DEVOLUCAO
       CONSOME-RMA.
           IF W-RMA-NUM = ZEROS OR W-RMA-ABERTO NOT = "S"
              GO TO CONSOME-RMA-FIM.
           MOVE W-RMA-NUM TO RMA-NUMERO
           READ ARQRMA
           IF ST-RMA NOT = "00"
              GO TO CONSOME-RMA-FIM.
           MOVE "U" TO RMA-STATUS
           MOVE NUMPEDIDO TO RMA-PED-DEVOL
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO RMA-DATA-USO
           REWRITE REGRMA
           MOVE ZEROS TO W-RMA-NUM.
       CONSOME-RMA-FIM.
           EXIT.
       VALIDA-DATA-CAL.
           MOVE 1 TO W-DATA-OK
           IF W-VAL-MM < 1 OR W-VAL-MM > 12
       BUSCA-PRECO-TAB.
           MOVE PRECO TO W-PRECO-ACH
           MOVE SPACES TO W-TAB-ORIGEM
           IF TPPEDIDO = 1
              PERFORM BUSCA-CATALOGO THRU BUSCA-CATALOGO-FIM
              IF W-TAB-ORIGEM = "F"
                 GO TO BUSCA-PRECO-TAB-SAI.
           IF W-TAB-ABERTO NOT = "S"
              GO TO BUSCA-PRECO-TAB-SAI.
           IF TPPEDIDO = 2 AND CODCLI > ZEROS
           MOVE W-PRECO-ACH TO PRECOU.
       BUSCA-PRECO-TAB-FIM.
           EXIT.
      * COMPRA: CATALOGO DO FORNECEDOR (CATFOR.DAT, IMPCAT) -
      * VALE A ULTIMA VIGENCIA ATE A DATA DO PEDIDO, SE AINDA
      * DENTRO DA VALIDADE
       BUSCA-CATALOGO.
           MOVE ZEROS TO W-CAT-PRECO W-CAT-VALIDADE W-CAT-QTD-MIN
           IF W-CAT-ABERTO NOT = "S" OR CODFORN = ZEROS
              GO TO BUSCA-CATALOGO-FIM.
           MOVE CODFORN TO CAT-CPFCNPJ
           MOVE COD TO CAT-CODPROD
           MOVE ZEROS TO CAT-VIGENCIA
           START ARQCAT KEY IS NOT LESS THAN CAT-CHAVE
              INVALID KEY GO TO BUSCA-CATALOGO-FIM.
       BUSCA-CATALOGO-LOOP.
           READ ARQCAT NEXT
           IF ST-CAT NOT = "00"
              GO TO BUSCA-CATALOGO-VAL.
           IF CAT-CPFCNPJ NOT = CODFORN OR CAT-CODPROD NOT = COD
              GO TO BUSCA-CATALOGO-VAL.
           IF CAT-VIGENCIA > DATAPED
              GO TO BUSCA-CATALOGO-VAL.
           MOVE CAT-PRECO TO W-CAT-PRECO
           MOVE CAT-VALIDADE TO W-CAT-VALIDADE
           MOVE CAT-QTD-MIN TO W-CAT-QTD-MIN
           GO TO BUSCA-CATALOGO-LOOP.
       BUSCA-CATALOGO-VAL.
           IF W-CAT-PRECO = ZEROS
              GO TO BUSCA-CATALOGO-FIM.
           IF W-CAT-VALIDADE NOT = ZEROS AND W-CAT-VALIDADE < DATAPED
              MOVE ZEROS TO W-CAT-QTD-MIN
              GO TO BUSCA-CATALOGO-FIM.
           MOVE W-CAT-PRECO TO W-PRECO-ACH
           MOVE "F" TO W-TAB-ORIGEM.
       BUSCA-CATALOGO-FIM.
           EXIT.
       BUSCA-TAB-CLI.
           MOVE COD TO PRC-COD
           MOVE "C" TO PRC-TIPO
           MOVE ZEROS TO W-EH-KIT
           IF W-KIT-ABERTO NOT = "S"
              GO TO VERIFICA-EH-KIT-FIM.
      * KIT PRE-MONTADO TEM ESTOQUE PROPRIO E SEGUE COMO PRODUTO
           IF W-KPM-ABERTO = "S"
              MOVE CODPROD TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00" AND KPM-PREMONT = "S"
                 GO TO VERIFICA-EH-KIT-FIM.
           MOVE CODPROD TO KIT-CODKIT
           MOVE ZEROS TO KIT-SEQ
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
              GO TO CALCULA-USO-LINHA-FIM.
           IF W-KIT-ABERTO NOT = "S"
              GO TO CALCULA-USO-LINHA-FIM.
      * KIT PRE-MONTADO TEM ESTOQUE PROPRIO E SEGUE COMO PRODUTO
           IF W-KPM-ABERTO = "S"
              MOVE ITEM-CODPROD TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00" AND KPM-PREMONT = "S"
                 GO TO CALCULA-USO-LINHA-FIM.
           MOVE ITEM-CODPROD TO KIT-CODKIT
           MOVE ZEROS TO KIT-SEQ
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF PED-QTD > W-SALDO
              MOVE "ESTOQUE INSUFICIENTE PARA ESTA OPERACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VE-SUBST.
       VERIFICA-ESTOQUE-FIM.
           EXIT.
      * NA VENDA, ANTES DA PENDENCIA, OFERECE OS SUBSTITUTOS COM
      * SALDO NA FILIAL; NA TROCA O ITEM VOLTA AO IMPOSTO (A TABELA
      * UF/CATEGORIA E DO NOVO PRODUTO) E E CONFERIDO DE NOVO
       VE-SUBST.
           IF TPPEDIDO = 2 AND W-SUB-ABERTO = "S"
              PERFORM OFERECE-SUBST THRU OFERECE-SUBST-FIM
              IF W-SUB-OPC > ZEROS
                 GO TO R6C.
       VE-BACKORDER.
           IF TPPEDIDO NOT = 2
              GO TO R6.
           MOVE "PENDENCIA DE ESTOQUE REGISTRADA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R6.
      *----------------------------------------------------------------
      * JANELA DE SUBSTITUTOS DO PRODUTO EM FALTA: ATE 6, NA ORDEM
      * DE PRIORIDADE DO PRODSUB.DAT, SO OS QUE TEM SALDO LIVRE NA
      * FILIAL DO PEDIDO (MESMA CONTA DO VERIFICA-ESTOQUE: SALDO
      * MENOS RESERVA, QUARENTENA E LINHAS JA DIGITADAS). KITS
      * EXPLODIDOS NAO ENTRAM. O PRECO MOSTRADO JA SEGUE A REGRA DO
      * PAR (ORIGINAL, SUBSTITUTO OU O MENOR). W-SUB-OPC VOLTA COM
      * A ESCOLHA (ZERO = SEM TROCA)
      *----------------------------------------------------------------
       OFERECE-SUBST.
           MOVE ZEROS TO W-SUB-OPC W-SUB-QTD
           MOVE CODPROD TO W-SUB-ORIG
           MOVE PRECOU TO W-SUB-PRECO-ORIG
           MOVE CODPROD TO SUB-CODPROD
           MOVE ZEROS TO SUB-CODSUBST
           START ARQSUB KEY IS NOT LESS THAN SUB-CHAVE
              INVALID KEY GO TO OFERECE-SUBST-FIM.
       OFERECE-SUBST-LOOP.
           READ ARQSUB NEXT
           IF ST-SUB NOT = "00"
              GO TO OFERECE-SUBST-MOSTRA.
           IF SUB-CODPROD NOT = W-SUB-ORIG
              GO TO OFERECE-SUBST-MOSTRA.
           PERFORM SALDO-SUBST THRU SALDO-SUBST-FIM
           IF W-SUB-SALDO NOT > ZEROS
              GO TO OFERECE-SUBST-LOOP.
           PERFORM INSERE-SUBST THRU INSERE-SUBST-FIM
           GO TO OFERECE-SUBST-LOOP.
       OFERECE-SUBST-MOSTRA.
           MOVE W-SUB-ORIG TO CODPROD
           MOVE W-SUB-PRECO-ORIG TO PRECOU
           MOVE ZEROS TO W-EH-KIT
           IF W-SUB-QTD = ZEROS
              GO TO OFERECE-SUBST-FIM.
           DISPLAY (10, 12) "SUBSTITUTOS COM SALDO NA FILIAL "
              W-FILIAL ":                          "
           MOVE ZEROS TO W-SUB-IX
           MOVE 10 TO W-SUB-LIN.
       OFERECE-SUBST-LINHA.
           ADD 1 TO W-SUB-IX
           IF W-SUB-IX > W-SUB-QTD
              GO TO OFERECE-SUBST-ESCOLHE.
           ADD 1 TO W-SUB-LIN
           MOVE W-SUB-IX TO DST-NUM
           MOVE W-SUB-COD(W-SUB-IX) TO DST-COD
           MOVE W-SUB-DESC(W-SUB-IX) TO DST-DESC
           MOVE W-SUB-DISP(W-SUB-IX) TO DST-DISP
           MOVE W-SUB-PRC(W-SUB-IX) TO DST-PRECO
           DISPLAY (W-SUB-LIN, 12) DET-SUB-TELA
           GO TO OFERECE-SUBST-LINHA.
       OFERECE-SUBST-ESCOLHE.
           MOVE ZEROS TO W-SUB-OPC
           DISPLAY (21, 12) "SUBSTITUIR PELO ITEM (0 = NAO): "
           ACCEPT (21, 45) W-SUB-OPC
           IF W-SUB-OPC > W-SUB-QTD
              GO TO OFERECE-SUBST-ESCOLHE.
           DISPLAY (21, 12) "                                   "
           IF W-SUB-OPC = ZEROS
              MOVE ZEROS TO SBU-CODSUBST SBU-VALOR
              MOVE "N" TO SBU-RESULTADO
              PERFORM GRAVA-SUBUSO THRU GRAVA-SUBUSO-FIM
              DISPLAY TELAPED
              GO TO OFERECE-SUBST-FIM.
           IF W-SUB-DISP(W-SUB-OPC) < PED-QTD
              MOVE "SALDO DO SUBSTITUTO NAO COBRE A QUANTIDADE"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OFERECE-SUBST-ESCOLHE.
           MOVE W-SUB-COD(W-SUB-OPC) TO SBU-CODSUBST
           COMPUTE SBU-VALOR = W-SUB-PRC(W-SUB-OPC) * PED-QTD
           MOVE "S" TO SBU-RESULTADO
           PERFORM GRAVA-SUBUSO THRU GRAVA-SUBUSO-FIM
           MOVE W-SUB-COD(W-SUB-OPC) TO CODPROD COD
           READ ARQPROD
           MOVE DESC TO DESCPROD
           MOVE W-SUB-PRC(W-SUB-OPC) TO PRECOU
           DISPLAY TELAPED
           MOVE SPACES TO MENS
           STRING "PRODUTO " W-SUB-ORIG " TROCADO PELO SUBSTITUTO "
              CODPROD DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       OFERECE-SUBST-FIM.
           EXIT.

      * SALDO LIVRE DO SUBSTITUTO SUB-CODSUBST NA FILIAL DO PEDIDO
      * E PRECO DA TROCA PELA REGRA DO PAR. ZERO SE NAO CADASTRADO
      * OU SE E KIT EXPLODIDO, DESCONTINUADO OU BLOQUEADO
       SALDO-SUBST.
           MOVE ZEROS TO W-SUB-SALDO
           MOVE SUB-CODSUBST TO CODPROD
           PERFORM VERIFICA-EH-KIT THRU VERIFICA-EH-KIT-FIM
           IF W-EH-KIT = 1
              GO TO SALDO-SUBST-FIM.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D" OR "B"
              GO TO SALDO-SUBST-FIM.
           MOVE SUB-CODSUBST TO COD
           READ ARQPROD
           IF ST-ERRO NOT = "00"
              GO TO SALDO-SUBST-FIM.
           IF W-FILIAL > ZEROS
              MOVE SUB-CODSUBST TO ESTQ-COD
              MOVE W-FILIAL TO ESTQ-FILIAL
              READ ARQESTFIL
              IF ST-FIL = "00"
                 MOVE ESTQ-QTD TO W-SUB-SALDO
              ELSE
                 MOVE ZEROS TO W-SUB-SALDO
           ELSE
              MOVE QTD TO W-SUB-SALDO.
           MOVE SUB-CODSUBST TO RSV-COD
           MOVE W-FILIAL TO RSV-FILIAL
           READ ARQRSV
           IF ST-RSV = "00"
              SUBTRACT RSV-QTD FROM W-SUB-SALDO.
           MOVE SUB-CODSUBST TO W-BLQ-PROD
           PERFORM SOMA-BLOQUEADO THRU SOMA-BLOQUEADO-FIM
           SUBTRACT W-BLQ-TOT FROM W-SUB-SALDO
           MOVE SUB-CODSUBST TO W-CMP-PROD
           PERFORM SOMA-USO-PEDIDO THRU SOMA-USO-PEDIDO-FIM
           SUBTRACT W-USO-PED FROM W-SUB-SALDO
           PERFORM BUSCA-PRECO-TAB THRU BUSCA-PRECO-TAB-FIM
           IF SUB-REGRA-PRECO = "O"
              MOVE W-SUB-PRECO-ORIG TO PRECOU.
           IF SUB-REGRA-PRECO = "M" AND W-SUB-PRECO-ORIG < PRECOU
              MOVE W-SUB-PRECO-ORIG TO PRECOU.
       SALDO-SUBST-FIM.
           EXIT.

      * COLOCA O SUBSTITUTO LIDO NA TABELA EM ORDEM DE PRIORIDADE;
      * A 7A POSICAO SO SERVE DE SOBRA PARA O DESLOCAMENTO
       INSERE-SUBST.
           MOVE ZEROS TO W-SUB-IX.
       INSERE-SUBST-POS.
           ADD 1 TO W-SUB-IX
           IF W-SUB-IX > W-SUB-QTD
              GO TO INSERE-SUBST-GRAVA.
           IF SUB-PRIORIDADE < W-SUB-PRI(W-SUB-IX)
              GO TO INSERE-SUBST-DESLOCA.
           GO TO INSERE-SUBST-POS.
       INSERE-SUBST-DESLOCA.
           MOVE W-SUB-QTD TO W-SUB-IY.
       INSERE-SUBST-DESL-LOOP.
           IF W-SUB-IY < W-SUB-IX
              GO TO INSERE-SUBST-GRAVA.
           MOVE W-SUB-ITEM(W-SUB-IY) TO W-SUB-ITEM(W-SUB-IY + 1)
           SUBTRACT 1 FROM W-SUB-IY
           GO TO INSERE-SUBST-DESL-LOOP.
       INSERE-SUBST-GRAVA.
           IF W-SUB-IX > 6
              GO TO INSERE-SUBST-FIM.
           MOVE SUB-CODSUBST TO W-SUB-COD(W-SUB-IX)
           MOVE SUB-PRIORIDADE TO W-SUB-PRI(W-SUB-IX)
           MOVE W-SUB-SALDO TO W-SUB-DISP(W-SUB-IX)
           MOVE PRECOU TO W-SUB-PRC(W-SUB-IX)
           MOVE DESC TO W-SUB-DESC(W-SUB-IX)
           IF W-SUB-QTD < 6
              ADD 1 TO W-SUB-QTD.
       INSERE-SUBST-FIM.
           EXIT.

      * REGISTRO DA OFERTA PARA O RELSUB (TROCA OU RECUSA)
       GRAVA-SUBUSO.
           IF W-SBU-ABERTO NOT = "S"
              GO TO GRAVA-SUBUSO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO SBU-DATA
           MOVE "P" TO SBU-ORIGEM
           MOVE W-SUB-ORIG TO SBU-CODPROD
           MOVE PED-QTD TO SBU-QTD
           MOVE NUMPEDIDO TO SBU-DOC
           MOVE CODCLI TO SBU-CODCLI
           MOVE W-OPERADOR TO SBU-OPERADOR
           WRITE REGSBU.
       GRAVA-SUBUSO-FIM.
           EXIT.
       GRAVA-ITEM-ARQ.
           ADD 1 TO W-QTD-ITENS
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE IMPOSTO-PCT TO ITEM-IMPOSTO-PCT
           MOVE ITEMTOTAL TO ITEM-TOTAL
           WRITE REGITEM
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-ITEM
           IF ST-ERRO NOT = "00"
              SUBTRACT 1 FROM W-QTD-ITENS
              MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              ADD ITEMTOTAL TO TOTAL
              PERFORM GRAVA-ITEM-MOEDA.
       LISTA-ITENS-PED.
           MOVE 4 TO W-LIN-ITEM
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO APAGA-ITENS-PED-FIM.
           MOVE "D" TO W-JRN-OPER
           PERFORM JRN-ANTES-ITEM
           DELETE ARQITEM RECORD
           PERFORM JRN-GRAVA-ITEM
           GO TO APAGA-ITENS-PED-LOOP.
       APAGA-ITENS-PED-FIM.
           EXIT.
              MOVE SDP-SALDO TO W-SALDO-CLI.
       CALCULA-SALDO-CLI-FIM.
           EXIT.
      * SITUACAO CADASTRAL DO CLIENTE (SITPES.DAT, SCE002):
      * BLOQUEADO PARA VENDAS (V) OU INATIVO (I) NAO COMPRA.
      * SEM REGISTRO = ATIVO
       VERIFICA-SIT-CLI.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-CLI-FIM.
           MOVE "C" TO SIT-TIPO
           MOVE CODCLI TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "V" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-CLI-FIM.
           EXIT.
      * SITUACAO CADASTRAL DO FORNECEDOR (SITPES.DAT, SCE003):
      * BLOQUEADO PARA COMPRAS/PAGAMENTOS (C) OU INATIVO (I)
      * NAO RECEBE PEDIDO, COTACAO NEM PAGAMENTO EM BORDERO
       VERIFICA-SIT-FOR.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-FOR-FIM.
           MOVE "F" TO SIT-TIPO
           MOVE CODFORN TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "C" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-FOR-FIM.
           EXIT.
      * SITUACAO DO PRODUTO NO CICLO DE VIDA (PRODSIT.DAT,
      * SCE004): A=ATIVO, F=FORA DE LINHA (VENDE O SALDO, NAO
      * COMPRA), D=DESCONTINUADO (NAO VENDE NEM COMPRA),
      * B=BLOQUEADO (VENDA SUSPENSA). ANTES DA DATA DE VIGENCIA
      * VALE A SITUACAO ANTERIOR. SEM REGISTRO = ATIVO
       SITUACAO-PROD.
           MOVE "A" TO W-PSI-SIT
           IF W-PSI-ABERTO NOT = "S"
              GO TO SITUACAO-PROD-FIM.
           MOVE CODPROD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI = "00"
              IF PSI-DATA-VIG > W-PSI-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.
      * EXPOSICAO DO GRUPO ECONOMICO DO CLIENTE (SCE059): SOMA DO
      * SALDO EM ABERTO DE TODOS OS MEMBROS EM SALDOPES.DAT.
      * W-GRUPO ZERO = CLIENTE FORA DE GRUPO ATIVO
       SOMA-SALDO-GRUPO.
           MOVE ZEROS TO W-GRUPO W-SALDO-GRP
           IF W-GRP-ABERTO NOT = "S"
              GO TO SOMA-SALDO-GRUPO-FIM.
           MOVE W-CLI-GRP TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL NOT = "00"
              GO TO SOMA-SALDO-GRUPO-FIM.
           MOVE GCL-GRUPO TO GRP-CODIGO
           READ ARQGRP
           IF ST-GRP NOT = "00" OR GRP-SITUACAO NOT = "A"
              GO TO SOMA-SALDO-GRUPO-FIM.
           MOVE GRP-CODIGO TO W-GRUPO
           MOVE ZEROS TO GCL-CODCLI
           START ARQGCL KEY IS NOT LESS THAN GCL-CHAVE
              INVALID KEY GO TO SOMA-SALDO-GRUPO-FIM.
       SOMA-SALDO-GRUPO-LOOP.
           READ ARQGCL NEXT
           IF ST-GCL NOT = "00"
              GO TO SOMA-SALDO-GRUPO-FIM.
           IF GCL-GRUPO NOT = W-GRUPO
              GO TO SOMA-SALDO-GRUPO-FIM.
           MOVE "R" TO SDP-TIPO
           MOVE GCL-CODCLI TO SDP-CODPESSOA
           READ ARQSDP
           IF ST-SDP = "00"
              ADD SDP-SALDO TO W-SALDO-GRP.
           GO TO SOMA-SALDO-GRUPO-LOOP.
       SOMA-SALDO-GRUPO-FIM.
           EXIT.
       VERIFICA-CREDITO-PED.
           MOVE ZEROS TO W-ABORTA-SALVAR
           IF TPPEDIDO NOT = 2
              GO TO VERIFICA-CREDITO-PED-FIM.
           IF LIMITE-CREDITO OF REGCLI NOT > ZEROS
              GO TO VERIFICA-CREDITO-PED-GRP.
           PERFORM CALCULA-SALDO-CLI THRU CALCULA-SALDO-CLI-FIM
           IF W-SALDO-CLI + TOTAL > LIMITE-CREDITO OF REGCLI
              MOVE 1 TO W-ABORTA-SALVAR
              GO TO VERIFICA-CREDITO-PED-FIM.
      * LIMITE CONSOLIDADO DO GRUPO ECONOMICO: VALE MESMO PARA O
      * CLIENTE SEM LIMITE INDIVIDUAL
       VERIFICA-CREDITO-PED-GRP.
           MOVE CODCLI TO W-CLI-GRP
           PERFORM SOMA-SALDO-GRUPO THRU SOMA-SALDO-GRUPO-FIM
           IF W-GRUPO > ZEROS AND GRP-LIMITE > ZEROS
              IF W-SALDO-GRP + TOTAL > GRP-LIMITE
                 MOVE 2 TO W-ABORTA-SALVAR.
       VERIFICA-CREDITO-PED-FIM.
           EXIT.
       CONF.
           IF W-FRT-COTADO = ZEROS
              PERFORM COTA-FRETE THRU COTA-FRETE-FIM.
           DISPLAY TELAPED.
           DISPLAY (20, 12) "QUER SALVAR OS DADOS? (S/N)"
           ACCEPT (21, 9) DADOS
                 MOVE "LIMITE DE CREDITO DO CLIENTE EXCEDIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CONF-HOLD
              ELSE
              IF W-ABORTA-SALVAR = 2
                 MOVE "LIMITE DE CREDITO DO GRUPO EXCEDIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CONF-HOLD
              ELSE
                 PERFORM VERIFICA-ALCADA THRU VERIFICA-ALCADA-FIM
                 IF W-ALC-ESTOURO = 1
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "H" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           IF W-TEM-ENTREGA = 1 OR W-FILIAL > ZEROS
              WRITE REGPCMP.
           PERFORM GRAVA-FRETE THRU GRAVA-FRETE-FIM.
           PERFORM GRAVA-PED-MOEDA.
           PERFORM CONSOME-RMA THRU CONSOME-RMA-FIM
           MOVE "PEDIDO GRAVADO EM ANALISE DE CREDITO (SCE017)"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "G" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           IF W-TEM-ENTREGA = 1 OR W-FILIAL > ZEROS
              WRITE REGPCMP.
           PERFORM GRAVA-FRETE THRU GRAVA-FRETE-FIM.
           PERFORM GRAVA-PED-MOEDA.
           MOVE "PEDIDO GRAVADO AGUARDANDO ALCADA (SCE041)"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-WR1.
           IF W-CPG-ABERTO NOT = "S"
              GO TO CONF-PARC-QTD.
           PERFORM CONDPAG-PADRAO-CLI THRU CONDPAG-PADRAO-CLI-FIM.
       CONF-PARC-COND.
           DISPLAY (20, 12) "COND. PAGAMENTO (000 = PARCELAS IGUAIS): "
           ACCEPT (20, 54) PED-CONDPAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONF.
           IF PED-CONDPAG = ZEROS
              GO TO CONF-PARC-QTD.
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK NOT = 1 OR CPG-SITUACAO NOT = "A"
              MOVE "CONDICAO DE PAGAMENTO INEXISTENTE OU INATIVA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-PARC-COND.
           MOVE CPG-QTD-PARC TO W-QTD-PARC
           GO TO CONF-PARC-SALVA.
       CONF-PARC-QTD.
           MOVE SPACES TO MENS
           DISPLAY (20, 12) MENS
           DISPLAY (20, 12) "QTDE DE PARCELAS (01-12): "
           ACCEPT (20, 39) W-QTD-PARC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-QTD-PARC < 1 OR W-QTD-PARC > 12
              MOVE "QTDE DE PARCELAS DEVE SER DE 01 A 12" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-PARC-QTD.
       CONF-PARC-SALVA.
           MOVE "DADOS FORAM SALVOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-WR1.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "A" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           PERFORM APLICA-ITENS-DRAFT THRU APLICA-ITENS-DRAFT-FIM
           PERFORM GERA-LANC-NOVO THRU GERA-LANC-NOVO-FIM
           IF W-TEM-ENTREGA = 1 OR W-FILIAL > ZEROS
              WRITE REGPCMP.
           PERFORM GRAVA-FRETE THRU GRAVA-FRETE-FIM.
           PERFORM GRAVA-PED-MOEDA.
           PERFORM CONSOME-RMA THRU CONSOME-RMA-FIM
           IF TPPEDIDO = 2 AND CODCLI > ZEROS
              MOVE "PD" TO W-MSG-TIPO
              MOVE SPACES TO W-MSG-DOC W-MSG-ANEXO
              STRING "PEDIDO " NUMPEDIDO
                 DELIMITED BY SIZE INTO W-MSG-DOC
              MOVE "C" TO W-MSG-PAPEL
              PERFORM AVISA-CLIENTE.
           GO TO R1.
      * COMPRA (TIPO 1) NAO ABRE MAIS O CONTAS A PAGAR NA
      * GRAVACAO: AS PARCELAS "P" SO NASCEM NO CASAMENTO DA
      * GERA CONTAS A RECEBER
           IF TPPEDIDO = 4
              GO TO GERA-LANC-NOVO-FIM.
           MOVE ZEROS TO W-COND-OK
           IF PED-CONDPAG NOT = ZEROS
              PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM.
           IF W-COND-OK = 1
              MOVE CPG-QTD-PARC TO W-QTD-PARC.
           COMPUTE W-VAL-PARC = TOTAL / W-QTD-PARC
           COMPUTE W-VAL-PRIM = TOTAL -
              (W-VAL-PARC * (W-QTD-PARC - 1))
           MOVE ZEROS TO W-IX-PARC W-SOMA-PARC.
       GERA-LANC-PARC.
           ADD 1 TO W-IX-PARC
           IF W-IX-PARC > W-QTD-PARC
           ELSE
              MOVE "R" TO LANC-TIPO
              MOVE CODCLI TO LANC-CODPESSOA.
           IF W-COND-OK = 1
              PERFORM VALOR-PARC-COND
           ELSE
              IF W-IX-PARC = 1
                 MOVE W-VAL-PRIM TO LANC-VALOR
              ELSE
                 MOVE W-VAL-PARC TO LANC-VALOR.
           IF TPPEDIDO = 3
              COMPUTE LANC-VALOR = LANC-VALOR * -1.
           MOVE DATAPED TO LANC-DATA
           PERFORM CALCULA-VENCIMENTO
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           GO TO GERA-LANC-PARC.
       GERA-LANC-NOVO-FIM.
           EXIT.
      * PERCENTUAL DA PARCELA NA CONDICAO DE PAGAMENTO (SCE047);
      * A ULTIMA PARCELA FICA COM A DIFERENCA DE ARREDONDAMENTO
       VALOR-PARC-COND.
           IF W-IX-PARC = W-QTD-PARC
              COMPUTE LANC-VALOR = TOTAL - W-SOMA-PARC
           ELSE
              COMPUTE LANC-VALOR ROUNDED =
                 TOTAL * CPG-PCT(W-IX-PARC) / 100.
           ADD LANC-VALOR TO W-SOMA-PARC.
      * CONDICAO PADRAO DO CLIENTE (REGCLI, SCE002) SUGERIDA
      * QUANDO O PEDIDO AINDA NAO TEM CONDICAO
       CONDPAG-PADRAO-CLI.
           IF PED-CONDPAG NOT = ZEROS OR CODCLI = ZEROS
              GO TO CONDPAG-PADRAO-CLI-FIM.
           MOVE CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE COND-PAGTO TO PED-CONDPAG.
       CONDPAG-PADRAO-CLI-FIM.
           EXIT.
       LE-CONDPAG.
           MOVE ZEROS TO W-COND-OK
           IF W-CPG-ABERTO NOT = "S"
              GO TO LE-CONDPAG-FIM.
           MOVE PED-CONDPAG TO CPG-CODIGO
           READ ARQCPG
           IF ST-CPG NOT = "00"
              GO TO LE-CONDPAG-FIM.
           IF CPG-QTD-PARC > ZEROS AND CPG-QTD-PARC NOT > 12
              MOVE 1 TO W-COND-OK.
       LE-CONDPAG-FIM.
           EXIT.
      * O VENCIMENTO NAO CAI MAIS EM FIM DE SEMANA OU FERIADO:
      * ROLA PARA O PROXIMO DIA UTIL DO CALENDARIO (SCE045).
      * PEDIDO COM CONDICAO DE PAGAMENTO VENCE PELOS PRAZOS DELA;
      * SEM CONDICAO, A CADA 30 DIAS DA DATA DO PEDIDO
       CALCULA-VENCIMENTO.
           IF W-COND-OK = 1 AND W-IX-PARC NOT > CPG-QTD-PARC
              PERFORM CALCULA-VENC-COND THRU CALCULA-VENC-COND-FIM
           ELSE
              COMPUTE W-VENC-SERIAL =
                 FUNCTION INTEGER-OF-DATE(DATAPED) + (30 * W-IX-PARC).
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-FIM
           COMPUTE LANC-VENCIMENTO =
              FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL).
      * TIPO D: DIAS CORRIDOS DA DATA DO PEDIDO. TIPO F (FORA O
      * MES): DIAS A PARTIR DO ULTIMO DIA DO MES DO PEDIDO E, COM
      * DIA FIXO, O PRIMEIRO DIA FIXO A PARTIR DA DATA CONTADA
       CALCULA-VENC-COND.
           IF CPG-TIPO NOT = "F"
              COMPUTE W-VENC-SERIAL =
                 FUNCTION INTEGER-OF-DATE(DATAPED)
                 + CPG-DIAS(W-IX-PARC)
              GO TO CALCULA-VENC-COND-FIM.
           MOVE DATAPED TO W-VENC-DATA
           PERFORM ULTIMO-DIA-MES
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-ULT)
              + CPG-DIAS(W-IX-PARC)
           IF CPG-DIA-FIXO = ZEROS
              GO TO CALCULA-VENC-COND-FIM.
           COMPUTE W-VENC-DATA =
              FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL)
           IF W-VENC-DIA > CPG-DIA-FIXO
              PERFORM ULTIMO-DIA-MES
              COMPUTE W-VENC-DATA = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(W-VENC-ULT) + 1).
           PERFORM ULTIMO-DIA-MES
           IF CPG-DIA-FIXO > W-VENC-ULT-DIA
              MOVE W-VENC-ULT-DIA TO W-VENC-DIA
           ELSE
              MOVE CPG-DIA-FIXO TO W-VENC-DIA.
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-DATA).
       CALCULA-VENC-COND-FIM.
           EXIT.
      * ULTIMO DIA DO MES DE W-VENC-DATA, DEVOLVIDO EM W-VENC-ULT
       ULTIMO-DIA-MES.
           MOVE W-VENC-DATA TO W-VENC-ULT
           MOVE 01 TO W-VENC-ULT-DIA
           IF W-VENC-ULT-MES = 12
              ADD 1 TO W-VENC-ULT-ANO
              MOVE 01 TO W-VENC-ULT-MES
           ELSE
              ADD 1 TO W-VENC-ULT-MES.
           COMPUTE W-VENC-ULT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-VENC-ULT) - 1).
      * DIA 1 DO CALENDARIO INTERNO (01/01/1601) E SEGUNDA:
      * RESTO 6 = SABADO, RESTO 0 = DOMINGO
       EH-DIA-UTIL.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL = 2
              ADD PED-QTD TO QTD
              MOVE "E" TO MOV-TIPO
              PERFORM DEVOLVE-SERIES THRU DEVOLVE-SERIES-FIM
           ELSE
              SUBTRACT PED-QTD FROM QTD
              MOVE "S" TO MOV-TIPO.
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              PERFORM ATUALIZA-ESTQ-FILIAL.
           MOVE SPACES TO MOV-DOC
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM.
       ATUALIZA-ESTOQUE-UNIT-FIM.
           EXIT.
      * DEVOLUCAO DE VENDA DE PRODUTO COM CONTROLE DE SERIE
      * (PRODSER.DAT, SCE004): A SERIE DE CADA UNIDADE QUE VOLTA
      * TEM DE TER SIDO VENDIDA A ESTE CLIENTE (SCE011); VOLTA AO
      * ESTOQUE NA FILIAL DO PEDIDO E A VENDA FICA SO NO HISTORICO
      * (SERMOV.DAT). F1 DEIXA AS UNIDADES RESTANTES SEM SERIE
       DEVOLVE-SERIES.
           IF W-SER-ABERTO NOT = "S"
              GO TO DEVOLVE-SERIES-FIM.
           MOVE CODPROD TO PSR-CODPROD
           READ ARQPSR
           IF ST-PSR NOT = "00"
              GO TO DEVOLVE-SERIES-FIM.
           IF PSR-CONTROLA NOT = "S"
              GO TO DEVOLVE-SERIES-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE ZEROS TO W-SER-CONT.
       DEVOLVE-SERIES-UN.
           IF W-SER-CONT NOT < PED-QTD
              GO TO DEVOLVE-SERIES-LIMPA.
           COMPUTE W-SER-ORD = W-SER-CONT + 1
           MOVE SPACES TO W-SERIE
           DISPLAY (21, 12) "SERIE DEVOLVIDA - UNIDADE " W-SER-ORD
              ":                      "
           ACCEPT (21, 46) W-SERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              COMPUTE W-SER-ORD = PED-QTD - W-SER-CONT
              MOVE SPACES TO MENS
              STRING "DEVOLUCAO SEM NUMERO DE SERIE EM " W-SER-ORD
                 " UNIDADE(S)" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIES-LIMPA.
           IF W-SERIE = SPACES
              MOVE "NUMERO DE SERIE OBRIGATORIO (F1 = SEM SERIE)"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIES-UN.
           MOVE CODPROD TO SER-CODPROD
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-SER NOT = "00"
              MOVE "SERIE NAO CADASTRADA PARA O PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIES-UN.
           IF SER-STATUS NOT = "V" OR SER-CODCLI NOT = CODCLI
              MOVE "SERIE NAO FOI VENDIDA A ESTE CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIES-UN.
           MOVE "E" TO SER-STATUS
           IF W-FILIAL > ZEROS
              MOVE W-FILIAL TO SER-FILIAL.
           MOVE ZEROS TO SER-PED-VENDA SER-NF SER-CODCLI
              SER-DATA-VENDA SER-GARANTIA-FIM
           MOVE W-OPERADOR TO SER-OPERADOR
           REWRITE REGSER
           IF ST-SER NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO NUMERO DE SERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIES-UN.
           MOVE "D" TO SMV-TIPO
           MOVE NUMPEDIDO TO SMV-DOC
           MOVE ZEROS TO SMV-FIL-ORIG
           MOVE SER-FILIAL TO SMV-FIL-DEST
           MOVE CODCLI TO SMV-PESSOA
           PERFORM GRAVA-SERMOV THRU GRAVA-SERMOV-FIM
           ADD 1 TO W-SER-CONT
           GO TO DEVOLVE-SERIES-UN.
       DEVOLVE-SERIES-LIMPA.
           MOVE SPACES TO MENS
           DISPLAY (21, 12) MENS.
       DEVOLVE-SERIES-FIM.
           EXIT.
      * HISTORICO DO NUMERO DE SERIE (SERMOV.DAT): O CHAMADOR
      * PREENCHE TIPO, DOCUMENTO, FILIAIS E PESSOA
       GRAVA-SERMOV.
           MOVE SER-CODPROD TO SMV-CODPROD
           MOVE SER-NUMERO TO SMV-NUMERO
           MOVE ZEROS TO SMV-SEQ
           MOVE W-DATAHORA(1:8) TO SMV-DATA
           MOVE W-OPERADOR TO SMV-OPERADOR.
       GRAVA-SERMOV-WR.
           ADD 1 TO SMV-SEQ
           WRITE REGSMV
           IF ST-SMV = "22"
              IF SMV-SEQ < 999
                 GO TO GRAVA-SERMOV-WR.
       GRAVA-SERMOV-FIM.
           EXIT.
       RESERVA-ESTOQUE.
           MOVE CODPROD TO RSV-COD
           MOVE W-FILIAL TO RSV-FILIAL
              MOVE "*** PRODUTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MNT-INC.
           PERFORM BUSCA-PRECO-TAB THRU BUSCA-PRECO-TAB-FIM
           IF W-PED-MOEDA NOT = SPACES
              PERFORM PEDE-PRECO-ME THRU PEDE-PRECO-ME-FIM
              IF W-ACT = 01
                 GO TO MNT-MENU.
       MNT-INC-QTD.
           DISPLAY (21, 12) "QUANTIDADE: "
           ACCEPT (21, 25) PED-QTD
           MOVE IMPOSTO-PCT TO ITEM-IMPOSTO-PCT
           MOVE ITEMTOTAL TO ITEM-TOTAL
           WRITE REGITEM
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-ITEM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MNT-MENU.
           PERFORM GRAVA-ITEM-MOEDA
           PERFORM ATUALIZA-ESTOQUE-NOVO THRU
              ATUALIZA-ESTOQUE-NOVO-FIM
           PERFORM MNT-RESYNC THRU MNT-RESYNC-FIM
           COMPUTE ITEM-TOTAL = W-SUBTOTAL -
                   (W-SUBTOTAL * ITEM-DESCONTO-PCT / 100) +
                   (W-SUBTOTAL * ITEM-IMPOSTO-PCT / 100)
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-ITEM
           REWRITE REGITEM
           PERFORM JRN-GRAVA-ITEM
           PERFORM MNT-APLICA-DELTA THRU MNT-APLICA-DELTA-FIM
           PERFORM MNT-RESYNC THRU MNT-RESYNC-FIM
           MOVE "ITEM ALTERADO E PEDIDO RESSINCRONIZADO" TO MENS
              GO TO MNT-MENU.
           MOVE ITEM-CODPROD TO CODPROD
           COMPUTE W-DELTA = ITEM-QTD * -1
           MOVE "D" TO W-JRN-OPER
           PERFORM JRN-ANTES-ITEM
           DELETE ARQITEM RECORD
           PERFORM JRN-GRAVA-ITEM
           PERFORM MNT-APLICA-DELTA THRU MNT-APLICA-DELTA-FIM
           PERFORM MNT-RESYNC THRU MNT-RESYNC-FIM
           MOVE "ITEM EXCLUIDO E PEDIDO RESSINCRONIZADO" TO MENS
           ELSE
              ADD PED-QTD TO QTD
              MOVE "E" TO MOV-TIPO.
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              PERFORM ATUALIZA-ESTQ-FILIAL.
           MOVE SPACES TO MOV-DOC
           GO TO MNT-RESYNC-LOOP.
       MNT-RESYNC-PED.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           PERFORM CONTA-PARCELAS THRU CONTA-PARCELAS-FIM
           PERFORM REVERTE-LANC THRU REVERTE-LANC-FIM
           PERFORM GERA-LANC-NOVO THRU GERA-LANC-NOVO-FIM.
              GO TO CONF-DRAFT.
       CONF-DRAFT-PARC.
           MOVE 1 TO W-QTD-PARC
           IF W-CPG-ABERTO NOT = "S"
              GO TO CONF-DRAFT-QTD.
           PERFORM CONDPAG-PADRAO-CLI THRU CONDPAG-PADRAO-CLI-FIM.
       CONF-DRAFT-COND.
           DISPLAY (20, 12) "COND. PAGAMENTO (000 = PARCELAS IGUAIS): "
           ACCEPT (20, 54) PED-CONDPAG
           IF PED-CONDPAG = ZEROS
              GO TO CONF-DRAFT-QTD.
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK NOT = 1 OR CPG-SITUACAO NOT = "A"
              MOVE "CONDICAO DE PAGAMENTO INEXISTENTE OU INATIVA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-DRAFT-COND.
           MOVE CPG-QTD-PARC TO W-QTD-PARC
           GO TO CONF-DRAFT-RW.
       CONF-DRAFT-QTD.
           MOVE SPACES TO MENS
           DISPLAY (20, 12) MENS
           DISPLAY (20, 12) "QTDE DE PARCELAS (01-12): "
           ACCEPT (20, 39) W-QTD-PARC
           IF W-QTD-PARC < 1 OR W-QTD-PARC > 12
              MOVE "QTDE DE PARCELAS DEVE SER DE 01 A 12" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-DRAFT-QTD.
       CONF-DRAFT-RW.
           PERFORM LE-FILIAL-PED
           PERFORM APLICA-ITENS-DRAFT THRU APLICA-ITENS-DRAFT-FIM
           ELSE
              MOVE "A" TO PED-STATUS.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA CONFIRMACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      * PEDIDO FATURADO COM NOTA EMITIDA SO SE CANCELA PELO
      * EVENTO DA NOTA (NFEVT), QUE AVISA O FISCO
           IF PED-STATUS = "F"
              MOVE CHAVE TO NF-CHAVE
              READ ARQNF
              IF ST-ERRO = "00"
                 MOVE "PEDIDO COM NOTA FISCAL - CANCELE PELO NFEVT"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           IF W-PERIODO-ABERTO > ZEROS
              COMPUTE W-AAMM-VAL = DATAPED / 100
              IF W-AAMM-VAL < W-PERIODO-ABERTO
                 PERFORM REVERTE-LANC THRU REVERTE-LANC-FIM.
           PERFORM EXCLUI-ENTREGA
           MOVE "C" TO PED-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           IF ST-ERRO = "00"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ ARQPCMP
           IF ST-ERRO = "00"
              MOVE PCMP-FILIAL TO W-FILIAL.
      * COTACAO DO FRETE PELA TABELA DAS TRANSPORTADORAS
      * (TABFRETE.DAT, SCE046) PARA O CEP DE ENTREGA DO PEDIDO:
      * PESO COBRADO = MAIOR ENTRE O PESO BRUTO E O CUBADO DOS
      * ITENS (REGPROD), VALOR DA FAIXA DE PESO + KG EXCEDENTE
      * + AD VALOREM SOBRE O TOTAL, RESPEITANDO O MINIMO.
      * SEM TRANSPORTADORA INFORMADA OFERECE A MAIS BARATA E A
      * MAIS RAPIDA; VALOR DIGITADO NO R5D2 PREVALECE
       COTA-FRETE.
           MOVE 1 TO W-FRT-COTADO
           IF W-TEM-ENTREGA NOT = 1 OR W-TFR-ABERTO NOT = "S"
              GO TO COTA-FRETE-FIM.
           IF W-FRETE-VALOR > ZEROS
              GO TO COTA-FRETE-FIM.
           PERFORM SOMA-PESO-PED THRU SOMA-PESO-PED-FIM
           MOVE ZEROS TO W-QTD-COT W-BAR-CNPJ W-BAR-VALOR W-BAR-PRAZO
              W-RAP-CNPJ W-RAP-VALOR W-RAP-PRAZO
           MOVE W-FRETE-CNPJ TO TFR-CNPJ
           MOVE ZEROS TO TFR-CEP-INI
           START ARQTFR KEY IS NOT LESS THAN TFR-CHAVE
              INVALID KEY GO TO COTA-FRETE-ESCOLHE.
       COTA-FRETE-LOOP.
           READ ARQTFR NEXT
           IF ST-TFR NOT = "00"
              GO TO COTA-FRETE-ESCOLHE.
           IF W-FRETE-CNPJ NOT = ZEROS AND TFR-CNPJ NOT = W-FRETE-CNPJ
              GO TO COTA-FRETE-ESCOLHE.
           IF PCMP-CEP < TFR-CEP-INI OR PCMP-CEP > TFR-CEP-FIM
              GO TO COTA-FRETE-LOOP.
           PERFORM CALCULA-FRETE-TAB THRU CALCULA-FRETE-TAB-FIM
           ADD 1 TO W-QTD-COT
           IF W-QTD-COT = 1 OR W-COT-VALOR < W-BAR-VALOR
              MOVE TFR-CNPJ TO W-BAR-CNPJ
              MOVE W-COT-VALOR TO W-BAR-VALOR
              MOVE TFR-PRAZO TO W-BAR-PRAZO.
           IF W-QTD-COT = 1 OR TFR-PRAZO < W-RAP-PRAZO OR
              (TFR-PRAZO = W-RAP-PRAZO AND W-COT-VALOR < W-RAP-VALOR)
              MOVE TFR-CNPJ TO W-RAP-CNPJ
              MOVE W-COT-VALOR TO W-RAP-VALOR
              MOVE TFR-PRAZO TO W-RAP-PRAZO.
           GO TO COTA-FRETE-LOOP.
       COTA-FRETE-ESCOLHE.
           IF W-QTD-COT = ZEROS
              MOVE "NENHUMA TABELA DE FRETE ATENDE O CEP DE ENTREGA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COTA-FRETE-FIM.
           IF W-FRETE-CNPJ NOT = ZEROS
              MOVE W-BAR-VALOR TO W-FRETE-VALOR W-FRT-ED
              MOVE SPACES TO MENS
              STRING "FRETE COTADO PELA TABELA: R$ " W-FRT-ED
                 "  PRAZO " W-BAR-PRAZO " DIAS"
                 DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COTA-FRETE-FIM.
           MOVE W-PESO-REAL TO W-PESO-ED
           MOVE SPACES TO MENS
           STRING "PESO BRUTO (KG): " W-PESO-ED "  TABELAS QUE "
              "ATENDEM O CEP: " W-QTD-COT
              DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-BAR-CNPJ TO TRP-CNPJ
           MOVE W-BAR-VALOR TO W-FRT-ED
           PERFORM LE-NOME-TRANSP
           MOVE SPACES TO W-LINHA-COT
           STRING "1-MAIS BARATA " TRP-NOME(1:25) " R$ " W-FRT-ED
              " " W-BAR-PRAZO " DIAS"
              DELIMITED BY SIZE INTO W-LINHA-COT
           DISPLAY (20, 12) W-LINHA-COT
           MOVE W-RAP-CNPJ TO TRP-CNPJ
           MOVE W-RAP-VALOR TO W-FRT-ED
           PERFORM LE-NOME-TRANSP
           MOVE SPACES TO W-LINHA-COT
           STRING "2-MAIS RAPIDA " TRP-NOME(1:25) " R$ " W-FRT-ED
              " " W-RAP-PRAZO " DIAS"
              DELIMITED BY SIZE INTO W-LINHA-COT
           DISPLAY (21, 12) W-LINHA-COT.
       COTA-FRETE-OPCAO.
           DISPLAY (22, 12) "FRETE: 1 = BARATA 2 = RAPIDA 0 = SEM: "
           ACCEPT (22, 51) W-OPCAO
           IF W-OPCAO = "1"
              MOVE W-BAR-CNPJ TO W-FRETE-CNPJ
              MOVE W-BAR-VALOR TO W-FRETE-VALOR
           ELSE
              IF W-OPCAO = "2"
                 MOVE W-RAP-CNPJ TO W-FRETE-CNPJ
                 MOVE W-RAP-VALOR TO W-FRETE-VALOR
              ELSE
                 IF W-OPCAO NOT = "0"
                    GO TO COTA-FRETE-OPCAO.
           MOVE SPACES TO W-LINHA-COT
           DISPLAY (20, 12) W-LINHA-COT
           DISPLAY (21, 12) W-LINHA-COT
           DISPLAY (22, 12) W-LINHA-COT.
       COTA-FRETE-FIM.
           EXIT.
       LE-NOME-TRANSP.
           MOVE SPACES TO TRP-NOME
           IF W-TRP-ABERTO = "S"
              READ ARQTRP
              IF ST-TRP2 NOT = "00"
                 MOVE SPACES TO TRP-NOME.
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
      * PESO BRUTO E CUBAGEM DOS ITENS JA GRAVADOS DO PEDIDO
       SOMA-PESO-PED.
           MOVE ZEROS TO W-PESO-REAL W-CUB-TOT
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS ITEM-CHAVE
              INVALID KEY GO TO SOMA-PESO-PED-FIM.
       SOMA-PESO-PED-LOOP.
           READ ARQITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-PESO-PED-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO SOMA-PESO-PED-FIM.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-ERRO = "00"
              COMPUTE W-PESO-REAL = W-PESO-REAL + ITEM-QTD * PROD-PESO
              COMPUTE W-CUB-TOT = W-CUB-TOT + ITEM-QTD * PROD-CUBAGEM.
           GO TO SOMA-PESO-PED-LOOP.
       SOMA-PESO-PED-FIM.
           EXIT.
       GRAVA-FRETE.
           IF W-FRETE-CNPJ = ZEROS AND W-FRETE-VALOR = ZEROS
              GO TO GRAVA-FRETE-FIM.
              REWRITE REGFRT.
       GRAVA-FRETE-FIM.
           EXIT.
      * MOEDA DA COMPRA (PEDMOEDA.DAT) E A TAXA USADA NO PEDIDO
       GRAVA-PED-MOEDA.
           IF W-PED-MOEDA NOT = SPACES AND W-MOE-ABERTO = "S"
              MOVE CHAVE TO PME-CHAVE
              MOVE W-PED-MOEDA TO PME-MOEDA
              MOVE W-PED-TAXA TO PME-TAXA
              MOVE W-PED-DT-TAXA TO PME-DATA-TAXA
              WRITE REGPME
              IF ST-PME = "22"
                 REWRITE REGPME.
       LE-PED-MOEDA.
           MOVE SPACES TO W-PED-MOEDA
           MOVE ZEROS TO W-PED-TAXA W-PED-DT-TAXA
           IF W-MOE-ABERTO = "S" AND TPPEDIDO = 1
              MOVE CHAVE TO PME-CHAVE
              READ ARQPME
              IF ST-PME = "00"
                 MOVE PME-MOEDA TO W-PED-MOEDA
                 MOVE PME-TAXA TO W-PED-TAXA
                 MOVE PME-DATA-TAXA TO W-PED-DT-TAXA.
      * PRECO DO ITEM NA MOEDA DA COMPRA; O PRECO EM REAIS SAI PELA
      * TAXA DO PEDIDO
       PEDE-PRECO-ME.
           MOVE ZEROS TO W-PRECO-ME
           DISPLAY (21, 12) "PRECO UNITARIO EM      : "
           DISPLAY (21, 30) W-PED-MOEDA
           ACCEPT (21, 37) W-PRECO-ME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PEDE-PRECO-ME-FIM.
           IF W-PRECO-ME = ZEROS
              MOVE "PRECO NA MOEDA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-PRECO-ME.
           COMPUTE PRECOU ROUNDED = W-PRECO-ME * W-PED-TAXA.
       PEDE-PRECO-ME-FIM.
           EXIT.
       GRAVA-ITEM-MOEDA.
           IF W-PED-MOEDA NOT = SPACES AND W-MOE-ABERTO = "S"
              MOVE ITEM-CHAVE TO IME-CHAVE
              MOVE W-PRECO-ME TO IME-PRECO-ME
              WRITE REGIME
              IF ST-IME = "22"
                 REWRITE REGIME.
      * COTACAO DA MOEDA NA DATA W-COT-DATA-REF: A DO DIA OU, SEM
      * ELA, A ULTIMA ANTERIOR (COTMOEDA.DAT, SCE063). ZERO = SEM
      * COTACAO ATE A DATA
       BUSCA-COTACAO.
           MOVE ZEROS TO W-COT-TAXA-ACH W-COT-DATA-ACH
           MOVE W-PED-MOEDA TO COT-MOEDA
           MOVE ZEROS TO COT-DATA
           START ARQCOT KEY IS NOT LESS THAN COT-CHAVE
              INVALID KEY GO TO BUSCA-COTACAO-FIM.
       BUSCA-COTACAO-LOOP.
           READ ARQCOT NEXT
           IF ST-COT NOT = "00"
              GO TO BUSCA-COTACAO-FIM.
           IF COT-MOEDA NOT = W-PED-MOEDA OR
              COT-DATA > W-COT-DATA-REF
              GO TO BUSCA-COTACAO-FIM.
           MOVE COT-TAXA TO W-COT-TAXA-ACH
           MOVE COT-DATA TO W-COT-DATA-ACH
           GO TO BUSCA-COTACAO-LOOP.
       BUSCA-COTACAO-FIM.
           EXIT.
       EXCLUI-ENTREGA.
           MOVE CHAVE TO PCMP-CHAVE
           READ ARQPCMP
           ELSE
              ADD ITEM-QTD TO QTD
              MOVE "E" TO MOV-TIPO.
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              MOVE ITEM-CODPROD TO CODPROD
              MOVE ITEM-QTD TO PED-QTD
           IF LANC-STATUS = "A"
              COMPUTE W-SDP-DELTA = LANC-VALOR * -1
              PERFORM ATUALIZA-SALDO-PES.
           MOVE "D" TO W-JRN-OPER
           PERFORM JRN-ANTES-LANC
           DELETE ARQLANC RECORD
           PERFORM JRN-GRAVA-LANC
           GO TO REVERTE-LANC-LOOP.
       REVERTE-LANC-FIM.
           EXIT.
      * (RELCOM) IRIA PARA QUEM APERTOU O F.
       FAT-RW1.
           MOVE "F" TO PED-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NO FATURAMENTO DO PEDIDO"   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ ARQPROD
           SUBTRACT PED-QTD FROM QTD
           MOVE "S" TO MOV-TIPO
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              PERFORM ATUALIZA-ESTQ-FILIAL.
           MOVE SPACES TO MOV-DOC
           OPEN OUTPUT ARQNFCTL
           WRITE REG-NFCTL
           CLOSE ARQNFCTL.
      * AVISO AO CLIENTE PELA FILA DE MENSAGENS (ENVMSG): O
      * PEDIDO CONFIRMADO VAI AO CONTATO DE COMPRAS, A NOTA
      * FISCAL AO FINANCEIRO
       AVISA-CLIENTE.
           MOVE CODCLI TO CPFCNPJ W-MSG-COD
           MOVE SPACES TO W-MSG-EMAIL
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE EMAIL TO W-MSG-EMAIL.
           MOVE "SCE005" TO W-MSG-PROG
           PERFORM ENFILEIRA-MENSAGEM THRU ENFILEIRA-MENSAGEM-FIM.
      * FILA DE MENSAGENS AO CLIENTE (MENSAG.DAT), ENTREGUE AO
      * GATEWAY DE EMAIL PELO ENVMSG. O EMAIL DO CONTATO DO FIM
      * (W-MSG-PAPEL) PREVALECE SOBRE O DO CADASTRO; SEM NENHUM
      * EMAIL A MENSAGEM JA NASCE DEVOLVIDA, PARA O CADASTRO
      * CORRIGIR O REGCLI
       ENFILEIRA-MENSAGEM.
           IF W-MSG-ABERTO NOT = "S" OR W-MSG-COD = ZEROS
              GO TO ENFILEIRA-MENSAGEM-FIM.
           MOVE SPACES TO REGMSG
           MOVE "C" TO W-CTT-TIPO
           MOVE W-MSG-COD TO W-CTT-COD
           MOVE W-MSG-PAPEL TO W-CTT-PAPEL
           PERFORM BUSCA-CONTATO THRU BUSCA-CONTATO-FIM
           MOVE W-MSG-EMAIL TO MSG-EMAIL
           IF W-CTT-ACHOU NOT = ZEROS
              MOVE W-CTT-NOME TO MSG-NOME
              IF W-CTT-EMAIL NOT = SPACES
                 MOVE W-CTT-EMAIL TO MSG-EMAIL.
           MOVE FUNCTION CURRENT-DATE TO W-MSG-DTH
           MOVE W-MSG-DTH(1:8) TO MSG-DATA
           MOVE W-MSG-DTH(9:8) TO MSG-HORA
           MOVE ZEROS TO MSG-SEQ MSG-DATA-EXP MSG-DATA-RET
           MOVE W-MSG-COD TO MSG-CPFCNPJ
           MOVE W-MSG-TIPO TO MSG-TIPO
           MOVE W-MSG-DOC TO MSG-DOCUMENTO
           MOVE W-MSG-ANEXO TO MSG-ANEXO
           MOVE W-MSG-PROG TO MSG-PROGRAMA
           MOVE "P" TO MSG-STATUS
           IF MSG-EMAIL = SPACES
              MOVE "D" TO MSG-STATUS
              MOVE MSG-DATA TO MSG-DATA-RET
              MOVE "CLIENTE SEM EMAIL NO CADASTRO" TO MSG-MOTIVO.
       ENFILEIRA-MENSAGEM-GRAVA.
           WRITE REGMSG
           IF ST-MSG = "22" AND MSG-SEQ < 999
              ADD 1 TO MSG-SEQ
              GO TO ENFILEIRA-MENSAGEM-GRAVA.
       ENFILEIRA-MENSAGEM-FIM.
           EXIT.
      * CONTATO DA PESSOA PARA UM FIM (CONTATO.DAT, SCE002/003):
      * F=COBRANCA, R=ENTREGA, C=COTACAO. VALE O CONTATO MARCADO
      * COMO PREFERENCIAL PARA O FIM; SEM ELE, O PRIMEIRO CONTATO
      * DA FUNCAO CORRESPONDENTE (FINANCEIRO, RECEBIMENTO, COMPRAS)
       BUSCA-CONTATO.
           MOVE ZEROS TO W-CTT-ACHOU W-CTT-TEL
           MOVE SPACES TO W-CTT-NOME W-CTT-EMAIL
           IF W-CTT-ABERTO NOT = "S"
              GO TO BUSCA-CONTATO-FIM.
           MOVE W-CTT-TIPO TO CTT-TIPO
           MOVE W-CTT-COD TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO BUSCA-CONTATO-FIM.
       BUSCA-CONTATO-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO BUSCA-CONTATO-FIM.
           IF CTT-TIPO NOT = W-CTT-TIPO
              OR CTT-CODPESSOA NOT = W-CTT-COD
              GO TO BUSCA-CONTATO-FIM.
           IF (W-CTT-PAPEL = "F" AND CTT-PREF-FIN = "S")
              OR (W-CTT-PAPEL = "R" AND CTT-PREF-REC = "S")
              OR (W-CTT-PAPEL = "C" AND CTT-PREF-COM = "S")
              MOVE 2 TO W-CTT-ACHOU
              PERFORM BUSCA-CONTATO-GUARDA
              GO TO BUSCA-CONTATO-FIM.
           IF CTT-FUNCAO = W-CTT-PAPEL AND W-CTT-ACHOU = ZEROS
              MOVE 1 TO W-CTT-ACHOU
              PERFORM BUSCA-CONTATO-GUARDA.
           GO TO BUSCA-CONTATO-LOOP.
       BUSCA-CONTATO-FIM.
           EXIT.
       BUSCA-CONTATO-GUARDA.
           MOVE CTT-NOME TO W-CTT-NOME
           MOVE CTT-TEL TO W-CTT-TEL
           MOVE CTT-EMAIL TO W-CTT-EMAIL.
       GERA-NOTA-FISCAL.
           MOVE CHAVE TO NF-CHAVE
           READ ARQNF
              MOVE "ERRO NA GRAVACAO DA NOTA FISCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-NOTA-FISCAL-FIM.
           PERFORM GRAVA-CFOP-NOTA THRU GRAVA-CFOP-NOTA-FIM
           PERFORM IMPRIME-NOTA THRU IMPRIME-NOTA-FIM
           IF TPPEDIDO NOT = 1 AND CODCLI > ZEROS
              MOVE "NF" TO W-MSG-TIPO
              MOVE SPACES TO W-MSG-DOC
              STRING "NF " NF-NUMERO "/" NF-SERIE
                 DELIMITED BY SIZE INTO W-MSG-DOC
              MOVE "NOTAFIS.TXT" TO W-MSG-ANEXO
              MOVE "F" TO W-MSG-PAPEL
              PERFORM AVISA-CLIENTE.
           MOVE SPACES TO MENS
           STRING "NOTA FISCAL " NF-NUMERO " SERIE " NF-SERIE
              " EMITIDA EM NOTAFIS.TXT"
           STRING "PEDIDO " NUMPEDIDO " TIPO " TPPEDIDO
              DELIMITED BY SIZE INTO LINHA-NF
           WRITE LINHA-NF
           IF W-NAT-DESC NOT = SPACES
              MOVE SPACES TO LINHA-NF
              STRING "NATUREZA DA OPERACAO: " W-NAT-DESC
                 DELIMITED BY SIZE INTO LINHA-NF
              WRITE LINHA-NF.
           PERFORM IMPRIME-NOTA-DEST
           PERFORM IMPRIME-NOTA-ENTREGA
           PERFORM IMPRIME-NOTA-FRETE
           MOVE "DESC%" TO LINHA-NF(70:5)
           MOVE "IMP%" TO LINHA-NF(78:4)
           MOVE "TOTAL" TO LINHA-NF(89:5)
           MOVE "CFOP" TO LINHA-NF(96:4)
           WRITE LINHA-NF
           PERFORM IMPRIME-NOTA-ITENS THRU IMPRIME-NOTA-ITENS-FIM
           MOVE SPACES TO LINHA-NF
           MOVE ITEM-DESCONTO-PCT TO DNI-DESCPCT
           MOVE ITEM-IMPOSTO-PCT TO DNI-IMPPCT
           MOVE ITEM-TOTAL TO DNI-TOTAL
           MOVE ZEROS TO DNI-CFOP
           IF W-ICF-ABERTO = "S"
              MOVE ITEM-CHAVE TO ICF-CHAVE
              READ ARQICF
              IF ST-ICF = "00"
                 MOVE ICF-CFOP TO DNI-CFOP.
           MOVE SPACES TO LINHA-NF
           MOVE DET-NF-ITEM TO LINHA-NF
           WRITE LINHA-NF
           GO TO IMPRIME-NOTA-ITENS-LOOP.
       IMPRIME-NOTA-ITENS-FIM.
           EXIT.
      * CFOP DE CADA ITEM DA NOTA GRAVADO EM ITEMCFOP.DAT (MESMA
      * CHAVE DO ITEMPED, PARA NAO MEXER NO LAYOUT DO ITEM). A
      * NATUREZA IMPRESSA NA NOTA E A DO PRIMEIRO ITEM
       GRAVA-CFOP-NOTA.
           MOVE SPACES TO W-NAT-DESC
           IF W-ICF-ABERTO NOT = "S"
              GO TO GRAVA-CFOP-NOTA-FIM.
           PERFORM DEFINE-NATUREZA THRU DEFINE-NATUREZA-FIM
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS ITEM-CHAVE
              INVALID KEY GO TO GRAVA-CFOP-NOTA-FIM.
       GRAVA-CFOP-NOTA-LOOP.
           READ ARQITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-CFOP-NOTA-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO GRAVA-CFOP-NOTA-FIM.
           PERFORM BUSCA-CFOP-ITEM THRU BUSCA-CFOP-ITEM-FIM
           IF W-NAT-DESC = SPACES
              MOVE W-CFO-DESC TO W-NAT-DESC.
           MOVE ITEM-CHAVE TO ICF-CHAVE
           MOVE W-CFOP TO ICF-CFOP
           MOVE W-CFO-OPER TO ICF-OPER
           MOVE W-CFO-ESCOPO TO ICF-ESCOPO
           MOVE W-UF-DEST TO ICF-UF-DEST
           MOVE W-UF-EMIT TO ICF-UF-EMIT
           MOVE NF-DATA TO ICF-DATA
           WRITE REGICF
           IF ST-ICF = "22"
              REWRITE REGICF.
           GO TO GRAVA-CFOP-NOTA-LOOP.
       GRAVA-CFOP-NOTA-FIM.
           EXIT.
      * NATUREZA DA OPERACAO DO PEDIDO: V VENDA, C COMPRA, D
      * DEVOLUCAO DE CLIENTE, F DEVOLUCAO A FORNECEDOR, B
      * BONIFICACAO. DENTRO DO ESTADO (I) QUANDO A UF DE DESTINO
      * (PEDCOMP, SENAO CLIENTE OU FORNECEDOR PELO CEP) E IGUAL A
      * UF DA FILIAL EMITENTE (FILIAL.DAT); SEM UMA DAS DUAS UFS A
      * OPERACAO E TRATADA COMO DENTRO DO ESTADO
       DEFINE-NATUREZA.
           MOVE "V" TO W-CFO-OPER
           IF TPPEDIDO = 1
              MOVE "C" TO W-CFO-OPER.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL = 1
              MOVE "F" TO W-CFO-OPER.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL NOT = 1
              MOVE "D" TO W-CFO-OPER.
           IF TPPEDIDO = 4
              MOVE "B" TO W-CFO-OPER.
           MOVE SPACES TO W-UF-DEST W-UF-EMIT
           MOVE ZEROS TO W-CFO-FILIAL
           MOVE CHAVE TO PCMP-CHAVE
           READ ARQPCMP
           IF ST-ERRO = "00"
              MOVE PCMP-UF TO W-UF-DEST
              MOVE PCMP-FILIAL TO W-CFO-FILIAL.
           IF W-UF-DEST = SPACES
              PERFORM UF-PARCEIRO THRU UF-PARCEIRO-FIM.
           IF W-CFO-FILIAL > ZEROS AND W-FILIAL-ABERTO = "S"
              MOVE W-CFO-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-FILIAL = "00"
                 MOVE FIL-UF TO W-UF-EMIT.
           MOVE "I" TO W-CFO-ESCOPO
           IF W-UF-DEST NOT = SPACES AND W-UF-EMIT NOT = SPACES
              AND W-UF-DEST NOT = W-UF-EMIT
              MOVE "E" TO W-CFO-ESCOPO.
       DEFINE-NATUREZA-FIM.
           EXIT.
       UF-PARCEIRO.
           IF TPPEDIDO = 1 OR (TPPEDIDO = 3 AND PED-BASE-DEVOL = 1)
              GO TO UF-PARCEIRO-FOR.
           MOVE CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE UF TO W-UF-DEST.
           GO TO UF-PARCEIRO-FIM.
       UF-PARCEIRO-FOR.
           IF W-CEP-ABERTO NOT = "S"
              GO TO UF-PARCEIRO-FIM.
           MOVE CODFORN TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              GO TO UF-PARCEIRO-FIM.
           MOVE FOR-CEP TO CEP-NUMCEP
           READ ARQCEP
           IF ST-CEP = "00"
              MOVE CEP-UF TO W-UF-DEST.
       UF-PARCEIRO-FIM.
           EXIT.
      * CFOP DO ITEM NA TABELA TABCFOP.DAT (SCE067): NATUREZA +
      * ABRANGENCIA + CATEGORIA DO PRODUTO, COM A LINHA CAT 0
      * COMO PADRAO. SEM LINHA NA TABELA VALE O CFOP USUAL DA
      * NATUREZA, SOMANDO 1000 FORA DO ESTADO (5102/6102)
       BUSCA-CFOP-ITEM.
           MOVE ZEROS TO W-CFOP W-CFO-CAT
           MOVE SPACES TO W-CFO-DESC
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-ERRO = "00"
              MOVE TPPROD TO W-CFO-CAT.
           IF W-CFO-ABERTO NOT = "S"
              GO TO BUSCA-CFOP-PADRAO.
           MOVE W-CFO-OPER TO CFO-OPER
           MOVE W-CFO-ESCOPO TO CFO-ESCOPO
           MOVE W-CFO-CAT TO CFO-CAT
           READ ARQCFO
           IF ST-CFO = "00"
              MOVE CFO-CFOP TO W-CFOP
              MOVE CFO-DESC TO W-CFO-DESC
              GO TO BUSCA-CFOP-ITEM-FIM.
           MOVE ZEROS TO CFO-CAT
           READ ARQCFO
           IF ST-CFO = "00"
              MOVE CFO-CFOP TO W-CFOP
              MOVE CFO-DESC TO W-CFO-DESC
              GO TO BUSCA-CFOP-ITEM-FIM.
       BUSCA-CFOP-PADRAO.
           IF W-CFO-OPER = "V"
              MOVE 5102 TO W-CFOP
              MOVE "VENDA DE MERCADORIA" TO W-CFO-DESC.
           IF W-CFO-OPER = "C"
              MOVE 1102 TO W-CFOP
              MOVE "COMPRA PARA COMERCIALIZACAO" TO W-CFO-DESC.
           IF W-CFO-OPER = "D"
              MOVE 1202 TO W-CFOP
              MOVE "DEVOLUCAO DE VENDA" TO W-CFO-DESC.
           IF W-CFO-OPER = "F"
              MOVE 5202 TO W-CFOP
              MOVE "DEVOLUCAO DE COMPRA" TO W-CFO-DESC.
           IF W-CFO-OPER = "B"
              MOVE 5910 TO W-CFOP
              MOVE "REMESSA EM BONIFICACAO" TO W-CFO-DESC.
           IF W-CFO-OPER = "G"
              MOVE 5114 TO W-CFOP
              MOVE "VENDA DE MERCADORIA EM CONSIGNACAO"
                 TO W-CFO-DESC.
           IF W-CFO-ESCOPO = "E"
              ADD 1000 TO W-CFOP.
       BUSCA-CFOP-ITEM-FIM.
           EXIT.
       ALT-OPC.
           DISPLAY TELAPED.
           DISPLAY (20, 12) "ALTERAR (S/N) : ".
              GO TO ALT-OPC.
       ALT-RW1.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           IF ST-ERRO = "00" OR "02"
              PERFORM GERA-LANC-ALT THRU GERA-LANC-ALT-FIM
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       GERA-LANC-ALT.
           MOVE ZEROS TO W-COND-OK
           IF PED-CONDPAG NOT = ZEROS
              PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM.
           MOVE NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE TPPEDIDO TO LANC-TPPEDIDO
           MOVE ZEROS TO LANC-PARCELA
           MOVE DATAPED TO LANC-DATA
           MOVE LANC-PARCELA TO W-IX-PARC
           PERFORM CALCULA-VENCIMENTO
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-LANC
           REWRITE REGLANC
           PERFORM JRN-GRAVA-LANC
           IF LANC-STATUS = "A"
              MOVE LANC-VALOR TO W-SDP-DELTA
              PERFORM ATUALIZA-SALDO-PES.
           GO TO GERA-LANC-ALT-LOOP.
       GERA-LANC-ALT-FIM.
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
       JRN-ANTES-PED.
           MOVE REGPED TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPED
           IF ST-ERRO = "00"
              MOVE REGPED TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPED.
       JRN-GRAVA-PED.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPED" TO W-JRN-ARQ
              MOVE CHAVE OF REGPED TO W-JRN-CHAVE
              MOVE REGPED TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-ANTES-ITEM.
           MOVE REGITEM TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQITEM
           IF ST-ERRO = "00"
              MOVE REGITEM TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGITEM.
       JRN-GRAVA-ITEM.
           IF ST-ERRO = "00" OR "02"
              MOVE "ITEMPED" TO W-JRN-ARQ
              MOVE ITEM-CHAVE TO W-JRN-CHAVE
              MOVE REGITEM TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-ANTES-LANC.
           MOVE REGLANC TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQLANC
           IF ST-ERRO = "00"
              MOVE REGLANC TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGLANC.
       JRN-GRAVA-LANC.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-ANTES-PROD.
           MOVE REGPROD TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPROD
           IF ST-ERRO = "00"
              MOVE REGPROD TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPROD.
       JRN-GRAVA-PROD.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPROD" TO W-JRN-ARQ
              MOVE COD OF REGPROD TO W-JRN-CHAVE
              MOVE REGPROD TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQPED ARQITEM ARQPROD ARQCLI ARQFOR ARQLANC ARQNF
              ARQPCMP ARQBKO ARQMOV ARQESTFIL ARQRSV ARQAUD.
           IF W-PERF-ABERTO = "S"
              CLOSE ARQPERF.
           IF W-TAB-ABERTO = "S"
              CLOSE ARQTAB.
           IF W-CAT-ABERTO = "S"
              CLOSE ARQCAT.
           IF W-VEND-ABERTO = "S"
              CLOSE ARQVEND.
           IF W-TER-ABERTO = "S"
              CLOSE ARQTER.
           CLOSE ARQSDP ARQTRV.
           IF W-ALT-ABERTO = "S"
              CLOSE ARQALT.
              CLOSE ARQFIL.
           IF W-KIT-ABERTO = "S"
              CLOSE ARQKIT.
           IF W-KPM-ABERTO = "S"
              CLOSE ARQKPM.
           IF W-CNV-ABERTO = "S"
              CLOSE ARQCNV.
           IF W-BLQ-ABERTO = "S"
              CLOSE ARQBLQ.
           IF W-ALCA-ABERTO = "S"
              CLOSE ARQALC.
           IF W-CPG-ABERTO = "S"
              CLOSE ARQCPG.
           CLOSE ARQFRT.
           IF W-TRP-ABERTO = "S"
              CLOSE ARQTRP.
           IF W-TFR-ABERTO = "S"
              CLOSE ARQTFR.
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           IF W-CTT-ABERTO = "S"
              CLOSE ARQCTT.
           IF W-MSG-ABERTO = "S"
              CLOSE ARQMSG.
           IF W-RMA-ABERTO = "S"
              CLOSE ARQRMA.
           IF W-SER-ABERTO = "S"
              CLOSE ARQPSR ARQSER ARQSMV.
           IF W-SUB-ABERTO = "S"
              CLOSE ARQSUB.
           IF W-SBU-ABERTO = "S"
              CLOSE ARQSBU.
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           IF W-MOE-ABERTO = "S"
              CLOSE ARQMOE ARQCOT ARQPME ARQIME.
           IF W-CEP-ABERTO = "S"
              CLOSE ARQCEP.
           IF W-CFO-ABERTO = "S"
              CLOSE ARQCFO.
           IF W-ICF-ABERTO = "S"
              CLOSE ARQICF.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
