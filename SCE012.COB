      * ITEMPED, RESERVA O ESTOQUE (A SAIDA FISICA E NO *
      * FATURAMENTO) E GERA AS PARCELAS DO CONTAS A     *
      * RECEBER COMO NO SCE005.                         *
      * QUANTIDADE ACIMA DO SALDO LIVRE ABRE A LISTA DE *
      * SUBSTITUTOS (PRODSUB.DAT, SCE061) PARA TROCA.   *
      * PRODUTO DESCONTINUADO OU BLOQUEADO (PRODSIT.DAT,*
      * SCE004) NAO E COTADO NEM CONVERTIDO.            *
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
                    FILE STATUS IS ST-ERRO.

           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQRSV ASSIGN TO DISK
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

           SELECT ARQORCCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.

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

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQORC
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

       FD ARQLANC
               LABEL RECORD IS STANDARD
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

       FD ARQORCCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCSEQ.CTL".
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE012".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-RSV        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-CLI-GRP     PIC 9(14) VALUE ZEROS.
       01 W-SALDO-GRP   PIC S9(11)V99 VALUE ZEROS.
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 ST-CTT        PIC X(02) VALUE "00".
       01 W-CTT-ABERTO  PIC X(01) VALUE "N".
       01 W-CTT-TIPO    PIC X(01) VALUE SPACES.
       01 W-CTT-COD     PIC 9(14) VALUE ZEROS.
       01 W-CTT-PAPEL   PIC X(01) VALUE SPACES.
       01 W-CTT-ACHOU   PIC 9(01) VALUE ZEROS.
       01 W-CTT-NOME    PIC X(40) VALUE SPACES.
       01 W-CTT-TEL     PIC 9(11) VALUE ZEROS.
       01 W-CTT-EMAIL   PIC X(40) VALUE SPACES.
       01 W-SIT-BLOQ    PIC 9(01) VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-RESERVADO   PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-VAL-PARC    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-PRIM    PIC 9(07)V99 VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 ST-CPG        PIC X(02) VALUE "00".
       01 W-CPG-ABERTO  PIC X(01) VALUE "N".
       01 W-COND-OK     PIC 9(01) VALUE ZEROS.
       01 W-CONDPAG     PIC 9(03) VALUE ZEROS.
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
       01 W-VAL-ED      PIC ZZZZZZ9,99.
       01 W-QTD-OIT     PIC 9(02) VALUE ZEROS.
       01 IX-OIT        PIC 9(02) VALUE ZEROS.
       01 IY-OIT        PIC 9(02) VALUE ZEROS.
       01 W-DEMANDA     PIC 9(07) VALUE ZEROS.
       01 W-JA-VISTO    PIC 9(01) VALUE ZEROS.
       01 W-PRECO-TAB   PIC 9(06)V99 VALUE ZEROS.
       01 ST-SUB        PIC X(02) VALUE "00".
       01 ST-SBU        PIC X(02) VALUE "00".
       01 W-SUB-ABERTO  PIC X(01) VALUE "N".
       01 W-SBU-ABERTO  PIC X(01) VALUE "N".
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-PSI-DTH     PIC X(21) VALUE SPACES.
       01 W-PSI-FALTA   PIC 9(01) VALUE ZEROS.
       01 W-SUB-ORIG    PIC 9(06) VALUE ZEROS.
       01 W-SUB-PROD    PIC 9(06) VALUE ZEROS.
       01 W-SUB-SALDO   PIC S9(07) VALUE ZEROS.
       01 W-SUB-QTD     PIC 9(01) VALUE ZEROS.
       01 W-SUB-IX      PIC 9(01) VALUE ZEROS.
       01 W-SUB-IY      PIC 9(01) VALUE ZEROS.
       01 W-SUB-OPC     PIC 9(01) VALUE ZEROS.
       01 W-SUB-TAB.
          03 W-SUB-ITEM OCCURS 7 TIMES.
             05 W-SUB-COD     PIC 9(06).
             05 W-SUB-PRI     PIC 9(02).
             05 W-SUB-DISP    PIC S9(07).
             05 W-SUB-PRC     PIC 9(06)V99.
             05 W-SUB-DESC    PIC X(30).
       01 W-DISP-ED     PIC ZZZZZ9.

       01 W-OITENS.
          03 W-OIT OCCURS 99 TIMES.
           OPEN INPUT ARQPERF
           IF ST-PERF = "00"
              MOVE "S" TO W-PERF-ABERTO.
       ABRE-CONDPAG.
           MOVE "N" TO W-CPG-ABERTO
           OPEN INPUT ARQCPG
           IF ST-CPG = "00"
              MOVE "S" TO W-CPG-ABERTO.
       ABRE-GRUPO.
           MOVE "N" TO W-GRP-ABERTO
           OPEN INPUT ARQGRP
           IF ST-GRP = "00"
              OPEN INPUT ARQGCL
              IF ST-GCL = "00"
                 MOVE "S" TO W-GRP-ABERTO
              ELSE
                 CLOSE ARQGRP.
       ABRE-SIT.
           MOVE "N" TO W-SIT-ABERTO
           OPEN INPUT ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-SIT-ABERTO.
       ABRE-CTT.
           MOVE "N" TO W-CTT-ABERTO
           OPEN INPUT ARQCTT
           IF ST-CTT = "00"
              MOVE "S" TO W-CTT-ABERTO.
      * SUBSTITUTOS (PRODSUB.DAT, SCE061) OFERECIDOS QUANDO A
      * QUANTIDADE COTADA PASSA DO SALDO LIVRE
       ABRE-SUB.
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
       ABRE-PSI.
           MOVE "N" TO W-PSI-ABERTO
           MOVE FUNCTION CURRENT-DATE TO W-PSI-DTH
           MOVE W-PSI-DTH(1:8) TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
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
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "ORCAMENTO DE VENDA"
           DISPLAY "N = NOVO | V = CONVERTER EM PEDIDO | L = LISTAR"
           " | S = SAIR"
           IF ST-CLI NOT = "00"
              DISPLAY "CLIENTE NAO CADASTRADO"
              GO TO NOVO-ORC.
           DISPLAY "CLIENTE: " RSNOME
           PERFORM MOSTRA-COMPRADOR.
       NO-VALIDADE.
           DISPLAY "VALIDADE DO ORCAMENTO (AAAAMMDD): "
           ACCEPT ORC-VALIDADE
           IF ST-ERRO NOT = "00"
              DISPLAY "PRODUTO NAO ENCONTRADO"
              GO TO NO-ITEM.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D"
              DISPLAY "PRODUTO DESCONTINUADO - VENDA NAO PERMITIDA"
              GO TO NO-ITEM.
           IF W-PSI-SIT = "B"
              DISPLAY "PRODUTO BLOQUEADO - VENDA SUSPENSA"
              GO TO NO-ITEM.
           DISPLAY "PRODUTO: " DESC
           MOVE PRECO TO W-PRECOU W-PRECO-TAB.
       NO-QTD.
           DISPLAY "QUANTIDADE: "
           ACCEPT W-QTD
           IF W-QTD = ZEROS
              DISPLAY "QUANTIDADE NULA"
              GO TO NO-QTD.
      * O ORCAMENTO NAO RESERVA, MAS NA FALTA JA AVISA E OFERECE OS
      * SUBSTITUTOS; SEM TROCA A COTACAO SEGUE E A CONVERSAO CONFERE
           MOVE W-CODPROD TO W-SUB-PROD
           PERFORM SALDO-ORC THRU SALDO-ORC-FIM
           IF W-SUB-SALDO < ZEROS
              MOVE ZEROS TO W-SUB-SALDO.
           IF W-QTD > W-SUB-SALDO
              MOVE W-SUB-SALDO TO W-DISP-ED
              DISPLAY "SALDO LIVRE " W-DISP-ED " - ESTOQUE INSUFICIENTE"
              IF W-SUB-ABERTO = "S"
                 PERFORM OFERECE-SUBST THRU OFERECE-SUBST-FIM.
           MOVE W-PRECO-TAB TO W-VAL-ED
           DISPLAY "PRECO DE TABELA: " W-VAL-ED
           DISPLAY "PRECO UNITARIO (ZEROS = TABELA): "
           ACCEPT W-PRECOU
           IF W-PRECOU = ZEROS
              MOVE W-PRECO-TAB TO W-PRECOU.
           DISPLAY "DESCONTO % : "
           ACCEPT W-DESCONTO
           PERFORM VALIDA-DESCONTO THRU VALIDA-DESCONTO-FIM
       NOVO-ORC-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SALDO LIVRE DE W-SUB-PROD PARA O ORCAMENTO: ESTOQUE MENOS A
      * RESERVA E O JA COTADO NESTE ORCAMENTO (MESMA BASE DA
      * CONVERSAO). DEIXA O PRODUTO LIDO EM REGPROD
      *----------------------------------------------------------------
       SALDO-ORC.
           MOVE ZEROS TO W-SUB-SALDO
           MOVE W-SUB-PROD TO COD
           READ ARQPROD
           IF ST-ERRO NOT = "00"
              GO TO SALDO-ORC-FIM.
           MOVE QTD TO W-SUB-SALDO
           MOVE W-SUB-PROD TO RSV-COD
           MOVE ZEROS TO RSV-FILIAL
           READ ARQRSV
           IF ST-RSV = "00"
              SUBTRACT RSV-QTD FROM W-SUB-SALDO.
           IF W-SEQ = ZEROS
              GO TO SALDO-ORC-FIM.
           MOVE ORC-NUMERO TO ORCI-NUMERO
           MOVE ZEROS TO ORCI-SEQ
           START ARQORCI KEY IS NOT LESS THAN ORCI-CHAVE
              INVALID KEY GO TO SALDO-ORC-FIM.
       SALDO-ORC-LOOP.
           READ ARQORCI NEXT
           IF ST-ERRO NOT = "00"
              GO TO SALDO-ORC-FIM.
           IF ORCI-NUMERO NOT = ORC-NUMERO
              GO TO SALDO-ORC-FIM.
           IF ORCI-CODPROD = W-SUB-PROD
              SUBTRACT ORCI-QTD FROM W-SUB-SALDO.
           GO TO SALDO-ORC-LOOP.
       SALDO-ORC-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SUBSTITUTOS DO PRODUTO COTADO COM SALDO LIVRE, ATE 6 EM
      * ORDEM DE PRIORIDADE, COM O PRECO JA PELA REGRA DO PAR. NA
      * TROCA O ITEM PASSA A SER O SUBSTITUTO E O PRECO DE TABELA
      * OFERECIDO E O DA REGRA. A OFERTA FICA EM SUBUSO.DAT
      *----------------------------------------------------------------
       OFERECE-SUBST.
           MOVE ZEROS TO W-SUB-OPC W-SUB-QTD
           MOVE W-CODPROD TO W-SUB-ORIG
           MOVE W-CODPROD TO SUB-CODPROD
           MOVE ZEROS TO SUB-CODSUBST
           START ARQSUB KEY IS NOT LESS THAN SUB-CHAVE
              INVALID KEY GO TO OFERECE-SUBST-FIM.
       OFERECE-SUBST-LOOP.
           READ ARQSUB NEXT
           IF ST-SUB NOT = "00"
              GO TO OFERECE-SUBST-MOSTRA.
           IF SUB-CODPROD NOT = W-SUB-ORIG
              GO TO OFERECE-SUBST-MOSTRA.
           MOVE SUB-CODSUBST TO W-SUB-PROD COD
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D" OR "B"
              GO TO OFERECE-SUBST-LOOP.
           PERFORM SALDO-ORC THRU SALDO-ORC-FIM
           IF W-SUB-SALDO NOT > ZEROS
              GO TO OFERECE-SUBST-LOOP.
           PERFORM INSERE-SUBST THRU INSERE-SUBST-FIM
           GO TO OFERECE-SUBST-LOOP.
       OFERECE-SUBST-MOSTRA.
           IF W-SUB-QTD = ZEROS
              DISPLAY "NENHUM SUBSTITUTO COM SALDO"
              GO TO OFERECE-SUBST-FIM.
           DISPLAY "SUBSTITUTOS COM SALDO:"
           MOVE ZEROS TO W-SUB-IX.
       OFERECE-SUBST-LINHA.
           ADD 1 TO W-SUB-IX
           IF W-SUB-IX > W-SUB-QTD
              GO TO OFERECE-SUBST-ESCOLHE.
           MOVE W-SUB-DISP(W-SUB-IX) TO W-DISP-ED
           MOVE W-SUB-PRC(W-SUB-IX) TO W-VAL-ED
           DISPLAY W-SUB-IX " - " W-SUB-COD(W-SUB-IX) " "
              W-SUB-DESC(W-SUB-IX) " DISP " W-DISP-ED
              " PRECO " W-VAL-ED
           GO TO OFERECE-SUBST-LINHA.
       OFERECE-SUBST-ESCOLHE.
           MOVE ZEROS TO W-SUB-OPC
           DISPLAY "SUBSTITUIR PELO ITEM (0 = MANTER O PRODUTO): "
           ACCEPT W-SUB-OPC
           IF W-SUB-OPC > W-SUB-QTD
              GO TO OFERECE-SUBST-ESCOLHE.
           IF W-SUB-OPC = ZEROS
              MOVE ZEROS TO SBU-CODSUBST SBU-VALOR
              MOVE "N" TO SBU-RESULTADO
              PERFORM GRAVA-SUBUSO THRU GRAVA-SUBUSO-FIM
              GO TO OFERECE-SUBST-FIM.
           IF W-SUB-DISP(W-SUB-OPC) < W-QTD
              DISPLAY "SALDO DO SUBSTITUTO NAO COBRE A QUANTIDADE"
              GO TO OFERECE-SUBST-ESCOLHE.
           MOVE W-SUB-COD(W-SUB-OPC) TO SBU-CODSUBST
           COMPUTE SBU-VALOR = W-SUB-PRC(W-SUB-OPC) * W-QTD
           MOVE "S" TO SBU-RESULTADO
           PERFORM GRAVA-SUBUSO THRU GRAVA-SUBUSO-FIM
           MOVE W-SUB-COD(W-SUB-OPC) TO W-CODPROD COD
           READ ARQPROD
           MOVE W-SUB-PRC(W-SUB-OPC) TO W-PRECO-TAB
           DISPLAY "ITEM TROCADO - PRODUTO: " DESC.
       OFERECE-SUBST-FIM.
           EXIT.

      * COLOCA O SUBSTITUTO LIDO NA TABELA EM ORDEM DE PRIORIDADE;
      * A 7A POSICAO SO SERVE DE SOBRA PARA O DESLOCAMENTO. O PRECO
      * E O DO CADASTRO DO SUBSTITUTO, O DO ORIGINAL OU O MENOR
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
           MOVE DESC TO W-SUB-DESC(W-SUB-IX)
           MOVE PRECO TO W-SUB-PRC(W-SUB-IX)
           IF SUB-REGRA-PRECO = "O"
              MOVE W-PRECO-TAB TO W-SUB-PRC(W-SUB-IX).
           IF SUB-REGRA-PRECO = "M" AND W-PRECO-TAB < PRECO
              MOVE W-PRECO-TAB TO W-SUB-PRC(W-SUB-IX).
           IF W-SUB-QTD < 6
              ADD 1 TO W-SUB-QTD.
       INSERE-SUBST-FIM.
           EXIT.

      * REGISTRO DA OFERTA PARA O RELSUB (TROCA OU RECUSA)
       GRAVA-SUBUSO.
           IF W-SBU-ABERTO NOT = "S"
              GO TO GRAVA-SUBUSO-FIM.
           MOVE W-DATA-HOJE TO SBU-DATA
           MOVE "O" TO SBU-ORIGEM
           MOVE W-SUB-ORIG TO SBU-CODPROD
           MOVE W-QTD TO SBU-QTD
           MOVE ORC-NUMERO TO SBU-DOC
           MOVE ORC-CODCLI TO SBU-CODCLI
           MOVE W-OPERADOR TO SBU-OPERADOR
           WRITE REGSBU.
       GRAVA-SUBUSO-FIM.
           EXIT.

      * MESMA POLITICA DE DESCONTO DO SCE005: O LIMITE DO PERFIL
      * (PERFDESC.DAT) VALE TAMBEM NO ORCAMENTO, SENAO A COTACAO
      * CONVERTIDA VIRARIA PEDIDO COM DESCONTO ACIMA DO TETO SEM
           PERFORM GRAVA-AUD-DESCONTO.
       VALIDA-DESCONTO-FIM.
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
       JRN-GRAVA-PED.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPED" TO W-JRN-ARQ
              MOVE CHAVE OF REGPED TO W-JRN-CHAVE
              MOVE REGPED TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-GRAVA-ITEM.
           IF ST-ERRO = "00" OR "02"
              MOVE "ITEMPED" TO W-JRN-ARQ
              MOVE ITEM-CHAVE TO W-JRN-CHAVE
              MOVE REGITEM TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-GRAVA-LANC.
           IF ST-LANC = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       GRAVA-AUD-DESCONTO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           IF ORC-VALIDADE < W-DATA-HOJE
              DISPLAY "ORCAMENTO VENCIDO EM " ORC-VALIDADE
              GO TO CONVERTE-ORC-FIM.
           PERFORM VERIFICA-SIT-CLI THRU VERIFICA-SIT-CLI-FIM
           IF W-SIT-BLOQ = 1
              DISPLAY "CONVERSAO ABORTADA - CLIENTE BLOQUEADO PARA"
                 " VENDAS OU INATIVO"
              GO TO CONVERTE-ORC-FIM.
           PERFORM VERIFICA-ESTOQUE-ORC THRU VERIFICA-ESTOQUE-ORC-FIM
           IF W-PSI-FALTA = 1
              DISPLAY "CONVERSAO ABORTADA - PRODUTO DESCONTINUADO OU"
                 " BLOQUEADO"
              GO TO CONVERTE-ORC-FIM.
           IF W-FALTA = 1
              DISPLAY "CONVERSAO ABORTADA - ESTOQUE INSUFICIENTE"
              GO TO CONVERTE-ORC-FIM.
           IF W-FALTA = 1
              DISPLAY "CONVERSAO ABORTADA - LIMITE DE CREDITO"
              GO TO CONVERTE-ORC-FIM.
           IF W-FALTA = 2
              DISPLAY "CONVERSAO ABORTADA - LIMITE DE CREDITO DO"
                 " GRUPO " W-GRUPO
              GO TO CONVERTE-ORC-FIM.
      * CONDICAO DE PAGAMENTO SUGERIDA PELO PADRAO DO CLIENTE;
      * 000 MANTEM AS PARCELAS IGUAIS A CADA 30 DIAS
       CONV-COND.
           MOVE ZEROS TO W-CONDPAG W-COND-OK
           IF W-CPG-ABERTO NOT = "S"
              GO TO CONV-PARC.
           MOVE ORC-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI = "00"
              MOVE COND-PAGTO TO W-CONDPAG.
       CONV-COND-PEDE.
           DISPLAY "CONDICAO DE PAGAMENTO (SUGERIDA: " W-CONDPAG
              " / 000 = PARCELAS IGUAIS): "
           ACCEPT W-CONDPAG
           IF W-CONDPAG = ZEROS
              GO TO CONV-PARC.
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK NOT = 1 OR CPG-SITUACAO NOT = "A"
              DISPLAY "CONDICAO DE PAGAMENTO INEXISTENTE OU INATIVA"
              GO TO CONV-COND-PEDE.
           MOVE CPG-QTD-PARC TO W-QTD-PARC
           GO TO CONV-ABRE.
       CONV-PARC.
           MOVE 1 TO W-QTD-PARC
           DISPLAY "QTDE DE PARCELAS (01-12): "
           MOVE 2 TO TPPEDIDO
           MOVE ORC-CODCLI TO CODCLI
           MOVE ZEROS TO CODFORN PED-BASE-DEVOL
           MOVE W-CONDPAG TO PED-CONDPAG
           MOVE ORC-TOTAL TO TOTAL
           MOVE W-DATA-HOJE TO DATAPED
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "A" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO"
              CLOSE ARQPED ARQITEM ARQLANC
           EXIT.

       VERIFICA-ESTOQUE-ORC.
           MOVE ZEROS TO W-FALTA W-QTD-OIT W-PSI-FALTA
           MOVE ORC-NUMERO TO ORCI-NUMERO
           MOVE ZEROS TO ORCI-SEQ
           START ARQORCI KEY IS NOT LESS THAN ORCI-CHAVE
                 " NAO CADASTRADO"
              MOVE 1 TO W-FALTA
              GO TO VEO-CHECA-LOOP.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D" OR "B"
              DISPLAY "PRODUTO " WO-CODPROD(IX-OIT)
                 " DESCONTINUADO OU BLOQUEADO PARA VENDA"
              MOVE 1 TO W-PSI-FALTA
              GO TO VEO-CHECA-LOOP.
           MOVE ZEROS TO W-RESERVADO
           MOVE WO-CODPROD(IX-OIT) TO RSV-COD
           MOVE ZEROS TO RSV-FILIAL
       VERIFICA-ESTOQUE-ORC-FIM.
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
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI = "00"
              IF PSI-DATA-VIG > W-PSI-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.

      * SITUACAO CADASTRAL DO CLIENTE (SITPES.DAT, SCE002):
      * BLOQUEADO PARA VENDAS (V) OU INATIVO (I) NAO COMPRA.
      * SEM REGISTRO = ATIVO
       VERIFICA-SIT-CLI.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-CLI-FIM.
           MOVE "C" TO SIT-TIPO
           MOVE ORC-CODCLI TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "V" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-CLI-FIM.
           EXIT.
       VERIFICA-CREDITO.
           MOVE ZEROS TO W-FALTA
           MOVE ORC-CODCLI TO CPFCNPJ
              MOVE 1 TO W-FALTA
              GO TO VERIFICA-CREDITO-FIM.
           IF LIMITE-CREDITO NOT > ZEROS
              GO TO VERIFICA-CREDITO-GRP.
           MOVE ZEROS TO W-SALDO-CLI
           MOVE "R" TO SDP-TIPO
           MOVE ORC-CODCLI TO SDP-CODPESSOA
           IF ST-SDP = "00"
              MOVE SDP-SALDO TO W-SALDO-CLI.
           IF W-SALDO-CLI + ORC-TOTAL > LIMITE-CREDITO
              MOVE 1 TO W-FALTA
              GO TO VERIFICA-CREDITO-FIM.
      * LIMITE CONSOLIDADO DO GRUPO ECONOMICO (SCE059)
       VERIFICA-CREDITO-GRP.
           MOVE ORC-CODCLI TO W-CLI-GRP
           PERFORM SOMA-SALDO-GRUPO THRU SOMA-SALDO-GRUPO-FIM
           IF W-GRUPO > ZEROS AND GRP-LIMITE > ZEROS
              IF W-SALDO-GRP + ORC-TOTAL > GRP-LIMITE
                 MOVE 2 TO W-FALTA.
       VERIFICA-CREDITO-FIM.
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

       COPIA-ITENS.
           MOVE ORC-NUMERO TO ORCI-NUMERO
           MOVE ZEROS TO ORCI-SEQ
           MOVE ORCI-IMPOSTO-PCT TO ITEM-IMPOSTO-PCT
           MOVE ORCI-TOTAL TO ITEM-TOTAL
           WRITE REGITEM
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-ITEM
           PERFORM RESERVA-ESTOQUE
           GO TO COPIA-ITENS-LOOP.
       COPIA-ITENS-FIM.
              WRITE REGRSV.

       GERA-LANC-ORC.
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK = 1
              MOVE CPG-QTD-PARC TO W-QTD-PARC.
           MOVE ZEROS TO W-SOMA-PARC
           COMPUTE W-VAL-PARC = ORC-TOTAL / W-QTD-PARC
           COMPUTE W-VAL-PRIM = ORC-TOTAL -
              (W-VAL-PARC * (W-QTD-PARC - 1))
           MOVE W-IX-PARC TO LANC-PARCELA
           MOVE "R" TO LANC-TIPO
           MOVE ORC-CODCLI TO LANC-CODPESSOA
           IF W-COND-OK = 1
              PERFORM VALOR-PARC-COND
           ELSE
              IF W-IX-PARC = 1
                 MOVE W-VAL-PRIM TO LANC-VALOR
              ELSE
                 MOVE W-VAL-PARC TO LANC-VALOR.
           MOVE W-DATA-HOJE TO LANC-DATA
           PERFORM CALCULA-VENCIMENTO
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           GO TO GERA-LANC-ORC-PARC.
       GERA-LANC-ORC-FIM.
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

       LE-CONDPAG.
           MOVE ZEROS TO W-COND-OK
           IF W-CPG-ABERTO NOT = "S" OR W-CONDPAG = ZEROS
              GO TO LE-CONDPAG-FIM.
           MOVE W-CONDPAG TO CPG-CODIGO
           READ ARQCPG
           IF ST-CPG NOT = "00"
              GO TO LE-CONDPAG-FIM.
           IF CPG-QTD-PARC > ZEROS AND CPG-QTD-PARC NOT > 12
              MOVE 1 TO W-COND-OK.
       LE-CONDPAG-FIM.
           EXIT.

      * PEDIDO COM CONDICAO DE PAGAMENTO (SCE047) VENCE PELOS
      * PRAZOS DELA; SEM CONDICAO, A CADA 30 DIAS DO PEDIDO.
       CALCULA-VENCIMENTO.
           IF W-COND-OK = 1 AND W-IX-PARC NOT > CPG-QTD-PARC
              PERFORM CALCULA-VENC-COND THRU CALCULA-VENC-COND-FIM
           ELSE
              COMPUTE W-VENC-SERIAL =
                 FUNCTION INTEGER-OF-DATE(DATAPED) + (30 * W-IX-PARC).
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

       ATUALIZA-SALDO-PES.
           MOVE LANC-TIPO TO SDP-TIPO
           MOVE LANC-CODPESSOA TO SDP-CODPESSOA
              GO TO LISTA-ORC-FIM.
           MOVE ORC-TOTAL TO W-VAL-ED
           DISPLAY "ORCAMENTO " ORC-NUMERO " CLIENTE " ORC-CODCLI
           PERFORM MOSTRA-COMPRADOR
           DISPLAY "DATA " ORC-DATA " VALIDADE " ORC-VALIDADE
              " STATUS " ORC-STATUS " TOTAL " W-VAL-ED
           IF ORC-STATUS = "C"
       LISTA-ORC-FIM.
           EXIT.

      * COMPRADOR DO CLIENTE (CONTATO.DAT) A QUEM SE DIRIGE A
      * COTACAO
       MOSTRA-COMPRADOR.
           MOVE "C" TO W-CTT-TIPO
           MOVE ORC-CODCLI TO W-CTT-COD
           MOVE "C" TO W-CTT-PAPEL
           PERFORM BUSCA-CONTATO THRU BUSCA-CONTATO-FIM
           IF W-CTT-ACHOU NOT = ZEROS
              DISPLAY "COMPRADOR: " W-CTT-NOME
              DISPLAY "  TEL " W-CTT-TEL " EMAIL " W-CTT-EMAIL.

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

       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQORC ARQORCI ARQPROD ARQCLI ARQRSV ARQSDP
              ARQTRV ARQAUD.
           IF W-PERF-ABERTO = "S"
              CLOSE ARQPERF.
           IF W-CPG-ABERTO = "S"
              CLOSE ARQCPG.
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           IF W-CTT-ABERTO = "S"
              CLOSE ARQCTT.
           IF W-SUB-ABERTO = "S"
              CLOSE ARQSUB.
           IF W-SBU-ABERTO = "S"
              CLOSE ARQSBU.
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           STOP RUN.

      *    FILE STATUS
