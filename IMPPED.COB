      * CADA "H" ABRE UM PEDIDO E OS "I" SEGUINTES SAO  *
      * SEUS ITENS. TODA VALIDACAO DO SCE005 E APLICADA *
      * (CLIENTE E VENDEDOR CADASTRADOS, PRODUTO        *
      * EXISTE E NAO ESTA DESCONTINUADO NEM BLOQUEADO,  *
      * PRECO DA TABELA TABPRECO, LIMITE DE             *
      * CREDITO CONTRA SALDOPES, RESERVA DE ESTOQUE,    *
      * NUMERACAO PEDSEQ.CTL COM TRAVA). PEDIDO ACEITO  *
      * SAI COMPLETO (REGPED, ITEMPED, REGLANC,         *
      * RESERVA, PEDCOMP COM O CEP DE ENTREGA); PEDIDO  *
      * RECUSADO E LISTADO LINHA A LINHA COM O MOTIVO   *
      * EM IMPPEDRPT.TXT, COMO FAZ O IMPORTA. PEDIDO DE *
      * CLIENTE DO TERRITORIO DE OUTRO VENDEDOR         *
      * (TERRIT.DAT) E ACEITO COM AVISO NO RELATORIO.   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS VEND-COD
                    FILE STATUS IS ST-VEND.

           SELECT ARQTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TER-CODIGO
                    FILE STATUS IS ST-TER.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
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
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQSDP ASSIGN TO DISK
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

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

           SELECT ARQRSV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KIT-CHAVE
                    FILE STATUS IS ST-KIT.

           SELECT ARQKPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KPM-CODKIT
                    FILE STATUS IS ST-KPM.

           SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENT
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQVEND
               LABEL RECORD IS STANDARD
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

       FD ARQPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPROD.DAT".
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQTAB
               LABEL RECORD IS STANDARD
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
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

       FD ARQRSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESERVA.DAT".
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

       FD ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
               VALUE OF FILE-ID IS "IMPPEDRPT.TXT".
       01 LINHA-SAI              PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 ST-ENT        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-VEND       PIC X(02) VALUE "00".
       01 W-VEND-ABERTO PIC X(01) VALUE "N".
       01 ST-TER        PIC X(02) VALUE "00".
       01 W-TER-ABERTO  PIC X(01) VALUE "N".
       01 W-QTD-AVISO   PIC 9(05) VALUE ZEROS.
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-TAB        PIC X(02) VALUE "00".
       01 W-TAB-ABERTO  PIC X(01) VALUE "N".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 W-SIT-BLOQ    PIC 9(01) VALUE ZEROS.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-CLI-GRP     PIC 9(14) VALUE ZEROS.
       01 W-SALDO-GRP   PIC S9(11)V99 VALUE ZEROS.
       01 ST-RSV        PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-KIT        PIC X(02) VALUE "00".
       01 W-KIT-ABERTO  PIC X(01) VALUE "N".
       01 ST-KPM        PIC X(02) VALUE "00".
       01 W-KPM-ABERTO  PIC X(01) VALUE "N".
       01 W-EH-KIT      PIC 9(01) VALUE ZEROS.
       01 W-RSV-PROD    PIC 9(06) VALUE ZEROS.
       01 W-RSV-QTD     PIC 9(06) VALUE ZEROS.
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-TRV-TENT    PIC 9(04) VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-QTD-PARC    PIC 9(02) VALUE 1.
       01 W-IX-PARC     PIC 9(02) VALUE ZEROS.
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
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-QTD-ACEITO  PIC 9(05) VALUE ZEROS.
       01 W-QTD-REJEIT  PIC 9(05) VALUE ZEROS.
           OPEN INPUT ARQVEND
           IF ST-VEND = "00"
              MOVE "S" TO W-VEND-ABERTO.
           MOVE "N" TO W-TER-ABERTO
           OPEN INPUT ARQTER
           IF ST-TER = "00"
              MOVE "S" TO W-TER-ABERTO.
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
           OPEN INPUT ARQKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
           MOVE "N" TO W-KPM-ABERTO
           OPEN INPUT ARQKPM
           IF ST-KPM = "00"
              MOVE "S" TO W-KPM-ABERTO.
           MOVE "N" TO W-CPG-ABERTO
           OPEN INPUT ARQCPG
           IF ST-CPG = "00"
              MOVE "S" TO W-CPG-ABERTO.
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
           MOVE "N" TO W-PSI-ABERTO
           MOVE W-DATA-HOJE TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
           PERFORM CARREGA-FERIADOS THRU CARREGA-FERIADOS-FIM
           OPEN I-O ARQPED
           OPEN I-O ARQITEM
           MOVE SPACES TO LINHA-SAI
           STRING "PEDIDOS ACEITOS: " W-QTD-ACEITO
              "  RECUSADOS: " W-QTD-REJEIT
              "  FORA DO TERRITORIO: " W-QTD-AVISO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQENT ARQCLI ARQPROD ARQPED ARQITEM ARQLANC
              ARQSDP ARQRSV ARQPCMP ARQTRV RELSAI
           IF W-VEND-ABERTO = "S"
              CLOSE ARQVEND.
           IF W-TER-ABERTO = "S"
              CLOSE ARQTER.
           IF W-TAB-ABERTO = "S"
              CLOSE ARQTAB.
           IF W-CEP-ABERTO = "S"
              CLOSE ARQCEP.
           IF W-KIT-ABERTO = "S"
              CLOSE ARQKIT.
           IF W-KPM-ABERTO = "S"
              CLOSE ARQKPM.
           IF W-CPG-ABERTO = "S"
              CLOSE ARQCPG.
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           DISPLAY "ACEITOS: " W-QTD-ACEITO " RECUSADOS: "
              W-QTD-REJEIT " - RELATORIO EM IMPPEDRPT.TXT"
           STOP RUN.
              MOVE ZEROS TO W-PED-OK
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO ABRE-PEDIDO-FIM.
           PERFORM VERIFICA-SIT-CLI THRU VERIFICA-SIT-CLI-FIM
           IF W-SIT-BLOQ = 1
              MOVE ZEROS TO W-PED-OK
              MOVE "CLIENTE BLOQUEADO PARA VENDAS OU INATIVO"
                 TO W-MOTIVO
              GO TO ABRE-PEDIDO-FIM.
           IF W-VEND-ABERTO = "S"
              MOVE W-VENDCOD TO VEND-COD
              READ ARQVEND
              MOVE ZEROS TO W-PED-OK
              MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO
              GO TO GUARDA-ITEM-FIM.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D"
              MOVE ZEROS TO W-PED-OK
              MOVE "PRODUTO DESCONTINUADO" TO W-MOTIVO
              GO TO GUARDA-ITEM-FIM.
           IF W-PSI-SIT = "B"
              MOVE ZEROS TO W-PED-OK
              MOVE "PRODUTO BLOQUEADO - VENDA SUSPENSA" TO W-MOTIVO
              GO TO GUARDA-ITEM-FIM.
           ADD 1 TO W-QTD-IT
           MOVE COD TO WI-CODPROD(W-QTD-IT)
           MOVE FUNCTION TRIM(CAMPO(3)) TO W-NUMBUF06
       GUARDA-ITEM-FIM.
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

      * MESMA BUSCA DE PRECO DO SCE005: TABELA DO CLIENTE,
      * DEPOIS DA CATEGORIA, SENAO O PRECO DO CADASTRO
       BUSCA-PRECO.
                 MOVE "LIMITE DE CREDITO EXCEDIDO" TO W-MOTIVO
                 PERFORM REGISTRA-REJEICAO
                 GO TO FECHA-PEDIDO-FIM.
      * LIMITE CONSOLIDADO DO GRUPO ECONOMICO (SCE059)
           MOVE W-CLIENTE TO W-CLI-GRP
           PERFORM SOMA-SALDO-GRUPO THRU SOMA-SALDO-GRUPO-FIM
           IF W-GRUPO > ZEROS AND GRP-LIMITE > ZEROS
              IF W-SALDO-GRP + W-TOTAL-PED > GRP-LIMITE
                 MOVE "LIMITE DE CREDITO DO GRUPO EXCEDIDO"
                    TO W-MOTIVO
                 PERFORM REGISTRA-REJEICAO
                 GO TO FECHA-PEDIDO-FIM.
           PERFORM GERA-PROX-NUMPED THRU GERA-PROX-NUMPED-FIM
           IF NUMPEDIDO = ZEROS
              MOVE "SEQUENCIA DE PEDIDOS EM USO" TO W-MOTIVO
           MOVE 2 TO TPPEDIDO
           MOVE W-CLIENTE TO CODCLI
           MOVE ZEROS TO CODFORN PED-BASE-DEVOL
           MOVE COND-PAGTO TO PED-CONDPAG
           MOVE W-TOTAL-PED TO TOTAL
           MOVE W-DATA-HOJE TO DATAPED
           MOVE W-VENDCOD TO ULT-OPERADOR OF REGPED
           STRING "LINHA " W-LIN-DISP " - PEDIDO " NUMPEDIDO
              " CRIADO PARA O CLIENTE " W-CLIENTE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM VERIFICA-TERRITORIO THRU VERIFICA-TERRITORIO-FIM.
       FECHA-PEDIDO-FIM.
           EXIT.

      * CLIENTE DE TERRITORIO DE OUTRO VENDEDOR (TERRIT.DAT, SCE062)
      * SO GERA AVISO NO RELATORIO, COMO NO SCE005
       VERIFICA-TERRITORIO.
           IF W-TER-ABERTO NOT = "S" OR TERRITORIO = ZEROS
              GO TO VERIFICA-TERRITORIO-FIM.
           MOVE TERRITORIO TO TER-CODIGO
           READ ARQTER
           IF ST-TER NOT = "00"
              GO TO VERIFICA-TERRITORIO-FIM.
           IF TER-VENDEDOR = SPACES OR TER-VENDEDOR = W-VENDCOD
              GO TO VERIFICA-TERRITORIO-FIM.
           ADD 1 TO W-QTD-AVISO
           MOVE SPACES TO LINHA-SAI
           STRING "LINHA " W-LIN-DISP " - AVISO: CLIENTE " W-CLIENTE
              " E DO TERRITORIO " TER-CODIGO " (VENDEDOR "
              TER-VENDEDOR "), PEDIDO DIGITADO POR " W-VENDCOD
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       VERIFICA-TERRITORIO-FIM.
           EXIT.

      * SITUACAO CADASTRAL DO CLIENTE (SITPES.DAT, SCE002):
      * BLOQUEADO PARA VENDAS (V) OU INATIVO (I) NAO COMPRA.
      * SEM REGISTRO = ATIVO
       VERIFICA-SIT-CLI.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-CLI-FIM.
           MOVE "C" TO SIT-TIPO
           MOVE W-CLIENTE TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "V" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-CLI-FIM.
           EXIT.
       CALCULA-SALDO-CLI.
           MOVE ZEROS TO W-SALDO-CLI
           MOVE "R" TO SDP-TIPO
           IF ST-SDP = "00"
              MOVE SDP-SALDO TO W-SALDO-CLI.

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

       GRAVA-ITENS.
           MOVE ZEROS TO IX.
       GRAVA-ITENS-LOOP.
           MOVE ZEROS TO W-EH-KIT
           IF W-KIT-ABERTO NOT = "S"
              GO TO VERIFICA-EH-KIT-FIM.
      * KIT PRE-MONTADO TEM ESTOQUE PROPRIO E SEGUE COMO PRODUTO
           IF W-KPM-ABERTO = "S"
              MOVE ITEM-CODPROD TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00" AND KPM-PREMONT = "S"
                 GO TO VERIFICA-EH-KIT-FIM.
           MOVE ITEM-CODPROD TO KIT-CODKIT
           MOVE ZEROS TO KIT-SEQ
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
                 MOVE CEP-UF TO PCMP-UF.
           WRITE REGPCMP.

      * PARCELAS PELA CONDICAO DE PAGAMENTO PADRAO DO CLIENTE;
      * SEM CONDICAO, PARCELA UNICA A 30 DIAS: O REPRESENTANTE NAO
      * NEGOCIA PARCELAMENTO NA RUA, O ESCRITORIO AJUSTA NO SCE005
       GERA-LANC.
           MOVE 1 TO W-QTD-PARC
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK = 1
              MOVE CPG-QTD-PARC TO W-QTD-PARC.
           MOVE ZEROS TO W-SOMA-PARC
           MOVE ZEROS TO W-IX-PARC.
       GERA-LANC-PARC.
           ADD 1 TO W-IX-PARC
           IF W-IX-PARC > W-QTD-PARC
              GO TO GERA-LANC-FIM.
           MOVE NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE TPPEDIDO TO LANC-TPPEDIDO
           MOVE W-IX-PARC TO LANC-PARCELA
           MOVE "R" TO LANC-TIPO
           MOVE W-CLIENTE TO LANC-CODPESSOA
           IF W-COND-OK = 1
              PERFORM VALOR-PARC-COND
           ELSE
              MOVE W-TOTAL-PED TO LANC-VALOR.
           MOVE W-DATA-HOJE TO LANC-DATA
           PERFORM CALCULA-VENCIMENTO
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           GO TO GERA-LANC-PARC.
       GERA-LANC-FIM.
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
      * ROLA PARA O PROXIMO DIA UTIL, COMO NO SCE005
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

       ATUALIZA-SALDO-PES.
           MOVE LANC-TIPO TO SDP-TIPO
           MOVE LANC-CODPESSOA TO SDP-CODPESSOA
