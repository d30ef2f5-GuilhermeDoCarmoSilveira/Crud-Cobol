      * VAI PARA A FILA "H" DO SCE017), RESERVA DE      *
      * ESTOQUE E PARCELAS NO REGLANC. CLIENTE COM      *
      * PROMESSA ATIVA NA AGENDA DE COBRANCA (SCE028) E *
      * PULADO. ITEM DE PRODUTO DESCONTINUADO OU        *
      * BLOQUEADO (PRODSIT.DAT, SCE004) NAO E GERADO.   *
      * O QUE FOI GERADO, BLOQUEADO OU PULADO SAI EM    *
      * GERACONT.TXT.                                   *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (CONTRATOS LIDOS, PEDIDOS E PARCELAS *
      * GRAVADOS COM SUAS SOMAS), CONFERIDOS PELO       *
      * NOTURNO.                                        *
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

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTR
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQPROD
               LABEL RECORD IS STANDARD
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
               VALUE OF FILE-ID IS "GERACONT.TXT".
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
       01 ST-CTR        PIC X(02) VALUE "00".
       01 ST-CTI        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
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
       01 ST-KIT        PIC X(02) VALUE "00".
       01 W-KIT-ABERTO  PIC X(01) VALUE "N".
       01 ST-KPM        PIC X(02) VALUE "00".
       01 W-KPM-ABERTO  PIC X(01) VALUE "N".
       01 W-EH-KIT      PIC 9(01) VALUE ZEROS.
       01 W-RSV-PROD    PIC 9(06) VALUE ZEROS.
       01 W-RSV-QTD     PIC 9(06) VALUE ZEROS.
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
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-NUMCTR      PIC 9(06) VALUE ZEROS.
       01 ST-FER        PIC X(02) VALUE "00".
           IF ST-CTR NOT = "00"
              DISPLAY "SEM CONTRATOS CADASTRADOS (SCE042) - NADA"
                 " A GERAR"
              PERFORM GRAVA-TOTAIS
              GOBACK.
           OPEN INPUT ARQCTI
           IF ST-CTI NOT = "00"
              DISPLAY "SEM ITENS DE CONTRATO - NADA A GERAR"
              CLOSE ARQCTR
              PERFORM GRAVA-TOTAIS
              GOBACK.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              CLOSE ARQCTR ARQCTI
              PERFORM GRAVA-TOTAIS
              GOBACK.
           OPEN INPUT ARQPROD
           MOVE "N" TO W-TAB-ABERTO
           OPEN INPUT ARQTAB
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
              CLOSE ARQAGE.
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
           DISPLAY "GERADOS: " W-QTD-GER " BLOQUEADOS: " W-QTD-BLOQ
              " PULADOS: " W-QTD-PULA
           DISPLAY "DIARIO EM GERACONT.TXT"
           PERFORM GRAVA-TOTAIS
           GOBACK.

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
           MOVE "GERACONT" TO TOT-PASSO
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

       VARRE-CONTRATOS.
           MOVE ZEROS TO CTR-NUMERO
           READ ARQCTR NEXT
           IF ST-CTR NOT = "00"
              GO TO VARRE-CONTRATOS-FIM.
           ADD 1 TO W-TOT-LIDOS
           IF CTR-STATUS NOT = "A"
              GO TO VARRE-CTR-LOOP.
           IF W-DATA-HOJE < CTR-DATA-INI OR
              ADD 1 TO W-QTD-PULA
              PERFORM GRAVA-LOG-PULADO
              GO TO GERA-DO-CONTRATO-FIM.
      * CLIENTE BLOQUEADO PARA VENDAS OU INATIVO NAO GERA PEDIDO
           PERFORM VERIFICA-SIT-CLI THRU VERIFICA-SIT-CLI-FIM
           IF W-SIT-BLOQ = 1
              ADD 1 TO W-QTD-PULA
              PERFORM GRAVA-LOG-SITUACAO
              GO TO GERA-DO-CONTRATO-FIM.
           PERFORM GERA-PROX-NUMPED THRU GERA-PROX-NUMPED-FIM
           IF NUMPEDIDO = ZEROS
              ADD 1 TO W-QTD-PULA
           MOVE 2 TO TPPEDIDO
           MOVE CTR-CODCLI TO CODCLI
           MOVE ZEROS TO CODFORN TOTAL PED-BASE-DEVOL
      * CONDICAO PADRAO DO CLIENTE; SEM ELA VALE A QTDE DE
      * PARCELAS DO CONTRATO
           MOVE COND-PAGTO TO PED-CONDPAG
           MOVE W-DATA-HOJE TO DATAPED
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "A" TO PED-STATUS
           WRITE REGPED
           PERFORM GERA-ITENS THRU GERA-ITENS-FIM
      * CHEQUE DE CREDITO COMO NO SCE005: LIMITE ZERO = SEM
      * LIMITE; ESTOURO VAI PARA A FILA DE CREDITO (SCE017).
      * DEPOIS O LIMITE CONSOLIDADO DO GRUPO ECONOMICO (SCE059)
           MOVE ZEROS TO W-BLOQUEADO
           IF LIMITE-CREDITO > ZEROS
              PERFORM CALCULA-SALDO-CLI
              IF W-SALDO-CLI + TOTAL > LIMITE-CREDITO
                 MOVE 1 TO W-BLOQUEADO.
           IF W-BLOQUEADO = ZEROS
              MOVE CTR-CODCLI TO W-CLI-GRP
              PERFORM SOMA-SALDO-GRUPO THRU SOMA-SALDO-GRUPO-FIM
              IF W-GRUPO > ZEROS AND GRP-LIMITE > ZEROS
                 IF W-SALDO-GRP + TOTAL > GRP-LIMITE
                    MOVE 2 TO W-BLOQUEADO.
           IF W-BLOQUEADO NOT = ZEROS
              MOVE "H" TO PED-STATUS
              REWRITE REGPED
              ADD 1 TO W-QTD-BLOQ
              MOVE CTR-QTD-PARC TO W-QTD-PARC
              IF W-QTD-PARC < 1 OR W-QTD-PARC > 12
                 MOVE 1 TO W-QTD-PARC.
           ADD 1 TO W-TOT-GRAV
           ADD TOTAL TO W-TOT-VALOR
           ADD NUMPEDIDO TO W-TOT-HASH
           IF W-BLOQUEADO = ZEROS
              PERFORM GERA-LANC-NOVO THRU GERA-LANC-NOVO-FIM
              ADD 1 TO W-QTD-GER
           READ ARQPROD
           IF ST-PROD NOT = "00"
              GO TO GERA-ITENS-LOOP.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D" OR "B"
              PERFORM GRAVA-LOG-ITEM-SIT
              GO TO GERA-ITENS-LOOP.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           ADD 1 TO W-SEQ-ITEM
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
       GERA-ITENS-FIM.
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
       BUSCA-PRECO-FIM.
           EXIT.

      * SITUACAO CADASTRAL DO CLIENTE (SITPES.DAT, SCE002):
      * BLOQUEADO PARA VENDAS (V) OU INATIVO (I) NAO COMPRA.
      * SEM REGISTRO = ATIVO
       VERIFICA-SIT-CLI.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-CLI-FIM.
           MOVE "C" TO SIT-TIPO
           MOVE CTR-CODCLI TO SIT-CODPESSOA
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

       RESERVA-ITENS.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
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
              WRITE REGRSV.

       GERA-LANC-NOVO.
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK = 1
              MOVE CPG-QTD-PARC TO W-QTD-PARC.
           MOVE ZEROS TO W-SOMA-PARC
           COMPUTE W-VAL-PARC = TOTAL / W-QTD-PARC
           COMPUTE W-VAL-PRIM = TOTAL -
              (W-VAL-PARC * (W-QTD-PARC - 1))
           MOVE W-IX-PARC TO LANC-PARCELA
           MOVE "R" TO LANC-TIPO
           MOVE CTR-CODCLI TO LANC-CODPESSOA
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
           ADD 1 TO W-TOT-GRAV2
           ADD LANC-VALOR TO W-TOT-VALOR2
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

       GRAVA-LOG-BLOQUEADO.
           MOVE SPACES TO LINHA-SAI
           IF W-BLOQUEADO = 2
              STRING "CONTRATO " W-NUMCTR " PEDIDO " NUMPEDIDO
                 " BLOQUEADO POR CREDITO DO GRUPO " W-GRUPO
                 " (SCE017)"
                 DELIMITED BY SIZE INTO LINHA-SAI
           ELSE
              STRING "CONTRATO " W-NUMCTR " PEDIDO " NUMPEDIDO
                 " BLOQUEADO POR CREDITO (SCE017)"
                 DELIMITED BY SIZE INTO LINHA-SAI.
           WRITE LINHA-SAI.

       GRAVA-LOG-PULADO.
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

       GRAVA-LOG-SITUACAO.
           MOVE SPACES TO LINHA-SAI
           STRING "CONTRATO " W-NUMCTR
              " PULADO - CLIENTE BLOQUEADO PARA VENDAS OU INATIVO"
              " (SITUACAO " SIT-STATUS " MOTIVO " SIT-MOTIVO ")"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

       GRAVA-LOG-ITEM-SIT.
           MOVE SPACES TO LINHA-SAI
           STRING "CONTRATO " W-NUMCTR " PRODUTO " CTI-CODPROD
              " NAO GERADO - DESCONTINUADO OU BLOQUEADO"
              " (SITUACAO " W-PSI-SIT " MOTIVO " PSI-MOTIVO ")"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
