      * SUPERVISOR LIBERAR (VIRA "A", RESERVA ESTOQUE E *
      * GERA AS PARCELAS) OU RECUSAR (VIRA "C") CADA    *
      * PEDIDO. A DECISAO E REGISTRADA EM AUDITORIA.DAT *
      * O SCORE E AS RESTRICOES DO BIRO DE CREDITO      *
      * (SCORECLI.DAT, BIROCRED) APARECEM JUNTO DO      *
      * LIMITE QUANDO O CLIENTE JA FOI CONSULTADO.      *
      * CLIENTE DE GRUPO ECONOMICO (SCE059) MOSTRA      *
      * TAMBEM O LIMITE E O SALDO CONSOLIDADO DO GRUPO. *
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
                    RECORD KEY IS KIT-CHAVE
                    FILE STATUS IS ST-KIT.

           SELECT ARQKPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KPM-CODKIT
                    FILE STATUS IS ST-KPM.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.

           SELECT ARQSCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SCO-CODCLI
                    FILE STATUS IS ST-SCO.

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
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQLANC
               LABEL RECORD IS STANDARD
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

       FD ARQAUD
               LABEL RECORD IS STANDARD
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

       FD ARQSCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 REGSCO.
          03 SCO-CODCLI          PIC 9(14).
          03 SCO-SCORE           PIC 9(04).
          03 SCO-RESTRICAO       PIC X(01).
          03 SCO-QTD-REST        PIC 9(03).
          03 SCO-VALOR-REST      PIC 9(09)V99.
          03 SCO-DATA-CONS       PIC 9(08).
          03 SCO-DATA-IMP        PIC 9(08).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE017".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
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
       01 ST-SCO        PIC X(02) VALUE "00".
       01 W-SCO-ABERTO  PIC X(01) VALUE "N".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-CLI-GRP     PIC 9(14) VALUE ZEROS.
       01 W-SALDO-GRP   PIC S9(11)V99 VALUE ZEROS.
       01 W-GRP-ED      PIC -ZZZZZZZZZZ9,99.
       01 W-GLIM-ED     PIC ZZZZZZZZZ9,99.
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
       01 W-VAL-ED      PIC ZZZZZZZ9,99.
       01 W-LIM-ED      PIC ZZZZZZZ9,99.
       01 W-SAL-ED      PIC ZZZZZZZ9,99.
           OPEN INPUT ARQKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
           MOVE "N" TO W-KPM-ABERTO
           OPEN INPUT ARQKPM
           IF ST-KPM = "00"
              MOVE "S" TO W-KPM-ABERTO.
       ABRE-CONDPAG.
           MOVE "N" TO W-CPG-ABERTO
           OPEN INPUT ARQCPG
           IF ST-CPG = "00"
              MOVE "S" TO W-CPG-ABERTO.
       ABRE-SCORE.
           MOVE "N" TO W-SCO-ABERTO
           OPEN INPUT ARQSCO
           IF ST-SCO = "00"
              MOVE "S" TO W-SCO-ABERTO.
       ABRE-GRUPO.
           MOVE "N" TO W-GRP-ABERTO
           OPEN INPUT ARQGRP
           IF ST-GRP = "00"
              OPEN INPUT ARQGCL
              IF ST-GCL = "00"
                 MOVE "S" TO W-GRP-ABERTO
              ELSE
                 CLOSE ARQGRP.
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
           DISPLAY "CODIGO DO SUPERVISOR: "
           ACCEPT W-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "FILA DE LIBERACAO DE CREDITO"
           PERFORM LISTA-BLOQUEADOS THRU LISTA-BLOQUEADOS-FIM
           IF W-QTD-HOLD = ZEROS
           DISPLAY "   CLIENTE " CODCLI " " RSNOME(1:30)
           DISPLAY "   LIMITE " W-LIM-ED " SALDO ABERTO " W-SAL-ED
              " VENDEDOR " ULT-OPERADOR OF REGPED
           PERFORM MOSTRA-SCORE THRU MOSTRA-SCORE-FIM
           PERFORM MOSTRA-GRUPO THRU MOSTRA-GRUPO-FIM
           GO TO LISTA-BLOQ-LOOP.
       LISTA-BLOQUEADOS-FIM.
           EXIT.

       MOSTRA-SCORE.
           IF W-SCO-ABERTO NOT = "S"
              GO TO MOSTRA-SCORE-FIM.
           MOVE CODCLI TO SCO-CODCLI
           READ ARQSCO
           IF ST-SCO NOT = "00"
              DISPLAY "   BIRO: CLIENTE NAO CONSULTADO"
              GO TO MOSTRA-SCORE-FIM.
           IF SCO-RESTRICAO = "S"
              MOVE SCO-VALOR-REST TO W-VAL-ED
              DISPLAY "   BIRO: SCORE " SCO-SCORE " EM "
                 SCO-DATA-CONS " - " SCO-QTD-REST
                 " RESTRICAO(OES) TOTAL " W-VAL-ED
           ELSE
              DISPLAY "   BIRO: SCORE " SCO-SCORE " EM "
                 SCO-DATA-CONS " - SEM RESTRICOES".
       MOSTRA-SCORE-FIM.
           EXIT.

       MOSTRA-GRUPO.
           MOVE CODCLI TO W-CLI-GRP
           PERFORM SOMA-SALDO-GRUPO THRU SOMA-SALDO-GRUPO-FIM
           IF W-GRUPO = ZEROS
              GO TO MOSTRA-GRUPO-FIM.
           MOVE W-SALDO-GRP TO W-GRP-ED
           DISPLAY "   GRUPO " GRP-CODIGO " " GRP-NOME(1:30)
              " SALDO DO GRUPO " W-GRP-ED
           IF GRP-LIMITE > ZEROS
              MOVE GRP-LIMITE TO W-GLIM-ED
              DISPLAY "   LIMITE DO GRUPO " W-GLIM-ED
           ELSE
              DISPLAY "   GRUPO SEM LIMITE CONSOLIDADO".
       MOSTRA-GRUPO-FIM.
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

       CALCULA-SALDO-CLI.
           MOVE ZEROS TO W-SALDO-CLI
           MOVE "R" TO SDP-TIPO
      *----------------------------------------------------------------
      * LIBERACAO: RESERVA O ESTOQUE, GERA AS PARCELAS E ABRE O PEDIDO
      *----------------------------------------------------------------
      * CONDICAO SUGERIDA: A DO PEDIDO OU, SEM ELA, A PADRAO DO
      * CLIENTE; 000 MANTEM AS PARCELAS IGUAIS A CADA 30 DIAS
       LIBERA-PEDIDO.
           MOVE ZEROS TO W-CONDPAG W-COND-OK
           IF W-CPG-ABERTO NOT = "S"
              GO TO LIBERA-PEDIDO-QTD.
           MOVE PED-CONDPAG TO W-CONDPAG
           IF W-CONDPAG = ZEROS
              MOVE CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE COND-PAGTO TO W-CONDPAG.
       LIBERA-PEDIDO-COND.
           DISPLAY "CONDICAO DE PAGAMENTO (SUGERIDA: " W-CONDPAG
              " / 000 = PARCELAS IGUAIS): "
           ACCEPT W-CONDPAG
           IF W-CONDPAG = ZEROS
              GO TO LIBERA-PEDIDO-QTD.
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK NOT = 1 OR CPG-SITUACAO NOT = "A"
              DISPLAY "CONDICAO DE PAGAMENTO INEXISTENTE OU INATIVA"
              GO TO LIBERA-PEDIDO-COND.
           GO TO LIBERA-PEDIDO-GERA.
       LIBERA-PEDIDO-QTD.
           MOVE 1 TO W-QTD-PARC
           DISPLAY "QTDE DE PARCELAS (01-12): "
           ACCEPT W-QTD-PARC
           IF W-QTD-PARC < 1 OR W-QTD-PARC > 12
              DISPLAY "QTDE DE PARCELAS DEVE SER DE 01 A 12"
              GO TO LIBERA-PEDIDO-QTD.
       LIBERA-PEDIDO-GERA.
           MOVE W-CONDPAG TO PED-CONDPAG
           PERFORM LE-FILIAL-PED
           PERFORM RESERVA-ITENS THRU RESERVA-ITENS-FIM
      * ULT-OPERADOR E O VENDEDOR QUE DIGITOU O PEDIDO E NAO E
      * AUDITORIA E A COMISSAO (RELCOM) SEGUE COM O VENDEDOR.
           PERFORM GERA-LANC THRU GERA-LANC-FIM
           MOVE "A" TO PED-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           MOVE "L" TO W-OPCAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "PEDIDO " NUMPEDIDO " LIBERADO".

       RECUSA-PEDIDO.
           MOVE "C" TO PED-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           PERFORM EXCLUI-ENTREGA
           MOVE "R" TO W-OPCAO
           PERFORM GRAVA-AUDITORIA
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

       GERA-LANC.
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
           MOVE CODCLI TO LANC-CODPESSOA
           IF W-COND-OK = 1
              PERFORM VALOR-PARC-COND
           ELSE
              IF W-IX-PARC = 1
                 MOVE W-VAL-PRIM TO LANC-VALOR
              ELSE
                 MOVE W-VAL-PARC TO LANC-VALOR.
           MOVE DATAPED TO LANC-DATA
           PERFORM CALCULA-VENCIMENTO
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
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
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

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
       JRN-GRAVA-LANC.
           IF ST-LANC = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQPED ARQITEM ARQCLI ARQLANC ARQRSV ARQAUD
              ARQSDP.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-KIT-ABERTO = "S"
              CLOSE ARQKIT.
           IF W-KPM-ABERTO = "S"
              CLOSE ARQKPM.
           IF W-CPG-ABERTO = "S"
              CLOSE ARQCPG.
           IF W-SCO-ABERTO = "S"
              CLOSE ARQSCO.
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           STOP RUN.

      *    FILE STATUS
