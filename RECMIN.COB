       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMIN.
      **************************************************
      * RECALCULO MENSAL DO ESTOQUE MINIMO E DO         *
      * PONTO DE REPOSICAO PELA DEMANDA                 *
      * MODO 1: PARA CADA PRODUTO, NO TOTAL (FILIAL     *
      * 00) E POR FILIAL, APURA O CONSUMO MEDIO         *
      * DIARIO PELAS SAIDAS DE VENDA DO MOVEST.DAT      *
      * (FATURAMENTO MENOS DEVOLUCAO DE VENDA) NA       *
      * JANELA DE DIAS DE PARMIN.CTL, O PRAZO DE        *
      * ENTREGA OBSERVADO DO FORNECEDOR (DATA DO        *
      * PEDIDO DE COMPRA ATE O PRIMEIRO RECEBIMENTO     *
      * EM RECEB.DAT, ULTIMOS 12 MESES) E PROPOE:       *
      *   MINIMO    = CONSUMO/DIA X PRAZO X FATOR       *
      *   REPOSICAO = CONSUMO/DIA X DIAS COBERTURA      *
      * SEM PRAZO OBSERVADO VALE O PRAZO PADRAO DO      *
      * PARMIN.CTL. AS PROPOSTAS VAO PARA               *
      * PROPMIN.DAT, COM RELATORIO EM PROPMIN.TXT.      *
      * PRODUTO CONGELADO OU FORA DE LINHA /            *
      * DESCONTINUADO (PRODSIT.DAT) NAO RECEBE          *
      * PROPOSTA.                                       *
      * MODO 2: COM APROVACAO DO SUPERVISOR             *
      * (PERFDESC), REVISA AS PROPOSTAS PENDENTES:      *
      * ACEITA, EDITA, REJEITA OU CONGELA O PRODUTO.    *
      * O MINIMO DA FILIAL 00 VAI PARA O QTD-MINIMO     *
      * DO REGPROD.DAT; MINIMO E REPOSICAO DE CADA      *
      * NIVEL FICAM EM ESTMIN.DAT (A REPOSICAO DA       *
      * FILIAL 00 E O LOTE MINIMO DO GERASUG). CADA     *
      * MUDANCA E CARIMBADA EM AUDITORIA.DAT.           *
      * MODO 3: DESCONGELA UM PRODUTO.                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOV-CHAVE
                    FILE STATUS IS ST-MOV.

           SELECT ARQRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCB-CHAVE
                    FILE STATUS IS ST-RCB.

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

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

           SELECT ARQEMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS EMN-CHAVE
                    FILE STATUS IS ST-EMN.

           SELECT ARQPMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PMN-CHAVE
                    FILE STATUS IS ST-PMN.

           SELECT ARQPMC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PMC.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
           05 MOV-CODPROD       PIC 9(06).
           05 MOV-DATAHORA      PIC 9(14).
           05 MOV-SEQ           PIC 9(03).
          03 MOV-DOC            PIC X(10).
          03 MOV-TIPO           PIC X(01).
          03 MOV-QTD            PIC 9(06).
          03 MOV-SALDO          PIC S9(07).
          03 MOV-OPERADOR       PIC X(10).

       FD ARQRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEB.DAT".
       01 REGRCB.
          03 RCB-CHAVE.
           05 RCB-NUMPEDIDO     PIC 9(06).
           05 RCB-TPPEDIDO      PIC 9(01).
           05 RCB-SEQ-ITEM      PIC 9(02).
           05 RCB-SEQ           PIC 9(02).
          03 RCB-DATA           PIC 9(08).
          03 RCB-QTD            PIC 9(06).
          03 RCB-OPERADOR       PIC X(10).

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

       FD ARQEMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTMIN.DAT".
       01 REGEMN.
          03 EMN-CHAVE.
           05 EMN-CODPROD       PIC 9(06).
           05 EMN-FILIAL        PIC 9(02).
          03 EMN-MINIMO         PIC 9(06).
          03 EMN-REPOSICAO      PIC 9(06).
          03 EMN-CONGELADO      PIC X(01).
          03 EMN-DATA           PIC 9(08).
          03 EMN-OPERADOR       PIC X(10).

       FD ARQPMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROPMIN.DAT".
       01 REGPMN.
          03 PMN-CHAVE.
           05 PMN-CODPROD       PIC 9(06).
           05 PMN-FILIAL        PIC 9(02).
          03 PMN-SAIDAS         PIC 9(08).
          03 PMN-MEDIA-DIA      PIC 9(05)V999.
          03 PMN-PRAZO          PIC 9(03).
          03 PMN-QTD-OBS        PIC 9(04).
          03 PMN-MIN-ATUAL      PIC 9(06).
          03 PMN-MIN-PROP       PIC 9(06).
          03 PMN-REP-ATUAL      PIC 9(06).
          03 PMN-REP-PROP       PIC 9(06).
          03 PMN-STATUS         PIC X(01).
          03 PMN-DATA           PIC 9(08).

       FD ARQPMC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMIN.CTL".
       01 REG-PMC.
          03 PMC-JANELA         PIC 9(03).
          03 PMC-FATOR          PIC 9(01)V99.
          03 PMC-COBERTURA      PIC 9(03).
          03 PMC-PRAZO-PAD      PIC 9(03).

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROPMIN.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-RCB        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-PSI        PIC X(02) VALUE "00".
       01 ST-EMN        PIC X(02) VALUE "00".
       01 ST-PMN        PIC X(02) VALUE "00".
       01 ST-PMC        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-MODO        PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HOJE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI-PRZ PIC 9(08) VALUE ZEROS.
       01 W-PED-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-RCB-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-MOV-ABERTO  PIC X(01) VALUE "N".
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-ULT-RCB     PIC 9(09) VALUE ZEROS.
       01 W-RCB-ITEM    PIC 9(09) VALUE ZEROS.

      * PARAMETROS EM USO (PARMIN.CTL OU O PADRAO)
       01 W-JANELA      PIC 9(03) VALUE 90.
       01 W-FATOR       PIC 9(01)V99 VALUE 1,50.
       01 W-COBERTURA   PIC 9(03) VALUE 30.
       01 W-PRAZO-PAD   PIC 9(03) VALUE 15.
       01 W-JANELA-N    PIC 9(03) VALUE ZEROS.
       01 W-FATOR-N     PIC 9(01)V99 VALUE ZEROS.
       01 W-COBERTURA-N PIC 9(03) VALUE ZEROS.
       01 W-PRAZO-PAD-N PIC 9(03) VALUE ZEROS.

       01 W-SAIDAS      PIC S9(08) VALUE ZEROS.
       01 W-MEDIA-DIA   PIC 9(05)V999 VALUE ZEROS.
       01 W-PRAZO       PIC 9(03) VALUE ZEROS.
       01 W-QTD-OBS     PIC 9(04) VALUE ZEROS.
       01 W-CALC        PIC 9(09)V9999 VALUE ZEROS.
       01 W-CALC-INT    PIC 9(09) VALUE ZEROS.
       01 W-MIN-PROP    PIC 9(06) VALUE ZEROS.
       01 W-REP-PROP    PIC 9(06) VALUE ZEROS.
       01 W-MIN-ANTES   PIC 9(06) VALUE ZEROS.
       01 W-REP-ANTES   PIC 9(06) VALUE ZEROS.
       01 W-MIN-NOVO    PIC 9(06) VALUE ZEROS.
       01 W-REP-NOVO    PIC 9(06) VALUE ZEROS.
       01 W-CONGELADO   PIC X(01) VALUE "N".
       01 W-PROD-CONG   PIC 9(06) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-AUD-ACAO    PIC X(01) VALUE SPACES.
       01 IX-PRZ        PIC 9(04) VALUE ZEROS.
       01 W-QTD-PRZ     PIC 9(04) VALUE ZEROS.
       01 W-ACHOU       PIC 9(04) VALUE ZEROS.
       01 IX-FIL        PIC 9(03) VALUE ZEROS.
       01 W-QTD-PROP    PIC 9(05) VALUE ZEROS.
       01 W-QTD-CONG    PIC 9(05) VALUE ZEROS.
       01 W-QTD-FORA    PIC 9(05) VALUE ZEROS.
       01 W-QTD-APL     PIC 9(05) VALUE ZEROS.
       01 W-QTD-REJ     PIC 9(05) VALUE ZEROS.
       01 W-MEDIA-ED    PIC ZZZZ9,999.
       01 W-FATOR-ED    PIC 9,99.

      * PRAZO DE ENTREGA OBSERVADO POR PRODUTO
       01 W-TAB-PRZ.
          03 W-PRZ OCCURS 2000 TIMES.
             05 WP-CODPROD    PIC 9(06).
             05 WP-SOMA-DIAS  PIC 9(07).
             05 WP-QTD-OBS    PIC 9(04).

      * SAIDAS E VALORES ATUAIS POR FILIAL DO PRODUTO CORRENTE
       01 W-TAB-FIL.
          03 W-FIL OCCURS 99 TIMES.
             05 WFL-SAIDAS    PIC S9(08).
             05 WFL-TEM       PIC X(01).
             05 WFL-MIN-ATU   PIC 9(06).
             05 WFL-REP-ATU   PIC 9(06).

       01 DET1.
          03 DM-COD        PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DM-FILIAL     PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DM-DESC       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DM-SAIDAS     PIC ZZZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DM-MEDIA      PIC ZZZZ9,999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DM-PRAZO      PIC ZZ9.
          03 DM-PADRAO     PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DM-MIN-ATU    PIC ZZZZZ9.
          03 FILLER        PIC X(04) VALUE " -> ".
          03 DM-MIN-PROP   PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DM-REP-ATU    PIC ZZZZZ9.
          03 FILLER        PIC X(04) VALUE " -> ".
          03 DM-REP-PROP   PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DM-OBS        PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RECALCULO DE ESTOQUE MINIMO E REPOSICAO".
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
       R1.
           DISPLAY "1 = GERAR PROPOSTAS | 2 = REVISAR PROPOSTAS"
              " | 3 = DESCONGELAR PRODUTO | 0 = SAIR :"
           ACCEPT W-MODO
           IF W-MODO = 0
              STOP RUN.
           IF W-MODO = 1
              PERFORM GERA-PROPOSTAS THRU GERA-PROPOSTAS-FIM
              GO TO R1.
           IF W-MODO = 2
              PERFORM REVISA-PROPOSTAS THRU REVISA-PROPOSTAS-FIM
              GO TO R1.
           IF W-MODO = 3
              PERFORM DESCONGELA THRU DESCONGELA-FIM
              GO TO R1.
           DISPLAY "DIGITE 0, 1, 2 OU 3"
           GO TO R1.

      *----------------------------------------------------------------
      * MODO 1: PARAMETROS, PRAZOS OBSERVADOS E PROPOSTAS
      *----------------------------------------------------------------
       GERA-PROPOSTAS.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           COMPUTE W-DATA-INI = FUNCTION DATE-OF-INTEGER
              (W-HOJE-SERIAL - W-JANELA)
           COMPUTE W-DATA-INI-PRZ = FUNCTION DATE-OF-INTEGER
              (W-HOJE-SERIAL - 365)
           MOVE ZEROS TO W-QTD-PROP W-QTD-CONG W-QTD-FORA W-QTD-PRZ
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO OU VAZIO"
              GO TO GERA-PROPOSTAS-FIM.
           MOVE "N" TO W-MOV-ABERTO
           OPEN INPUT ARQMOV
           IF ST-MOV = "00"
              MOVE "S" TO W-MOV-ABERTO.
           MOVE "N" TO W-PCMP-ABERTO
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
           MOVE "N" TO W-PSI-ABERTO
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
           OPEN I-O ARQEMN
           IF ST-EMN = "30" OR ST-EMN = "35"
              OPEN OUTPUT ARQEMN
              CLOSE ARQEMN
              OPEN I-O ARQEMN.
           PERFORM CARREGA-PRAZOS THRU CARREGA-PRAZOS-FIM
           OPEN OUTPUT ARQPMN
           CLOSE ARQPMN
           OPEN I-O ARQPMN
           OPEN OUTPUT RELSAI
           MOVE "PROPOSTAS DE ESTOQUE MINIMO E REPOSICAO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-FATOR TO W-FATOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "SAIDAS DE " W-DATA-INI " A " W-DATA-HOJE
              " (" W-JANELA " DIAS)  FATOR SEG. " W-FATOR-ED
              "  COBERTURA " W-COBERTURA " DIAS  PRAZO PADRAO "
              W-PRAZO-PAD " DIAS" DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CODIGO FL  DESCRICAO" TO LINHA-SAI
           MOVE "SAIDAS  MEDIA/DIA PRZ  MINIMO ATU -> PROP"
              TO LINHA-SAI(45:41)
           MOVE "REPOS ATU -> PROP" TO LINHA-SAI(89:17)
           WRITE LINHA-SAI
           PERFORM VARRE-PRODUTOS THRU VARRE-PRODUTOS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PROPOSTAS: " W-QTD-PROP
              "  CONGELADOS: " W-QTD-CONG
              "  FORA DE LINHA/DESCONTINUADOS: " W-QTD-FORA
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "* = SEM RECEBIMENTO NO PERIODO, PRAZO PADRAO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQPROD ARQEMN ARQPMN RELSAI
           IF W-MOV-ABERTO = "S"
              CLOSE ARQMOV.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           DISPLAY "PROPOSTAS GERADAS: " W-QTD-PROP
              " - RELATORIO EM PROPMIN.TXT".
       GERA-PROPOSTAS-FIM.
           EXIT.

      * PARAMETROS ATUAIS DE PARMIN.CTL; ZERO MANTEM O VALOR
       LE-PARAMETROS.
           OPEN INPUT ARQPMC
           IF ST-PMC = "00"
              READ ARQPMC
              IF ST-PMC = "00"
                 MOVE PMC-JANELA TO W-JANELA
                 MOVE PMC-FATOR TO W-FATOR
                 MOVE PMC-COBERTURA TO W-COBERTURA
                 MOVE PMC-PRAZO-PAD TO W-PRAZO-PAD.
           IF ST-PMC NOT = "30" AND NOT = "35"
              CLOSE ARQPMC.
           MOVE W-FATOR TO W-FATOR-ED
           DISPLAY "JANELA DE CONSUMO EM DIAS (ATUAL " W-JANELA
              ", 0 = MANTEM): "
           ACCEPT W-JANELA-N
           DISPLAY "FATOR DE SEGURANCA (ATUAL " W-FATOR-ED
              ", 0 = MANTEM): "
           ACCEPT W-FATOR-N
           DISPLAY "DIAS DE COBERTURA DA REPOSICAO (ATUAL "
              W-COBERTURA ", 0 = MANTEM): "
           ACCEPT W-COBERTURA-N
           DISPLAY "PRAZO PADRAO DE ENTREGA EM DIAS (ATUAL "
              W-PRAZO-PAD ", 0 = MANTEM): "
           ACCEPT W-PRAZO-PAD-N
           IF W-JANELA-N > ZEROS
              MOVE W-JANELA-N TO W-JANELA.
           IF W-FATOR-N > ZEROS
              MOVE W-FATOR-N TO W-FATOR.
           IF W-COBERTURA-N > ZEROS
              MOVE W-COBERTURA-N TO W-COBERTURA.
           IF W-PRAZO-PAD-N > ZEROS
              MOVE W-PRAZO-PAD-N TO W-PRAZO-PAD.
           MOVE W-JANELA TO PMC-JANELA
           MOVE W-FATOR TO PMC-FATOR
           MOVE W-COBERTURA TO PMC-COBERTURA
           MOVE W-PRAZO-PAD TO PMC-PRAZO-PAD
           OPEN OUTPUT ARQPMC
           WRITE REG-PMC
           CLOSE ARQPMC.
       LE-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PRAZO DE ENTREGA: DO DATAPED DO PEDIDO DE COMPRA ATE O
      * PRIMEIRO RECEBIMENTO DE CADA ITEM (RECEB.DAT, SCE014)
      *----------------------------------------------------------------
       CARREGA-PRAZOS.
           OPEN INPUT ARQRCB
           IF ST-RCB NOT = "00"
              GO TO CARREGA-PRAZOS-FIM.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              CLOSE ARQRCB
              GO TO CARREGA-PRAZOS-FIM.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              CLOSE ARQRCB ARQPED
              GO TO CARREGA-PRAZOS-FIM.
           MOVE ZEROS TO W-ULT-RCB.
       CARREGA-PRAZOS-LOOP.
           READ ARQRCB NEXT
           IF ST-RCB NOT = "00"
              CLOSE ARQRCB ARQPED ARQITEM
              GO TO CARREGA-PRAZOS-FIM.
           IF RCB-TPPEDIDO NOT = 1
              GO TO CARREGA-PRAZOS-LOOP.
      * SO O PRIMEIRO RECEBIMENTO DO ITEM MEDE O PRAZO
           COMPUTE W-RCB-ITEM = RCB-NUMPEDIDO * 1000
              + RCB-TPPEDIDO * 100 + RCB-SEQ-ITEM
           IF W-RCB-ITEM = W-ULT-RCB
              GO TO CARREGA-PRAZOS-LOOP.
           MOVE W-RCB-ITEM TO W-ULT-RCB
           IF RCB-DATA < W-DATA-INI-PRZ OR RCB-DATA > W-DATA-HOJE
              GO TO CARREGA-PRAZOS-LOOP.
           MOVE RCB-NUMPEDIDO TO NUMPEDIDO
           MOVE 1 TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00" OR DATAPED = ZEROS
              GO TO CARREGA-PRAZOS-LOOP.
           MOVE RCB-NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE 1 TO ITEM-TPPEDIDO
           MOVE RCB-SEQ-ITEM TO ITEM-SEQ
           READ ARQITEM
           IF ST-ITEM NOT = "00"
              GO TO CARREGA-PRAZOS-LOOP.
           COMPUTE W-PED-SERIAL = FUNCTION INTEGER-OF-DATE(DATAPED)
           COMPUTE W-RCB-SERIAL = FUNCTION INTEGER-OF-DATE(RCB-DATA)
           COMPUTE W-DIAS = W-RCB-SERIAL - W-PED-SERIAL
           IF W-DIAS < ZEROS
              GO TO CARREGA-PRAZOS-LOOP.
           PERFORM ACHA-PRAZO THRU ACHA-PRAZO-FIM
           IF W-ACHOU = ZEROS
              GO TO CARREGA-PRAZOS-LOOP.
           ADD W-DIAS TO WP-SOMA-DIAS(W-ACHOU)
           ADD 1 TO WP-QTD-OBS(W-ACHOU)
           GO TO CARREGA-PRAZOS-LOOP.
       CARREGA-PRAZOS-FIM.
           EXIT.

       ACHA-PRAZO.
           MOVE ZEROS TO W-ACHOU IX-PRZ.
       ACHA-PRAZO-LOOP.
           ADD 1 TO IX-PRZ
           IF IX-PRZ > W-QTD-PRZ
              GO TO ACHA-PRAZO-NOVO.
           IF WP-CODPROD(IX-PRZ) = ITEM-CODPROD
              MOVE IX-PRZ TO W-ACHOU
              GO TO ACHA-PRAZO-FIM.
           GO TO ACHA-PRAZO-LOOP.
       ACHA-PRAZO-NOVO.
           IF W-QTD-PRZ = 2000
              GO TO ACHA-PRAZO-FIM.
           ADD 1 TO W-QTD-PRZ
           MOVE W-QTD-PRZ TO W-ACHOU
           MOVE ITEM-CODPROD TO WP-CODPROD(W-ACHOU)
           MOVE ZEROS TO WP-SOMA-DIAS(W-ACHOU)
           MOVE ZEROS TO WP-QTD-OBS(W-ACHOU).
       ACHA-PRAZO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * UM PRODUTO POR VEZ: CONSUMO NA JANELA, TOTAL E POR FILIAL
      *----------------------------------------------------------------
       VARRE-PRODUTOS.
           READ ARQPROD NEXT
           IF ST-PROD NOT = "00"
              GO TO VARRE-PRODUTOS-FIM.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              ADD 1 TO W-QTD-FORA
              GO TO VARRE-PRODUTOS.
           MOVE COD TO EMN-CODPROD
           MOVE ZEROS TO EMN-FILIAL
           MOVE ZEROS TO W-REP-ANTES
           MOVE "N" TO W-CONGELADO
           READ ARQEMN
           IF ST-EMN = "00"
              MOVE EMN-REPOSICAO TO W-REP-ANTES
              MOVE EMN-CONGELADO TO W-CONGELADO.
           IF W-CONGELADO = "S"
              ADD 1 TO W-QTD-CONG
              PERFORM IMPRIME-CONGELADO
              GO TO VARRE-PRODUTOS.
           PERFORM CARREGA-FILIAIS THRU CARREGA-FILIAIS-FIM
           PERFORM SOMA-SAIDAS THRU SOMA-SAIDAS-FIM
           PERFORM PRAZO-PRODUTO THRU PRAZO-PRODUTO-FIM
      * NIVEL TOTAL DO PRODUTO (FILIAL 00)
           MOVE ZEROS TO W-FILIAL
           MOVE QTD-MINIMO TO W-MIN-ANTES
           PERFORM CALCULA-PROPOSTA THRU CALCULA-PROPOSTA-FIM
           MOVE ZEROS TO IX-FIL.
       VARRE-PRODUTOS-FIL.
           ADD 1 TO IX-FIL
           IF IX-FIL > 99
              GO TO VARRE-PRODUTOS.
           IF WFL-SAIDAS(IX-FIL) = ZEROS AND WFL-TEM(IX-FIL) = "N"
              GO TO VARRE-PRODUTOS-FIL.
           MOVE IX-FIL TO W-FILIAL
           MOVE WFL-SAIDAS(IX-FIL) TO W-SAIDAS
           MOVE WFL-MIN-ATU(IX-FIL) TO W-MIN-ANTES
           MOVE WFL-REP-ATU(IX-FIL) TO W-REP-ANTES
           PERFORM CALCULA-PROPOSTA THRU CALCULA-PROPOSTA-FIM
           GO TO VARRE-PRODUTOS-FIL.
       VARRE-PRODUTOS-FIM.
           EXIT.

      * VALORES JA GRAVADOS NAS FILIAIS (ESTMIN.DAT)
       CARREGA-FILIAIS.
           MOVE ZEROS TO IX-FIL.
       CARREGA-FILIAIS-ZERA.
           ADD 1 TO IX-FIL
           MOVE ZEROS TO WFL-SAIDAS(IX-FIL) WFL-MIN-ATU(IX-FIL)
              WFL-REP-ATU(IX-FIL)
           MOVE "N" TO WFL-TEM(IX-FIL)
           IF IX-FIL < 99
              GO TO CARREGA-FILIAIS-ZERA.
           MOVE COD TO EMN-CODPROD
           MOVE 01 TO EMN-FILIAL
           START ARQEMN KEY IS NOT LESS THAN EMN-CHAVE
              INVALID KEY GO TO CARREGA-FILIAIS-FIM.
       CARREGA-FILIAIS-LOOP.
           READ ARQEMN NEXT
           IF ST-EMN NOT = "00"
              GO TO CARREGA-FILIAIS-FIM.
           IF EMN-CODPROD NOT = COD
              GO TO CARREGA-FILIAIS-FIM.
           IF EMN-FILIAL = ZEROS
              GO TO CARREGA-FILIAIS-LOOP.
           MOVE "S" TO WFL-TEM(EMN-FILIAL)
           MOVE EMN-MINIMO TO WFL-MIN-ATU(EMN-FILIAL)
           MOVE EMN-REPOSICAO TO WFL-REP-ATU(EMN-FILIAL)
           GO TO CARREGA-FILIAIS-LOOP.
       CARREGA-FILIAIS-FIM.
           EXIT.

      * SAIDA DE VENDA = "FAT" DO SCE005; DEVOLUCAO DE VENDA
      * ("PED" DE ENTRADA) ABATE DO TOTAL. A FILIAL VEM DO
      * PEDCOMP.DAT DO PEDIDO; SEM FILIAL CONTA SO NO TOTAL
       SOMA-SAIDAS.
           MOVE ZEROS TO W-SAIDAS
           IF W-MOV-ABERTO NOT = "S"
              GO TO SOMA-SAIDAS-FIM.
           MOVE COD TO MOV-CODPROD
           COMPUTE MOV-DATAHORA = W-DATA-INI * 1000000
           MOVE ZEROS TO MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY GO TO SOMA-SAIDAS-FIM.
       SOMA-SAIDAS-LOOP.
           READ ARQMOV NEXT
           IF ST-MOV NOT = "00"
              GO TO SOMA-SAIDAS-ENC.
           IF MOV-CODPROD NOT = COD
              GO TO SOMA-SAIDAS-ENC.
           IF MOV-TIPO = "E" AND MOV-DOC(1:4) = "PED "
              SUBTRACT MOV-QTD FROM W-SAIDAS
              GO TO SOMA-SAIDAS-LOOP.
           IF MOV-TIPO NOT = "S" OR MOV-DOC(1:4) NOT = "FAT "
              GO TO SOMA-SAIDAS-LOOP.
           ADD MOV-QTD TO W-SAIDAS
           IF W-PCMP-ABERTO NOT = "S"
              GO TO SOMA-SAIDAS-LOOP.
           IF MOV-DOC(5:6) NOT NUMERIC
              GO TO SOMA-SAIDAS-LOOP.
           MOVE MOV-DOC(5:6) TO PCMP-NUMPEDIDO
           MOVE 2 TO PCMP-TPPEDIDO
           READ ARQPCMP
           IF ST-PCMP NOT = "00"
              GO TO SOMA-SAIDAS-LOOP.
           IF PCMP-FILIAL > ZEROS
              ADD MOV-QTD TO WFL-SAIDAS(PCMP-FILIAL).
           GO TO SOMA-SAIDAS-LOOP.
       SOMA-SAIDAS-ENC.
           IF W-SAIDAS < ZEROS
              MOVE ZEROS TO W-SAIDAS.
       SOMA-SAIDAS-FIM.
           EXIT.

       PRAZO-PRODUTO.
           MOVE W-PRAZO-PAD TO W-PRAZO
           MOVE ZEROS TO W-QTD-OBS IX-PRZ.
       PRAZO-PRODUTO-LOOP.
           ADD 1 TO IX-PRZ
           IF IX-PRZ > W-QTD-PRZ
              GO TO PRAZO-PRODUTO-FIM.
           IF WP-CODPROD(IX-PRZ) NOT = COD
              GO TO PRAZO-PRODUTO-LOOP.
           MOVE WP-QTD-OBS(IX-PRZ) TO W-QTD-OBS
           COMPUTE W-PRAZO ROUNDED =
              WP-SOMA-DIAS(IX-PRZ) / WP-QTD-OBS(IX-PRZ).
       PRAZO-PRODUTO-FIM.
           EXIT.

      * ARREDONDA PARA CIMA: MEIA UNIDADE DE FALTA JA E FALTA
       CALCULA-PROPOSTA.
           COMPUTE W-MEDIA-DIA = W-SAIDAS / W-JANELA
           COMPUTE W-CALC = W-SAIDAS * W-PRAZO * W-FATOR / W-JANELA
           MOVE W-CALC TO W-CALC-INT
           IF W-CALC-INT < W-CALC
              ADD 1 TO W-CALC-INT.
           IF W-CALC-INT > 999999
              MOVE 999999 TO W-CALC-INT.
           MOVE W-CALC-INT TO W-MIN-PROP
           COMPUTE W-CALC = W-SAIDAS * W-COBERTURA / W-JANELA
           MOVE W-CALC TO W-CALC-INT
           IF W-CALC-INT < W-CALC
              ADD 1 TO W-CALC-INT.
           IF W-CALC-INT > 999999
              MOVE 999999 TO W-CALC-INT.
           MOVE W-CALC-INT TO W-REP-PROP
           MOVE COD TO PMN-CODPROD
           MOVE W-FILIAL TO PMN-FILIAL
           MOVE W-SAIDAS TO PMN-SAIDAS
           MOVE W-MEDIA-DIA TO PMN-MEDIA-DIA
           MOVE W-PRAZO TO PMN-PRAZO
           MOVE W-QTD-OBS TO PMN-QTD-OBS
           MOVE W-MIN-ANTES TO PMN-MIN-ATUAL
           MOVE W-MIN-PROP TO PMN-MIN-PROP
           MOVE W-REP-ANTES TO PMN-REP-ATUAL
           MOVE W-REP-PROP TO PMN-REP-PROP
           MOVE "P" TO PMN-STATUS
           MOVE W-DATA-HOJE TO PMN-DATA
           WRITE REGPMN
           IF ST-PMN NOT = "00"
              GO TO CALCULA-PROPOSTA-FIM.
           ADD 1 TO W-QTD-PROP
           MOVE PMN-CODPROD TO DM-COD
           MOVE PMN-FILIAL TO DM-FILIAL
           MOVE DESC TO DM-DESC
           MOVE PMN-SAIDAS TO DM-SAIDAS
           MOVE PMN-MEDIA-DIA TO DM-MEDIA
           MOVE PMN-PRAZO TO DM-PRAZO
           MOVE SPACES TO DM-PADRAO
           IF PMN-QTD-OBS = ZEROS
              MOVE "*" TO DM-PADRAO.
           MOVE PMN-MIN-ATUAL TO DM-MIN-ATU
           MOVE PMN-MIN-PROP TO DM-MIN-PROP
           MOVE PMN-REP-ATUAL TO DM-REP-ATU
           MOVE PMN-REP-PROP TO DM-REP-PROP
           MOVE SPACES TO DM-OBS
           IF PMN-MIN-PROP = PMN-MIN-ATUAL AND
              PMN-REP-PROP = PMN-REP-ATUAL
              MOVE "SEM ALTERACAO" TO DM-OBS.
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI.
       CALCULA-PROPOSTA-FIM.
           EXIT.

       IMPRIME-CONGELADO.
           MOVE SPACES TO LINHA-SAI
           STRING COD " 00  " DESC " CONGELADO - SEM PROPOSTA"
              " (MINIMO " QTD-MINIMO ")"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

      *----------------------------------------------------------------
      * MODO 2: REVISAO DAS PROPOSTAS PELO SUPERVISOR DE COMPRAS
      *----------------------------------------------------------------
       REVISA-PROPOSTAS.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "SEM SUPERVISOR - REVISAO CANCELADA"
              GO TO REVISA-PROPOSTAS-FIM.
           OPEN I-O ARQPMN
           IF ST-PMN NOT = "00"
              DISPLAY "ARQUIVO PROPMIN.DAT NAO ENCONTRADO -"
                 " RODE O MODO 1 ANTES"
              GO TO REVISA-PROPOSTAS-FIM.
           OPEN I-O ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQPMN
              GO TO REVISA-PROPOSTAS-FIM.
           OPEN I-O ARQEMN
           IF ST-EMN = "30" OR ST-EMN = "35"
              OPEN OUTPUT ARQEMN
              CLOSE ARQEMN
              OPEN I-O ARQEMN.
           PERFORM ABRE-AUDITORIA
           MOVE ZEROS TO W-QTD-APL W-QTD-REJ W-PROD-CONG
           MOVE LOW-VALUES TO PMN-CHAVE
           START ARQPMN KEY IS NOT LESS THAN PMN-CHAVE
              INVALID KEY GO TO REVISA-PROPOSTAS-ENC.
       REVISA-PROPOSTAS-LOOP.
           READ ARQPMN NEXT
           IF ST-PMN NOT = "00"
              GO TO REVISA-PROPOSTAS-ENC.
           IF PMN-STATUS NOT = "P"
              GO TO REVISA-PROPOSTAS-LOOP.
           IF PMN-CODPROD = W-PROD-CONG
              GO TO REVISA-PROPOSTAS-LOOP.
           IF PMN-MIN-PROP = PMN-MIN-ATUAL AND
              PMN-REP-PROP = PMN-REP-ATUAL
              GO TO REVISA-PROPOSTAS-LOOP.
           MOVE PMN-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              GO TO REVISA-PROPOSTAS-LOOP.
           MOVE PMN-MEDIA-DIA TO W-MEDIA-ED
           DISPLAY " "
           DISPLAY "PRODUTO " PMN-CODPROD " " DESC
              " FILIAL " PMN-FILIAL
           DISPLAY "SAIDAS " PMN-SAIDAS " MEDIA/DIA " W-MEDIA-ED
              " PRAZO " PMN-PRAZO " DIAS (" PMN-QTD-OBS
              " RECEBIMENTOS)"
           DISPLAY "MINIMO " PMN-MIN-ATUAL " -> " PMN-MIN-PROP
              "   REPOSICAO " PMN-REP-ATUAL " -> " PMN-REP-PROP
           DISPLAY "A=ACEITA E=EDITA R=REJEITA C=CONGELA PRODUTO"
              " P=PULA F=FIM: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO REVISA-PROPOSTAS-ENC.
           IF W-OPCAO = "A" OR "a"
              MOVE PMN-MIN-PROP TO W-MIN-NOVO
              MOVE PMN-REP-PROP TO W-REP-NOVO
              PERFORM APLICA-UMA THRU APLICA-UMA-FIM
              GO TO REVISA-PROPOSTAS-LOOP.
           IF W-OPCAO = "E" OR "e"
              PERFORM EDITA-PROPOSTA THRU EDITA-PROPOSTA-FIM
              PERFORM APLICA-UMA THRU APLICA-UMA-FIM
              GO TO REVISA-PROPOSTAS-LOOP.
           IF W-OPCAO = "R" OR "r"
              MOVE "R" TO PMN-STATUS
              REWRITE REGPMN
              ADD 1 TO W-QTD-REJ
              GO TO REVISA-PROPOSTAS-LOOP.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONGELA-PRODUTO THRU CONGELA-PRODUTO-FIM.
           GO TO REVISA-PROPOSTAS-LOOP.
       REVISA-PROPOSTAS-ENC.
           CLOSE ARQPMN ARQPROD ARQEMN ARQAUD
           DISPLAY "PROPOSTAS APLICADAS: " W-QTD-APL
              "  REJEITADAS: " W-QTD-REJ.
       REVISA-PROPOSTAS-FIM.
           EXIT.

       EDITA-PROPOSTA.
           MOVE PMN-MIN-PROP TO W-MIN-NOVO
           MOVE PMN-REP-PROP TO W-REP-NOVO
           DISPLAY "NOVO MINIMO (ATUAL PROPOSTA " PMN-MIN-PROP "): "
           ACCEPT W-MIN-NOVO
           DISPLAY "NOVA REPOSICAO (ATUAL PROPOSTA " PMN-REP-PROP
              "): "
           ACCEPT W-REP-NOVO.
       EDITA-PROPOSTA-FIM.
           EXIT.

      * FILIAL 00 ATUALIZA O QTD-MINIMO DO CADASTRO; TODO NIVEL
      * GUARDA MINIMO E REPOSICAO EM ESTMIN.DAT
       APLICA-UMA.
           MOVE PMN-CODPROD TO EMN-CODPROD
           MOVE PMN-FILIAL TO EMN-FILIAL
           READ ARQEMN
           IF ST-EMN NOT = "00"
              MOVE ZEROS TO EMN-MINIMO EMN-REPOSICAO
              MOVE "N" TO EMN-CONGELADO.
           MOVE EMN-MINIMO TO W-MIN-ANTES
           MOVE EMN-REPOSICAO TO W-REP-ANTES
           IF PMN-FILIAL = ZEROS
              MOVE QTD-MINIMO TO W-MIN-ANTES
              MOVE W-MIN-NOVO TO QTD-MINIMO
              MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
              REWRITE REGPROD
              IF ST-PROD NOT = "00" AND "02"
                 DISPLAY "ERRO NA ALTERACAO DO PRODUTO " PMN-CODPROD
                 GO TO APLICA-UMA-FIM.
           MOVE W-MIN-NOVO TO EMN-MINIMO
           MOVE W-REP-NOVO TO EMN-REPOSICAO
           MOVE W-DATA-HOJE TO EMN-DATA
           MOVE W-OPERADOR TO EMN-OPERADOR
           IF ST-EMN = "00"
              REWRITE REGEMN
           ELSE
              WRITE REGEMN.
           MOVE W-MIN-NOVO TO PMN-MIN-PROP
           MOVE W-REP-NOVO TO PMN-REP-PROP
           MOVE "A" TO PMN-STATUS
           REWRITE REGPMN
           ADD 1 TO W-QTD-APL
           MOVE PMN-CODPROD TO W-CODPROD
           MOVE PMN-FILIAL TO W-FILIAL
           MOVE "A" TO W-AUD-ACAO
           PERFORM GRAVA-AUD-MINIMO.
       APLICA-UMA-FIM.
           EXIT.

      * CONGELADO: O MODO 1 NAO PROPOE MAIS NADA PARA O PRODUTO
      * ATE SER DESCONGELADO (MODO 3)
       CONGELA-PRODUTO.
           MOVE PMN-CODPROD TO EMN-CODPROD
           MOVE ZEROS TO EMN-FILIAL
           READ ARQEMN
           IF ST-EMN NOT = "00"
              MOVE QTD-MINIMO TO EMN-MINIMO
              MOVE ZEROS TO EMN-REPOSICAO.
           MOVE "S" TO EMN-CONGELADO
           MOVE W-DATA-HOJE TO EMN-DATA
           MOVE W-OPERADOR TO EMN-OPERADOR
           IF ST-EMN = "00"
              REWRITE REGEMN
           ELSE
              WRITE REGEMN.
           MOVE "R" TO PMN-STATUS
           REWRITE REGPMN
           ADD 1 TO W-QTD-REJ
           MOVE PMN-CODPROD TO W-PROD-CONG
           MOVE EMN-MINIMO TO W-MIN-ANTES W-MIN-NOVO
           MOVE EMN-REPOSICAO TO W-REP-ANTES W-REP-NOVO
           MOVE PMN-CODPROD TO W-CODPROD
           MOVE ZEROS TO W-FILIAL
           MOVE "C" TO W-AUD-ACAO
           PERFORM GRAVA-AUD-MINIMO
           DISPLAY "PRODUTO " PMN-CODPROD " CONGELADO".
       CONGELA-PRODUTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MODO 3: DESCONGELA UM PRODUTO
      *----------------------------------------------------------------
       DESCONGELA.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "SEM SUPERVISOR - OPERACAO CANCELADA"
              GO TO DESCONGELA-FIM.
           OPEN I-O ARQEMN
           IF ST-EMN NOT = "00"
              DISPLAY "NENHUM PRODUTO CONGELADO (ESTMIN.DAT)"
              GO TO DESCONGELA-FIM.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT W-CODPROD
           MOVE W-CODPROD TO EMN-CODPROD
           MOVE ZEROS TO EMN-FILIAL
           READ ARQEMN
           IF ST-EMN NOT = "00" OR EMN-CONGELADO NOT = "S"
              DISPLAY "PRODUTO NAO ESTA CONGELADO"
              CLOSE ARQEMN
              GO TO DESCONGELA-FIM.
           MOVE "N" TO EMN-CONGELADO
           MOVE W-DATA-HOJE TO EMN-DATA
           MOVE W-OPERADOR TO EMN-OPERADOR
           REWRITE REGEMN
           CLOSE ARQEMN
           MOVE ZEROS TO W-FILIAL
           MOVE EMN-MINIMO TO W-MIN-ANTES W-MIN-NOVO
           MOVE EMN-REPOSICAO TO W-REP-ANTES W-REP-NOVO
           PERFORM ABRE-AUDITORIA
           MOVE "D" TO W-AUD-ACAO
           PERFORM GRAVA-AUD-MINIMO
           CLOSE ARQAUD
           DISPLAY "PRODUTO " W-CODPROD " DESCONGELADO - ENTRA NO"
              " PROXIMO RECALCULO".
       DESCONGELA-FIM.
           EXIT.

       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.

      * A = MUDANCA APLICADA, C = CONGELADO, D = DESCONGELADO
       GRAVA-AUD-MINIMO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "RECMIN " W-AUD-ACAO " CHAVE=" W-CODPROD
              "/" W-FILIAL
              " MINIMO-ANTES=" W-MIN-ANTES
              " MINIMO-DEPOIS=" W-MIN-NOVO
              " REPOSICAO-ANTES=" W-REP-ANTES
              " REPOSICAO-DEPOIS=" W-REP-NOVO
              " OPERADOR=" W-OPERADOR
              " SUPERVISOR=" W-SUP-COD
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

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
              IF PSI-DATA-VIG > W-DATA-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
