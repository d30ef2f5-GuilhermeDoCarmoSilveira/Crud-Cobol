       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE060.
      **************************************************
      * SAC - OCORRENCIAS DE CLIENTES E AUTORIZACAO DE  *
      * DEVOLUCAO (RMA)                                 *
      * A RECLAMACAO (ITEM ERRADO, AVARIA, ATRASO, ERRO *
      * DE FATURAMENTO) E REGISTRADA EM OCORSAC.DAT     *
      * LIGADA AO CLIENTE, AO PEDIDO DE VENDA, A NF E   *
      * AO PRODUTO, COM RESPONSAVEL E PRAZO. TODA       *
      * MUDANCA DE SITUACAO FICA NO HISTORICO           *
      * (OCOHIST.DAT). A RMA (RMA.DAT) LISTA PRODUTOS E *
      * QUANTIDADES DO PEDIDO ORIGINAL E SO VALE DEPOIS *
      * DE APROVADA POR SUPERVISOR (PERFDESC). O SCE005 *
      * SO ACEITA DEVOLUCAO DE CLIENTE CONTRA RMA       *
      * APROVADA, E A CONSOME. RELATORIO DE PRAZO NO    *
      * RELSAC.                                         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQOCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OCO-NUMERO
                    ALTERNATE RECORD KEY IS OCO-CODCLI
                       WITH DUPLICATES
                    FILE STATUS IS ST-OCO.

           SELECT ARQOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OCH-CHAVE
                    FILE STATUS IS ST-OCH.

           SELECT ARQRMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RMA-NUMERO
                    FILE STATUS IS ST-RMA.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

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

           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NF-CHAVE
                    FILE STATUS IS ST-NF.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SEQ.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORSAC.DAT".
       01 REGOCO.
          03 OCO-NUMERO          PIC 9(06).
          03 OCO-CODCLI          PIC 9(14).
          03 OCO-NUMPEDIDO       PIC 9(06).
          03 OCO-NF              PIC 9(06).
          03 OCO-CODPROD         PIC 9(06).
          03 OCO-TIPO            PIC X(01).
          03 OCO-DESCRICAO       PIC X(60).
          03 OCO-RESPONSAVEL     PIC X(10).
          03 OCO-STATUS          PIC X(01).
          03 OCO-DATA-ABERT      PIC 9(08).
          03 OCO-PRAZO           PIC 9(08).
          03 OCO-DATA-ENC        PIC 9(08).
          03 OCO-OPERADOR        PIC X(10).

       FD ARQOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCOHIST.DAT".
       01 REGOCH.
          03 OCH-CHAVE.
           05 OCH-NUMERO         PIC 9(06).
           05 OCH-SEQ            PIC 9(03).
          03 OCH-DATA            PIC 9(08).
          03 OCH-HORA            PIC 9(06).
          03 OCH-STATUS-ANT      PIC X(01).
          03 OCH-STATUS          PIC X(01).
          03 OCH-NOTA            PIC X(60).
          03 OCH-OPERADOR        PIC X(10).

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

       FD ARQNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTAFIS.DAT".
       01 REGNF.
          03 NF-CHAVE.
           05 NF-NUMPEDIDO      PIC 9(06).
           05 NF-TPPEDIDO       PIC 9(01).
          03 NF-NUMERO          PIC 9(06).
          03 NF-SERIE           PIC X(03).
          03 NF-DATA            PIC 9(08).
          03 NF-OPERADOR        PIC X(10).

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

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SACSEQ.CTL".
       01 REG-SACCTL.
          03 CTL-ULT-OCORRENCIA PIC 9(06).
          03 CTL-ULT-RMA        PIC 9(06).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-OCO        PIC X(02) VALUE "00".
       01 ST-OCH        PIC X(02) VALUE "00".
       01 ST-RMA        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-NF         PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-PED-ABERTO  PIC X(01) VALUE "N".
       01 W-NF-ABERTO   PIC X(01) VALUE "N".
       01 W-PROD-ABERTO PIC X(01) VALUE "N".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HOJE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-SERIAL      PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC 9(05) VALUE ZEROS.
       01 W-DIAS-PRAZO  PIC 9(03) VALUE ZEROS.
      * PRAZO PADRAO DE ATENDIMENTO DA OCORRENCIA, EM DIAS CORRIDOS
       01 W-PRAZO-PADRAO PIC 9(03) VALUE 5.
       01 W-OCO-NUM     PIC 9(06) VALUE ZEROS.
       01 W-RMA-NUM     PIC 9(06) VALUE ZEROS.
       01 W-CODCLI      PIC 9(14) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-QTD-VENDIDA PIC 9(06) VALUE ZEROS.
       01 W-QTD-LST     PIC 9(05) VALUE ZEROS.
       01 W-SEQ-HIST    PIC 9(03) VALUE ZEROS.
       01 W-STATUS-ANT  PIC X(01) VALUE SPACES.
       01 W-STATUS-NOVO PIC X(01) VALUE SPACES.
       01 W-RESP        PIC X(10) VALUE SPACES.
       01 W-NOTA        PIC X(60) VALUE SPACES.
       01 W-DTIPO       PIC X(20) VALUE SPACES.
       01 W-DSTATUS     PIC X(12) VALUE SPACES.
       01 W-DRMA        PIC X(10) VALUE SPACES.
       01 W-ATRASO      PIC X(09) VALUE SPACES.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 I             PIC 9(02) VALUE ZEROS.
       01 W-QTD-ED      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SAC - OCORRENCIAS DE CLIENTES E RMA"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
       ABRE-OCO.
           OPEN I-O ARQOCO
           IF ST-OCO NOT = "00"
              IF ST-OCO = "30"
                 OPEN OUTPUT ARQOCO
                 CLOSE ARQOCO
                 OPEN I-O ARQOCO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO OCORSAC.DAT"
                 STOP RUN.
       ABRE-OCH.
           OPEN I-O ARQOCH
           IF ST-OCH NOT = "00"
              IF ST-OCH = "30"
                 OPEN OUTPUT ARQOCH
                 CLOSE ARQOCH
                 OPEN I-O ARQOCH
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO OCOHIST.DAT"
                 CLOSE ARQOCO
                 STOP RUN.
       ABRE-RMA.
           OPEN I-O ARQRMA
           IF ST-RMA NOT = "00"
              IF ST-RMA = "30"
                 OPEN OUTPUT ARQRMA
                 CLOSE ARQRMA
                 OPEN I-O ARQRMA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RMA.DAT"
                 CLOSE ARQOCO ARQOCH
                 STOP RUN.
       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REGCLI.DAT"
              CLOSE ARQOCO ARQOCH ARQRMA
              STOP RUN.
           MOVE "N" TO W-PED-ABERTO
           OPEN INPUT ARQPED
           IF ST-PED = "00"
              OPEN INPUT ARQITEM
              IF ST-ITEM = "00"
                 MOVE "S" TO W-PED-ABERTO
              ELSE
                 CLOSE ARQPED.
           MOVE "N" TO W-NF-ABERTO
           OPEN INPUT ARQNF
           IF ST-NF = "00"
              MOVE "S" TO W-NF-ABERTO.
           MOVE "N" TO W-PROD-ABERTO
           OPEN INPUT ARQPROD
           IF ST-PROD = "00"
              MOVE "S" TO W-PROD-ABERTO.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "A = ABRIR OCORRENCIA | M = MOVIMENTAR | C = CONSUL"
              "TAR E HISTORICO | L = LISTAR DO CLIENTE"
           DISPLAY "R = EMITIR RMA | V = APROVAR/RECUSAR RMA"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "A" OR "a"
              PERFORM ABRE-OCORRENCIA THRU ABRE-OCORRENCIA-FIM
              GO TO R1.
           IF W-OPCAO = "M" OR "m"
              PERFORM MOVIMENTA-OCORRENCIA THRU
                 MOVIMENTA-OCORRENCIA-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-OCORRENCIA THRU
                 CONSULTA-OCORRENCIA-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-CLIENTE THRU LISTA-CLIENTE-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM EMITE-RMA THRU EMITE-RMA-FIM
              GO TO R1.
           IF W-OPCAO = "V" OR "v"
              PERFORM APROVA-RMA THRU APROVA-RMA-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE A, M, C, L, R, V OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * ABERTURA: CLIENTE OBRIGATORIO; PEDIDO DE VENDA, NF E PRODUTO
      * QUANDO A RECLAMACAO FOR DE UMA ENTREGA. A NF VEM DO
      * NOTAFIS.DAT PELO PEDIDO; O PRODUTO TEM DE ESTAR NO PEDIDO
      *----------------------------------------------------------------
       ABRE-OCORRENCIA.
           MOVE SPACES TO REGOCO
           MOVE ZEROS TO OCO-NUMERO OCO-CODCLI OCO-NUMPEDIDO OCO-NF
              OCO-CODPROD OCO-DATA-ENC
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT OCO-CODCLI
           IF OCO-CODCLI = ZEROS
              GO TO ABRE-OCORRENCIA-FIM.
           MOVE OCO-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "CLIENTE NAO CADASTRADO (SCE002)"
              GO TO ABRE-OCORRENCIA-FIM.
           DISPLAY "   " RSNOME.
       ABRE-OCORRENCIA-PED.
           MOVE ZEROS TO OCO-NUMPEDIDO OCO-NF
           DISPLAY "PEDIDO DE VENDA (0 = SEM PEDIDO): "
           ACCEPT OCO-NUMPEDIDO
           IF OCO-NUMPEDIDO = ZEROS
              GO TO ABRE-OCORRENCIA-NF.
           IF W-PED-ABERTO NOT = "S"
              DISPLAY "ARQUIVO DE PEDIDOS INDISPONIVEL"
              GO TO ABRE-OCORRENCIA-PED.
           MOVE OCO-NUMPEDIDO TO NUMPEDIDO
           MOVE 2 TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "PEDIDO DE VENDA NAO ENCONTRADO"
              GO TO ABRE-OCORRENCIA-PED.
           IF CODCLI NOT = OCO-CODCLI
              DISPLAY "PEDIDO PERTENCE A OUTRO CLIENTE"
              GO TO ABRE-OCORRENCIA-PED.
           IF W-NF-ABERTO = "S"
              MOVE CHAVE TO NF-CHAVE
              READ ARQNF
              IF ST-NF = "00"
                 MOVE NF-NUMERO TO OCO-NF
                 DISPLAY "   NF " NF-NUMERO " SERIE " NF-SERIE
                    " DE " NF-DATA
                 GO TO ABRE-OCORRENCIA-PROD.
       ABRE-OCORRENCIA-NF.
           DISPLAY "NUMERO DA NF (0 = SEM NF): "
           ACCEPT OCO-NF.
       ABRE-OCORRENCIA-PROD.
           MOVE ZEROS TO OCO-CODPROD
           DISPLAY "PRODUTO RECLAMADO (0 = NENHUM/PEDIDO INTEIRO): "
           ACCEPT OCO-CODPROD
           IF OCO-CODPROD = ZEROS
              GO TO ABRE-OCORRENCIA-TIPO.
           MOVE OCO-CODPROD TO W-CODPROD
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           IF W-ACHOU = ZEROS
              DISPLAY "PRODUTO NAO CADASTRADO"
              GO TO ABRE-OCORRENCIA-PROD.
           DISPLAY "   " DESC
           IF OCO-NUMPEDIDO = ZEROS
              GO TO ABRE-OCORRENCIA-TIPO.
           MOVE OCO-NUMPEDIDO TO W-NUMPED
           PERFORM SOMA-VENDIDO THRU SOMA-VENDIDO-FIM
           IF W-QTD-VENDIDA = ZEROS
              DISPLAY "PRODUTO NAO CONSTA NO PEDIDO"
              GO TO ABRE-OCORRENCIA-PROD.
       ABRE-OCORRENCIA-TIPO.
           DISPLAY "TIPO: E=ITEM ERRADO A=AVARIADO L=ATRASO"
              " F=ERRO DE FATURAMENTO O=OUTROS: "
           ACCEPT OCO-TIPO
           INSPECT OCO-TIPO CONVERTING "ealfo" TO "EALFO"
           IF OCO-TIPO NOT = "E" AND "A" AND "L" AND "F" AND "O"
              DISPLAY "TIPO INVALIDO"
              GO TO ABRE-OCORRENCIA-TIPO.
       ABRE-OCORRENCIA-DESC.
           DISPLAY "DESCRICAO DA RECLAMACAO: "
           ACCEPT OCO-DESCRICAO
           IF OCO-DESCRICAO = SPACES
              DISPLAY "DESCRICAO EM BRANCO"
              GO TO ABRE-OCORRENCIA-DESC.
           DISPLAY "RESPONSAVEL (BRANCO = O PROPRIO OPERADOR): "
           ACCEPT OCO-RESPONSAVEL
           IF OCO-RESPONSAVEL = SPACES
              MOVE W-OPERADOR TO OCO-RESPONSAVEL.
           MOVE ZEROS TO W-DIAS-PRAZO
           DISPLAY "PRAZO EM DIAS (0 = " W-PRAZO-PADRAO " DIAS): "
           ACCEPT W-DIAS-PRAZO
           IF W-DIAS-PRAZO = ZEROS
              MOVE W-PRAZO-PADRAO TO W-DIAS-PRAZO.
           COMPUTE W-SERIAL = W-HOJE-SERIAL + W-DIAS-PRAZO
           COMPUTE OCO-PRAZO = FUNCTION DATE-OF-INTEGER(W-SERIAL)
           PERFORM GERA-NUM-OCORRENCIA THRU GERA-NUM-OCORRENCIA-FIM
           MOVE "A" TO OCO-STATUS
           MOVE W-DATA-HOJE TO OCO-DATA-ABERT
           MOVE W-OPERADOR TO OCO-OPERADOR
           WRITE REGOCO
           IF ST-OCO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DA OCORRENCIA - STATUS " ST-OCO
              GO TO ABRE-OCORRENCIA-FIM.
           MOVE OCO-NUMERO TO W-OCO-NUM
           MOVE SPACES TO W-STATUS-ANT
           MOVE "A" TO W-STATUS-NOVO
           MOVE "ABERTURA DA OCORRENCIA" TO W-NOTA
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           MOVE "A" TO W-OPCAO
           PERFORM GRAVA-AUD-OCO THRU GRAVA-AUD-OCO-FIM
           DISPLAY "OCORRENCIA " OCO-NUMERO " ABERTA - PRAZO "
              OCO-PRAZO.
       ABRE-OCORRENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MOVIMENTACAO: MUDA SITUACAO, RESPONSAVEL OU PRAZO, SEMPRE COM
      * UMA NOTA NO HISTORICO. RESOLVIDA E CANCELADA ENCERRAM
      *----------------------------------------------------------------
       MOVIMENTA-OCORRENCIA.
           PERFORM LE-OCORRENCIA THRU LE-OCORRENCIA-FIM
           IF W-OCO-NUM = ZEROS
              GO TO MOVIMENTA-OCORRENCIA-FIM.
           IF OCO-STATUS = "R" OR "C"
              DISPLAY "OCORRENCIA JA ENCERRADA"
              GO TO MOVIMENTA-OCORRENCIA-FIM.
           MOVE OCO-STATUS TO W-STATUS-ANT.
       MOVIMENTA-STATUS.
           MOVE SPACES TO W-STATUS-NOVO
           DISPLAY "NOVA SITUACAO: M=EM ANDAMENTO R=RESOLVIDA"
              " C=CANCELADA (BRANCO = MANTEM): "
           ACCEPT W-STATUS-NOVO
           INSPECT W-STATUS-NOVO CONVERTING "mrc" TO "MRC"
           IF W-STATUS-NOVO = SPACES
              MOVE OCO-STATUS TO W-STATUS-NOVO.
           IF W-STATUS-NOVO NOT = "A" AND "M" AND "R" AND "C"
              DISPLAY "SITUACAO INVALIDA"
              GO TO MOVIMENTA-STATUS.
           MOVE SPACES TO W-RESP
           DISPLAY "NOVO RESPONSAVEL (BRANCO = MANTEM): "
           ACCEPT W-RESP
           MOVE ZEROS TO W-DIAS-PRAZO
           DISPLAY "NOVO PRAZO EM DIAS A PARTIR DE HOJE"
              " (0 = MANTEM): "
           ACCEPT W-DIAS-PRAZO.
       MOVIMENTA-NOTA.
           MOVE SPACES TO W-NOTA
           DISPLAY "NOTA DO ATENDIMENTO: "
           ACCEPT W-NOTA
           IF W-NOTA = SPACES
              DISPLAY "NOTA OBRIGATORIA"
              GO TO MOVIMENTA-NOTA.
           MOVE W-STATUS-NOVO TO OCO-STATUS
           IF W-RESP NOT = SPACES
              MOVE W-RESP TO OCO-RESPONSAVEL.
           IF W-DIAS-PRAZO NOT = ZEROS
              COMPUTE W-SERIAL = W-HOJE-SERIAL + W-DIAS-PRAZO
              COMPUTE OCO-PRAZO =
                 FUNCTION DATE-OF-INTEGER(W-SERIAL).
           IF OCO-STATUS = "R" OR "C"
              MOVE W-DATA-HOJE TO OCO-DATA-ENC.
           REWRITE REGOCO
           IF ST-OCO NOT = "00" AND "02"
              DISPLAY "ERRO NA REGRAVACAO DA OCORRENCIA - STATUS "
                 ST-OCO
              GO TO MOVIMENTA-OCORRENCIA-FIM.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           MOVE "M" TO W-OPCAO
           PERFORM GRAVA-AUD-OCO THRU GRAVA-AUD-OCO-FIM
           DISPLAY "OCORRENCIA ATUALIZADA".
       MOVIMENTA-OCORRENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA: DADOS DA OCORRENCIA, HISTORICO E AS RMA EMITIDAS
      *----------------------------------------------------------------
       CONSULTA-OCORRENCIA.
           PERFORM LE-OCORRENCIA THRU LE-OCORRENCIA-FIM
           IF W-OCO-NUM = ZEROS
              GO TO CONSULTA-OCORRENCIA-FIM.
           DISPLAY "   PEDIDO " OCO-NUMPEDIDO " NF " OCO-NF
              " PRODUTO " OCO-CODPROD
           DISPLAY "   " OCO-DESCRICAO
           DISPLAY "   ABERTA EM " OCO-DATA-ABERT " POR " OCO-OPERADOR
              " PRAZO " OCO-PRAZO " ENCERRADA EM " OCO-DATA-ENC
           DISPLAY "HISTORICO:"
           MOVE W-OCO-NUM TO OCH-NUMERO
           MOVE ZEROS TO OCH-SEQ
           START ARQOCH KEY IS NOT LESS THAN OCH-CHAVE
              INVALID KEY GO TO CONSULTA-OCORRENCIA-RMA.
       CONSULTA-HIST-LOOP.
           READ ARQOCH NEXT
           IF ST-OCH NOT = "00"
              GO TO CONSULTA-OCORRENCIA-RMA.
           IF OCH-NUMERO NOT = W-OCO-NUM
              GO TO CONSULTA-OCORRENCIA-RMA.
           DISPLAY "   " OCH-DATA " " OCH-HORA " " OCH-STATUS-ANT
              ">" OCH-STATUS " " OCH-OPERADOR " " OCH-NOTA
           GO TO CONSULTA-HIST-LOOP.
       CONSULTA-OCORRENCIA-RMA.
           MOVE ZEROS TO RMA-NUMERO
           START ARQRMA KEY IS NOT LESS THAN RMA-NUMERO
              INVALID KEY GO TO CONSULTA-OCORRENCIA-FIM.
       CONSULTA-RMA-LOOP.
           READ ARQRMA NEXT
           IF ST-RMA NOT = "00"
              GO TO CONSULTA-OCORRENCIA-FIM.
           IF RMA-OCORRENCIA NOT = W-OCO-NUM
              GO TO CONSULTA-RMA-LOOP.
           PERFORM DESCREVE-RMA THRU DESCREVE-RMA-FIM
           DISPLAY "RMA " RMA-NUMERO " " W-DRMA " ITENS "
              RMA-QTD-ITENS " SUPERVISOR " RMA-SUPERV
              " DEVOLUCAO " RMA-PED-DEVOL
           GO TO CONSULTA-RMA-LOOP.
       CONSULTA-OCORRENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * OCORRENCIAS DO CLIENTE PELA CHAVE ALTERNATIVA OCO-CODCLI
      *----------------------------------------------------------------
       LISTA-CLIENTE.
           MOVE ZEROS TO W-CODCLI W-QTD-LST
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT W-CODCLI
           IF W-CODCLI = ZEROS
              GO TO LISTA-CLIENTE-FIM.
           MOVE W-CODCLI TO OCO-CODCLI
           START ARQOCO KEY IS EQUAL OCO-CODCLI
              INVALID KEY
                 DISPLAY "NENHUMA OCORRENCIA PARA O CLIENTE"
                 GO TO LISTA-CLIENTE-FIM.
       LISTA-CLIENTE-LOOP.
           READ ARQOCO NEXT
           IF ST-OCO NOT = "00" AND "02"
              GO TO LISTA-CLIENTE-TOT.
           IF OCO-CODCLI NOT = W-CODCLI
              GO TO LISTA-CLIENTE-TOT.
           ADD 1 TO W-QTD-LST
           PERFORM DESCREVE-OCORRENCIA THRU DESCREVE-OCORRENCIA-FIM
           DISPLAY OCO-NUMERO " " OCO-DATA-ABERT " " W-DTIPO " "
              W-DSTATUS " PRAZO " OCO-PRAZO " " W-ATRASO
           DISPLAY "   " OCO-DESCRICAO
           GO TO LISTA-CLIENTE-LOOP.
       LISTA-CLIENTE-TOT.
           DISPLAY "OCORRENCIAS DO CLIENTE: " W-QTD-LST.
       LISTA-CLIENTE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * EMISSAO DA RMA: PRODUTOS E QUANTIDADES DO PEDIDO ORIGINAL DA
      * OCORRENCIA, SEM PASSAR DO QUE FOI VENDIDO. NASCE PENDENTE
      *----------------------------------------------------------------
       EMITE-RMA.
           PERFORM LE-OCORRENCIA THRU LE-OCORRENCIA-FIM
           IF W-OCO-NUM = ZEROS
              GO TO EMITE-RMA-FIM.
           IF OCO-STATUS = "R" OR "C"
              DISPLAY "OCORRENCIA JA ENCERRADA"
              GO TO EMITE-RMA-FIM.
           IF OCO-NUMPEDIDO = ZEROS
              DISPLAY "OCORRENCIA SEM PEDIDO DE VENDA - A RMA EXIGE"
                 " O PEDIDO ORIGINAL"
              GO TO EMITE-RMA-FIM.
           IF W-PED-ABERTO NOT = "S"
              DISPLAY "ARQUIVO DE PEDIDOS INDISPONIVEL"
              GO TO EMITE-RMA-FIM.
           MOVE ZEROS TO REGRMA
           MOVE SPACES TO RMA-STATUS RMA-OPERADOR RMA-SUPERV
           MOVE OCO-NUMERO TO RMA-OCORRENCIA
           MOVE OCO-CODCLI TO RMA-CODCLI
           MOVE OCO-NUMPEDIDO TO RMA-NUMPEDIDO W-NUMPED.
       EMITE-RMA-ITEM.
           IF RMA-QTD-ITENS = 10
              DISPLAY "LIMITE DE 10 PRODUTOS POR RMA"
              GO TO EMITE-RMA-GRAVA.
           MOVE ZEROS TO W-CODPROD
           DISPLAY "PRODUTO A DEVOLVER (0 = FIM): "
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
              GO TO EMITE-RMA-GRAVA.
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           IF W-ACHOU = ZEROS
              DISPLAY "PRODUTO NAO CADASTRADO"
              GO TO EMITE-RMA-ITEM.
           MOVE 1 TO I.
       EMITE-RMA-DUP.
           IF I > RMA-QTD-ITENS
              GO TO EMITE-RMA-QTD.
           IF RMA-CODPROD(I) = W-CODPROD
              DISPLAY "PRODUTO JA INCLUIDO NA RMA"
              GO TO EMITE-RMA-ITEM.
           ADD 1 TO I
           GO TO EMITE-RMA-DUP.
       EMITE-RMA-QTD.
           PERFORM SOMA-VENDIDO THRU SOMA-VENDIDO-FIM
           IF W-QTD-VENDIDA = ZEROS
              DISPLAY "PRODUTO NAO CONSTA NO PEDIDO " W-NUMPED
              GO TO EMITE-RMA-ITEM.
           MOVE W-QTD-VENDIDA TO W-QTD-ED
           DISPLAY "   " DESC " VENDIDO " W-QTD-ED
           MOVE ZEROS TO W-QTD
           DISPLAY "QUANTIDADE A DEVOLVER: "
           ACCEPT W-QTD
           IF W-QTD = ZEROS
              GO TO EMITE-RMA-ITEM.
           IF W-QTD > W-QTD-VENDIDA
              DISPLAY "QUANTIDADE ACIMA DA VENDIDA NO PEDIDO"
              GO TO EMITE-RMA-QTD.
           ADD 1 TO RMA-QTD-ITENS
           MOVE RMA-QTD-ITENS TO I
           MOVE W-CODPROD TO RMA-CODPROD(I)
           MOVE W-QTD TO RMA-QTD(I)
           GO TO EMITE-RMA-ITEM.
       EMITE-RMA-GRAVA.
           IF RMA-QTD-ITENS = ZEROS
              DISPLAY "RMA SEM PRODUTOS - NAO GRAVADA"
              GO TO EMITE-RMA-FIM.
           PERFORM GERA-NUM-RMA THRU GERA-NUM-RMA-FIM
           MOVE "P" TO RMA-STATUS
           MOVE W-DATA-HOJE TO RMA-DATA
           MOVE W-OPERADOR TO RMA-OPERADOR
           WRITE REGRMA
           IF ST-RMA NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA RMA - STATUS " ST-RMA
              GO TO EMITE-RMA-FIM.
           MOVE "E" TO W-OPCAO
           PERFORM GRAVA-AUD-RMA THRU GRAVA-AUD-RMA-FIM
           MOVE OCO-STATUS TO W-STATUS-ANT
           IF OCO-STATUS = "A"
              MOVE "M" TO OCO-STATUS
              REWRITE REGOCO.
           MOVE OCO-STATUS TO W-STATUS-NOVO
           MOVE SPACES TO W-NOTA
           STRING "RMA " RMA-NUMERO " EMITIDA - AGUARDA SUPERVISOR"
              DELIMITED BY SIZE INTO W-NOTA
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           DISPLAY "RMA " RMA-NUMERO " GRAVADA - PENDENTE DE"
              " APROVACAO DO SUPERVISOR".
       EMITE-RMA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * APROVACAO DA RMA PELO SUPERVISOR. SO A RMA APROVADA E ACEITA
      * NA DEVOLUCAO DE CLIENTE DO SCE005
      *----------------------------------------------------------------
       APROVA-RMA.
           MOVE ZEROS TO W-RMA-NUM
           DISPLAY "NUMERO DA RMA: "
           ACCEPT W-RMA-NUM
           IF W-RMA-NUM = ZEROS
              GO TO APROVA-RMA-FIM.
           MOVE W-RMA-NUM TO RMA-NUMERO
           READ ARQRMA
           IF ST-RMA NOT = "00"
              DISPLAY "RMA NAO ENCONTRADA"
              GO TO APROVA-RMA-FIM.
           IF RMA-STATUS NOT = "P"
              PERFORM DESCREVE-RMA THRU DESCREVE-RMA-FIM
              DISPLAY "RMA NAO ESTA PENDENTE - SITUACAO " W-DRMA
              GO TO APROVA-RMA-FIM.
           DISPLAY "OCORRENCIA " RMA-OCORRENCIA " CLIENTE "
              RMA-CODCLI " PEDIDO " RMA-NUMPEDIDO
           MOVE 1 TO I.
       APROVA-RMA-LISTA.
           IF I > RMA-QTD-ITENS
              GO TO APROVA-RMA-DECIDE.
           MOVE RMA-CODPROD(I) TO W-CODPROD
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           MOVE RMA-QTD(I) TO W-QTD-ED
           DISPLAY "   " RMA-CODPROD(I) " " DESC " QTD " W-QTD-ED
           ADD 1 TO I
           GO TO APROVA-RMA-LISTA.
       APROVA-RMA-DECIDE.
           DISPLAY "A = APROVAR | R = RECUSAR | BRANCO = DESISTE: "
           MOVE SPACES TO W-OPCAO
           ACCEPT W-OPCAO
           INSPECT W-OPCAO CONVERTING "ar" TO "AR"
           IF W-OPCAO = SPACES
              GO TO APROVA-RMA-FIM.
           IF W-OPCAO NOT = "A" AND "R"
              GO TO APROVA-RMA-DECIDE.
           MOVE W-OPCAO TO W-STATUS-NOVO
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "RMA MANTIDA PENDENTE"
              GO TO APROVA-RMA-FIM.
           MOVE W-STATUS-NOVO TO RMA-STATUS
           MOVE W-DATA-HOJE TO RMA-DATA-APROV
           MOVE W-SUP-COD TO RMA-SUPERV
           REWRITE REGRMA
           IF ST-RMA NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DA RMA - STATUS " ST-RMA
              GO TO APROVA-RMA-FIM.
           MOVE RMA-STATUS TO W-OPCAO
           PERFORM GRAVA-AUD-RMA THRU GRAVA-AUD-RMA-FIM
           PERFORM DESCREVE-RMA THRU DESCREVE-RMA-FIM
           MOVE RMA-OCORRENCIA TO OCO-NUMERO W-OCO-NUM
           READ ARQOCO
           IF ST-OCO = "00"
              MOVE OCO-STATUS TO W-STATUS-ANT W-STATUS-NOVO
              MOVE SPACES TO W-NOTA
              STRING "RMA " RMA-NUMERO " " W-DRMA " POR " W-SUP-COD
                 DELIMITED BY SIZE INTO W-NOTA
              PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM.
           DISPLAY "RMA " RMA-NUMERO " " W-DRMA.
       APROVA-RMA-FIM.
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

       LE-OCORRENCIA.
           MOVE ZEROS TO W-OCO-NUM OCO-NUMERO
           DISPLAY "NUMERO DA OCORRENCIA: "
           ACCEPT OCO-NUMERO
           IF OCO-NUMERO = ZEROS
              GO TO LE-OCORRENCIA-FIM.
           READ ARQOCO
           IF ST-OCO NOT = "00"
              DISPLAY "OCORRENCIA NAO ENCONTRADA"
              GO TO LE-OCORRENCIA-FIM.
           MOVE OCO-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO RSNOME.
           PERFORM DESCREVE-OCORRENCIA THRU DESCREVE-OCORRENCIA-FIM
           DISPLAY "   " OCO-CODCLI " " RSNOME(1:40)
           DISPLAY "   " W-DTIPO " " W-DSTATUS " RESPONSAVEL "
              OCO-RESPONSAVEL " " W-ATRASO
           MOVE OCO-NUMERO TO W-OCO-NUM.
       LE-OCORRENCIA-FIM.
           EXIT.

       LE-PRODUTO.
           MOVE ZEROS TO W-ACHOU
           MOVE SPACES TO DESC
           IF W-PROD-ABERTO NOT = "S"
              MOVE 1 TO W-ACHOU
              GO TO LE-PRODUTO-FIM.
           MOVE W-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE 1 TO W-ACHOU.
       LE-PRODUTO-FIM.
           EXIT.

      * QUANTIDADE DO PRODUTO W-CODPROD NO PEDIDO DE VENDA W-NUMPED
       SOMA-VENDIDO.
           MOVE ZEROS TO W-QTD-VENDIDA
           MOVE W-NUMPED TO ITEM-NUMPEDIDO
           MOVE 2 TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO SOMA-VENDIDO-FIM.
       SOMA-VENDIDO-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO SOMA-VENDIDO-FIM.
           IF ITEM-NUMPEDIDO NOT = W-NUMPED OR ITEM-TPPEDIDO NOT = 2
              GO TO SOMA-VENDIDO-FIM.
           IF ITEM-CODPROD = W-CODPROD
              ADD ITEM-QTD TO W-QTD-VENDIDA.
           GO TO SOMA-VENDIDO-LOOP.
       SOMA-VENDIDO-FIM.
           EXIT.

      * PROXIMA SEQUENCIA DO HISTORICO DA OCORRENCIA W-OCO-NUM
       GRAVA-HISTORICO.
           MOVE ZEROS TO W-SEQ-HIST
           MOVE W-OCO-NUM TO OCH-NUMERO
           MOVE ZEROS TO OCH-SEQ
           START ARQOCH KEY IS NOT LESS THAN OCH-CHAVE
              INVALID KEY GO TO GRAVA-HISTORICO-NOVO.
       GRAVA-HISTORICO-LOOP.
           READ ARQOCH NEXT
           IF ST-OCH NOT = "00"
              GO TO GRAVA-HISTORICO-NOVO.
           IF OCH-NUMERO NOT = W-OCO-NUM
              GO TO GRAVA-HISTORICO-NOVO.
           MOVE OCH-SEQ TO W-SEQ-HIST
           GO TO GRAVA-HISTORICO-LOOP.
       GRAVA-HISTORICO-NOVO.
           MOVE W-OCO-NUM TO OCH-NUMERO
           COMPUTE OCH-SEQ = W-SEQ-HIST + 1
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO OCH-DATA
           MOVE W-DATAHORA(9:6) TO OCH-HORA
           MOVE W-STATUS-ANT TO OCH-STATUS-ANT
           MOVE W-STATUS-NOVO TO OCH-STATUS
           MOVE W-NOTA TO OCH-NOTA
           MOVE W-OPERADOR TO OCH-OPERADOR
           WRITE REGOCH.
       GRAVA-HISTORICO-FIM.
           EXIT.

      * NUMERACAO DE OCORRENCIAS E RMA EM SACSEQ.CTL
       GERA-NUM-OCORRENCIA.
           PERFORM LE-SEQUENCIA THRU LE-SEQUENCIA-FIM
           ADD 1 TO CTL-ULT-OCORRENCIA
           MOVE CTL-ULT-OCORRENCIA TO OCO-NUMERO
           PERFORM GRAVA-SEQUENCIA THRU GRAVA-SEQUENCIA-FIM.
       GERA-NUM-OCORRENCIA-FIM.
           EXIT.

       GERA-NUM-RMA.
           PERFORM LE-SEQUENCIA THRU LE-SEQUENCIA-FIM
           ADD 1 TO CTL-ULT-RMA
           MOVE CTL-ULT-RMA TO RMA-NUMERO
           PERFORM GRAVA-SEQUENCIA THRU GRAVA-SEQUENCIA-FIM.
       GERA-NUM-RMA-FIM.
           EXIT.

       LE-SEQUENCIA.
           MOVE ZEROS TO CTL-ULT-OCORRENCIA CTL-ULT-RMA
           OPEN INPUT ARQSEQ
           IF ST-SEQ = "00"
              READ ARQSEQ
              CLOSE ARQSEQ.
           IF ST-SEQ NOT = "00"
              MOVE ZEROS TO CTL-ULT-OCORRENCIA CTL-ULT-RMA.
       LE-SEQUENCIA-FIM.
           EXIT.

       GRAVA-SEQUENCIA.
           OPEN OUTPUT ARQSEQ
           WRITE REG-SACCTL
           CLOSE ARQSEQ.
       GRAVA-SEQUENCIA-FIM.
           EXIT.

       DESCREVE-OCORRENCIA.
           MOVE SPACES TO W-ATRASO
           EVALUATE OCO-TIPO
              WHEN "E" MOVE "ITEM ERRADO" TO W-DTIPO
              WHEN "A" MOVE "AVARIADO" TO W-DTIPO
              WHEN "L" MOVE "ATRASO NA ENTREGA" TO W-DTIPO
              WHEN "F" MOVE "ERRO DE FATURAMENTO" TO W-DTIPO
              WHEN OTHER MOVE "OUTROS" TO W-DTIPO
           END-EVALUATE
           EVALUATE OCO-STATUS
              WHEN "A" MOVE "ABERTA" TO W-DSTATUS
              WHEN "M" MOVE "EM ANDAMENTO" TO W-DSTATUS
              WHEN "R" MOVE "RESOLVIDA" TO W-DSTATUS
              WHEN "C" MOVE "CANCELADA" TO W-DSTATUS
              WHEN OTHER MOVE "?" TO W-DSTATUS
           END-EVALUATE
           IF (OCO-STATUS = "A" OR "M") AND OCO-PRAZO < W-DATA-HOJE
              MOVE "ATRASADA" TO W-ATRASO.
       DESCREVE-OCORRENCIA-FIM.
           EXIT.

       DESCREVE-RMA.
           EVALUATE RMA-STATUS
              WHEN "P" MOVE "PENDENTE" TO W-DRMA
              WHEN "A" MOVE "APROVADA" TO W-DRMA
              WHEN "R" MOVE "RECUSADA" TO W-DRMA
              WHEN "U" MOVE "UTILIZADA" TO W-DRMA
              WHEN OTHER MOVE "?" TO W-DRMA
           END-EVALUATE.
       DESCREVE-RMA-FIM.
           EXIT.

       GRAVA-AUD-OCO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE060 " W-OPCAO " CHAVE=" OCO-NUMERO
              " CLIENTE=" OCO-CODCLI " PEDIDO=" OCO-NUMPEDIDO
              " TIPO=" OCO-TIPO " SITUACAO=" OCO-STATUS
              " RESPONSAVEL=" OCO-RESPONSAVEL " PRAZO=" OCO-PRAZO
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       GRAVA-AUD-OCO-FIM.
           EXIT.

       GRAVA-AUD-RMA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE060 " W-OPCAO " RMA=" RMA-NUMERO
              " OCORRENCIA=" RMA-OCORRENCIA " CLIENTE=" RMA-CODCLI
              " PEDIDO=" RMA-NUMPEDIDO " SITUACAO=" RMA-STATUS
              " ITENS=" RMA-QTD-ITENS " SUPERVISOR=" RMA-SUPERV
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       GRAVA-AUD-RMA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQOCO ARQOCH ARQRMA ARQCLI ARQAUD
           IF W-PED-ABERTO = "S"
              CLOSE ARQPED ARQITEM.
           IF W-NF-ABERTO = "S"
              CLOSE ARQNF.
           IF W-PROD-ABERTO = "S"
              CLOSE ARQPROD.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
