       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCANH.
      **************************************************
      * RELATORIO DE CANHOTOS PENDENTES                 *
      * PEDIDOS DE VENDA FATURADOS (STATUS F, R OU E)   *
      * COM MAIS DE N DIAS (DATAPED) QUE AINDA NAO TEM  *
      * COMPROVANTE DE ENTREGA: NENHUMA LINHA DE        *
      * ROMANEIO (ROMITEM.DAT) LANCADA NO SCE049 COMO   *
      * ENTREGUE OU ENTREGA PARCIAL. MOSTRA A SITUACAO  *
      * DA ULTIMA LINHA (SEM ROMANEIO, EM ROTA,         *
      * RECUSADO, NAO ENTREGUE), O ROMANEIO, O CLIENTE  *
      * E O VALOR. RELATORIO EM RELCANH.TXT.            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQROMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROMI-CHAVE
                    FILE STATUS IS ST-ROMI.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCANH.TXT".
       01 LINHA-SAI              PIC X(130).

       WORKING-STORAGE SECTION.
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ROMI       PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TEM-ROMI    PIC X(01) VALUE "N".
       01 W-TEM-CLI     PIC X(01) VALUE "N".
       01 W-DIAS-PARAM  PIC 9(05) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HOJE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-PED-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC S9(07) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 W-QTD-PED     PIC 9(04) VALUE ZEROS.
       01 W-QTD-SAIDA   PIC 9(04) VALUE ZEROS.
       01 W-TAB-CHEIA   PIC 9(01) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ED      PIC ZZZZZZZZZZ9,99.

      * PEDIDOS FATURADOS NO CORTE DE DIAS, NA ORDEM DO REGPED.
      * WP-SITU: BRANCO = SEM ROMANEIO, "A" = EM ROTA, DEMAIS
      * IGUAL AO ROMI-ENTREGA DA ULTIMA LINHA DO PEDIDO
       01 W-TAB-PED.
          03 W-PED OCCURS 2000 TIMES.
             05 WP-NUMPED     PIC 9(06).
             05 WP-DATA       PIC 9(08).
             05 WP-CODCLI     PIC 9(14).
             05 WP-TOTAL      PIC 9(07)V99.
             05 WP-SITU       PIC X(01).
             05 WP-NUMROM     PIC 9(06).

       01 DET1.
          03 DD-NUMPED     PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-DIAS       PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-NOME       PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-TOTAL      PIC ZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-SITU       PIC X(12).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-NUMROM     PIC X(06).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE CANHOTOS PENDENTES".
           DISPLAY "PEDIDOS COM MAIS DE QUANTOS DIAS (ZEROS = 7): ".
           ACCEPT W-DIAS-PARAM.
           IF W-DIAS-PARAM = ZEROS
              MOVE 7 TO W-DIAS-PARAM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO"
              STOP RUN.
           MOVE "N" TO W-TEM-ROMI
           OPEN INPUT ARQROMI
           IF ST-ROMI = "00"
              MOVE "S" TO W-TEM-ROMI.
           MOVE "N" TO W-TEM-CLI
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-TEM-CLI.
           PERFORM CARREGA-PEDIDOS THRU CARREGA-PEDIDOS-FIM
           IF W-TAB-CHEIA = 1
              DISPLAY "AVISO: MAIS DE 2000 PEDIDOS NO CORTE - OS MAIS"
                 " NOVOS FICARAM DE FORA".
           PERFORM VARRE-ROMANEIOS THRU VARRE-ROMANEIOS-FIM
           OPEN OUTPUT RELSAI
           MOVE "CANHOTOS PENDENTES - PEDIDOS FATURADOS SEM"
              TO LINHA-SAI
           MOVE " COMPROVANTE DE ENTREGA" TO LINHA-SAI(43:23)
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PEDIDOS COM MAIS DE " W-DIAS-PARAM " DIAS EM "
              W-DATA-HOJE DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "PEDIDO  DATA         DIAS  CLIENTE" TO LINHA-SAI
           MOVE "VALOR  SITUACAO      ROMAN." TO LINHA-SAI(70:27)
           WRITE LINHA-SAI
           PERFORM IMPRIME-PENDENTES THRU IMPRIME-PENDENTES-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-VALOR TO W-TOT-ED
           MOVE SPACES TO LINHA-SAI
           STRING "PEDIDOS SEM CANHOTO: " W-QTD-SAIDA
              "   VALOR: " W-TOT-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQPED
           IF W-TEM-ROMI = "S"
              CLOSE ARQROMI.
           IF W-TEM-CLI = "S"
              CLOSE ARQCLI.
           DISPLAY "RELATORIO GERADO EM RELCANH.TXT COM "
              W-QTD-SAIDA " PEDIDO(S)".
           STOP RUN.

      *----------------------------------------------------------------
      * PASSO 1: PEDIDOS DE VENDA FATURADOS MAIS VELHOS QUE O CORTE
      *----------------------------------------------------------------
       CARREGA-PEDIDOS.
           MOVE ZEROS TO W-QTD-PED W-TAB-CHEIA
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS THAN CHAVE
              INVALID KEY GO TO CARREGA-PEDIDOS-FIM.
       CARREGA-PED-LOOP.
           READ ARQPED NEXT
           IF ST-PED NOT = "00"
              GO TO CARREGA-PEDIDOS-FIM.
           IF TPPEDIDO NOT = 2
              GO TO CARREGA-PED-LOOP.
           IF PED-STATUS NOT = "F" AND "R" AND "E"
              GO TO CARREGA-PED-LOOP.
           COMPUTE W-PED-SERIAL = FUNCTION INTEGER-OF-DATE(DATAPED)
           COMPUTE W-DIAS = W-HOJE-SERIAL - W-PED-SERIAL
           IF W-DIAS NOT > W-DIAS-PARAM
              GO TO CARREGA-PED-LOOP.
           IF W-QTD-PED = 2000
              MOVE 1 TO W-TAB-CHEIA
              GO TO CARREGA-PEDIDOS-FIM.
           ADD 1 TO W-QTD-PED
           MOVE NUMPEDIDO TO WP-NUMPED(W-QTD-PED)
           MOVE DATAPED TO WP-DATA(W-QTD-PED)
           MOVE CODCLI TO WP-CODCLI(W-QTD-PED)
           MOVE TOTAL TO WP-TOTAL(W-QTD-PED)
           MOVE SPACE TO WP-SITU(W-QTD-PED)
           MOVE ZEROS TO WP-NUMROM(W-QTD-PED)
           GO TO CARREGA-PED-LOOP.
       CARREGA-PEDIDOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PASSO 2: SITUACAO DA ULTIMA LINHA DE ROMANEIO DE CADA PEDIDO.
      * ENTREGUE OU PARCIAL EM QUALQUER ROMANEIO JA VALE COMO
      * COMPROVANTE E NAO E MAIS SOBRESCRITO.
      *----------------------------------------------------------------
       VARRE-ROMANEIOS.
           IF W-TEM-ROMI NOT = "S" OR W-QTD-PED = ZEROS
              GO TO VARRE-ROMANEIOS-FIM.
           MOVE ZEROS TO ROMI-NUMERO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY GO TO VARRE-ROMANEIOS-FIM.
       VARRE-ROM-LOOP.
           READ ARQROMI NEXT
           IF ST-ROMI NOT = "00"
              GO TO VARRE-ROMANEIOS-FIM.
           IF ROMI-TPPEDIDO NOT = 2
              GO TO VARRE-ROM-LOOP.
           MOVE ZEROS TO IX.
       VARRE-ROM-BUSCA.
           ADD 1 TO IX
           IF IX > W-QTD-PED
              GO TO VARRE-ROM-LOOP.
           IF WP-NUMPED(IX) NOT = ROMI-NUMPEDIDO
              GO TO VARRE-ROM-BUSCA.
           IF WP-SITU(IX) = "E" OR "P"
              GO TO VARRE-ROM-LOOP.
           IF ROMI-ENTREGA = SPACE
              MOVE "A" TO WP-SITU(IX)
           ELSE
              MOVE ROMI-ENTREGA TO WP-SITU(IX).
           MOVE ROMI-NUMERO TO WP-NUMROM(IX)
           GO TO VARRE-ROM-LOOP.
       VARRE-ROMANEIOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PASSO 3: LISTA O QUE NAO TEM COMPROVANTE
      *----------------------------------------------------------------
       IMPRIME-PENDENTES.
           MOVE ZEROS TO IX W-QTD-SAIDA W-TOT-VALOR.
       IMPRIME-PEND-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-PED
              GO TO IMPRIME-PENDENTES-FIM.
           IF WP-SITU(IX) = "E" OR "P"
              GO TO IMPRIME-PEND-LOOP.
           MOVE WP-NUMPED(IX) TO DD-NUMPED
           MOVE WP-DATA(IX) TO DD-DATA
           COMPUTE W-PED-SERIAL = FUNCTION INTEGER-OF-DATE(WP-DATA(IX))
           COMPUTE W-DIAS = W-HOJE-SERIAL - W-PED-SERIAL
           MOVE W-DIAS TO DD-DIAS
           MOVE "CLIENTE NAO ENCONTRADO" TO DD-NOME
           IF W-TEM-CLI = "S"
              MOVE WP-CODCLI(IX) TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE RSNOME TO DD-NOME.
           MOVE WP-TOTAL(IX) TO DD-TOTAL
           EVALUATE WP-SITU(IX)
              WHEN "A" MOVE "EM ROTA" TO DD-SITU
              WHEN "R" MOVE "RECUSADO" TO DD-SITU
              WHEN "N" MOVE "NAO ENTREGUE" TO DD-SITU
              WHEN OTHER MOVE "SEM ROMANEIO" TO DD-SITU.
           IF WP-NUMROM(IX) = ZEROS
              MOVE SPACES TO DD-NUMROM
           ELSE
              MOVE WP-NUMROM(IX) TO DD-NUMROM.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-QTD-SAIDA
           ADD WP-TOTAL(IX) TO W-TOT-VALOR
           GO TO IMPRIME-PEND-LOOP.
       IMPRIME-PENDENTES-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
