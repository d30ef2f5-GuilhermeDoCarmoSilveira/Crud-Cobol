      * RECEBER (REGLANC.DAT / BAIXAS.DAT) EM ORDEM DE  *
      * DATA E IMPRIME DOCUMENTO, DATA, DEBITO, CREDITO *
      * E SALDO CORRENTE EM EXTRCLI.TXT.                *
      * CLIENTE DE GRUPO ECONOMICO (SCE059) GANHA NO    *
      * FIM O QUADRO DO GRUPO: SALDO EM ABERTO DE CADA  *
      * MEMBRO (SALDOPES.DAT), TOTAL E LIMITE DO GRUPO. *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
                    FILE STATUS IS ST-ERRO.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQBXA ASSIGN TO DISK
                    RECORD KEY IS ADI-CHAVE
                    FILE STATUS IS ST-ADI.

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

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQLANC
               LABEL RECORD IS STANDARD
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQADI
               LABEL RECORD IS STANDARD
          03 ADI-STATUS          PIC X(01).
          03 ADI-OPERADOR        PIC X(10).

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOPES.DAT".
       01 REGSDP.
          03 SDP-CHAVE.
           05 SDP-TIPO          PIC X(01).
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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRCLI.TXT".
       01 LINHA-SAI              PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 ST-ADI        PIC X(02) VALUE "00".
       01 W-TEM-ADI     PIC X(01) VALUE "N".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 W-TEM-SDP     PIC X(01) VALUE "N".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
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
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-SALDO-MEMB  PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDO-GRP   PIC S9(11)V99 VALUE ZEROS.
       01 W-CLI-PED     PIC 9(14) VALUE ZEROS.
       01 W-QTD-MOV     PIC 9(03) VALUE ZEROS.
       01 IX            PIC 9(03) VALUE ZEROS.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-SALDO     PIC ZZZZZZZ9,99-.

       01 DET-GRP.
          03 DGR-CODCLI    PIC 9(14).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DGR-NOME      PIC X(40).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DGR-SALDO     PIC ZZZZZZZZZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXTRATO DE CONTA CORRENTE DO CLIENTE".
           OPEN INPUT ARQADI
           IF ST-ADI = "00"
              MOVE "S" TO W-TEM-ADI.
           MOVE "N" TO W-TEM-SDP
           OPEN INPUT ARQSDP
           IF ST-SDP = "00"
              MOVE "S" TO W-TEM-SDP.
           MOVE "N" TO W-GRP-ABERTO
           OPEN INPUT ARQGRP
           IF ST-GRP = "00"
              OPEN INPUT ARQGCL
              IF ST-GCL = "00"
                 MOVE "S" TO W-GRP-ABERTO
              ELSE
                 CLOSE ARQGRP.
           PERFORM COLETA-PEDIDOS THRU COLETA-PEDIDOS-FIM
           PERFORM COLETA-PAGAMENTOS THRU COLETA-PAGAMENTOS-FIM
           PERFORM COLETA-ADIANT THRU COLETA-ADIANT-FIM
           PERFORM ORDENA-MOVIMENTOS THRU ORDENA-MOVIMENTOS-FIM
           PERFORM IMPRIME-EXTRATO
           PERFORM AVISA-EXTRATO THRU AVISA-EXTRATO-FIM
           CLOSE ARQCLI
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           IF W-TEM-ADI = "S"
              CLOSE ARQADI.
           IF W-TEM-SDP = "S"
              CLOSE ARQSDP.
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           DISPLAY "EXTRATO GERADO EM EXTRCLI.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * O EXTRATO SEGUE POR EMAIL AO FINANCEIRO DO CLIENTE (FILA DO
      * ENVMSG)
      *----------------------------------------------------------------
       AVISA-EXTRATO.
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
           MOVE W-CLI-PED TO CPFCNPJ W-MSG-COD
           MOVE SPACES TO W-MSG-EMAIL
           READ ARQCLI
           IF ST-CLI = "00"
              MOVE EMAIL TO W-MSG-EMAIL.
           MOVE "EX" TO W-MSG-TIPO
           MOVE "EXTRATO DE CONTA" TO W-MSG-DOC
           MOVE "EXTRCLI.TXT" TO W-MSG-ANEXO
           MOVE "F" TO W-MSG-PAPEL
           MOVE "EXTRCLI" TO W-MSG-PROG
           PERFORM ENFILEIRA-MENSAGEM THRU ENFILEIRA-MENSAGEM-FIM
           IF W-CTT-ABERTO = "S"
              CLOSE ARQCTT.
           IF W-MSG-ABERTO = "S"
              CLOSE ARQMSG.
       AVISA-EXTRATO-FIM.
           EXIT.

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

      *----------------------------------------------------------------
      * PEDIDOS DO CLIENTE: VENDA = DEBITO, DEVOLUCAO = CREDITO.
      * LIDOS PELA CHAVE ALTERNATIVA CODCLI, SO OS DO CLIENTE
      *----------------------------------------------------------------
       COLETA-PEDIDOS.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              GO TO COLETA-PEDIDOS-FIM.
           MOVE W-CLI-PED TO CODCLI
           START ARQPED KEY IS EQUAL TO CODCLI
              INVALID KEY
                 CLOSE ARQPED
                 GO TO COLETA-PEDIDOS-FIM.
       COLETA-PEDIDOS-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO COLETA-PEDIDOS-FIM.
           IF CODCLI NOT = W-CLI-PED
              CLOSE ARQPED
              GO TO COLETA-PEDIDOS-FIM.
           IF PED-STATUS = "C" OR "D" OR "H"
              GO TO COLETA-PEDIDOS-LOOP.
           IF TPPEDIDO = 2
              MOVE DATAPED TO WM-DATA
           EXIT.

      *----------------------------------------------------------------
      * PAGAMENTOS (BAIXAS) DOS LANCAMENTOS "R" DO CLIENTE, PELA
      * CHAVE ALTERNATIVA LANC-CODPESSOA
      *----------------------------------------------------------------
       COLETA-PAGAMENTOS.
           IF W-TEM-BXA NOT = "S"
           OPEN INPUT ARQLANC
           IF ST-LANC NOT = "00"
              GO TO COLETA-PAGAMENTOS-FIM.
           MOVE W-CLI-PED TO LANC-CODPESSOA
           START ARQLANC KEY IS EQUAL TO LANC-CODPESSOA
              INVALID KEY
                 CLOSE ARQLANC
                 GO TO COLETA-PAGAMENTOS-FIM.
           IF ST-LANC NOT = "00"
              CLOSE ARQLANC
              GO TO COLETA-PAGAMENTOS-FIM.
           IF LANC-CODPESSOA NOT = W-CLI-PED
              CLOSE ARQLANC
              GO TO COLETA-PAGAMENTOS-FIM.
           IF LANC-TIPO NOT = "R"
              GO TO COLETA-PAG-LOOP.
           PERFORM COLETA-BAIXAS-LANC THRU COLETA-BAIXAS-LANC-FIM
           GO TO COLETA-PAG-LOOP.
              STRING "JUROS/MULTA COBRADOS NO PERIODO: " DET-SALDO
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
           CLOSE RELSAI.

      *----------------------------------------------------------------
      * QUADRO DO GRUPO ECONOMICO: SALDO EM ABERTO DE CADA MEMBRO E
      * O TOTAL CONTRA O LIMITE CONSOLIDADO DO GRUPO
      *----------------------------------------------------------------
       IMPRIME-GRUPO.
           IF W-GRP-ABERTO NOT = "S"
              GO TO IMPRIME-GRUPO-FIM.
           MOVE W-CLI-PED TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL NOT = "00"
              GO TO IMPRIME-GRUPO-FIM.
           MOVE GCL-GRUPO TO GRP-CODIGO W-GRUPO
           READ ARQGRP
           IF ST-GRP NOT = "00"
              GO TO IMPRIME-GRUPO-FIM.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "GRUPO ECONOMICO: " GRP-CODIGO " - " GRP-NOME
              DELIMITED BY SIZE INTO LINHA-SAI
           IF GRP-SITUACAO NOT = "A"
              MOVE "(INATIVO)" TO LINHA-SAI(66:9).
           WRITE LINHA-SAI
           MOVE "MEMBRO          NOME" TO LINHA-SAI
           MOVE "SALDO EM ABERTO" TO LINHA-SAI(59:15)
           WRITE LINHA-SAI
           MOVE ZEROS TO W-SALDO-GRP
           MOVE ZEROS TO GCL-CODCLI
           START ARQGCL KEY IS NOT LESS THAN GCL-CHAVE
              INVALID KEY GO TO IMPRIME-GRUPO-TOT.
       IMPRIME-GRUPO-LOOP.
           READ ARQGCL NEXT
           IF ST-GCL NOT = "00"
              GO TO IMPRIME-GRUPO-TOT.
           IF GCL-GRUPO NOT = W-GRUPO
              GO TO IMPRIME-GRUPO-TOT.
           MOVE GCL-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO RSNOME.
           MOVE ZEROS TO W-SALDO-MEMB
           IF W-TEM-SDP = "S"
              MOVE "R" TO SDP-TIPO
              MOVE GCL-CODCLI TO SDP-CODPESSOA
              READ ARQSDP
              IF ST-SDP = "00"
                 MOVE SDP-SALDO TO W-SALDO-MEMB.
           ADD W-SALDO-MEMB TO W-SALDO-GRP
           MOVE GCL-CODCLI TO DGR-CODCLI
           MOVE RSNOME TO DGR-NOME
           MOVE W-SALDO-MEMB TO DGR-SALDO
           MOVE SPACES TO LINHA-SAI
           MOVE DET-GRP TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-GRUPO-LOOP.
       IMPRIME-GRUPO-TOT.
           MOVE SPACES TO DET-GRP
           MOVE ZEROS TO DGR-CODCLI
           MOVE "TOTAL DO GRUPO" TO DGR-NOME
           MOVE W-SALDO-GRP TO DGR-SALDO
           MOVE SPACES TO LINHA-SAI
           MOVE DET-GRP TO LINHA-SAI
           MOVE SPACES TO LINHA-SAI(1:14)
           WRITE LINHA-SAI
           IF GRP-LIMITE > ZEROS
              MOVE "LIMITE DO GRUPO" TO DGR-NOME
              MOVE GRP-LIMITE TO DGR-SALDO
           ELSE
              MOVE "GRUPO SEM LIMITE CONSOLIDADO" TO DGR-NOME
              MOVE ZEROS TO DGR-SALDO.
           MOVE SPACES TO LINHA-SAI
           MOVE DET-GRP TO LINHA-SAI
           MOVE SPACES TO LINHA-SAI(1:14)
           WRITE LINHA-SAI.
       IMPRIME-GRUPO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
