       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVMSG.
      **************************************************
      * MENSAGENS AO CLIENTE - GATEWAY DE EMAIL         *
      * A FILA (MENSAG.DAT) E ALIMENTADA PELO SCE005    *
      * (PEDIDO E NOTA FISCAL), BOLETO, EXTRCLI,        *
      * RELCOBR (CARTA DE COBRANCA) E SCE011            *
      * (DESPACHO).                                     *
      * 1: EXPORTA AS MENSAGENS PENDENTES PARA O        *
      *    GATEWAY (MSGENV.TXT) E MARCA EXPORTADAS.     *
      * 2: IMPORTA O RETORNO DO GATEWAY (MSGRET.TXT) -  *
      *    ENVIADA OU DEVOLVIDA, REJEICOES EM           *
      *    MSGREJ.TXT.                                  *
      * 3: DEVOLVIDAS PARA O CADASTRO CORRIGIR O EMAIL  *
      *    DO CLIENTE (MSGDEV.TXT).                     *
      * 4: REENFILEIRA AS DEVOLVIDAS CUJO EMAIL JA FOI  *
      *    CORRIGIDO NO CADASTRO (SCE002).              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MSG-CHAVE
                    ALTERNATE RECORD KEY IS MSG-CPFCNPJ
                       WITH DUPLICATES
                    FILE STATUS IS ST-MSG.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQENV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ENV.

           SELECT ARQRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RET.

           SELECT ARQREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-REJ.

           SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-DEV.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGENV.TXT".
       01 LINHA-ENV              PIC X(200).

       FD ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGRET.TXT".
       01 LINHA-RET              PIC X(80).

       FD ARQREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGREJ.TXT".
       01 LINHA-REJ              PIC X(120).

       FD ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGDEV.TXT".
       01 LINHA-DEV              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-MSG        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-ENV        PIC X(02) VALUE "00".
       01 ST-RET        PIC X(02) VALUE "00".
       01 ST-REJ        PIC X(02) VALUE "00".
       01 ST-DEV        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-TEM-CLI     PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-BASE   PIC 9(08) VALUE ZEROS.
       01 W-QTD-ENV     PIC 9(06) VALUE ZEROS.
       01 W-QTD-OK      PIC 9(06) VALUE ZEROS.
       01 W-QTD-DEV     PIC 9(06) VALUE ZEROS.
       01 W-QTD-REJ     PIC 9(06) VALUE ZEROS.
       01 W-QTD-ALT     PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-TIPO-DESC   PIC X(14) VALUE SPACES.
       01 W-EMAIL-CAD   PIC X(40) VALUE SPACES.
       01 W-NOME-CLI    PIC X(40) VALUE SPACES.
       01 W-DATA-ED     PIC 9999/99/99.
       01 W-LIN-QTD     PIC ZZZZZ9.

       01 REG-ENV-HDR.
          03 FILLER        PIC X(01) VALUE "0".
          03 FILLER        PIC X(08) VALUE "MENSAGEM".
          03 EH-DATA       PIC 9(08).
          03 FILLER        PIC X(183) VALUE SPACES.

       01 REG-ENV-DET.
          03 FILLER        PIC X(01) VALUE "1".
          03 ED-CHAVE      PIC X(19).
          03 ED-CPFCNPJ    PIC 9(14).
          03 ED-TIPO       PIC X(02).
          03 ED-EMAIL      PIC X(40).
          03 ED-NOME       PIC X(40).
          03 ED-DOCUMENTO  PIC X(20).
          03 ED-ANEXO      PIC X(20).
          03 FILLER        PIC X(44) VALUE SPACES.

       01 REG-ENV-TRL.
          03 FILLER        PIC X(01) VALUE "9".
          03 ET-QTD        PIC 9(06).
          03 FILLER        PIC X(193) VALUE SPACES.

       01 REG-RET-DET.
          03 RR-TIPO       PIC X(01).
          03 RR-CHAVE      PIC X(19).
          03 RR-STATUS     PIC X(01).
          03 RR-DATA       PIC 9(08).
          03 RR-MOTIVO     PIC X(40).
          03 FILLER        PIC X(11).

       01 DET-DEV.
          03 DD-CPFCNPJ    PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DD-NOME       PIC X(40).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DD-TIPO       PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DD-DOCUMENTO  PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DD-DATA       PIC 9999/99/99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-BASE
           DISPLAY "MENSAGENS AO CLIENTE - GATEWAY DE EMAIL".
       R1.
           DISPLAY "1 = EXPORTAR PENDENTES | 2 = IMPORTAR RETORNO"
              " | 3 = DEVOLVIDAS | 4 = REENFILEIRAR CORRIGIDAS"
              " | 0 = SAIR :"
           ACCEPT W-OPCAO
           IF W-OPCAO = "0"
              STOP RUN.
           IF W-OPCAO = "1"
              PERFORM EXPORTA-MENSAGENS THRU EXPORTA-MENSAGENS-FIM
              GO TO R1.
           IF W-OPCAO = "2"
              PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM
              GO TO R1.
           IF W-OPCAO = "3"
              PERFORM LISTA-DEVOLVIDAS THRU LISTA-DEVOLVIDAS-FIM
              GO TO R1.
           IF W-OPCAO = "4"
              PERFORM REENFILEIRA THRU REENFILEIRA-FIM
              GO TO R1.
           DISPLAY "DIGITE 0, 1, 2, 3 OU 4"
           GO TO R1.

      *----------------------------------------------------------------
      * 1: MENSAGENS PENDENTES NO LAYOUT DO GATEWAY. A MENSAGEM
      * EXPORTADA FICA "E" ATE O RETORNO
      *----------------------------------------------------------------
       EXPORTA-MENSAGENS.
           MOVE ZEROS TO W-QTD-ENV
           OPEN I-O ARQMSG
           IF ST-MSG NOT = "00"
              DISPLAY "ARQUIVO MENSAG.DAT NAO ENCONTRADO"
              GO TO EXPORTA-MENSAGENS-FIM.
           OPEN OUTPUT ARQENV
           MOVE W-DATA-BASE TO EH-DATA
           MOVE REG-ENV-HDR TO LINHA-ENV
           WRITE LINHA-ENV
           MOVE LOW-VALUES TO MSG-CHAVE
           START ARQMSG KEY IS NOT LESS THAN MSG-CHAVE
              INVALID KEY GO TO EXPORTA-MENSAGENS-TRL.
       EXPORTA-MENSAGENS-LOOP.
           READ ARQMSG NEXT
           IF ST-MSG NOT = "00"
              GO TO EXPORTA-MENSAGENS-TRL.
           IF MSG-STATUS NOT = "P"
              GO TO EXPORTA-MENSAGENS-LOOP.
           MOVE MSG-CHAVE TO ED-CHAVE
           MOVE MSG-CPFCNPJ TO ED-CPFCNPJ
           MOVE MSG-TIPO TO ED-TIPO
           MOVE MSG-EMAIL TO ED-EMAIL
           MOVE MSG-NOME TO ED-NOME
           MOVE MSG-DOCUMENTO TO ED-DOCUMENTO
           MOVE MSG-ANEXO TO ED-ANEXO
           MOVE REG-ENV-DET TO LINHA-ENV
           WRITE LINHA-ENV
           MOVE "E" TO MSG-STATUS
           MOVE W-DATA-BASE TO MSG-DATA-EXP
           REWRITE REGMSG
           ADD 1 TO W-QTD-ENV
           GO TO EXPORTA-MENSAGENS-LOOP.
       EXPORTA-MENSAGENS-TRL.
           MOVE W-QTD-ENV TO ET-QTD
           MOVE REG-ENV-TRL TO LINHA-ENV
           WRITE LINHA-ENV
           CLOSE ARQMSG ARQENV
           MOVE W-QTD-ENV TO W-LIN-QTD
           DISPLAY "REMESSA GERADA EM MSGENV.TXT COM " W-LIN-QTD
              " MENSAGEM(NS)".
       EXPORTA-MENSAGENS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 2: RETORNO DO GATEWAY - S = ENVIADA, D = DEVOLVIDA (EMAIL
      * INEXISTENTE, CAIXA CHEIA ETC., MOTIVO INFORMADO PELO GATEWAY)
      *----------------------------------------------------------------
       IMPORTA-RETORNO.
           MOVE ZEROS TO W-QTD-OK W-QTD-DEV W-QTD-REJ
           OPEN INPUT ARQRET
           IF ST-RET NOT = "00"
              DISPLAY "ARQUIVO MSGRET.TXT NAO ENCONTRADO"
              GO TO IMPORTA-RETORNO-FIM.
           OPEN I-O ARQMSG
           IF ST-MSG NOT = "00"
              DISPLAY "ARQUIVO MENSAG.DAT NAO ENCONTRADO"
              CLOSE ARQRET
              GO TO IMPORTA-RETORNO-FIM.
           OPEN OUTPUT ARQREJ
           MOVE "REJEICOES DO RETORNO DO GATEWAY DE EMAIL"
              TO LINHA-REJ
           WRITE LINHA-REJ.
       IMPORTA-RETORNO-LOOP.
           READ ARQRET
           IF ST-RET NOT = "00"
              GO TO IMPORTA-RETORNO-ENC.
           MOVE LINHA-RET TO REG-RET-DET
           IF RR-TIPO NOT = "1"
              GO TO IMPORTA-RETORNO-LOOP.
           PERFORM VALIDA-RETORNO THRU VALIDA-RETORNO-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
              GO TO IMPORTA-RETORNO-LOOP.
           MOVE RR-STATUS TO MSG-STATUS
           MOVE RR-DATA TO MSG-DATA-RET
           MOVE SPACES TO MSG-MOTIVO
           IF RR-STATUS = "D"
              MOVE RR-MOTIVO TO MSG-MOTIVO
              IF MSG-MOTIVO = SPACES
                 MOVE "DEVOLVIDA PELO GATEWAY" TO MSG-MOTIVO.
           REWRITE REGMSG
           IF ST-MSG NOT = "00" AND "02"
              MOVE "ERRO DE GRAVACAO EM MENSAG.DAT" TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO IMPORTA-RETORNO-LOOP.
           IF RR-STATUS = "S"
              ADD 1 TO W-QTD-OK
           ELSE
              ADD 1 TO W-QTD-DEV.
           GO TO IMPORTA-RETORNO-LOOP.
       IMPORTA-RETORNO-ENC.
           MOVE SPACES TO LINHA-REJ
           STRING "ENVIADAS: " W-QTD-OK "  DEVOLVIDAS: " W-QTD-DEV
              "  REJEITADAS: " W-QTD-REJ
              DELIMITED BY SIZE INTO LINHA-REJ
           WRITE LINHA-REJ
           CLOSE ARQRET ARQMSG ARQREJ
           DISPLAY "ENVIADAS: " W-QTD-OK " DEVOLVIDAS: " W-QTD-DEV
              " REJEITADAS: " W-QTD-REJ " (MSGREJ.TXT)".
       IMPORTA-RETORNO-FIM.
           EXIT.

       VALIDA-RETORNO.
           MOVE SPACES TO W-MOTIVO
           IF RR-CHAVE NOT NUMERIC
              MOVE "CHAVE DA MENSAGEM INVALIDA" TO W-MOTIVO
              GO TO VALIDA-RETORNO-FIM.
           IF RR-STATUS NOT = "S" AND RR-STATUS NOT = "D"
              MOVE "SITUACAO DE ENVIO INVALIDA" TO W-MOTIVO
              GO TO VALIDA-RETORNO-FIM.
           IF RR-DATA NOT NUMERIC OR RR-DATA = ZEROS
              MOVE "DATA DE ENVIO INVALIDA" TO W-MOTIVO
              GO TO VALIDA-RETORNO-FIM.
           MOVE RR-CHAVE TO MSG-CHAVE
           READ ARQMSG
           IF ST-MSG NOT = "00"
              MOVE "MENSAGEM NAO ENCONTRADA" TO W-MOTIVO
              GO TO VALIDA-RETORNO-FIM.
           IF MSG-STATUS NOT = "E" AND MSG-STATUS NOT = "P"
              MOVE "MENSAGEM JA TEM RETORNO" TO W-MOTIVO.
       VALIDA-RETORNO-FIM.
           EXIT.

       GRAVA-REJEICAO.
           ADD 1 TO W-QTD-REJ
           MOVE SPACES TO LINHA-REJ
           STRING LINHA-RET(1:69) "  " W-MOTIVO
              DELIMITED BY SIZE INTO LINHA-REJ
           WRITE LINHA-REJ.

      *----------------------------------------------------------------
      * 3: DEVOLVIDAS, COM O EMAIL USADO E O EMAIL ATUAL DO
      * CADASTRO, PARA A EQUIPE DE CADASTRO CORRIGIR NO SCE002
      *----------------------------------------------------------------
       LISTA-DEVOLVIDAS.
           MOVE ZEROS TO W-QTD-DEV W-QTD-ALT
           OPEN INPUT ARQMSG
           IF ST-MSG NOT = "00"
              DISPLAY "ARQUIVO MENSAG.DAT NAO ENCONTRADO"
              GO TO LISTA-DEVOLVIDAS-FIM.
           MOVE "N" TO W-TEM-CLI
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-TEM-CLI.
           OPEN OUTPUT ARQDEV
           MOVE W-DATA-BASE TO W-DATA-ED
           MOVE SPACES TO LINHA-DEV
           STRING "MENSAGENS DEVOLVIDAS - CORRIGIR O EMAIL NO CADASTRO"
              " DE CLIENTES (SCE002)   EM " W-DATA-ED
              DELIMITED BY SIZE INTO LINHA-DEV
           WRITE LINHA-DEV
           MOVE SPACES TO LINHA-DEV
           WRITE LINHA-DEV
           MOVE LOW-VALUES TO MSG-CHAVE
           START ARQMSG KEY IS NOT LESS THAN MSG-CHAVE
              INVALID KEY GO TO LISTA-DEVOLVIDAS-ENC.
       LISTA-DEVOLVIDAS-LOOP.
           READ ARQMSG NEXT
           IF ST-MSG NOT = "00"
              GO TO LISTA-DEVOLVIDAS-ENC.
           IF MSG-STATUS NOT = "D"
              GO TO LISTA-DEVOLVIDAS-LOOP.
           ADD 1 TO W-QTD-DEV
           PERFORM LE-CLIENTE
           PERFORM DESCREVE-TIPO
           MOVE MSG-CPFCNPJ TO DD-CPFCNPJ
           MOVE W-NOME-CLI TO DD-NOME
           MOVE W-TIPO-DESC TO DD-TIPO
           MOVE MSG-DOCUMENTO TO DD-DOCUMENTO
           MOVE MSG-DATA TO DD-DATA
           MOVE DET-DEV TO LINHA-DEV
           WRITE LINHA-DEV
           MOVE SPACES TO LINHA-DEV
           STRING "   ENVIADA PARA: " MSG-EMAIL "  MOTIVO: " MSG-MOTIVO
              DELIMITED BY SIZE INTO LINHA-DEV
           WRITE LINHA-DEV
           MOVE SPACES TO LINHA-DEV
           IF W-EMAIL-CAD NOT = SPACES AND W-EMAIL-CAD NOT = MSG-EMAIL
              ADD 1 TO W-QTD-ALT
              STRING "   EMAIL NO CADASTRO: " W-EMAIL-CAD
                 "  (JA ALTERADO - REENFILEIRAR)"
                 DELIMITED BY SIZE INTO LINHA-DEV
           ELSE
              STRING "   EMAIL NO CADASTRO: " W-EMAIL-CAD
                 "  (A CORRIGIR)"
                 DELIMITED BY SIZE INTO LINHA-DEV.
           WRITE LINHA-DEV
           GO TO LISTA-DEVOLVIDAS-LOOP.
       LISTA-DEVOLVIDAS-ENC.
           MOVE SPACES TO LINHA-DEV
           WRITE LINHA-DEV
           MOVE SPACES TO LINHA-DEV
           STRING "DEVOLVIDAS: " W-QTD-DEV
              "  COM EMAIL JA CORRIGIDO NO CADASTRO: " W-QTD-ALT
              DELIMITED BY SIZE INTO LINHA-DEV
           WRITE LINHA-DEV
           CLOSE ARQMSG ARQDEV
           IF W-TEM-CLI = "S"
              CLOSE ARQCLI.
           DISPLAY "DEVOLVIDAS: " W-QTD-DEV " JA CORRIGIDAS: "
              W-QTD-ALT " (MSGDEV.TXT)".
       LISTA-DEVOLVIDAS-FIM.
           EXIT.

       LE-CLIENTE.
           MOVE SPACES TO W-NOME-CLI W-EMAIL-CAD
           IF W-TEM-CLI = "S"
              MOVE MSG-CPFCNPJ TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE RSNOME TO W-NOME-CLI
                 MOVE EMAIL TO W-EMAIL-CAD
              ELSE
                 MOVE "CLIENTE NAO CADASTRADO" TO W-NOME-CLI.

       DESCREVE-TIPO.
           MOVE MSG-TIPO TO W-TIPO-DESC
           IF MSG-TIPO = "PD"
              MOVE "PEDIDO" TO W-TIPO-DESC.
           IF MSG-TIPO = "NF"
              MOVE "NOTA FISCAL" TO W-TIPO-DESC.
           IF MSG-TIPO = "BL"
              MOVE "BOLETO" TO W-TIPO-DESC.
           IF MSG-TIPO = "EX"
              MOVE "EXTRATO" TO W-TIPO-DESC.
           IF MSG-TIPO = "CB"
              MOVE "CARTA COBRANCA" TO W-TIPO-DESC.
           IF MSG-TIPO = "DS"
              MOVE "DESPACHO" TO W-TIPO-DESC.

      *----------------------------------------------------------------
      * 4: DEVOLVIDA CUJO CLIENTE JA TEM OUTRO EMAIL NO CADASTRO
      * VOLTA A PENDENTE COM O EMAIL NOVO, PARA A PROXIMA REMESSA
      *----------------------------------------------------------------
       REENFILEIRA.
           MOVE ZEROS TO W-QTD-ALT
           OPEN I-O ARQMSG
           IF ST-MSG NOT = "00"
              DISPLAY "ARQUIVO MENSAG.DAT NAO ENCONTRADO"
              GO TO REENFILEIRA-FIM.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              CLOSE ARQMSG
              GO TO REENFILEIRA-FIM.
           MOVE "S" TO W-TEM-CLI
           MOVE LOW-VALUES TO MSG-CHAVE
           START ARQMSG KEY IS NOT LESS THAN MSG-CHAVE
              INVALID KEY GO TO REENFILEIRA-ENC.
       REENFILEIRA-LOOP.
           READ ARQMSG NEXT
           IF ST-MSG NOT = "00"
              GO TO REENFILEIRA-ENC.
           IF MSG-STATUS NOT = "D"
              GO TO REENFILEIRA-LOOP.
           PERFORM LE-CLIENTE
           IF W-EMAIL-CAD = SPACES OR W-EMAIL-CAD = MSG-EMAIL
              GO TO REENFILEIRA-LOOP.
           MOVE W-EMAIL-CAD TO MSG-EMAIL
           MOVE "P" TO MSG-STATUS
           MOVE ZEROS TO MSG-DATA-EXP MSG-DATA-RET
           MOVE SPACES TO MSG-MOTIVO
           REWRITE REGMSG
           ADD 1 TO W-QTD-ALT
           GO TO REENFILEIRA-LOOP.
       REENFILEIRA-ENC.
           CLOSE ARQMSG ARQCLI
           MOVE W-QTD-ALT TO W-LIN-QTD
           DISPLAY W-LIN-QTD " MENSAGEM(NS) DE VOLTA A FILA".
       REENFILEIRA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
