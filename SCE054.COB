       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE054.
      **************************************************
      * ORCAMENTO POR CONTA E MES (ORCAMENTO.DAT)       *
      * VALOR ORCADO POR CONTA DO PLANO (SCE029), MES   *
      * (AAAAMM) E FILIAL (FILIAL.DAT), COM FILIAL 00 = *
      * EMPRESA TODA:                                   *
      *   I = INCLUIR/ALTERAR UM MES, OU O ANO TODO     *
      *       (AAAA00) COM O MESMO VALOR NOS 12 MESES;  *
      *   E = EXCLUIR;                                  *
      *   C = COPIAR O REALIZADO DO ANO ANTERIOR        *
      *       (CTBMES.DAT, GRAVADO PELO GERACTB) COM UM *
      *       PERCENTUAL DE REAJUSTE, NA FILIAL 00;     *
      *   L = LISTAR UM ANO.                            *
      * O RELORC CONFRONTA ORCADO E REALIZADO NO MES E  *
      * NO ACUMULADO DO ANO.                            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ORC-CHAVE
                    FILE STATUS IS ST-ORC.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQCMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CMS-CHAVE
                    FILE STATUS IS ST-CMS.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FIL.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01 REGORC.
          03 ORC-CHAVE.
           05 ORC-CONTA         PIC 9(06).
           05 ORC-AAMM          PIC 9(06).
           05 ORC-FILIAL        PIC 9(02).
          03 ORC-VALOR          PIC 9(11)V99.
          03 ORC-OPERADOR       PIC X(10).
          03 ORC-DATA           PIC 9(08).

       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQCMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBMES.DAT".
       01 REGCMS.
          03 CMS-CHAVE.
           05 CMS-CONTA         PIC 9(06).
           05 CMS-PERIODO       PIC 9(06).
          03 CMS-DEBITOS        PIC 9(13)V99.
          03 CMS-CREDITOS       PIC 9(13)V99.

       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REGFIL.
          03 FIL-CODIGO         PIC 9(02).
          03 FIL-RAZAO          PIC X(40).
          03 FIL-CNPJ           PIC 9(14).
          03 FIL-IE             PIC X(14).
          03 FIL-LOGR           PIC X(40).
          03 FIL-NUM            PIC 9(08).
          03 FIL-CIDADE         PIC X(33).
          03 FIL-UF             PIC X(02).
          03 FIL-CEP            PIC 9(08).
          03 FIL-ULT-NF         PIC 9(06).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-ORC        PIC X(02) VALUE "00".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-CMS        PIC X(02) VALUE "00".
       01 W-CMS-ABERTO  PIC X(01) VALUE "N".
       01 ST-FIL        PIC X(02) VALUE "00".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.

      * CHAVE E VALOR EM DIGITACAO
       01 W-CONTA       PIC 9(06) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-AAMM        PIC 9(06) VALUE ZEROS.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-ANO-ANT     PIC 9(04) VALUE ZEROS.
       01 W-MES         PIC 9(02) VALUE ZEROS.
       01 W-MES-INI     PIC 9(02) VALUE ZEROS.
       01 W-MES-FIM     PIC 9(02) VALUE ZEROS.
       01 W-VALOR       PIC 9(11)V99 VALUE ZEROS.

      * COPIA DO REALIZADO DO ANO ANTERIOR
       01 W-PERC        PIC S9(03)V99 VALUE ZEROS.
       01 W-REALIZADO   PIC S9(13)V99 VALUE ZEROS.
       01 W-QTD-GRAV    PIC 9(06) VALUE ZEROS.
       01 W-QTD-CONTAS  PIC 9(06) VALUE ZEROS.
       01 W-COPIOU      PIC 9(01) VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.
       01 W-PERC-ED     PIC ZZ9,99-.
       01 W-QTD-ED      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ORCAMENTO POR CONTA E MES"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-ORC.
           OPEN I-O ARQORC
           IF ST-ORC NOT = "00"
              IF ST-ORC = "30"
                 OPEN OUTPUT ARQORC
                 CLOSE ARQORC
                 OPEN I-O ARQORC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORCAMENTO.DAT"
                 STOP RUN.
       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "ARQUIVO PLANOCTA.DAT NAO ENCONTRADO (SCE029)"
              CLOSE ARQORC
              STOP RUN.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-CMS-ABERTO
           OPEN INPUT ARQCMS
           IF ST-CMS = "00"
              MOVE "S" TO W-CMS-ABERTO.
           MOVE "N" TO W-FIL-ABERTO
           OPEN INPUT ARQFIL
           IF ST-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.
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
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | C = COPIAR"
              " REALIZADO DO ANO ANTERIOR | L = LISTAR | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-ORC THRU INCLUI-ORC-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-ORC THRU EXCLUI-ORC-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM COPIA-REALIZADO THRU COPIA-REALIZADO-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-ORC THRU LISTA-ORC-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, C, L OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * CONTA E FILIAL DA LINHA DO ORCAMENTO. FILIAL 00 = EMPRESA
      * TODA; AS DEMAIS SAO CONFERIDAS NO FILIAL.DAT (SCE032)
      *----------------------------------------------------------------
       PEDE-CONTA-FILIAL.
           MOVE ZEROS TO W-CONTA W-FILIAL
           DISPLAY "CONTA DO PLANO: "
           ACCEPT W-CONTA
           IF W-CONTA = ZEROS
              GO TO PEDE-CONTA-FILIAL-FIM.
           MOVE W-CONTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "CONTA NAO CADASTRADA NO PLANO (SCE029)"
              MOVE ZEROS TO W-CONTA
              GO TO PEDE-CONTA-FILIAL-FIM.
           DISPLAY "   " CTA-DESC " NATUREZA " CTA-NATUREZA.
       PEDE-CONTA-FILIAL-FIL.
           DISPLAY "FILIAL (00 = EMPRESA TODA): "
           ACCEPT W-FILIAL
           IF W-FILIAL = ZEROS OR W-FIL-ABERTO NOT = "S"
              GO TO PEDE-CONTA-FILIAL-FIM.
           MOVE W-FILIAL TO FIL-CODIGO
           READ ARQFIL
           IF ST-FIL NOT = "00"
              DISPLAY "FILIAL NAO CADASTRADA (SCE032)"
              GO TO PEDE-CONTA-FILIAL-FIL.
           DISPLAY "   " FIL-RAZAO.
       PEDE-CONTA-FILIAL-FIM.
           EXIT.

      *----------------------------------------------------------------
      * INCLUSAO/ALTERACAO. MES ZERO (AAAA00) GRAVA O MESMO VALOR
      * NOS 12 MESES DO ANO
      *----------------------------------------------------------------
       INCLUI-ORC.
           PERFORM PEDE-CONTA-FILIAL THRU PEDE-CONTA-FILIAL-FIM
           IF W-CONTA = ZEROS
              GO TO INCLUI-ORC-FIM.
           MOVE ZEROS TO W-AAMM
           DISPLAY "MES DO ORCAMENTO (AAAAMM, AAAA00 = ANO TODO): "
           ACCEPT W-AAMM
           COMPUTE W-ANO = W-AAMM / 100
           COMPUTE W-MES = W-AAMM - (W-ANO * 100)
           IF W-ANO = ZEROS OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INCLUI-ORC-FIM.
           IF W-MES = ZEROS
              MOVE 1 TO W-MES-INI
              MOVE 12 TO W-MES-FIM
           ELSE
              MOVE W-MES TO W-MES-INI W-MES-FIM
              MOVE W-CONTA TO ORC-CONTA
              MOVE W-AAMM TO ORC-AAMM
              MOVE W-FILIAL TO ORC-FILIAL
              READ ARQORC
              IF ST-ORC = "00"
                 MOVE ORC-VALOR TO W-VAL-ED
                 DISPLAY "ORCADO ATUAL: " W-VAL-ED " - SERA ALTERADO".
           MOVE ZEROS TO W-VALOR
           DISPLAY "VALOR ORCADO NO MES: "
           ACCEPT W-VALOR
           MOVE W-MES-INI TO W-MES.
       INCLUI-ORC-LOOP.
           IF W-MES > W-MES-FIM
              GO TO INCLUI-ORC-FIM.
           COMPUTE W-AAMM = (W-ANO * 100) + W-MES
           PERFORM GRAVA-ORC THRU GRAVA-ORC-FIM
           ADD 1 TO W-MES
           GO TO INCLUI-ORC-LOOP.
       INCLUI-ORC-FIM.
           EXIT.

      * GRAVA (OU REGRAVA) W-CONTA/W-AAMM/W-FILIAL COM W-VALOR
       GRAVA-ORC.
           MOVE W-CONTA TO ORC-CONTA
           MOVE W-AAMM TO ORC-AAMM
           MOVE W-FILIAL TO ORC-FILIAL
           READ ARQORC
           MOVE W-VALOR TO ORC-VALOR
           MOVE W-OPERADOR TO ORC-OPERADOR
           MOVE W-DATA-HOJE TO ORC-DATA
           IF ST-ORC = "00"
              REWRITE REGORC
           ELSE
              WRITE REGORC.
           IF ST-ORC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ORCAMENTO " ORC-CHAVE
                 " - STATUS " ST-ORC
              GO TO GRAVA-ORC-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE054 I CHAVE=" ORC-CONTA "/" ORC-AAMM "/"
              ORC-FILIAL
              " VALOR=" ORC-VALOR
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "ORCADO GRAVADO " ORC-CONTA " MES " ORC-AAMM
              " FILIAL " ORC-FILIAL.
       GRAVA-ORC-FIM.
           EXIT.

       EXCLUI-ORC.
           PERFORM PEDE-CONTA-FILIAL THRU PEDE-CONTA-FILIAL-FIM
           IF W-CONTA = ZEROS
              GO TO EXCLUI-ORC-FIM.
           MOVE ZEROS TO W-AAMM
           DISPLAY "MES (AAAAMM): "
           ACCEPT W-AAMM
           MOVE W-CONTA TO ORC-CONTA
           MOVE W-AAMM TO ORC-AAMM
           MOVE W-FILIAL TO ORC-FILIAL
           READ ARQORC
           IF ST-ORC NOT = "00"
              DISPLAY "ORCAMENTO NAO ENCONTRADO"
              GO TO EXCLUI-ORC-FIM.
           DELETE ARQORC RECORD
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE054 E CHAVE=" ORC-CONTA "/" ORC-AAMM "/"
              ORC-FILIAL
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "ORCAMENTO EXCLUIDO".
       EXCLUI-ORC-FIM.
           EXIT.

      *----------------------------------------------------------------
      * COPIA O REALIZADO DO ANO ANTERIOR (CTBMES.DAT) PARA O ANO
      * INFORMADO, NA FILIAL 00, COM REAJUSTE PERCENTUAL (NEGATIVO
      * REDUZ). O REALIZADO SEGUE A NATUREZA DA CONTA (D = DEBITOS
      * MENOS CREDITOS, C = CREDITOS MENOS DEBITOS) E ENTRA EM VALOR
      * ABSOLUTO. MESES SEM MOVIMENTO NAO SAO TOCADOS; OS DEMAIS
      * SUBSTITUEM O ORCADO JA DIGITADO
      *----------------------------------------------------------------
       COPIA-REALIZADO.
           IF W-CMS-ABERTO NOT = "S"
              DISPLAY "CTBMES.DAT NAO ENCONTRADO - RODE O GERACTB DOS"
                 " MESES DO ANO ANTERIOR"
              GO TO COPIA-REALIZADO-FIM.
           MOVE ZEROS TO W-ANO W-PERC W-QTD-GRAV W-QTD-CONTAS
           DISPLAY "ANO DO ORCAMENTO (AAAA): "
           ACCEPT W-ANO
           IF W-ANO = ZEROS
              GO TO COPIA-REALIZADO-FIM.
           DISPLAY "PERCENTUAL DE REAJUSTE SOBRE O REALIZADO: "
           ACCEPT W-PERC
           MOVE W-PERC TO W-PERC-ED
           COMPUTE W-ANO-ANT = W-ANO - 1
           DISPLAY "O ORCADO DA FILIAL 00 EM " W-ANO
              " SERA SUBSTITUIDO PELO REALIZADO DE " W-ANO-ANT
              " COM REAJUSTE DE " W-PERC-ED "%"
           DISPLAY "CONFIRMA (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              GO TO COPIA-REALIZADO-FIM.
           MOVE ZEROS TO W-FILIAL
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS THAN CTA-CODIGO
              INVALID KEY
                 DISPLAY "PLANO DE CONTAS VAZIO"
                 GO TO COPIA-REALIZADO-FIM.
       COPIA-REALIZADO-LOOP.
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO COPIA-REALIZADO-AUD.
           MOVE CTA-CODIGO TO W-CONTA
           MOVE ZEROS TO W-COPIOU
           MOVE 1 TO W-MES
           PERFORM COPIA-CONTA THRU COPIA-CONTA-FIM
           IF W-COPIOU = 1
              ADD 1 TO W-QTD-CONTAS.
           GO TO COPIA-REALIZADO-LOOP.
       COPIA-REALIZADO-AUD.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE054 C ANO=" W-ANO
              " PERC=" W-PERC-ED
              " CONTAS=" W-QTD-CONTAS
              " MESES=" W-QTD-GRAV
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           MOVE W-QTD-CONTAS TO W-QTD-ED
           DISPLAY "CONTAS ORCADAS PELO REALIZADO: " W-QTD-ED
           MOVE W-QTD-GRAV TO W-QTD-ED
           DISPLAY "MESES GRAVADOS: " W-QTD-ED.
       COPIA-REALIZADO-FIM.
           EXIT.

      * OS 12 MESES DE UMA CONTA (W-CONTA), A PARTIR DE W-MES
       COPIA-CONTA.
           IF W-MES > 12
              GO TO COPIA-CONTA-FIM.
           MOVE W-CONTA TO CMS-CONTA
           COMPUTE CMS-PERIODO = (W-ANO-ANT * 100) + W-MES
           READ ARQCMS
           IF ST-CMS NOT = "00"
              GO TO COPIA-CONTA-PROX.
           IF CTA-NATUREZA = "C"
              COMPUTE W-REALIZADO = CMS-CREDITOS - CMS-DEBITOS
           ELSE
              COMPUTE W-REALIZADO = CMS-DEBITOS - CMS-CREDITOS.
           IF W-REALIZADO < ZEROS
              COMPUTE W-REALIZADO = ZEROS - W-REALIZADO.
           COMPUTE W-VALOR ROUNDED =
              W-REALIZADO * (100 + W-PERC) / 100
           IF W-VALOR = ZEROS
              GO TO COPIA-CONTA-PROX.
           MOVE W-CONTA TO ORC-CONTA
           COMPUTE ORC-AAMM = (W-ANO * 100) + W-MES
           MOVE ZEROS TO ORC-FILIAL
           READ ARQORC
           MOVE W-VALOR TO ORC-VALOR
           MOVE W-OPERADOR TO ORC-OPERADOR
           MOVE W-DATA-HOJE TO ORC-DATA
           IF ST-ORC = "00"
              REWRITE REGORC
           ELSE
              WRITE REGORC.
           IF ST-ORC = "00"
              ADD 1 TO W-QTD-GRAV
              MOVE 1 TO W-COPIOU.
       COPIA-CONTA-PROX.
           ADD 1 TO W-MES
           GO TO COPIA-CONTA.
       COPIA-CONTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LISTA O ORCADO DE UM ANO, POR CONTA, MES E FILIAL
      *----------------------------------------------------------------
       LISTA-ORC.
           MOVE ZEROS TO W-ANO W-CONTA
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO
           DISPLAY "CONTA (ZEROS = TODAS): "
           ACCEPT W-CONTA
           MOVE W-CONTA TO ORC-CONTA
           MOVE ZEROS TO ORC-AAMM ORC-FILIAL
           START ARQORC KEY IS NOT LESS THAN ORC-CHAVE
              INVALID KEY
                 DISPLAY "NENHUM ORCAMENTO CADASTRADO"
                 GO TO LISTA-ORC-FIM.
       LISTA-ORC-LOOP.
           READ ARQORC NEXT
           IF ST-ORC NOT = "00"
              GO TO LISTA-ORC-FIM.
           IF W-CONTA > ZEROS AND ORC-CONTA NOT = W-CONTA
              GO TO LISTA-ORC-FIM.
           COMPUTE W-AAMM = W-ANO * 100
           IF ORC-AAMM < W-AAMM OR ORC-AAMM > W-AAMM + 12
              GO TO LISTA-ORC-LOOP.
           MOVE ORC-VALOR TO W-VAL-ED
           DISPLAY ORC-CONTA " MES " ORC-AAMM " FILIAL " ORC-FILIAL
              " ORCADO " W-VAL-ED " " ORC-OPERADOR
           GO TO LISTA-ORC-LOOP.
       LISTA-ORC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQORC ARQCTA ARQAUD.
           IF W-CMS-ABERTO = "S"
              CLOSE ARQCMS.
           IF W-FIL-ABERTO = "S"
              CLOSE ARQFIL.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
