       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE066.
      **************************************************
      * ACORDOS DE REBATE POR VOLUME                    *
      * REBATE (DESCONTO POSTERIOR) PARA CLIENTES QUE   *
      * ATINGEM UM VOLUME DE COMPRAS NO PERIODO         *
      * (REBATE.DAT). O ACORDO E DE UM CLIENTE OU DE UM *
      * GRUPO ECONOMICO (SCE059), COM PERIODO, ATE 5    *
      * FAIXAS DE VOLUME COM O % DE REBATE DE CADA UMA, *
      * AS CATEGORIAS DE PRODUTO QUE CONTAM (BRANCO =   *
      * TODAS) E A FORMA DE LIQUIDACAO: A = CREDITO DO  *
      * CLIENTE EM ADIANT.DAT, USADO NAS BAIXAS DO      *
      * SCE010, OU B = MERCADORIA, POR UM PEDIDO DE     *
      * BONIFICACAO (TIPO 4) DO PRODUTO DO ACORDO.      *
      * I = INCLUIR; A = ALTERAR (SO EM APURACAO); C =  *
      * CONSULTAR, COM O VOLUME APURADO E QUANTO FALTA  *
      * PARA A PROXIMA FAIXA; L = LIQUIDAR; X =         *
      * CANCELAR.                                       *
      * O VOLUME E APURADO TODO MES PELO CALCREB, QUE   *
      * ENCERRA O ACORDO (SITUACAO "F") QUANDO O        *
      * PERIODO TERMINA. A LIQUIDACAO SO SAI COM        *
      * APROVACAO DE SUPERVISOR (PERFDESC.DAT): NO      *
      * CREDITO GRAVA O ADIANTAMENTO E ABATE O SALDO DO *
      * CLIENTE (SALDOPES.DAT), E O GERACTB LANCA A     *
      * DESPESA NO EVENTO "M"; NA MERCADORIA GERA O     *
      * PEDIDO DE BONIFICACAO EM RASCUNHO, A CONFIRMAR  *
      * NO SCE005, QUE VAI PARA O DIARIO COMO TODA      *
      * BONIFICACAO (EVENTO "B"). ACORDO DE GRUPO E     *
      * LIQUIDADO PARA UM CLIENTE DO GRUPO. TUDO VAI    *
      * PARA AUDITORIA.DAT.                             *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS REB-NUMERO
                    FILE STATUS IS ST-REB.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

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

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQADI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADI-CHAVE
                    FILE STATUS IS ST-ADI.

           SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

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

           SELECT ARQPEDCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQTRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
      * ACORDO DE REBATE. SITUACAO: A = EM APURACAO, F = PERIODO
      * ENCERRADO E APURADO (A LIQUIDAR), L = LIQUIDADO,
      * X = CANCELADO
       FD ARQREB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REBATE.DAT".
       01 REGREB.
          03 REB-NUMERO          PIC 9(05).
          03 REB-TIPO            PIC X(01).
          03 REB-CODCLI          PIC 9(14).
          03 REB-GRUPO           PIC 9(04).
          03 REB-DATA-INI        PIC 9(08).
          03 REB-DATA-FIM        PIC 9(08).
          03 REB-FAIXAS.
           05 REB-FX OCCURS 5 TIMES.
              07 REB-FX-VALOR    PIC 9(09)V99.
              07 REB-FX-PCT      PIC 9(02)V99.
          03 REB-CATEGORIAS      PIC X(10).
          03 REB-FORMA           PIC X(01).
          03 REB-CODPROD         PIC 9(06).
          03 REB-STATUS          PIC X(01).
          03 REB-APURACAO.
           05 REB-ACUMULADO      PIC 9(11)V99.
           05 REB-FAIXA          PIC 9(01).
           05 REB-DATA-APUR      PIC 9(08).
           05 REB-VALOR-REB      PIC 9(09)V99.
          03 REB-LIQUIDACAO.
           05 REB-DATA-LIQ       PIC 9(08).
           05 REB-CLI-LIQ        PIC 9(14).
           05 REB-VALOR-LIQ      PIC 9(09)V99.
           05 REB-NUMPED         PIC 9(06).
           05 REB-ADI-SEQ        PIC 9(04).
          03 REB-SUPERV          PIC X(10).
          03 REB-DATA-INC        PIC 9(08).
          03 REB-OPERADOR        PIC X(10).

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

       FD ARQADI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANT.DAT".
       01 REGADI.
          03 ADI-CHAVE.
           05 ADI-CODPESSOA      PIC 9(14).
           05 ADI-SEQ            PIC 9(04).
          03 ADI-DATA            PIC 9(08).
          03 ADI-VALOR           PIC 9(07)V99.
          03 ADI-SALDO           PIC 9(07)V99.
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

       FD ARQPEDCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDSEQ.CTL".
       01 REG-PEDCTL.
          03 CTL-ULT-NUMPEDIDO  PIC 9(06).

       FD ARQTRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOCKS.DAT".
       01 REGTRV.
          03 TRV-CHAVE.
           05 TRV-ARQUIVO       PIC X(08).
           05 TRV-REGCHAVE      PIC X(20).
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

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
       01 ST-REB        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ADI        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-TRV        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-JRN        PIC X(02) VALUE "00".
       01 W-JRN-PROG    PIC X(08) VALUE "SCE066".
       01 W-JRN-TRANS   PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ     PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER    PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ     PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE   PIC X(20) VALUE SPACES.
       01 W-JRN-DTH     PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES   PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS  PIC X(110) VALUE SPACES.
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.
       01 W-NUMERO      PIC 9(05) VALUE ZEROS.
       01 W-AUD-OPER    PIC X(01) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.

      * DIGITACAO DO ACORDO
       01 W-CODCLI      PIC 9(14) VALUE ZEROS.
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-FX-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-FX-PCT      PIC 9(02)V99 VALUE ZEROS.
       01 W-FX-ANT      PIC 9(09)V99 VALUE ZEROS.
       01 W-CATS        PIC X(10) VALUE SPACES.
       01 W-CATS-OK     PIC 9(01) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.

      * LIQUIDACAO
       01 W-CLIENTE     PIC 9(14) VALUE ZEROS.
       01 W-SEQ         PIC 9(04) VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-QTD-BONIF   PIC 9(06) VALUE ZEROS.
       01 W-VALOR-LIQ   PIC 9(09)V99 VALUE ZEROS.
       01 W-GEROU       PIC 9(01) VALUE ZEROS.
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-TRV-TENT    PIC 9(05) VALUE ZEROS.
       01 W-FALTA       PIC 9(11)V99 VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZZZ9,99.
       01 W-PCT-ED      PIC Z9,99.
       01 W-QTD-ED      PIC ZZZZZ9.

       01 W-DATA-VAL    PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-R REDEFINES W-DATA-VAL.
          03 W-VAL-AA    PIC 9(04).
          03 W-VAL-MM    PIC 9(02).
          03 W-VAL-DD    PIC 9(02).
       01 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ACORDOS DE REBATE POR VOLUME"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-REB.
           OPEN I-O ARQREB
           IF ST-REB NOT = "00"
              IF ST-REB = "30" OR "35"
                 OPEN OUTPUT ARQREB
                 CLOSE ARQREB
                 OPEN I-O ARQREB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO REBATE.DAT"
                 STOP RUN.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              CLOSE ARQREB
              STOP RUN.
           OPEN INPUT ARQPROD
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
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "I = INCLUIR | A = ALTERAR | C = CONSULTAR |"
              " L = LIQUIDAR | X = CANCELAR | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-ACORDO THRU INCLUI-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              PERFORM ALTERA-ACORDO THRU ALTERA-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-ACORDO THRU CONSULTA-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LIQUIDA-ACORDO THRU LIQUIDA-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "X" OR "x"
              PERFORM CANCELA-ACORDO THRU CANCELA-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, A, C, L, X OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * INCLUSAO
      *----------------------------------------------------------------
       INCLUI-ACORDO.
           PERFORM ACHA-PROX-NUMERO THRU ACHA-PROX-NUMERO-FIM
           MOVE SPACES TO REGREB
           MOVE W-NUMERO TO REB-NUMERO
           MOVE ZEROS TO REB-CODCLI REB-GRUPO REB-DATA-INI
              REB-DATA-FIM REB-FAIXAS REB-CODPROD REB-APURACAO
              REB-LIQUIDACAO.
       INCLUI-ACORDO-TIPO.
           DISPLAY "ACORDO DE C = CLIENTE OU G = GRUPO ECONOMICO: "
           ACCEPT REB-TIPO
           IF REB-TIPO = "c"
              MOVE "C" TO REB-TIPO.
           IF REB-TIPO = "g"
              MOVE "G" TO REB-TIPO.
           IF REB-TIPO = "C"
              PERFORM PEDE-CLIENTE THRU PEDE-CLIENTE-FIM
              IF W-CODCLI = ZEROS
                 GO TO INCLUI-ACORDO-FIM
              ELSE
                 MOVE W-CODCLI TO REB-CODCLI
                 GO TO INCLUI-ACORDO-INI.
           IF REB-TIPO = "G"
              PERFORM PEDE-GRUPO THRU PEDE-GRUPO-FIM
              IF W-GRUPO = ZEROS
                 GO TO INCLUI-ACORDO-FIM
              ELSE
                 MOVE W-GRUPO TO REB-GRUPO
                 GO TO INCLUI-ACORDO-INI.
           DISPLAY "DIGITE C OU G"
           GO TO INCLUI-ACORDO-TIPO.
       INCLUI-ACORDO-INI.
           MOVE ZEROS TO W-DATA
           DISPLAY "INICIO DO PERIODO (AAAAMMDD): "
           ACCEPT W-DATA
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO INCLUI-ACORDO-INI.
           MOVE W-DATA TO REB-DATA-INI.
       INCLUI-ACORDO-DADOS.
           PERFORM PEDE-FIM-PERIODO THRU PEDE-FIM-PERIODO-FIM
           PERFORM PEDE-FAIXAS THRU PEDE-FAIXAS-FIM
           PERFORM PEDE-CATEGORIAS THRU PEDE-CATEGORIAS-FIM
           PERFORM PEDE-FORMA THRU PEDE-FORMA-FIM
           PERFORM MOSTRA-ACORDO THRU MOSTRA-ACORDO-FIM
           DISPLAY "CONFIRMA A INCLUSAO? (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "ACORDO NAO GRAVADO"
              GO TO INCLUI-ACORDO-FIM.
           MOVE "A" TO REB-STATUS
           MOVE W-DATA-HOJE TO REB-DATA-INC
           MOVE W-OPERADOR TO REB-OPERADOR
           WRITE REGREB
           IF ST-REB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ACORDO - STATUS " ST-REB
              GO TO INCLUI-ACORDO-FIM.
           MOVE SPACES TO W-SUP-COD
           MOVE "I" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           DISPLAY "ACORDO " REB-NUMERO " GRAVADO - O VOLUME SERA"
              " APURADO PELO CALCREB".
       INCLUI-ACORDO-FIM.
           EXIT.

       ACHA-PROX-NUMERO.
           MOVE ZEROS TO W-NUMERO REB-NUMERO
           START ARQREB KEY IS NOT LESS THAN REB-NUMERO
              INVALID KEY GO TO ACHA-PROX-NUMERO-SOMA.
       ACHA-PROX-NUMERO-LOOP.
           READ ARQREB NEXT
           IF ST-REB NOT = "00"
              GO TO ACHA-PROX-NUMERO-SOMA.
           MOVE REB-NUMERO TO W-NUMERO
           GO TO ACHA-PROX-NUMERO-LOOP.
       ACHA-PROX-NUMERO-SOMA.
           ADD 1 TO W-NUMERO.
       ACHA-PROX-NUMERO-FIM.
           EXIT.

       PEDE-CLIENTE.
           MOVE ZEROS TO W-CODCLI
           DISPLAY "CPF/CNPJ DO CLIENTE (ZEROS = DESISTE): "
           ACCEPT W-CODCLI
           IF W-CODCLI = ZEROS
              GO TO PEDE-CLIENTE-FIM.
           MOVE W-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "CLIENTE NAO CADASTRADO (SCE002)"
              GO TO PEDE-CLIENTE.
           DISPLAY "CLIENTE: " RSNOME.
       PEDE-CLIENTE-FIM.
           EXIT.

       PEDE-GRUPO.
           MOVE ZEROS TO W-GRUPO
           IF W-GRP-ABERTO NOT = "S"
              DISPLAY "GRUPOS ECONOMICOS NAO CADASTRADOS (SCE059)"
              GO TO PEDE-GRUPO-FIM.
           DISPLAY "CODIGO DO GRUPO ECONOMICO (ZEROS = DESISTE): "
           ACCEPT W-GRUPO
           IF W-GRUPO = ZEROS
              GO TO PEDE-GRUPO-FIM.
           MOVE W-GRUPO TO GRP-CODIGO
           READ ARQGRP
           IF ST-GRP NOT = "00"
              DISPLAY "GRUPO NAO CADASTRADO (SCE059)"
              GO TO PEDE-GRUPO.
           DISPLAY "GRUPO: " GRP-NOME
           IF GRP-SITUACAO NOT = "A"
              DISPLAY "AVISO: GRUPO INATIVO".
       PEDE-GRUPO-FIM.
           EXIT.

       PEDE-FIM-PERIODO.
           MOVE ZEROS TO W-DATA
           DISPLAY "FIM DO PERIODO (AAAAMMDD): "
           ACCEPT W-DATA
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA-CAL THRU VALIDA-DATA-CAL-FIM
           IF W-DATA-OK = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO PEDE-FIM-PERIODO.
           IF W-DATA NOT > REB-DATA-INI
              DISPLAY "O FIM DEVE SER DEPOIS DO INICIO " REB-DATA-INI
              GO TO PEDE-FIM-PERIODO.
           MOVE W-DATA TO REB-DATA-FIM.
       PEDE-FIM-PERIODO-FIM.
           EXIT.

      * FAIXAS EM ORDEM CRESCENTE DE VOLUME; O % DA MAIOR FAIXA
      * ATINGIDA VALE SOBRE TODO O VOLUME DO PERIODO
       PEDE-FAIXAS.
           MOVE ZEROS TO REB-FAIXAS W-FX-ANT
           MOVE 1 TO IX.
       PEDE-FAIXAS-LOOP.
           IF IX > 5
              GO TO PEDE-FAIXAS-FIM.
           MOVE ZEROS TO W-FX-VALOR
           DISPLAY "FAIXA " IX " - VOLUME MINIMO (ZEROS = FIM): "
           ACCEPT W-FX-VALOR
           IF W-FX-VALOR = ZEROS
              IF IX = 1
                 DISPLAY "INFORME AO MENOS UMA FAIXA"
                 GO TO PEDE-FAIXAS-LOOP
              ELSE
                 GO TO PEDE-FAIXAS-FIM.
           IF W-FX-VALOR NOT > W-FX-ANT
              DISPLAY "A FAIXA DEVE SER MAIOR QUE A ANTERIOR"
              GO TO PEDE-FAIXAS-LOOP.
       PEDE-FAIXAS-PCT.
           MOVE ZEROS TO W-FX-PCT
           DISPLAY "FAIXA " IX " - % DE REBATE: "
           ACCEPT W-FX-PCT
           IF W-FX-PCT = ZEROS
              DISPLAY "% DE REBATE OBRIGATORIO"
              GO TO PEDE-FAIXAS-PCT.
           MOVE W-FX-VALOR TO REB-FX-VALOR(IX) W-FX-ANT
           MOVE W-FX-PCT TO REB-FX-PCT(IX)
           ADD 1 TO IX
           GO TO PEDE-FAIXAS-LOOP.
       PEDE-FAIXAS-FIM.
           EXIT.

      * CATEGORIAS (TPPROD, REGCAT) DIGITADAS EM SEQUENCIA, EX. 135
       PEDE-CATEGORIAS.
           MOVE SPACES TO W-CATS
           DISPLAY "CATEGORIAS QUE CONTAM (EX.: 135, BRANCO = TODAS): "
           ACCEPT W-CATS
           MOVE 1 TO W-CATS-OK IX.
       PEDE-CATEGORIAS-LOOP.
           IF IX > 10
              GO TO PEDE-CATEGORIAS-TESTA.
           IF W-CATS(IX:1) NOT = SPACE AND
              W-CATS(IX:1) NOT NUMERIC
              MOVE ZEROS TO W-CATS-OK.
           ADD 1 TO IX
           GO TO PEDE-CATEGORIAS-LOOP.
       PEDE-CATEGORIAS-TESTA.
           IF W-CATS-OK = ZEROS
              DISPLAY "DIGITE SO OS NUMEROS DAS CATEGORIAS"
              GO TO PEDE-CATEGORIAS.
           MOVE W-CATS TO REB-CATEGORIAS.
       PEDE-CATEGORIAS-FIM.
           EXIT.

       PEDE-FORMA.
           DISPLAY "LIQUIDACAO: A = CREDITO (ADIANTAMENTO)"
              "  B = BONIFICACAO EM MERCADORIA: "
           ACCEPT REB-FORMA
           IF REB-FORMA = "a"
              MOVE "A" TO REB-FORMA.
           IF REB-FORMA = "b"
              MOVE "B" TO REB-FORMA.
           IF REB-FORMA NOT = "A" AND "B"
              DISPLAY "DIGITE A OU B"
              GO TO PEDE-FORMA.
           MOVE ZEROS TO REB-CODPROD
           IF REB-FORMA = "A"
              GO TO PEDE-FORMA-FIM.
       PEDE-FORMA-PROD.
           MOVE ZEROS TO W-CODPROD
           DISPLAY "PRODUTO DA BONIFICACAO: "
           ACCEPT W-CODPROD
           MOVE W-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO NAO CADASTRADO"
              GO TO PEDE-FORMA-PROD.
           IF PRECO = ZEROS
              DISPLAY "PRODUTO SEM PRECO DE VENDA"
              GO TO PEDE-FORMA-PROD.
           DISPLAY "PRODUTO: " DESC
           MOVE W-CODPROD TO REB-CODPROD.
       PEDE-FORMA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ALTERACAO: FIM DO PERIODO, FAIXAS, CATEGORIAS E FORMA DE
      * LIQUIDACAO, ENQUANTO O ACORDO ESTA EM APURACAO
      *----------------------------------------------------------------
       ALTERA-ACORDO.
           PERFORM LE-ACORDO THRU LE-ACORDO-FIM
           IF ST-REB NOT = "00"
              GO TO ALTERA-ACORDO-FIM.
           IF REB-STATUS NOT = "A"
              DISPLAY "ACORDO FORA DE APURACAO - NAO PODE SER"
                 " ALTERADO"
              GO TO ALTERA-ACORDO-FIM.
           PERFORM MOSTRA-ACORDO THRU MOSTRA-ACORDO-FIM
           PERFORM PEDE-FIM-PERIODO THRU PEDE-FIM-PERIODO-FIM
           PERFORM PEDE-FAIXAS THRU PEDE-FAIXAS-FIM
           PERFORM PEDE-CATEGORIAS THRU PEDE-CATEGORIAS-FIM
           PERFORM PEDE-FORMA THRU PEDE-FORMA-FIM
           DISPLAY "CONFIRMA A ALTERACAO? (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "ALTERACAO NAO GRAVADA"
              GO TO ALTERA-ACORDO-FIM.
      * A FAIXA E O VALOR APURADOS SAEM DE NOVO NO PROXIMO CALCREB
           MOVE ZEROS TO REB-FAIXA REB-VALOR-REB
           MOVE W-OPERADOR TO REB-OPERADOR
           REWRITE REGREB
           IF ST-REB NOT = "00"
              DISPLAY "ERRO NA ALTERACAO - STATUS " ST-REB
              GO TO ALTERA-ACORDO-FIM.
           MOVE SPACES TO W-SUP-COD
           MOVE "A" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           DISPLAY "ACORDO ALTERADO".
       ALTERA-ACORDO-FIM.
           EXIT.

       CONSULTA-ACORDO.
           PERFORM LE-ACORDO THRU LE-ACORDO-FIM
           IF ST-REB = "00"
              PERFORM MOSTRA-ACORDO THRU MOSTRA-ACORDO-FIM.
       CONSULTA-ACORDO-FIM.
           EXIT.

       CANCELA-ACORDO.
           PERFORM LE-ACORDO THRU LE-ACORDO-FIM
           IF ST-REB NOT = "00"
              GO TO CANCELA-ACORDO-FIM.
           IF REB-STATUS NOT = "A" AND "F"
              DISPLAY "ACORDO JA LIQUIDADO OU CANCELADO"
              GO TO CANCELA-ACORDO-FIM.
           PERFORM MOSTRA-ACORDO THRU MOSTRA-ACORDO-FIM
           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "CANCELAMENTO NAO CONFIRMADO"
              GO TO CANCELA-ACORDO-FIM.
           MOVE "X" TO REB-STATUS
           MOVE W-OPERADOR TO REB-OPERADOR
           REWRITE REGREB
           MOVE SPACES TO W-SUP-COD
           MOVE "X" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           DISPLAY "ACORDO CANCELADO".
       CANCELA-ACORDO-FIM.
           EXIT.

       LE-ACORDO.
           MOVE ZEROS TO W-NUMERO
           DISPLAY "NUMERO DO ACORDO: "
           ACCEPT W-NUMERO
           MOVE W-NUMERO TO REB-NUMERO
           READ ARQREB
           IF ST-REB NOT = "00"
              DISPLAY "ACORDO NAO ENCONTRADO".
       LE-ACORDO-FIM.
           EXIT.

       MOSTRA-ACORDO.
           DISPLAY "ACORDO " REB-NUMERO "  SITUACAO " REB-STATUS
              "  (A=EM APURACAO F=A LIQUIDAR L=LIQUIDADO"
              " X=CANCELADO)"
           IF REB-TIPO = "C"
              MOVE REB-CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 DISPLAY "CLIENTE " REB-CODCLI " " RSNOME
              ELSE
                 DISPLAY "CLIENTE " REB-CODCLI.
           IF REB-TIPO = "G"
              MOVE SPACES TO GRP-NOME
              IF W-GRP-ABERTO = "S"
                 MOVE REB-GRUPO TO GRP-CODIGO
                 READ ARQGRP.
           IF REB-TIPO = "G"
              DISPLAY "GRUPO ECONOMICO " REB-GRUPO " " GRP-NOME.
           DISPLAY "PERIODO " REB-DATA-INI " A " REB-DATA-FIM
           MOVE 1 TO IX.
       MOSTRA-ACORDO-FX.
           IF IX > 5
              GO TO MOSTRA-ACORDO-RESTO.
           IF REB-FX-VALOR(IX) = ZEROS
              GO TO MOSTRA-ACORDO-RESTO.
           MOVE REB-FX-VALOR(IX) TO W-VAL-ED
           MOVE REB-FX-PCT(IX) TO W-PCT-ED
           DISPLAY "  FAIXA " IX ": A PARTIR DE " W-VAL-ED
              "  REBATE " W-PCT-ED "%"
           ADD 1 TO IX
           GO TO MOSTRA-ACORDO-FX.
       MOSTRA-ACORDO-RESTO.
           IF REB-CATEGORIAS = SPACES
              DISPLAY "CATEGORIAS: TODAS"
           ELSE
              DISPLAY "CATEGORIAS: " REB-CATEGORIAS.
           IF REB-FORMA = "A"
              DISPLAY "LIQUIDACAO EM CREDITO (ADIANTAMENTO)"
           ELSE
              DISPLAY "LIQUIDACAO EM MERCADORIA - PRODUTO "
                 REB-CODPROD.
           IF REB-DATA-APUR = ZEROS
              DISPLAY "VOLUME AINDA NAO APURADO (CALCREB)"
              GO TO MOSTRA-ACORDO-FIM.
           MOVE REB-ACUMULADO TO W-VAL-ED
           MOVE REB-VALOR-REB TO W-VAL-ED2
           DISPLAY "APURADO ATE " REB-DATA-APUR ": VOLUME " W-VAL-ED
              "  FAIXA " REB-FAIXA "  REBATE " W-VAL-ED2
           PERFORM MOSTRA-PROX-FAIXA THRU MOSTRA-PROX-FAIXA-FIM
           IF REB-STATUS NOT = "L"
              GO TO MOSTRA-ACORDO-FIM.
           MOVE REB-VALOR-LIQ TO W-VAL-ED
           IF REB-FORMA = "A"
              DISPLAY "LIQUIDADO EM " REB-DATA-LIQ " PARA "
                 REB-CLI-LIQ " VALOR " W-VAL-ED " ADIANTAMENTO "
                 REB-ADI-SEQ
           ELSE
              DISPLAY "LIQUIDADO EM " REB-DATA-LIQ " PARA "
                 REB-CLI-LIQ " VALOR " W-VAL-ED " PEDIDO "
                 REB-NUMPED.
           DISPLAY "APROVADO POR " REB-SUPERV.
       MOSTRA-ACORDO-FIM.
           EXIT.

       MOSTRA-PROX-FAIXA.
           IF REB-FAIXA NOT < 5
              GO TO MOSTRA-PROX-FAIXA-FIM.
           COMPUTE IX = REB-FAIXA + 1
           IF REB-FX-VALOR(IX) = ZEROS
              DISPLAY "FAIXA MAXIMA ATINGIDA"
              GO TO MOSTRA-PROX-FAIXA-FIM.
           COMPUTE W-FALTA = REB-FX-VALOR(IX) - REB-ACUMULADO
           MOVE W-FALTA TO W-VAL-ED
           MOVE REB-FX-PCT(IX) TO W-PCT-ED
           DISPLAY "FALTAM " W-VAL-ED " PARA A FAIXA " IX
              " (" W-PCT-ED "%)".
       MOSTRA-PROX-FAIXA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LIQUIDACAO DO ACORDO APURADO NO FIM DO PERIODO, COM
      * APROVACAO DE SUPERVISOR
      *----------------------------------------------------------------
       LIQUIDA-ACORDO.
           PERFORM LE-ACORDO THRU LE-ACORDO-FIM
           IF ST-REB NOT = "00"
              GO TO LIQUIDA-ACORDO-FIM.
           IF REB-STATUS = "A"
              DISPLAY "PERIODO AINDA NAO APURADO ATE O FIM - RODE O"
                 " CALCREB DO MES DE " REB-DATA-FIM
              GO TO LIQUIDA-ACORDO-FIM.
           IF REB-STATUS NOT = "F"
              DISPLAY "ACORDO JA LIQUIDADO OU CANCELADO"
              GO TO LIQUIDA-ACORDO-FIM.
           PERFORM MOSTRA-ACORDO THRU MOSTRA-ACORDO-FIM
           IF REB-VALOR-REB = ZEROS
              DISPLAY "FAIXA MINIMA NAO ATINGIDA - NADA A LIQUIDAR"
                 " (X = CANCELAR O ACORDO)"
              GO TO LIQUIDA-ACORDO-FIM.
           PERFORM PEDE-BENEFICIARIO THRU PEDE-BENEFICIARIO-FIM
           IF W-CLIENTE = ZEROS
              GO TO LIQUIDA-ACORDO-FIM.
           MOVE REB-VALOR-REB TO W-VALOR-LIQ
           IF REB-FORMA = "B"
              PERFORM CALCULA-BONIFICACAO THRU
                 CALCULA-BONIFICACAO-FIM
              IF W-VALOR-LIQ = ZEROS
                 GO TO LIQUIDA-ACORDO-FIM.
           MOVE W-VALOR-LIQ TO W-VAL-ED
           DISPLAY "VALOR A LIQUIDAR: " W-VAL-ED
           DISPLAY "CONFIRMA A LIQUIDACAO? (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "LIQUIDACAO NAO CONFIRMADA"
              GO TO LIQUIDA-ACORDO-FIM.
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "LIQUIDACAO NAO APROVADA - NADA GRAVADO"
              GO TO LIQUIDA-ACORDO-FIM.
           MOVE ZEROS TO W-GEROU
           IF REB-FORMA = "A"
              PERFORM GERA-CREDITO THRU GERA-CREDITO-FIM
           ELSE
              PERFORM GERA-BONIFICACAO THRU GERA-BONIFICACAO-FIM.
           IF W-GEROU = ZEROS
              GO TO LIQUIDA-ACORDO-FIM.
           MOVE "L" TO REB-STATUS
           MOVE W-DATA-HOJE TO REB-DATA-LIQ
           MOVE W-CLIENTE TO REB-CLI-LIQ
           MOVE W-VALOR-LIQ TO REB-VALOR-LIQ
           MOVE W-SUP-COD TO REB-SUPERV
           MOVE W-OPERADOR TO REB-OPERADOR
           REWRITE REGREB
           IF ST-REB NOT = "00"
              DISPLAY "ERRO NA ATUALIZACAO DO ACORDO - STATUS " ST-REB.
           MOVE "L" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM.
       LIQUIDA-ACORDO-FIM.
           EXIT.

      * ACORDO DE GRUPO: O REBATE VAI PARA UM CLIENTE DO GRUPO
       PEDE-BENEFICIARIO.
           MOVE ZEROS TO W-CLIENTE
           IF REB-TIPO = "C"
              MOVE REB-CODCLI TO W-CLIENTE
              GO TO PEDE-BENEFICIARIO-FIM.
           IF W-GRP-ABERTO NOT = "S"
              DISPLAY "GRUPOS ECONOMICOS NAO CADASTRADOS (SCE059)"
              GO TO PEDE-BENEFICIARIO-FIM.
       PEDE-BENEFICIARIO-CLI.
           PERFORM PEDE-CLIENTE THRU PEDE-CLIENTE-FIM
           IF W-CODCLI = ZEROS
              GO TO PEDE-BENEFICIARIO-FIM.
           MOVE REB-GRUPO TO GCL-GRUPO
           MOVE W-CODCLI TO GCL-CODCLI
           READ ARQGCL
           IF ST-GCL NOT = "00"
              DISPLAY "CLIENTE NAO PERTENCE AO GRUPO " REB-GRUPO
              GO TO PEDE-BENEFICIARIO-CLI.
           MOVE W-CODCLI TO W-CLIENTE.
       PEDE-BENEFICIARIO-FIM.
           EXIT.

      * MERCADORIA PELO PRECO DE VENDA: SO UNIDADES INTEIRAS
       CALCULA-BONIFICACAO.
           MOVE REB-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00" OR PRECO = ZEROS
              DISPLAY "PRODUTO " REB-CODPROD " SEM CADASTRO OU SEM"
                 " PRECO - ALTERE O PRODUTO NO SCE004"
              MOVE ZEROS TO W-VALOR-LIQ
              GO TO CALCULA-BONIFICACAO-FIM.
           COMPUTE W-QTD-BONIF = REB-VALOR-REB / PRECO
           IF W-QTD-BONIF = ZEROS
              DISPLAY "REBATE NAO COBRE UMA UNIDADE DO PRODUTO"
              MOVE ZEROS TO W-VALOR-LIQ
              GO TO CALCULA-BONIFICACAO-FIM.
           COMPUTE W-VALOR-LIQ = W-QTD-BONIF * PRECO
           MOVE W-QTD-BONIF TO W-QTD-ED
           DISPLAY "BONIFICACAO: " W-QTD-ED " " UNIDADE " DE " DESC.
       CALCULA-BONIFICACAO-FIM.
           EXIT.

      * CREDITO: ADIANTAMENTO COMO NO SCE026, E O SALDO "R" DO
      * CLIENTE FICA NEGATIVO NO VALOR DO CREDITO
       GERA-CREDITO.
           OPEN I-O ARQADI
           IF ST-ADI = "30" OR "35"
              OPEN OUTPUT ARQADI
              CLOSE ARQADI
              OPEN I-O ARQADI.
           IF ST-ADI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ADIANT.DAT"
              GO TO GERA-CREDITO-FIM.
           OPEN I-O ARQSDP
           IF ST-SDP = "30" OR "35"
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
           IF ST-SDP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDOPES.DAT"
              CLOSE ARQADI
              GO TO GERA-CREDITO-FIM.
           PERFORM ACHA-PROX-SEQ THRU ACHA-PROX-SEQ-FIM
           MOVE W-CLIENTE TO ADI-CODPESSOA
           MOVE W-SEQ TO ADI-SEQ
           MOVE W-DATA-HOJE TO ADI-DATA
           MOVE W-VALOR-LIQ TO ADI-VALOR
           MOVE W-VALOR-LIQ TO ADI-SALDO
           MOVE "A" TO ADI-STATUS
           MOVE W-OPERADOR TO ADI-OPERADOR
           WRITE REGADI
           IF ST-ADI NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CREDITO - STATUS " ST-ADI
              CLOSE ARQADI ARQSDP
              GO TO GERA-CREDITO-FIM.
           COMPUTE W-SDP-DELTA = W-VALOR-LIQ * -1
           PERFORM ATUALIZA-SALDO-PES
           CLOSE ARQADI ARQSDP
           MOVE W-SEQ TO REB-ADI-SEQ
           MOVE 1 TO W-GEROU
           DISPLAY "CREDITO GRAVADO NO ADIANTAMENTO " W-SEQ
              " - APLIQUE NAS BAIXAS PELO SCE010".
       GERA-CREDITO-FIM.
           EXIT.

       ACHA-PROX-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE W-CLIENTE TO ADI-CODPESSOA
           MOVE ZEROS TO ADI-SEQ
           START ARQADI KEY IS NOT LESS THAN ADI-CHAVE
              INVALID KEY
                 MOVE 1 TO W-SEQ
                 GO TO ACHA-PROX-SEQ-FIM.
       ACHA-PROX-SEQ-LOOP.
           READ ARQADI NEXT
           IF ST-ADI NOT = "00"
              ADD 1 TO W-SEQ
              GO TO ACHA-PROX-SEQ-FIM.
           IF ADI-CODPESSOA NOT = W-CLIENTE
              ADD 1 TO W-SEQ
              GO TO ACHA-PROX-SEQ-FIM.
           MOVE ADI-SEQ TO W-SEQ
           GO TO ACHA-PROX-SEQ-LOOP.
       ACHA-PROX-SEQ-FIM.
           EXIT.

       ATUALIZA-SALDO-PES.
           MOVE "R" TO SDP-TIPO
           MOVE W-CLIENTE TO SDP-CODPESSOA
           READ ARQSDP
           IF ST-SDP = "00"
              ADD W-SDP-DELTA TO SDP-SALDO
              REWRITE REGSDP
           ELSE
              MOVE "R" TO SDP-TIPO
              MOVE W-CLIENTE TO SDP-CODPESSOA
              MOVE W-SDP-DELTA TO SDP-SALDO
              WRITE REGSDP.

      * MERCADORIA: PEDIDO DE BONIFICACAO (TIPO 4) EM RASCUNHO; O
      * ESTOQUE SO SE MOVE NA CONFIRMACAO PELO SCE005
       GERA-BONIFICACAO.
           OPEN I-O ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REGPED.DAT"
              GO TO GERA-BONIFICACAO-FIM.
           OPEN I-O ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ITEMPED.DAT"
              CLOSE ARQPED
              GO TO GERA-BONIFICACAO-FIM.
           OPEN I-O ARQTRV
           IF ST-TRV = "30"
              OPEN OUTPUT ARQTRV
              CLOSE ARQTRV
              OPEN I-O ARQTRV.
           PERFORM GERA-PROX-NUMPED THRU GERA-PROX-NUMPED-FIM
           CLOSE ARQTRV
           IF NUMPEDIDO = ZEROS
              DISPLAY "NUMERACAO DE PEDIDOS EM USO - TENTE DE NOVO"
              CLOSE ARQPED ARQITEM
              GO TO GERA-BONIFICACAO-FIM.
           MOVE 4 TO TPPEDIDO
           MOVE W-CLIENTE TO CODCLI
           MOVE ZEROS TO CODFORN PED-BASE-DEVOL PED-CONDPAG
           MOVE W-VALOR-LIQ TO TOTAL
           MOVE W-DATA-HOJE TO DATAPED
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "D" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO - STATUS " ST-PED
              CLOSE ARQPED ARQITEM
              GO TO GERA-BONIFICACAO-FIM.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE 1 TO ITEM-SEQ
           MOVE REB-CODPROD TO ITEM-CODPROD
           MOVE W-QTD-BONIF TO ITEM-QTD
           MOVE PRECO TO ITEM-PRECOU
           MOVE ZEROS TO ITEM-DESCONTO-PCT ITEM-IMPOSTO-PCT
           MOVE W-VALOR-LIQ TO ITEM-TOTAL
           WRITE REGITEM
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-ITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ITEM - STATUS " ST-ITEM
              MOVE "D" TO W-JRN-OPER
              PERFORM JRN-ANTES-PED
              DELETE ARQPED RECORD
              PERFORM JRN-GRAVA-PED
              CLOSE ARQPED ARQITEM
              GO TO GERA-BONIFICACAO-FIM.
           CLOSE ARQPED ARQITEM
           MOVE NUMPEDIDO TO REB-NUMPED
           MOVE 1 TO W-GEROU
           DISPLAY "PEDIDO DE BONIFICACAO " REB-NUMPED " GERADO EM"
              " RASCUNHO - CONFIRME NO SCE005".
       GERA-BONIFICACAO-FIM.
           EXIT.

       GERA-PROX-NUMPED.
           PERFORM TRAVA-SEQ THRU TRAVA-SEQ-FIM
           IF W-TRV-OK = ZEROS
              MOVE ZEROS TO NUMPEDIDO
              GO TO GERA-PROX-NUMPED-FIM.
           MOVE ZEROS TO CTL-ULT-NUMPEDIDO
           OPEN INPUT ARQPEDCTL
           IF ST-PCTL = "00"
              READ ARQPEDCTL
              CLOSE ARQPEDCTL
           ELSE
              NEXT SENTENCE.
           ADD 1 TO CTL-ULT-NUMPEDIDO
           MOVE CTL-ULT-NUMPEDIDO TO NUMPEDIDO
           OPEN OUTPUT ARQPEDCTL
           WRITE REG-PEDCTL
           CLOSE ARQPEDCTL
           MOVE "PEDSEQ" TO TRV-ARQUIVO
           MOVE SPACES TO TRV-REGCHAVE
           PERFORM DESTRAVA-REGISTRO.
       GERA-PROX-NUMPED-FIM.
           EXIT.
       TRAVA-SEQ.
           MOVE ZEROS TO W-TRV-TENT.
       TRAVA-SEQ-LOOP.
           MOVE "PEDSEQ" TO TRV-ARQUIVO
           MOVE SPACES TO TRV-REGCHAVE
           PERFORM TRAVA-REGISTRO
           IF W-TRV-OK = 1
              GO TO TRAVA-SEQ-FIM.
           ADD 1 TO W-TRV-TENT
           IF W-TRV-TENT < 5000
              GO TO TRAVA-SEQ-LOOP.
       TRAVA-SEQ-FIM.
           EXIT.
       TRAVA-REGISTRO.
           MOVE ZEROS TO W-TRV-OK
           MOVE W-OPERADOR TO TRV-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO TRV-DATAHORA
           WRITE REGTRV
           IF ST-TRV = "00"
              MOVE 1 TO W-TRV-OK.
       DESTRAVA-REGISTRO.
           READ ARQTRV
           IF ST-TRV = "00"
              IF TRV-OPERADOR = W-OPERADOR
                 DELETE ARQTRV RECORD.

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

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE066 " W-AUD-OPER " CHAVE=" REB-NUMERO
              " TIPO=" REB-TIPO
              " CLIENTE=" REB-CODCLI
              " GRUPO=" REB-GRUPO
              " PERIODO=" REB-DATA-INI "-" REB-DATA-FIM
              " FORMA=" REB-FORMA
              " STATUS=" REB-STATUS
              " VOLUME=" REB-ACUMULADO
              " FAIXA=" REB-FAIXA
              " REBATE=" REB-VALOR-REB
              " LIQUIDADO=" REB-VALOR-LIQ
              " BENEFICIARIO=" REB-CLI-LIQ
              " PEDIDO=" REB-NUMPED
              " ADIANT=" REB-ADI-SEQ
              " SUPERVISOR=" W-SUP-COD
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       GRAVA-AUDITORIA-FIM.
           EXIT.

       VALIDA-DATA-CAL.
           MOVE 1 TO W-DATA-OK
           IF W-VAL-MM < 1 OR W-VAL-MM > 12
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD < 1 OR W-VAL-DD > 31
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF (W-VAL-MM = 4 OR 6 OR 9 OR 11) AND W-VAL-DD > 30
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-MM NOT = 2
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD > 29
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           IF W-VAL-DD < 29
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 4)
           IF W-RESTO4 NOT = ZEROS
              MOVE ZEROS TO W-DATA-OK
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 100)
           IF W-RESTO4 NOT = ZEROS
              GO TO VALIDA-DATA-CAL-FIM.
           COMPUTE W-RESTO4 = FUNCTION MOD(W-VAL-AA, 400)
           IF W-RESTO4 NOT = ZEROS
              MOVE ZEROS TO W-DATA-OK.
       VALIDA-DATA-CAL-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED E ITEMPED GERA UMA IMAGEM ANTES/DEPOIS (TIPO I); AO
      * VOLTAR PARA A TELA INICIAL A TRANSACAO RECEBE A MARCA DE
      * CONCLUSAO (TIPO C). USADO PELO RECUPERA
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
           IF ST-PED = "00"
              MOVE REGPED TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPED.
       JRN-GRAVA-PED.
           IF ST-PED = "00" OR "02"
              MOVE "REGPED" TO W-JRN-ARQ
              MOVE CHAVE OF REGPED TO W-JRN-CHAVE
              MOVE REGPED TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-GRAVA-ITEM.
           IF ST-ITEM = "00" OR "02"
              MOVE "ITEMPED" TO W-JRN-ARQ
              MOVE ITEM-CHAVE TO W-JRN-CHAVE
              MOVE REGITEM TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.

       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQREB ARQCLI ARQPROD ARQAUD
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
