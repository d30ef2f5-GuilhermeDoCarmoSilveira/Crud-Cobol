       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREB.
      **************************************************
      * APURACAO MENSAL DOS ACORDOS DE REBATE           *
      * PARA O MES INFORMADO (AAAAMM), APURA O VOLUME   *
      * DE CADA ACORDO DO SCE066 EM APURACAO: DO INICIO *
      * DO PERIODO ATE O FIM DO MES (OU O FIM DO        *
      * PERIODO, SE VIER ANTES), SOMA OS ITENS DAS      *
      * VENDAS (PEDIDO TIPO 2) DO CLIENTE, OU DE TODOS  *
      * OS CLIENTES DO GRUPO ECONOMICO, PELO VALOR      *
      * LIQUIDO DE DESCONTO, E ABATE AS DEVOLUCOES DE   *
      * CLIENTE (TIPO 3, BASE 2). SO CONTAM AS          *
      * CATEGORIAS DO ACORDO; CANCELADOS, RASCUNHOS E   *
      * EM ESPERA FICAM DE FORA.                        *
      * GRAVA NO ACORDO O VOLUME, A MAIOR FAIXA         *
      * ATINGIDA E O REBATE (% DA FAIXA SOBRE TODO O    *
      * VOLUME). QUANDO O PERIODO TERMINA NO MES, O     *
      * ACORDO PASSA A "F" E FICA PRONTO PARA A         *
      * LIQUIDACAO NO SCE066. RODAR O MESMO MES DE NOVO *
      * SO REFAZ A CONTA.                               *
      * O RELATORIO (CALCREB.TXT) MOSTRA POR ACORDO O   *
      * VOLUME, A FAIXA, O REBATE E QUANTO FALTA PARA A *
      * PROXIMA FAIXA, PARA INFORMAR OS CLIENTES. MES   *
      * POSTERIOR AO CORRENTE E RECUSADO.               *
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

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

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

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CALCREB.TXT".
       01 LINHA-SAI              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-REB        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-GRP-ABERTO  PIC X(01) VALUE "N".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-ANO   PIC 9(04).
          03 W-PER-MES   PIC 9(02).
       01 W-MES-HOJE    PIC 9(06) VALUE ZEROS.
       01 W-ULT-DIA     PIC 9(08) VALUE ZEROS.
       01 W-ULT-DIA-R REDEFINES W-ULT-DIA.
          03 W-ULT-ANO   PIC 9(04).
          03 W-ULT-MES   PIC 9(02).
          03 W-ULT-DD    PIC 9(02).
       01 W-LIMITE      PIC 9(08) VALUE ZEROS.
       01 W-CLI         PIC 9(14) VALUE ZEROS.
       01 W-CAT-X       PIC X(01) VALUE SPACES.
       01 W-QTD-CAT     PIC 9(02) VALUE ZEROS.
       01 W-VOLUME      PIC S9(11)V99 VALUE ZEROS.
       01 W-BRUTO-LIN   PIC 9(11)V99 VALUE ZEROS.
       01 W-DESC-LIN    PIC 9(11)V99 VALUE ZEROS.
       01 W-PCT         PIC 9(02)V99 VALUE ZEROS.
       01 W-PROX        PIC 9(11)V99 VALUE ZEROS.
       01 W-FALTA       PIC 9(11)V99 VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.
       01 W-QTD-APUR    PIC 9(05) VALUE ZEROS.
       01 W-QTD-ENC     PIC 9(05) VALUE ZEROS.
       01 W-TOT-REBATE  PIC 9(11)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZZZ9,99.

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-NUMERO    PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-TIPO      PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-CODIGO    PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-NOME      PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-VOLUME    PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-FAIXA     PIC 9(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-PCT       PIC Z9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-REBATE    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-PROX      PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-FALTA     PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-OBS       PIC X(15).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "APURACAO MENSAL DOS ACORDOS DE REBATE"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-MES-HOJE = W-DATA-HOJE / 100
           DISPLAY "MES A APURAR (AAAAMM): "
           ACCEPT W-PERIODO
           IF W-PERIODO = ZEROS
              DISPLAY "MES EM BRANCO - NADA A FAZER"
              STOP RUN.
           IF W-PER-MES < 1 OR W-PER-MES > 12
              DISPLAY "MES INVALIDO"
              STOP RUN.
           IF W-PERIODO > W-MES-HOJE
              DISPLAY "MES POSTERIOR AO CORRENTE - NAO APURADO"
              STOP RUN.
           OPEN I-O ARQREB
           IF ST-REB NOT = "00"
              DISPLAY "NENHUM ACORDO DE REBATE CADASTRADO (SCE066)"
              STOP RUN.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQREB
              STOP RUN.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQREB ARQPED
              STOP RUN.
           OPEN INPUT ARQPROD
           MOVE "N" TO W-CLI-ABERTO W-GRP-ABERTO
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           OPEN INPUT ARQGRP
           IF ST-GRP = "00"
              OPEN INPUT ARQGCL
              IF ST-GCL = "00"
                 MOVE "S" TO W-GRP-ABERTO
              ELSE
                 CLOSE ARQGRP.
           PERFORM ULTIMO-DIA-MES
           OPEN OUTPUT RELSAI
           MOVE SPACES TO LINHA-SAI
           STRING "APURACAO DOS ACORDOS DE REBATE ATE " W-ULT-DIA
              " - EMITIDO EM " W-DATA-HOJE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  ACORD T CLIENTE/GRUPO  NOME                     "
              "          VOLUME F     %       REBATE  PROXIMA FAIXA"
              "          FALTA SITUACAO"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM APURA-ACORDOS THRU APURA-ACORDOS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-REBATE TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "ACORDOS APURADOS: " W-QTD-APUR
              "   ENCERRADOS NO MES OU ANTES: " W-QTD-ENC
              "   REBATE A LIQUIDAR: " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQREB ARQPED ARQITEM ARQPROD
           IF W-CLI-ABERTO = "S"
              CLOSE ARQCLI.
           IF W-GRP-ABERTO = "S"
              CLOSE ARQGRP ARQGCL.
           DISPLAY "ACORDOS APURADOS: " W-QTD-APUR
              " ENCERRADOS: " W-QTD-ENC
           DISPLAY "REBATE A LIQUIDAR: " W-VAL-ED
           DISPLAY "RELATORIO EM CALCREB.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * ACORDOS EM APURACAO JA INICIADOS NO MES. ACORDO ENCERRADO
      * SO E REFEITO QUANDO O MES PEDIDO AINDA COBRE O FIM DELE
      *----------------------------------------------------------------
       APURA-ACORDOS.
           MOVE ZEROS TO REB-NUMERO
           START ARQREB KEY IS NOT LESS THAN REB-NUMERO
              INVALID KEY GO TO APURA-ACORDOS-FIM.
       APURA-ACORDOS-LOOP.
           READ ARQREB NEXT
           IF ST-REB NOT = "00"
              GO TO APURA-ACORDOS-FIM.
           IF REB-STATUS NOT = "A" AND "F"
              GO TO APURA-ACORDOS-LOOP.
           IF REB-DATA-INI > W-ULT-DIA
              GO TO APURA-ACORDOS-LOOP.
           IF REB-STATUS = "F" AND REB-DATA-FIM > W-ULT-DIA
              GO TO APURA-ACORDOS-LOOP.
           MOVE W-ULT-DIA TO W-LIMITE
           IF REB-DATA-FIM < W-ULT-DIA
              MOVE REB-DATA-FIM TO W-LIMITE.
           MOVE ZEROS TO W-VOLUME
           PERFORM ACUMULA-ACORDO THRU ACUMULA-ACORDO-FIM
           IF W-VOLUME < ZEROS
              MOVE ZEROS TO W-VOLUME.
           MOVE W-VOLUME TO REB-ACUMULADO
           PERFORM CALCULA-FAIXA THRU CALCULA-FAIXA-FIM
           COMPUTE REB-VALOR-REB ROUNDED = REB-ACUMULADO * W-PCT / 100
           MOVE W-LIMITE TO REB-DATA-APUR
           IF REB-DATA-FIM NOT > W-ULT-DIA
              MOVE "F" TO REB-STATUS
              ADD 1 TO W-QTD-ENC
              ADD REB-VALOR-REB TO W-TOT-REBATE
           ELSE
              MOVE "A" TO REB-STATUS.
           REWRITE REGREB
           ADD 1 TO W-QTD-APUR
           PERFORM IMPRIME-ACORDO THRU IMPRIME-ACORDO-FIM
           GO TO APURA-ACORDOS-LOOP.
       APURA-ACORDOS-FIM.
           EXIT.

       ACUMULA-ACORDO.
           IF REB-TIPO = "C"
              MOVE REB-CODCLI TO W-CLI
              PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
              GO TO ACUMULA-ACORDO-FIM.
           IF W-GRP-ABERTO NOT = "S"
              GO TO ACUMULA-ACORDO-FIM.
           MOVE REB-GRUPO TO GCL-GRUPO
           MOVE ZEROS TO GCL-CODCLI
           START ARQGCL KEY IS NOT LESS THAN GCL-CHAVE
              INVALID KEY GO TO ACUMULA-ACORDO-FIM.
       ACUMULA-ACORDO-LOOP.
           READ ARQGCL NEXT
           IF ST-GCL NOT = "00"
              GO TO ACUMULA-ACORDO-FIM.
           IF GCL-GRUPO NOT = REB-GRUPO
              GO TO ACUMULA-ACORDO-FIM.
           MOVE GCL-CODCLI TO W-CLI
           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
           GO TO ACUMULA-ACORDO-LOOP.
       ACUMULA-ACORDO-FIM.
           EXIT.

       ACUMULA-CLIENTE.
           MOVE W-CLI TO CODCLI
           START ARQPED KEY IS EQUAL TO CODCLI
              INVALID KEY GO TO ACUMULA-CLIENTE-FIM.
       ACUMULA-CLIENTE-LOOP.
           READ ARQPED NEXT
           IF ST-PED NOT = "00"
              GO TO ACUMULA-CLIENTE-FIM.
           IF CODCLI NOT = W-CLI
              GO TO ACUMULA-CLIENTE-FIM.
           IF TPPEDIDO NOT = 2 AND 3
              GO TO ACUMULA-CLIENTE-LOOP.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL NOT = 2
              GO TO ACUMULA-CLIENTE-LOOP.
           IF PED-STATUS = "C" OR "D" OR "H"
              GO TO ACUMULA-CLIENTE-LOOP.
           IF DATAPED < REB-DATA-INI OR DATAPED > W-LIMITE
              GO TO ACUMULA-CLIENTE-LOOP.
           PERFORM ACUMULA-ITENS THRU ACUMULA-ITENS-FIM
           GO TO ACUMULA-CLIENTE-LOOP.
       ACUMULA-CLIENTE-FIM.
           EXIT.

      * VALOR DO ITEM LIQUIDO DE DESCONTO; A DEVOLUCAO ABATE
       ACUMULA-ITENS.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO ACUMULA-ITENS-FIM.
       ACUMULA-ITENS-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO ACUMULA-ITENS-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO ACUMULA-ITENS-FIM.
           IF REB-CATEGORIAS NOT = SPACES
              MOVE ITEM-CODPROD TO COD
              READ ARQPROD
              IF ST-PROD NOT = "00"
                 GO TO ACUMULA-ITENS-LOOP.
           IF REB-CATEGORIAS NOT = SPACES
              MOVE TPPROD TO W-CAT-X
              MOVE ZEROS TO W-QTD-CAT
              INSPECT REB-CATEGORIAS TALLYING W-QTD-CAT
                 FOR ALL W-CAT-X
              IF W-QTD-CAT = ZEROS
                 GO TO ACUMULA-ITENS-LOOP.
           COMPUTE W-BRUTO-LIN = ITEM-QTD * ITEM-PRECOU
           COMPUTE W-DESC-LIN ROUNDED =
              W-BRUTO-LIN * ITEM-DESCONTO-PCT / 100
           IF TPPEDIDO = 2
              COMPUTE W-VOLUME = W-VOLUME + W-BRUTO-LIN - W-DESC-LIN
           ELSE
              COMPUTE W-VOLUME = W-VOLUME - W-BRUTO-LIN + W-DESC-LIN.
           GO TO ACUMULA-ITENS-LOOP.
       ACUMULA-ITENS-FIM.
           EXIT.

      * MAIOR FAIXA ATINGIDA; O % DELA VALE SOBRE TODO O VOLUME
       CALCULA-FAIXA.
           MOVE ZEROS TO REB-FAIXA W-PCT
           MOVE 1 TO IX.
       CALCULA-FAIXA-LOOP.
           IF IX > 5
              GO TO CALCULA-FAIXA-FIM.
           IF REB-FX-VALOR(IX) = ZEROS
              GO TO CALCULA-FAIXA-FIM.
           IF REB-ACUMULADO < REB-FX-VALOR(IX)
              GO TO CALCULA-FAIXA-FIM.
           MOVE IX TO REB-FAIXA
           MOVE REB-FX-PCT(IX) TO W-PCT
           ADD 1 TO IX
           GO TO CALCULA-FAIXA-LOOP.
       CALCULA-FAIXA-FIM.
           EXIT.

       IMPRIME-ACORDO.
           MOVE REB-NUMERO TO DET-NUMERO
           MOVE REB-TIPO TO DET-TIPO
           MOVE SPACES TO DET-NOME
           IF REB-TIPO = "C"
              MOVE REB-CODCLI TO DET-CODIGO
              IF W-CLI-ABERTO = "S"
                 MOVE REB-CODCLI TO CPFCNPJ
                 READ ARQCLI
                 IF ST-CLI = "00"
                    MOVE RSNOME TO DET-NOME.
           IF REB-TIPO = "G"
              MOVE REB-GRUPO TO DET-CODIGO
              IF W-GRP-ABERTO = "S"
                 MOVE REB-GRUPO TO GRP-CODIGO
                 READ ARQGRP
                 IF ST-GRP = "00"
                    MOVE GRP-NOME TO DET-NOME.
           MOVE REB-ACUMULADO TO DET-VOLUME
           MOVE REB-FAIXA TO DET-FAIXA
           MOVE W-PCT TO DET-PCT
           MOVE REB-VALOR-REB TO DET-REBATE
           MOVE ZEROS TO W-PROX W-FALTA
           IF REB-FAIXA < 5
              COMPUTE IX = REB-FAIXA + 1
              IF REB-FX-VALOR(IX) > ZEROS
                 MOVE REB-FX-VALOR(IX) TO W-PROX
                 COMPUTE W-FALTA = W-PROX - REB-ACUMULADO.
           MOVE W-PROX TO DET-PROX
           MOVE W-FALTA TO DET-FALTA
           IF REB-STATUS = "F"
              IF REB-VALOR-REB > ZEROS
                 MOVE "LIQUIDAR SCE066" TO DET-OBS
              ELSE
                 MOVE "SEM REBATE" TO DET-OBS
           ELSE
              IF W-PROX = ZEROS
                 MOVE "FAIXA MAXIMA" TO DET-OBS
              ELSE
                 MOVE "EM APURACAO" TO DET-OBS.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-ACORDO-FIM.
           EXIT.

      * ULTIMO DIA DO MES PEDIDO, CORTE DA APURACAO
       ULTIMO-DIA-MES.
           MOVE W-PER-ANO TO W-ULT-ANO
           MOVE W-PER-MES TO W-ULT-MES
           MOVE 01 TO W-ULT-DD
           IF W-ULT-MES = 12
              ADD 1 TO W-ULT-ANO
              MOVE 01 TO W-ULT-MES
           ELSE
              ADD 1 TO W-ULT-MES.
           COMPUTE W-ULT-DIA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-ULT-DIA) - 1).

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
