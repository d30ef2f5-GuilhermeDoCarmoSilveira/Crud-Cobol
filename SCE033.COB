      * NOS COMPONENTES, MAS A NF DO CLIENTE IMPRIME A  *
      * LINHA UNICA DO KIT. COMPONENTE NAO PODE SER     *
      * OUTRO KIT (UM NIVEL SO).                        *
      * KIT MARCADO COMO PRE-MONTADO (KITPREM.DAT) TEM  *
      * ESTOQUE PROPRIO, MONTADO PELO SCE052, E E       *
      * VENDIDO COMO PRODUTO COMUM, SEM EXPLOSAO.       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQKPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KPM-CODKIT
                    FILE STATUS IS ST-KPM.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQKIT
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQKPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "KITPREM.DAT".
       01 REGKPM.
          03 KPM-CODKIT         PIC 9(06).
          03 KPM-PREMONT        PIC X(01).
          03 KPM-DATA           PIC 9(08).
          03 KPM-OPERADOR       PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 ST-KIT        PIC X(02) VALUE "00".
       01 W-CODKIT      PIC 9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-TEM-COMP    PIC 9(01) VALUE ZEROS.
       01 ST-KPM        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 W-PED-ABERTO  PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-PREMONT     PIC X(01) VALUE "N".
       01 W-PREMONT-NOVO PIC X(01) VALUE SPACES.
       01 W-NUMPED-ABERTO PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQKIT
              STOP RUN.
       ABRE-KPM.
           OPEN I-O ARQKPM
           IF ST-KPM NOT = "00"
              IF ST-KPM = "30"
                 OPEN OUTPUT ARQKPM
                 CLOSE ARQKPM
                 OPEN I-O ARQKPM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO KITPREM.DAT"
                 CLOSE ARQKIT ARQPROD
                 STOP RUN.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-PED-ABERTO
           OPEN INPUT ARQPED
           IF ST-PED = "00"
              OPEN INPUT ARQITEM
              IF ST-ITEM = "00"
                 MOVE "S" TO W-PED-ABERTO
              ELSE
                 CLOSE ARQPED.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "COMPOSICAO DE KITS"
           DISPLAY "I = INCLUIR COMPONENTE | E = EXCLUIR | L = LISTAR"
              " | P = PRE-MONTADO | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-COMP THRU INCLUI-COMP-FIM
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-COMP THRU LISTA-COMP-FIM
              GO TO R1.
           IF W-OPCAO = "P" OR "p"
              PERFORM MARCA-PREMONT THRU MARCA-PREMONT-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L, P OU S"
           GO TO R1.

       INCLUI-COMP.
              GO TO LISTA-COMP-FIM.
           IF W-CODKIT > ZEROS AND KIT-CODKIT NOT = W-CODKIT
              GO TO LISTA-COMP-FIM.
           IF KIT-SEQ = 1
              MOVE KIT-CODKIT TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00" AND KPM-PREMONT = "S"
                 DISPLAY "KIT " KIT-CODKIT " PRE-MONTADO (ESTOQUE"
                    " PROPRIO - SCE052)".
           DISPLAY "KIT " KIT-CODKIT " SEQ " KIT-SEQ
              " COMPONENTE " KIT-CODCOMP " QTDE " KIT-QTDE
           GO TO LISTA-COMP-LOOP.
       LISTA-COMP-FIM.
           EXIT.

      *----------------------------------------------------------------
      * KIT PRE-MONTADO: SAI DO PROPRIO ESTOQUE NA VENDA EM VEZ DE
      * EXPLODIR. A TROCA NAO E FEITA COM PEDIDO DE VENDA EM ABERTO
      * (A RESERVA ESTA NO KIT OU NOS COMPONENTES CONFORME A
      * MARCACAO DA EPOCA), NEM VOLTANDO A KIT EXPLODIDO COM SALDO
      * PROPRIO (DESMONTAR ANTES NO SCE052)
      *----------------------------------------------------------------
       MARCA-PREMONT.
           MOVE ZEROS TO W-CODKIT
           DISPLAY "CODIGO DO KIT: "
           ACCEPT W-CODKIT
           IF W-CODKIT = ZEROS
              GO TO MARCA-PREMONT-FIM.
           MOVE W-CODKIT TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "KIT NAO E PRODUTO CADASTRADO (SCE004)"
              GO TO MARCA-PREMONT-FIM.
           MOVE W-CODKIT TO KIT-CODCOMP
           PERFORM VERIFICA-COMP-EH-KIT THRU VERIFICA-COMP-EH-KIT-FIM
           IF W-TEM-COMP = ZEROS
              DISPLAY "PRODUTO SEM COMPONENTES - NAO E KIT"
              GO TO MARCA-PREMONT-FIM.
           MOVE "N" TO W-PREMONT
           MOVE W-CODKIT TO KPM-CODKIT
           READ ARQKPM
           IF ST-KPM = "00"
              MOVE KPM-PREMONT TO W-PREMONT.
           DISPLAY "KIT: " DESC " ESTOQUE PROPRIO " QTD
           DISPLAY "PRE-MONTADO ATUAL: " W-PREMONT
              " - NOVO (S/N): "
           MOVE SPACES TO W-PREMONT-NOVO
           ACCEPT W-PREMONT-NOVO
           INSPECT W-PREMONT-NOVO CONVERTING "sn" TO "SN"
           IF W-PREMONT-NOVO NOT = "S" AND "N"
              DISPLAY "DIGITE S OU N"
              GO TO MARCA-PREMONT-FIM.
           IF W-PREMONT-NOVO = W-PREMONT
              DISPLAY "SEM ALTERACAO"
              GO TO MARCA-PREMONT-FIM.
           IF W-PREMONT-NOVO = "N" AND QTD > ZEROS
              DISPLAY "KIT COM ESTOQUE PROPRIO - DESMONTE NO SCE052"
                 " ANTES"
              GO TO MARCA-PREMONT-FIM.
           PERFORM VERIFICA-PEDIDO-ABERTO THRU
              VERIFICA-PEDIDO-ABERTO-FIM
           IF W-NUMPED-ABERTO > ZEROS
              DISPLAY "KIT NO PEDIDO EM ABERTO " W-NUMPED-ABERTO
                 " - FATURE OU CANCELE ANTES DE TROCAR"
              GO TO MARCA-PREMONT-FIM.
           MOVE W-CODKIT TO KPM-CODKIT
           MOVE W-PREMONT-NOVO TO KPM-PREMONT
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO KPM-DATA
           MOVE W-OPERADOR TO KPM-OPERADOR
           IF ST-KPM = "00"
              REWRITE REGKPM
           ELSE
              WRITE REGKPM.
           IF ST-KPM = "00"
              DISPLAY "MARCACAO GRAVADA"
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA MARCACAO".
       MARCA-PREMONT-FIM.
           EXIT.

      * PEDIDO DE VENDA OU BONIFICACAO COM O KIT, AINDA NAO
      * FATURADO, CANCELADO OU EM RASCUNHO
       VERIFICA-PEDIDO-ABERTO.
           MOVE ZEROS TO W-NUMPED-ABERTO
           IF W-PED-ABERTO NOT = "S"
              GO TO VERIFICA-PEDIDO-ABERTO-FIM.
           MOVE ZEROS TO ITEM-NUMPEDIDO ITEM-TPPEDIDO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO VERIFICA-PEDIDO-ABERTO-FIM.
       VERIFICA-PEDIDO-ABERTO-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO VERIFICA-PEDIDO-ABERTO-FIM.
           IF ITEM-CODPROD NOT = W-CODKIT
              GO TO VERIFICA-PEDIDO-ABERTO-LOOP.
           IF ITEM-TPPEDIDO NOT = 2 AND ITEM-TPPEDIDO NOT = 4
              GO TO VERIFICA-PEDIDO-ABERTO-LOOP.
           MOVE ITEM-NUMPEDIDO TO NUMPEDIDO
           MOVE ITEM-TPPEDIDO TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00"
              GO TO VERIFICA-PEDIDO-ABERTO-LOOP.
           IF PED-STATUS = "F" OR "C" OR "D"
              GO TO VERIFICA-PEDIDO-ABERTO-LOOP.
           MOVE ITEM-NUMPEDIDO TO W-NUMPED-ABERTO.
       VERIFICA-PEDIDO-ABERTO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQKIT ARQPROD ARQKPM.
           IF W-PED-ABERTO = "S"
              CLOSE ARQPED ARQITEM.
           STOP RUN.

      *    FILE STATUS
