       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRENT.
      **************************************************
      * RENTABILIDADE POR CLIENTE NO PERIODO            *
      * (RELRENT.TXT). POR CLIENTE: VENDA BRUTA (QTDE X *
      * PRECO DOS ITENS), DESCONTOS CONCEDIDOS,         *
      * DEVOLUCOES (PEDIDO TIPO 3 DE CLIENTE), CUSTO    *
      * DAS MERCADORIAS PELO CUSTO MEDIO (CUSTOMED.DAT, *
      * JA DEDUZIDO O CUSTO DO QUE VOLTOU), FRETE PAGO  *
      * (PEDFRETE.DAT), BONIFICACOES (TIPO 4, A CUSTO), *
      * TITULOS BAIXADOS COMO PERDA (PERDAS, STATUS X)  *
      * COM VENCIMENTO NO PERIODO, JUROS/MULTA          *
      * RECEBIDOS E O PRAZO MEDIO ENTRE VENCIMENTO E    *
      * PAGAMENTO DAS BAIXAS (BAIXAS.DAT), CHEGANDO NA  *
      * MARGEM DE CONTRIBUICAO EM VALOR E EM % DA       *
      * RECEITA LIQUIDA.                                *
      * FILTROS: VENDEDOR (OPERADOR DO PEDIDO) E        *
      * CATEGORIA DO PRODUTO. COM CATEGORIA INFORMADA   *
      * SO ENTRAM OS VALORES DOS ITENS; FRETE, PERDAS E *
      * JUROS SAO DO PEDIDO OU DO TITULO E FICAM DE     *
      * FORA. ORDEM: PIOR MARGEM EM VALOR, PIOR MARGEM  *
      * % OU MAIOR VENDA.                               *
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
                    FILE STATUS IS ST-ERRO.

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

           SELECT ARQCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CST-COD
                    FILE STATUS IS ST-CST.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FRT-CHAVE
                    FILE STATUS IS ST-FRT.

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
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CAT-COD
                    FILE STATUS IS ST-CAT.

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

       FD ARQCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTOMED.DAT".
       01 REGCST.
          03 CST-COD            PIC 9(06).
          03 CST-CUSTO          PIC 9(06)V99.
          03 CST-QTD-BASE       PIC 9(08).

       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDFRETE.DAT".
       01 REGFRT.
          03 FRT-CHAVE.
           05 FRT-NUMPEDIDO     PIC 9(06).
           05 FRT-TPPEDIDO      PIC 9(01).
          03 FRT-CNPJ-TRANSP    PIC 9(14).
          03 FRT-VALOR          PIC 9(07)V99.

       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANC.
          03 LANC-CHAVE.
           05 LANC-NUMPEDIDO     PIC 9(06).
           05 LANC-TPPEDIDO      PIC 9(01).
           05 LANC-PARCELA       PIC 9(02).
          03 LANC-TIPO           PIC X(01).
          03 LANC-CODPESSOA      PIC 9(14).
          03 LANC-VALOR          PIC S9(07)V99.
          03 LANC-DATA           PIC 9(08).
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXAS.DAT".
       01 REGBXA.
          03 BXA-CHAVE.
           05 BXA-NUMPEDIDO      PIC 9(06).
           05 BXA-TPPEDIDO       PIC 9(01).
           05 BXA-PARCELA        PIC 9(02).
           05 BXA-SEQ            PIC 9(03).
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

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

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCAT.DAT".
       01 REGCAT.
          03 CAT-COD           PIC 9(01).
          03 CAT-DESC          PIC X(15).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRENT.TXT".
       01 LINHA-SAI              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-CST        PIC X(02) VALUE "00".
       01 ST-FRT        PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TEM-CST     PIC X(01) VALUE "N".
       01 W-TEM-FRT     PIC X(01) VALUE "N".
       01 W-TEM-LANC    PIC X(01) VALUE "N".
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE 99999999.
       01 W-VENDEDOR    PIC X(10) VALUE SPACES.
       01 W-CATEGORIA   PIC 9(01) VALUE ZEROS.
       01 W-ORDEM       PIC 9(01) VALUE ZEROS.
       01 W-CLI-COD     PIC 9(14) VALUE ZEROS.
       01 W-OK          PIC X(01) VALUE "N".
       01 I             PIC 9(04) VALUE ZEROS.
       01 J             PIC 9(04) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 W-QTD-CLI     PIC 9(04) VALUE ZEROS.
       01 W-MAX-CLI     PIC 9(04) VALUE 1000.
       01 W-TROCA       PIC X(01) VALUE "N".
       01 W-BRUTO-LIN   PIC 9(11)V99 VALUE ZEROS.
       01 W-DESC-LIN    PIC 9(11)V99 VALUE ZEROS.
       01 W-CUSTO-LIN   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       01 W-RESTANTE    PIC S9(09)V99 VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-RECEITA     PIC S9(11)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZ.ZZZ.ZZ9,99-.
       01 W-QTD-ED      PIC ZZZ9.

       01 TB-SWAP-CLI           PIC X(153).

      * TOTAIS DO CLIENTE; CP-DIAS SOMA OS DIAS ENTRE VENCIMENTO
      * E PAGAMENTO (NEGATIVO = ANTECIPADO) DAS CP-QTD-BXA BAIXAS
       01 TB-CLIS.
          03 TB-CLI OCCURS 1000 TIMES.
             05 CP-COD          PIC 9(14).
             05 CP-BRUTA        PIC S9(11)V99.
             05 CP-DESC         PIC S9(11)V99.
             05 CP-DEVOL        PIC S9(11)V99.
             05 CP-CMV          PIC S9(11)V99.
             05 CP-FRETE        PIC S9(11)V99.
             05 CP-BONIF        PIC S9(11)V99.
             05 CP-PERDA        PIC S9(11)V99.
             05 CP-JUROS        PIC S9(11)V99.
             05 CP-DIAS         PIC S9(09).
             05 CP-QTD-BXA      PIC 9(06).
             05 CP-MARGEM       PIC S9(11)V99.
             05 CP-PCT          PIC S9(05)V99.

       01 W-TOTAIS.
          03 WT-BRUTA        PIC S9(11)V99 VALUE ZEROS.
          03 WT-DESC         PIC S9(11)V99 VALUE ZEROS.
          03 WT-DEVOL        PIC S9(11)V99 VALUE ZEROS.
          03 WT-CMV          PIC S9(11)V99 VALUE ZEROS.
          03 WT-FRETE        PIC S9(11)V99 VALUE ZEROS.
          03 WT-BONIF        PIC S9(11)V99 VALUE ZEROS.
          03 WT-PERDA        PIC S9(11)V99 VALUE ZEROS.
          03 WT-JUROS        PIC S9(11)V99 VALUE ZEROS.
          03 WT-DIAS         PIC S9(09) VALUE ZEROS.
          03 WT-QTD-BXA      PIC 9(06) VALUE ZEROS.
          03 WT-MARGEM       PIC S9(11)V99 VALUE ZEROS.
          03 WT-PCT          PIC S9(05)V99 VALUE ZEROS.

       01 DET1.
          03 D1-COD        PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D1-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D1-BRUTA      PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D1-DESC       PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D1-DEVOL      PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D1-CMV        PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D1-FRETE      PIC ZZZZZZZZ9,99-.

       01 DET2.
          03 FILLER        PIC X(46) VALUE SPACES.
          03 D2-BONIF      PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D2-PERDA      PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D2-JUROS      PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D2-PRAZO      PIC ZZZZ9-.
          03 FILLER        PIC X(08) VALUE SPACES.
          03 D2-MARGEM     PIC ZZZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 D2-PCT        PIC ZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RENTABILIDADE POR CLIENTE".
           DISPLAY "DATA INICIAL (AAAAMMDD), OU ZEROS PARA TODAS: ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD), OU ZEROS PARA TODAS: ".
           ACCEPT W-DATA-FIM.
           IF W-DATA-FIM = ZEROS
              MOVE 99999999 TO W-DATA-FIM.
           DISPLAY "VENDEDOR (EM BRANCO = TODOS): ".
           ACCEPT W-VENDEDOR.
           DISPLAY "CATEGORIA DO PRODUTO (0 = TODAS): ".
           ACCEPT W-CATEGORIA.
       INICIO-ORDEM.
           DISPLAY "ORDEM: 1 = MENOR MARGEM   2 = MENOR MARGEM %"
              "   3 = MAIOR VENDA: ".
           ACCEPT W-ORDEM.
           IF W-ORDEM < 1 OR W-ORDEM > 3
              DISPLAY "DIGITE 1, 2 OU 3"
              GO TO INICIO-ORDEM.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQPED
              STOP RUN.
           OPEN INPUT ARQPROD
           MOVE "N" TO W-TEM-CST W-TEM-FRT W-TEM-LANC W-TEM-BXA
           OPEN INPUT ARQCST
           IF ST-CST = "00"
              MOVE "S" TO W-TEM-CST.
           OPEN INPUT ARQFRT
           IF ST-FRT = "00"
              MOVE "S" TO W-TEM-FRT.
           OPEN INPUT ARQLANC
           IF ST-LANC = "00"
              MOVE "S" TO W-TEM-LANC.
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.
           MOVE ZEROS TO W-QTD-CLI
           PERFORM ACUMULA-PEDIDOS THRU ACUMULA-PEDIDOS-FIM
           PERFORM ACUMULA-BAIXAS THRU ACUMULA-BAIXAS-FIM
           IF W-CATEGORIA = ZEROS
              PERFORM ACUMULA-PERDAS THRU ACUMULA-PERDAS-FIM.
           PERFORM CALCULA-MARGEM THRU CALCULA-MARGEM-FIM
           PERFORM ORDENA-CLIENTES THRU ORDENA-CLIENTES-FIM
           PERFORM IMPRIME THRU IMPRIME-FIM
           CLOSE ARQPED ARQITEM ARQPROD
           IF W-TEM-CST = "S"
              CLOSE ARQCST.
           IF W-TEM-FRT = "S"
              CLOSE ARQFRT.
           IF W-TEM-LANC = "S"
              CLOSE ARQLANC.
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           DISPLAY "RELATORIO GERADO EM RELRENT.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * PEDIDOS DO PERIODO: VENDA (2), DEVOLUCAO DE CLIENTE (3 COM
      * BASE 2) E BONIFICACAO (4). CANCELADOS, RASCUNHOS E EM ESPERA
      * NAO ENTRAM
      *----------------------------------------------------------------
       ACUMULA-PEDIDOS.
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE
              INVALID KEY GO TO ACUMULA-PEDIDOS-FIM.
       ACUMULA-PED-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACUMULA-PEDIDOS-FIM.
           IF TPPEDIDO NOT = 2 AND 3 AND 4
              GO TO ACUMULA-PED-LOOP.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL NOT = 2
              GO TO ACUMULA-PED-LOOP.
           IF PED-STATUS = "C" OR "D" OR "H"
              GO TO ACUMULA-PED-LOOP.
           IF DATAPED < W-DATA-INI OR DATAPED > W-DATA-FIM
              GO TO ACUMULA-PED-LOOP.
           IF W-VENDEDOR NOT = SPACES AND
              ULT-OPERADOR OF REGPED NOT = W-VENDEDOR
              GO TO ACUMULA-PED-LOOP.
           MOVE CODCLI TO W-CLI-COD
           PERFORM ACHA-CLIENTE THRU ACHA-CLIENTE-FIM
           IF IX = ZEROS
              GO TO ACUMULA-PED-LOOP.
           PERFORM ACUMULA-ITENS THRU ACUMULA-ITENS-FIM
           IF TPPEDIDO = 2 AND W-CATEGORIA = ZEROS
              AND W-TEM-FRT = "S"
              MOVE CHAVE TO FRT-CHAVE
              READ ARQFRT
              IF ST-FRT = "00"
                 ADD FRT-VALOR TO CP-FRETE(IX).
           GO TO ACUMULA-PED-LOOP.
       ACUMULA-PEDIDOS-FIM.
           EXIT.

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
           IF W-CATEGORIA NOT = ZEROS
              MOVE ITEM-CODPROD TO COD
              READ ARQPROD
              IF ST-PROD NOT = "00" OR TPPROD NOT = W-CATEGORIA
                 GO TO ACUMULA-ITENS-LOOP.
           COMPUTE W-BRUTO-LIN = ITEM-QTD * ITEM-PRECOU
           COMPUTE W-DESC-LIN ROUNDED =
              W-BRUTO-LIN * ITEM-DESCONTO-PCT / 100
           MOVE ZEROS TO W-CUSTO-LIN
           IF W-TEM-CST = "S"
              MOVE ITEM-CODPROD TO CST-COD
              READ ARQCST
              IF ST-CST = "00"
                 COMPUTE W-CUSTO-LIN = ITEM-QTD * CST-CUSTO.
           IF TPPEDIDO = 2
              ADD W-BRUTO-LIN TO CP-BRUTA(IX)
              ADD W-DESC-LIN TO CP-DESC(IX)
              ADD W-CUSTO-LIN TO CP-CMV(IX).
      * A DEVOLUCAO ESTORNA A RECEITA LIQUIDA E O CUSTO DO QUE VOLTOU
           IF TPPEDIDO = 3
              COMPUTE CP-DEVOL(IX) = CP-DEVOL(IX) + W-BRUTO-LIN
                 - W-DESC-LIN
              SUBTRACT W-CUSTO-LIN FROM CP-CMV(IX).
           IF TPPEDIDO = 4
              ADD W-CUSTO-LIN TO CP-BONIF(IX).
           GO TO ACUMULA-ITENS-LOOP.
       ACUMULA-ITENS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * BAIXAS DO PERIODO DE TITULOS A RECEBER: JUROS/MULTA (LINHA
      * "JUROSMULTA" DO SCE010) E DIAS ENTRE VENCIMENTO E PAGAMENTO
      *----------------------------------------------------------------
       ACUMULA-BAIXAS.
           IF W-TEM-BXA NOT = "S" OR W-TEM-LANC NOT = "S"
              GO TO ACUMULA-BAIXAS-FIM.
           MOVE ZEROS TO BXA-CHAVE
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO ACUMULA-BAIXAS-FIM.
       ACUMULA-BXA-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO ACUMULA-BAIXAS-FIM.
           IF BXA-DATA < W-DATA-INI OR BXA-DATA > W-DATA-FIM
              GO TO ACUMULA-BXA-LOOP.
           MOVE BXA-NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE BXA-TPPEDIDO TO LANC-TPPEDIDO
           MOVE BXA-PARCELA TO LANC-PARCELA
           READ ARQLANC
           IF ST-LANC NOT = "00" OR LANC-TIPO NOT = "R"
              GO TO ACUMULA-BXA-LOOP.
           PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-FIM
           IF W-OK NOT = "S"
              GO TO ACUMULA-BXA-LOOP.
           MOVE LANC-CODPESSOA TO W-CLI-COD
           PERFORM ACHA-CLIENTE THRU ACHA-CLIENTE-FIM
           IF IX = ZEROS
              GO TO ACUMULA-BXA-LOOP.
           IF BXA-OPERADOR = "JUROSMULTA"
              IF W-CATEGORIA = ZEROS
                 ADD BXA-VALOR TO CP-JUROS(IX)
                 GO TO ACUMULA-BXA-LOOP
              ELSE
                 GO TO ACUMULA-BXA-LOOP.
           IF BXA-DATA = ZEROS OR LANC-VENCIMENTO = ZEROS
              GO TO ACUMULA-BXA-LOOP.
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(BXA-DATA)
              - FUNCTION INTEGER-OF-DATE(LANC-VENCIMENTO)
           ADD W-DIAS TO CP-DIAS(IX)
           ADD 1 TO CP-QTD-BXA(IX)
           GO TO ACUMULA-BXA-LOOP.
       ACUMULA-BAIXAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * TITULOS A RECEBER BAIXADOS COMO PERDA (STATUS X) COM
      * VENCIMENTO NO PERIODO, PELO SALDO QUE FICOU EM ABERTO
      *----------------------------------------------------------------
       ACUMULA-PERDAS.
           IF W-TEM-LANC NOT = "S"
              GO TO ACUMULA-PERDAS-FIM.
           MOVE ZEROS TO LANC-CHAVE
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO ACUMULA-PERDAS-FIM.
       ACUMULA-PERDAS-LOOP.
           READ ARQLANC NEXT
           IF ST-LANC NOT = "00"
              GO TO ACUMULA-PERDAS-FIM.
           IF LANC-STATUS NOT = "X" OR LANC-TIPO NOT = "R"
              GO TO ACUMULA-PERDAS-LOOP.
           IF LANC-VENCIMENTO < W-DATA-INI OR
              LANC-VENCIMENTO > W-DATA-FIM
              GO TO ACUMULA-PERDAS-LOOP.
           PERFORM CONFERE-VENDEDOR THRU CONFERE-VENDEDOR-FIM
           IF W-OK NOT = "S"
              GO TO ACUMULA-PERDAS-LOOP.
           MOVE LANC-CODPESSOA TO W-CLI-COD
           PERFORM ACHA-CLIENTE THRU ACHA-CLIENTE-FIM
           IF IX = ZEROS
              GO TO ACUMULA-PERDAS-LOOP.
           PERFORM CALCULA-RESTANTE THRU CALCULA-RESTANTE-FIM
           IF W-RESTANTE > ZEROS
              ADD W-RESTANTE TO CP-PERDA(IX).
           GO TO ACUMULA-PERDAS-LOOP.
       ACUMULA-PERDAS-FIM.
           EXIT.

       CALCULA-RESTANTE.
           MOVE LANC-VALOR TO W-RESTANTE
           IF LANC-VALOR < ZEROS
              COMPUTE W-RESTANTE = LANC-VALOR * -1.
           MOVE ZEROS TO W-TOT-BAIXADO
           IF W-TEM-BXA NOT = "S"
              GO TO CALCULA-RESTANTE-FIM.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE ZEROS TO BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO CALCULA-RESTANTE-FIM.
       CALCULA-RESTANTE-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO CALCULA-RESTANTE-SUB.
           IF BXA-NUMPEDIDO NOT = LANC-NUMPEDIDO OR
              BXA-TPPEDIDO NOT = LANC-TPPEDIDO OR
              BXA-PARCELA NOT = LANC-PARCELA
              GO TO CALCULA-RESTANTE-SUB.
      * LINHAS DE JUROS/MULTA (SCE010) NAO ABATEM O PRINCIPAL
           IF BXA-OPERADOR NOT = "JUROSMULTA"
              ADD BXA-VALOR TO W-TOT-BAIXADO.
           GO TO CALCULA-RESTANTE-LOOP.
       CALCULA-RESTANTE-SUB.
           SUBTRACT W-TOT-BAIXADO FROM W-RESTANTE.
       CALCULA-RESTANTE-FIM.
           EXIT.

      * COM FILTRO DE VENDEDOR O TITULO SO CONTA SE O PEDIDO DE
      * ORIGEM FOI DIGITADO POR ELE
       CONFERE-VENDEDOR.
           MOVE "S" TO W-OK
           IF W-VENDEDOR = SPACES
              GO TO CONFERE-VENDEDOR-FIM.
           MOVE LANC-NUMPEDIDO TO NUMPEDIDO
           MOVE LANC-TPPEDIDO TO TPPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00" OR
              ULT-OPERADOR OF REGPED NOT = W-VENDEDOR
              MOVE "N" TO W-OK.
       CONFERE-VENDEDOR-FIM.
           EXIT.

       ACHA-CLIENTE.
           MOVE ZEROS TO IX
           MOVE 1 TO I.
       ACHA-CLIENTE-LOOP.
           IF I > W-QTD-CLI
              GO TO ACHA-CLIENTE-NOVO.
           IF CP-COD(I) = W-CLI-COD
              MOVE I TO IX
              GO TO ACHA-CLIENTE-FIM.
           ADD 1 TO I
           GO TO ACHA-CLIENTE-LOOP.
       ACHA-CLIENTE-NOVO.
           IF W-QTD-CLI NOT < W-MAX-CLI
              DISPLAY "AVISO: LIMITE DE CLIENTES ATINGIDO"
              GO TO ACHA-CLIENTE-FIM.
           ADD 1 TO W-QTD-CLI
           MOVE W-QTD-CLI TO IX
           MOVE W-CLI-COD TO CP-COD(IX)
           MOVE ZEROS TO CP-BRUTA(IX) CP-DESC(IX) CP-DEVOL(IX)
              CP-CMV(IX) CP-FRETE(IX) CP-BONIF(IX) CP-PERDA(IX)
              CP-JUROS(IX) CP-DIAS(IX) CP-QTD-BXA(IX) CP-MARGEM(IX)
              CP-PCT(IX).
       ACHA-CLIENTE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MARGEM DE CONTRIBUICAO = RECEITA LIQUIDA (VENDA - DESCONTOS
      * - DEVOLUCOES) - CUSTO - FRETE - BONIFICACOES - PERDAS
      * + JUROS/MULTA. O % E SOBRE A RECEITA LIQUIDA
      *----------------------------------------------------------------
       CALCULA-MARGEM.
           MOVE 1 TO I.
       CALCULA-MARGEM-LOOP.
           IF I > W-QTD-CLI
              GO TO CALCULA-MARGEM-FIM.
           COMPUTE W-RECEITA = CP-BRUTA(I) - CP-DESC(I) - CP-DEVOL(I)
           COMPUTE CP-MARGEM(I) = W-RECEITA - CP-CMV(I) - CP-FRETE(I)
              - CP-BONIF(I) - CP-PERDA(I) + CP-JUROS(I)
           MOVE ZEROS TO CP-PCT(I)
           IF W-RECEITA > ZEROS
              COMPUTE CP-PCT(I) ROUNDED = CP-MARGEM(I) * 100
                 / W-RECEITA
                 ON SIZE ERROR MOVE -99999 TO CP-PCT(I).
           ADD 1 TO I
           GO TO CALCULA-MARGEM-LOOP.
       CALCULA-MARGEM-FIM.
           EXIT.

       ORDENA-CLIENTES.
           MOVE 1 TO I.
       ORDENA-CLIENTES-LOOP.
           IF I > W-QTD-CLI
              GO TO ORDENA-CLIENTES-FIM.
           MOVE I TO J.
       ORDENA-CLIENTES-INNER.
           IF J > W-QTD-CLI
              ADD 1 TO I
              GO TO ORDENA-CLIENTES-LOOP.
           MOVE "N" TO W-TROCA
           IF W-ORDEM = 1 AND CP-MARGEM(J) < CP-MARGEM(I)
              MOVE "S" TO W-TROCA.
           IF W-ORDEM = 2 AND CP-PCT(J) < CP-PCT(I)
              MOVE "S" TO W-TROCA.
           IF W-ORDEM = 3 AND CP-BRUTA(J) > CP-BRUTA(I)
              MOVE "S" TO W-TROCA.
           IF W-TROCA = "S"
              MOVE TB-CLI(I) TO TB-SWAP-CLI
              MOVE TB-CLI(J) TO TB-CLI(I)
              MOVE TB-SWAP-CLI TO TB-CLI(J).
           ADD 1 TO J
           GO TO ORDENA-CLIENTES-INNER.
       ORDENA-CLIENTES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * IMPRESSAO: DUAS LINHAS POR CLIENTE E TOTAL GERAL
      *----------------------------------------------------------------
       IMPRIME.
           OPEN OUTPUT RELSAI
           OPEN INPUT ARQCLI
           MOVE "RENTABILIDADE POR CLIENTE" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PERIODO " W-DATA-INI " A " W-DATA-FIM
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-VENDEDOR NOT = SPACES
              MOVE SPACES TO LINHA-SAI
              STRING "VENDEDOR " W-VENDEDOR
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           IF W-CATEGORIA NOT = ZEROS
              PERFORM IMPRIME-CATEGORIA THRU IMPRIME-CATEGORIA-FIM.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CLIENTE        NOME" TO LINHA-SAI
           MOVE "VENDA BRUTA" TO LINHA-SAI(49:11)
           MOVE "DESCONTOS" TO LINHA-SAI(65:9)
           MOVE "DEVOLUCOES" TO LINHA-SAI(78:10)
           MOVE "CUSTO MERC." TO LINHA-SAI(91:11)
           MOVE "FRETE" TO LINHA-SAI(111:5)
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           MOVE "BONIFICACOES" TO LINHA-SAI(48:12)
           MOVE "PERDAS" TO LINHA-SAI(68:6)
           MOVE "JUROS/MULTA" TO LINHA-SAI(77:11)
           MOVE "PRAZO" TO LINHA-SAI(90:5)
           MOVE "MARGEM" TO LINHA-SAI(110:6)
           MOVE "MARGEM %" TO LINHA-SAI(119:8)
           WRITE LINHA-SAI
           MOVE 1 TO I.
       IMPRIME-LOOP.
           IF I > W-QTD-CLI
              GO TO IMPRIME-TOTAL.
           MOVE CP-COD(I) TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO RSNOME.
           MOVE CP-COD(I) TO D1-COD
           MOVE RSNOME TO D1-NOME
           MOVE CP-BRUTA(I) TO D1-BRUTA
           MOVE CP-DESC(I) TO D1-DESC
           MOVE CP-DEVOL(I) TO D1-DEVOL
           MOVE CP-CMV(I) TO D1-CMV
           MOVE CP-FRETE(I) TO D1-FRETE
           MOVE CP-BONIF(I) TO D2-BONIF
           MOVE CP-PERDA(I) TO D2-PERDA
           MOVE CP-JUROS(I) TO D2-JUROS
           MOVE ZEROS TO W-DIAS
           IF CP-QTD-BXA(I) > ZEROS
              COMPUTE W-DIAS ROUNDED = CP-DIAS(I) / CP-QTD-BXA(I).
           MOVE W-DIAS TO D2-PRAZO
           MOVE CP-MARGEM(I) TO D2-MARGEM
           MOVE CP-PCT(I) TO D2-PCT
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE DET2 TO LINHA-SAI
           WRITE LINHA-SAI
           ADD CP-BRUTA(I) TO WT-BRUTA
           ADD CP-DESC(I) TO WT-DESC
           ADD CP-DEVOL(I) TO WT-DEVOL
           ADD CP-CMV(I) TO WT-CMV
           ADD CP-FRETE(I) TO WT-FRETE
           ADD CP-BONIF(I) TO WT-BONIF
           ADD CP-PERDA(I) TO WT-PERDA
           ADD CP-JUROS(I) TO WT-JUROS
           ADD CP-DIAS(I) TO WT-DIAS
           ADD CP-QTD-BXA(I) TO WT-QTD-BXA
           ADD CP-MARGEM(I) TO WT-MARGEM
           ADD 1 TO I
           GO TO IMPRIME-LOOP.
       IMPRIME-TOTAL.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO D1-COD
           MOVE W-QTD-CLI TO W-QTD-ED
           MOVE SPACES TO D1-NOME
           STRING "TOTAL - " W-QTD-ED " CLIENTES"
              DELIMITED BY SIZE INTO D1-NOME
           MOVE WT-BRUTA TO D1-BRUTA
           MOVE WT-DESC TO D1-DESC
           MOVE WT-DEVOL TO D1-DEVOL
           MOVE WT-CMV TO D1-CMV
           MOVE WT-FRETE TO D1-FRETE
           MOVE WT-BONIF TO D2-BONIF
           MOVE WT-PERDA TO D2-PERDA
           MOVE WT-JUROS TO D2-JUROS
           MOVE ZEROS TO W-DIAS
           IF WT-QTD-BXA > ZEROS
              COMPUTE W-DIAS ROUNDED = WT-DIAS / WT-QTD-BXA.
           MOVE W-DIAS TO D2-PRAZO
           MOVE WT-MARGEM TO D2-MARGEM
           MOVE ZEROS TO WT-PCT
           COMPUTE W-RECEITA = WT-BRUTA - WT-DESC - WT-DEVOL
           IF W-RECEITA > ZEROS
              COMPUTE WT-PCT ROUNDED = WT-MARGEM * 100 / W-RECEITA
                 ON SIZE ERROR MOVE -99999 TO WT-PCT.
           MOVE WT-PCT TO D2-PCT
           MOVE DET1 TO LINHA-SAI
           MOVE SPACES TO LINHA-SAI(1:14)
           WRITE LINHA-SAI
           MOVE DET2 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "PRAZO = MEDIA DE DIAS ENTRE VENCIMENTO E PAGAMENTO"
              TO LINHA-SAI
           MOVE " (NEGATIVO = ANTECIPADO)" TO LINHA-SAI(51:24)
           WRITE LINHA-SAI
           CLOSE RELSAI ARQCLI.
       IMPRIME-FIM.
           EXIT.

       IMPRIME-CATEGORIA.
           OPEN INPUT ARQCAT
           MOVE W-CATEGORIA TO CAT-COD
           MOVE SPACES TO CAT-DESC
           READ ARQCAT
           CLOSE ARQCAT
           MOVE SPACES TO LINHA-SAI
           STRING "CATEGORIA " W-CATEGORIA " " CAT-DESC
              " - SO ITENS; FRETE, PERDAS E JUROS NAO ENTRAM"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-CATEGORIA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
