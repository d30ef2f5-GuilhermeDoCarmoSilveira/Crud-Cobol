      *     CLIENTE EM SALDOPES) JA FATURADO, COM NOTA  *
      *     FISCAL EMITIDA (NOTAFIS.DAT / NFSEQ.CTL) -  *
      *     O FISICO SAIU NO ENVIO, ENTAO O PEDIDO NAO  *
      *     MOVE ESTOQUE DE NOVO; O CFOP DE CADA ITEM   *
      *     (VENDA DE CONSIGNACAO, TABCFOP.DAT DO       *
      *     SCE067) PELA UF DO CLIENTE X UF DA FILIAL   *
      *     EMITENTE INFORMADA NA DECLARACAO            *
      *     FICA EM ITEMCFOP.DAT E A FILIAL NO          *
      *     PEDCOMP.DAT;                                *
      * R = RELATORIO DOS SALDOS CONSIGNADOS COM DIAS   *
      *     EM PODER DO CLIENTE (RELCSG.TXT).           *
      **************************************************
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
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQFLL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FILIAL.

           SELECT ARQCFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CFO-CHAVE
                    FILE STATUS IS ST-CFO.

           SELECT ARQICF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ICF-CHAVE
                    FILE STATUS IS ST-ICF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCSG
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQESTFIL
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQTAB
               LABEL RECORD IS STANDARD
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCSG.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REGCPG.
          03 CPG-CODIGO         PIC 9(03).
          03 CPG-DESC           PIC X(30).
          03 CPG-TIPO           PIC X(01).
          03 CPG-DIA-FIXO       PIC 9(02).
          03 CPG-QTD-PARC       PIC 9(02).
          03 CPG-PARC OCCURS 12 TIMES.
           05 CPG-DIAS          PIC 9(03).
           05 CPG-PCT           PIC 9(03)V99.
          03 CPG-SITUACAO       PIC X(01).

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

       FD ARQFLL
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

       FD ARQCFO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABCFOP.DAT".
       01 REGCFO.
          03 CFO-CHAVE.
           05 CFO-OPER           PIC X(01).
           05 CFO-ESCOPO         PIC X(01).
           05 CFO-CAT            PIC 9(01).
          03 CFO-CFOP            PIC 9(04).
          03 CFO-DESC            PIC X(30).

       FD ARQICF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMCFOP.DAT".
       01 REGICF.
          03 ICF-CHAVE.
           05 ICF-NUMPEDIDO     PIC 9(06).
           05 ICF-TPPEDIDO      PIC 9(01).
           05 ICF-SEQ           PIC 9(02).
          03 ICF-CFOP           PIC 9(04).
          03 ICF-OPER           PIC X(01).
          03 ICF-ESCOPO         PIC X(01).
          03 ICF-UF-DEST        PIC X(02).
          03 ICF-UF-EMIT        PIC X(02).
          03 ICF-DATA           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "SCE037".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-CSG        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-FIL        PIC X(02) VALUE "00".
       01 W-TRV-NOME    PIC X(08) VALUE SPACES.
       01 W-PRECO-ACH   PIC 9(06)V99 VALUE ZEROS.
       01 W-SEQ-ITEM    PIC 9(02) VALUE ZEROS.
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-FILIAL     PIC X(02) VALUE "00".
       01 W-FLL-ABERTO  PIC X(01) VALUE "N".
       01 ST-CFO        PIC X(02) VALUE "00".
       01 W-CFO-ABERTO  PIC X(01) VALUE "N".
       01 ST-ICF        PIC X(02) VALUE "00".
       01 W-ICF-ABERTO  PIC X(01) VALUE "N".
       01 W-FILIAL-NF   PIC 9(02) VALUE ZEROS.
       01 W-CFO-OPER    PIC X(01) VALUE SPACES.
       01 W-CFO-ESCOPO  PIC X(01) VALUE SPACES.
       01 W-CFO-CAT     PIC 9(01) VALUE ZEROS.
       01 W-CFO-DESC    PIC X(30) VALUE SPACES.
       01 W-CFOP        PIC 9(04) VALUE ZEROS.
       01 W-UF-DEST     PIC X(02) VALUE SPACES.
       01 W-UF-EMIT     PIC X(02) VALUE SPACES.
       01 W-QTD-PARC    PIC 9(02) VALUE 1.
       01 W-IX-PARC     PIC 9(02) VALUE ZEROS.
       01 W-VAL-PARC    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-PRIM    PIC 9(07)V99 VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 ST-CPG        PIC X(02) VALUE "00".
       01 W-CPG-ABERTO  PIC X(01) VALUE "N".
       01 W-COND-OK     PIC 9(01) VALUE ZEROS.
       01 W-CONDPAG     PIC 9(03) VALUE ZEROS.
       01 W-SOMA-PARC   PIC 9(07)V99 VALUE ZEROS.
       01 W-VENC-DATA   PIC 9(08) VALUE ZEROS.
       01 W-VENC-DATA-R REDEFINES W-VENC-DATA.
          03 W-VENC-ANO     PIC 9(04).
          03 W-VENC-MES     PIC 9(02).
          03 W-VENC-DIA     PIC 9(02).
       01 W-VENC-ULT    PIC 9(08) VALUE ZEROS.
       01 W-VENC-ULT-R REDEFINES W-VENC-ULT.
          03 W-VENC-ULT-ANO PIC 9(04).
          03 W-VENC-ULT-MES PIC 9(02).
          03 W-VENC-ULT-DIA PIC 9(02).
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZ9,99.
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRAVAS"
                 GO TO ROT-FIM.
           OPEN I-O ARQPCMP
           IF ST-PCMP NOT = "00"
              IF ST-PCMP = "30"
                 OPEN OUTPUT ARQPCMP
                 CLOSE ARQPCMP
                 OPEN I-O ARQPCMP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO PEDCOMP.DAT"
                 GO TO ROT-FIM.
       ABRE-CONDPAG.
           MOVE "N" TO W-CPG-ABERTO
           OPEN INPUT ARQCPG
           IF ST-CPG = "00"
              MOVE "S" TO W-CPG-ABERTO.
      * FILIAL EMITENTE E TABELA DE CFOP (SCE067) PARA O CFOP DOS
      * ITENS DA NOTA DA DECLARACAO DE USO
       ABRE-CFOP.
           MOVE "N" TO W-FLL-ABERTO
           OPEN INPUT ARQFLL
           IF ST-FILIAL = "00"
              MOVE "S" TO W-FLL-ABERTO.
           MOVE "N" TO W-CFO-ABERTO
           OPEN INPUT ARQCFO
           IF ST-CFO = "00"
              MOVE "S" TO W-CFO-ABERTO.
           MOVE "N" TO W-ICF-ABERTO
           OPEN I-O ARQICF
           IF ST-ICF = "30"
              OPEN OUTPUT ARQICF
              CLOSE ARQICF
              OPEN I-O ARQICF.
           IF ST-ICF = "00"
              MOVE "S" TO W-ICF-ABERTO.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       LOGIN-OPERADOR.
           PERFORM CARREGA-FERIADOS THRU CARREGA-FERIADOS-FIM
           DISPLAY "CODIGO DO OPERADOR: "
           COMPUTE W-HOJE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "CONSIGNACAO EM CLIENTES"
           DISPLAY "E = ENVIAR | V = DEVOLVER | D = DECLARAR USO"
           DISPLAY "R = RELATORIO | S = SAIR"
              GO TO ENVIA-FIM.
           SUBTRACT W-QTD FROM QTD
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              PERFORM DEBITA-FILIAL.
           MOVE "S" TO MOV-TIPO
           READ ARQPROD
           ADD W-QTD TO QTD
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              PERFORM CREDITA-FILIAL.
           MOVE "E" TO MOV-TIPO
           PERFORM PEDE-CLIENTE
           IF ST-CLI NOT = "00"
              GO TO DECLARA-USO-FIM.
       DECLARA-USO-FILIAL.
           MOVE ZEROS TO W-FILIAL-NF
           DISPLAY "FILIAL EMITENTE DA NOTA (00 = ESTOQUE GERAL): "
           ACCEPT W-FILIAL-NF
           IF W-FILIAL-NF > ZEROS AND W-FLL-ABERTO = "S"
              MOVE W-FILIAL-NF TO FIL-CODIGO
              READ ARQFLL
              IF ST-FILIAL NOT = "00"
                 DISPLAY "FILIAL NAO CADASTRADA (SCE032)"
                 GO TO DECLARA-USO-FILIAL.
           PERFORM GERA-PROX-NUMPED THRU GERA-PROX-NUMPED-FIM
           IF NUMPEDIDO = ZEROS
              DISPLAY "SEQUENCIA DE PEDIDOS EM USO - TENTE DE NOVO"
           MOVE 2 TO TPPEDIDO
           MOVE W-CLIENTE TO CODCLI
           MOVE ZEROS TO CODFORN TOTAL PED-BASE-DEVOL
           MOVE COND-PAGTO TO PED-CONDPAG
           MOVE W-DATA-HOJE TO DATAPED
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPED
           MOVE "F" TO PED-STATUS
           WRITE REGPED
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PED
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO"
              GO TO DECLARA-USO-FIM.
      * FILIAL EMITENTE NO COMPLEMENTO DO PEDIDO, DE ONDE O APURICMS
      * E OS RELATORIOS FISCAIS TIRAM A FILIAL DA NOTA
           IF W-FILIAL-NF > ZEROS
              MOVE CHAVE TO PCMP-CHAVE
              MOVE W-FILIAL-NF TO PCMP-FILIAL
              MOVE CEP TO PCMP-CEP
              MOVE LOGR TO PCMP-LOGR
              MOVE NUM TO PCMP-NUM
              MOVE COMPL TO PCMP-COMPL
              MOVE BAIRRO TO PCMP-BAIRRO
              MOVE CIDADE TO PCMP-CIDADE
              MOVE UF TO PCMP-UF
              WRITE REGPCMP
              IF ST-PCMP = "22"
                 REWRITE REGPCMP.
           MOVE ZEROS TO W-SEQ-ITEM
           DISPLAY "PEDIDO DE VENDA " NUMPEDIDO " ABERTO".
       DECLARA-ITEM.
           MOVE ZEROS TO ITEM-DESCONTO-PCT ITEM-IMPOSTO-PCT
           COMPUTE ITEM-TOTAL = W-PRECO-ACH * W-QTD
           WRITE REGITEM
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-ITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ITEM"
              GO TO DECLARA-ITEM.
           IF W-SEQ-ITEM = ZEROS
              DISPLAY "NENHUM ITEM DECLARADO - PEDIDO CANCELADO"
              MOVE "C" TO PED-STATUS
              MOVE "R" TO W-JRN-OPER
              PERFORM JRN-ANTES-PED
              REWRITE REGPED
              PERFORM JRN-GRAVA-PED
              GO TO DECLARA-USO-FIM.
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
      * CLIENTE COM CONDICAO DE PAGAMENTO PADRAO: AS PARCELAS SAEM
      * DELA E A QTDE NAO E PERGUNTADA
           MOVE 1 TO W-QTD-PARC
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK = 1
              DISPLAY "CONDICAO DE PAGAMENTO " CPG-CODIGO " - "
                 CPG-DESC
           ELSE
              DISPLAY "QTDE DE PARCELAS (01-12): "
              ACCEPT W-QTD-PARC
              IF W-QTD-PARC < 1 OR W-QTD-PARC > 12
                 MOVE 1 TO W-QTD-PARC.
           PERFORM GERA-LANC-NOVO THRU GERA-LANC-NOVO-FIM
      * PEDIDO "F" SEM NOTA NAO ENTRA NO LIVRO FISCAL (RELFIS)
      * NEM NA TRANSMISSAO (NFEXP): A DECLARACAO EMITE A NOTA
           MOVE W-DATA-HOJE TO NF-DATA
           MOVE W-OPERADOR TO NF-OPERADOR
           WRITE REGNF
           IF ST-NF = "00"
              PERFORM GRAVA-CFOP-NOTA THRU GRAVA-CFOP-NOTA-FIM.
           DISPLAY "NOTA FISCAL " NF-NUMERO " SERIE " NF-SERIE
              " EMITIDA".
       GERA-NOTA-FISCAL-FIM.
           EXIT.

      * CFOP DOS ITENS DA NOTA EM ITEMCFOP.DAT: NATUREZA G (VENDA
      * DE CONSIGNACAO), DENTRO DO ESTADO QUANDO A UF DO CLIENTE E
      * A DA FILIAL EMITENTE COINCIDEM OU UMA DELAS NAO E CONHECIDA
       GRAVA-CFOP-NOTA.
           IF W-ICF-ABERTO NOT = "S"
              GO TO GRAVA-CFOP-NOTA-FIM.
           MOVE "G" TO W-CFO-OPER
           MOVE SPACES TO W-UF-DEST W-UF-EMIT
           MOVE CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI = "00"
              MOVE UF TO W-UF-DEST.
           IF W-FILIAL-NF > ZEROS AND W-FLL-ABERTO = "S"
              MOVE W-FILIAL-NF TO FIL-CODIGO
              READ ARQFLL
              IF ST-FILIAL = "00"
                 MOVE FIL-UF TO W-UF-EMIT.
           MOVE "I" TO W-CFO-ESCOPO
           IF W-UF-DEST NOT = SPACES AND W-UF-EMIT NOT = SPACES
              AND W-UF-DEST NOT = W-UF-EMIT
              MOVE "E" TO W-CFO-ESCOPO.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO GRAVA-CFOP-NOTA-FIM.
       GRAVA-CFOP-NOTA-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO GRAVA-CFOP-NOTA-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO GRAVA-CFOP-NOTA-FIM.
           PERFORM BUSCA-CFOP-ITEM THRU BUSCA-CFOP-ITEM-FIM
           MOVE ITEM-CHAVE TO ICF-CHAVE
           MOVE W-CFOP TO ICF-CFOP
           MOVE W-CFO-OPER TO ICF-OPER
           MOVE W-CFO-ESCOPO TO ICF-ESCOPO
           MOVE W-UF-DEST TO ICF-UF-DEST
           MOVE W-UF-EMIT TO ICF-UF-EMIT
           MOVE NF-DATA TO ICF-DATA
           WRITE REGICF
           IF ST-ICF = "22"
              REWRITE REGICF.
           GO TO GRAVA-CFOP-NOTA-LOOP.
       GRAVA-CFOP-NOTA-FIM.
           EXIT.

      * MESMA BUSCA DO SCE005: TABCFOP.DAT POR NATUREZA +
      * ABRANGENCIA + CATEGORIA, LINHA CAT 0 COMO PADRAO, E O
      * CFOP USUAL DA NATUREZA QUANDO A TABELA NAO TEM A LINHA
       BUSCA-CFOP-ITEM.
           MOVE ZEROS TO W-CFOP W-CFO-CAT
           MOVE SPACES TO W-CFO-DESC
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE TPPROD TO W-CFO-CAT.
           IF W-CFO-ABERTO NOT = "S"
              GO TO BUSCA-CFOP-PADRAO.
           MOVE W-CFO-OPER TO CFO-OPER
           MOVE W-CFO-ESCOPO TO CFO-ESCOPO
           MOVE W-CFO-CAT TO CFO-CAT
           READ ARQCFO
           IF ST-CFO = "00"
              MOVE CFO-CFOP TO W-CFOP
              MOVE CFO-DESC TO W-CFO-DESC
              GO TO BUSCA-CFOP-ITEM-FIM.
           MOVE ZEROS TO CFO-CAT
           READ ARQCFO
           IF ST-CFO = "00"
              MOVE CFO-CFOP TO W-CFOP
              MOVE CFO-DESC TO W-CFO-DESC
              GO TO BUSCA-CFOP-ITEM-FIM.
       BUSCA-CFOP-PADRAO.
           MOVE 5114 TO W-CFOP
           MOVE "VENDA DE MERCADORIA EM CONSIGNACAO" TO W-CFO-DESC
           IF W-CFO-ESCOPO = "E"
              ADD 1000 TO W-CFOP.
       BUSCA-CFOP-ITEM-FIM.
           EXIT.

      * MESMA BUSCA DE PRECO DO SCE005: TABELA DO CLIENTE, DEPOIS
      * DA CATEGORIA, SENAO O PRECO DO CADASTRO
       BUSCA-PRECO.
           EXIT.

       GERA-LANC-NOVO.
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM
           IF W-COND-OK = 1
              MOVE CPG-QTD-PARC TO W-QTD-PARC.
           MOVE ZEROS TO W-SOMA-PARC
           COMPUTE W-VAL-PARC = TOTAL / W-QTD-PARC
           COMPUTE W-VAL-PRIM = TOTAL -
              (W-VAL-PARC * (W-QTD-PARC - 1))
           MOVE W-IX-PARC TO LANC-PARCELA
           MOVE "R" TO LANC-TIPO
           MOVE W-CLIENTE TO LANC-CODPESSOA
           IF W-COND-OK = 1
              PERFORM VALOR-PARC-COND
           ELSE
              IF W-IX-PARC = 1
                 MOVE W-VAL-PRIM TO LANC-VALOR
              ELSE
                 MOVE W-VAL-PARC TO LANC-VALOR.
           MOVE W-DATA-HOJE TO LANC-DATA
           PERFORM CALCULA-VENCIMENTO
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           GO TO GERA-LANC-PARC.
       GERA-LANC-NOVO-FIM.
           EXIT.

      * PERCENTUAL DA PARCELA NA CONDICAO DE PAGAMENTO (SCE047);
      * A ULTIMA PARCELA FICA COM A DIFERENCA DE ARREDONDAMENTO
       VALOR-PARC-COND.
           IF W-IX-PARC = W-QTD-PARC
              COMPUTE LANC-VALOR = TOTAL - W-SOMA-PARC
           ELSE
              COMPUTE LANC-VALOR ROUNDED =
                 TOTAL * CPG-PCT(W-IX-PARC) / 100.
           ADD LANC-VALOR TO W-SOMA-PARC.

       LE-CONDPAG.
           MOVE ZEROS TO W-COND-OK
           IF W-CPG-ABERTO NOT = "S" OR W-CONDPAG = ZEROS
              GO TO LE-CONDPAG-FIM.
           MOVE W-CONDPAG TO CPG-CODIGO
           READ ARQCPG
           IF ST-CPG NOT = "00"
              GO TO LE-CONDPAG-FIM.
           IF CPG-QTD-PARC > ZEROS AND CPG-QTD-PARC NOT > 12
              MOVE 1 TO W-COND-OK.
       LE-CONDPAG-FIM.
           EXIT.

      * PEDIDO COM CONDICAO DE PAGAMENTO (SCE047) VENCE PELOS
      * PRAZOS DELA; SEM CONDICAO, A CADA 30 DIAS DO PEDIDO.
      * ROLA PARA O PROXIMO DIA UTIL, COMO NO SCE005
       CALCULA-VENCIMENTO.
           IF W-COND-OK = 1 AND W-IX-PARC NOT > CPG-QTD-PARC
              PERFORM CALCULA-VENC-COND THRU CALCULA-VENC-COND-FIM
           ELSE
              COMPUTE W-VENC-SERIAL =
                 FUNCTION INTEGER-OF-DATE(DATAPED) + (30 * W-IX-PARC).
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-FIM
           COMPUTE LANC-VENCIMENTO =
              FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL).

      * TIPO D: DIAS CORRIDOS DA DATA DO PEDIDO. TIPO F (FORA O
      * MES): DIAS A PARTIR DO ULTIMO DIA DO MES DO PEDIDO E, COM
      * DIA FIXO, O PRIMEIRO DIA FIXO A PARTIR DA DATA CONTADA
       CALCULA-VENC-COND.
           IF CPG-TIPO NOT = "F"
              COMPUTE W-VENC-SERIAL =
                 FUNCTION INTEGER-OF-DATE(DATAPED)
                 + CPG-DIAS(W-IX-PARC)
              GO TO CALCULA-VENC-COND-FIM.
           MOVE DATAPED TO W-VENC-DATA
           PERFORM ULTIMO-DIA-MES
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-ULT)
              + CPG-DIAS(W-IX-PARC)
           IF CPG-DIA-FIXO = ZEROS
              GO TO CALCULA-VENC-COND-FIM.
           COMPUTE W-VENC-DATA =
              FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL)
           IF W-VENC-DIA > CPG-DIA-FIXO
              PERFORM ULTIMO-DIA-MES
              COMPUTE W-VENC-DATA = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(W-VENC-ULT) + 1).
           PERFORM ULTIMO-DIA-MES
           IF CPG-DIA-FIXO > W-VENC-ULT-DIA
              MOVE W-VENC-ULT-DIA TO W-VENC-DIA
           ELSE
              MOVE CPG-DIA-FIXO TO W-VENC-DIA.
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-DATA).
       CALCULA-VENC-COND-FIM.
           EXIT.

      * ULTIMO DIA DO MES DE W-VENC-DATA, DEVOLVIDO EM W-VENC-ULT
       ULTIMO-DIA-MES.
           MOVE W-VENC-DATA TO W-VENC-ULT
           MOVE 01 TO W-VENC-ULT-DIA
           IF W-VENC-ULT-MES = 12
              ADD 1 TO W-VENC-ULT-ANO
              MOVE 01 TO W-VENC-ULT-MES
           ELSE
              ADD 1 TO W-VENC-ULT-MES.
           COMPUTE W-VENC-ULT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-VENC-ULT) - 1).

       ATUALIZA-SALDO-PES.
           MOVE LANC-TIPO TO SDP-TIPO
           MOVE LANC-CODPESSOA TO SDP-CODPESSOA
       RELATORIO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED, ITEMPED, REGLANC E REGPROD GERA UMA IMAGEM ANTES/
      * DEPOIS (TIPO I); AO VOLTAR PARA A TELA INICIAL A TRANSACAO
      * RECEBE A MARCA DE CONCLUSAO (TIPO C). USADO PELO RECUPERA
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
       JRN-GRAVA-LANC.
           IF ST-LANC = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-ANTES-PROD.
           MOVE REGPROD TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE REGPROD TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPROD.
       JRN-GRAVA-PROD.
           IF ST-PROD = "00" OR "02"
              MOVE "REGPROD" TO W-JRN-ARQ
              MOVE COD OF REGPROD TO W-JRN-CHAVE
              MOVE REGPROD TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQCSG ARQPROD ARQESTFIL ARQMOV ARQCLI ARQPED
              ARQITEM ARQLANC ARQSDP ARQNF ARQTRV ARQPCMP.
           IF W-TAB-ABERTO = "S"
              CLOSE ARQTAB.
           IF W-CPG-ABERTO = "S"
              CLOSE ARQCPG.
           IF W-FLL-ABERTO = "S"
              CLOSE ARQFLL.
           IF W-CFO-ABERTO = "S"
              CLOSE ARQCFO.
           IF W-ICF-ABERTO = "S"
              CLOSE ARQICF.
           STOP RUN.

      *    FILE STATUS
