      * IMPOSTO = BASE X ITEM-IMPOSTO-PCT) E IMPRIME:   *
      * ENTRADAS (COMPRA E DEVOLUCAO DE VENDA) E SAIDAS *
      * (VENDA E DEVOLUCAO A FORNECEDOR) SEPARADAS,     *
      * TOTAIS POR DIA, POR ALIQUOTA E GERAIS, E O      *
      * RESUMO POR CFOP (GRAVADO NA EMISSAO DA NOTA EM  *
      * ITEMCFOP.DAT, SENAO DETERMINADO PELA TABELA DO  *
      * SCE067), COM TOTAIS DE ENTRADAS E SAIDAS.       *
      * PEDIDO CANCELADO NAO ENTRA NA APURACAO; AS NOTAS*
      * FISCAIS DO MES CUJO PEDIDO FOI CANCELADO (NFEVT)*
      * SAEM RELACIONADAS NO FIM, SEM VALOR.            *
      * RELATORIO EM RELIMP.TXT.                        *
      **************************************************
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQITEM ASSIGN TO DISK
                    RECORD KEY IS ITEM-CHAVE
                    FILE STATUS IS ST-ITEM.

           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NF-CHAVE
                    FILE STATUS IS ST-NF.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CEP-NUMCEP
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                       WITH DUPLICATES
                    FILE STATUS IS ST-CEP.

           SELECT ARQFLL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FILIAL.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

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
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
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

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ        PIC 9(14).
          03 FOR-RSNOME         PIC X(60).
          03 FOR-APSOBRE        PIC X(60).
          03 FOR-CEP            PIC 9(08).
          03 FOR-NUM            PIC 9(08).
          03 FOR-COMPL          PIC X(15).
          03 FOR-TEL            PIC 9(11).
          03 FOR-EMAIL          PIC X(40).
          03 FOR-TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR       PIC X(10).

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

       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
          03 CEP-NUMCEP        PIC 9(08).
          03 CEP-LOGRA         PIC X(30).
          03 CEP-BAIRRO        PIC X(20).
          03 CEP-CIDADE        PIC X(20).
          03 CEP-UF            PIC X(02).

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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIMP.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-NF         PIC X(02) VALUE "00".
       01 W-NF-ABERTO   PIC X(01) VALUE "N".
       01 W-MES-NF      PIC 9(06) VALUE ZEROS.
       01 W-QTD-CANC    PIC 9(03) VALUE ZEROS.
       01 IX-CANC       PIC 9(03) VALUE ZEROS.
       01 W-MES         PIC 9(06) VALUE ZEROS.
       01 W-MES-PED     PIC 9(06) VALUE ZEROS.
       01 W-DIA         PIC 9(02) VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.
       01 W-QTD-ALIQ    PIC 9(02) VALUE ZEROS.
       01 W-ACHOU       PIC 9(02) VALUE ZEROS.
       01 ST-CLI        PIC X(02) VALUE "00".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       01 ST-CEP        PIC X(02) VALUE "00".
       01 W-CEP-ABERTO  PIC X(01) VALUE "N".
       01 ST-FILIAL     PIC X(02) VALUE "00".
       01 W-FLL-ABERTO  PIC X(01) VALUE "N".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 W-PROD-ABERTO PIC X(01) VALUE "N".
       01 ST-CFO        PIC X(02) VALUE "00".
       01 W-CFO-ABERTO  PIC X(01) VALUE "N".
       01 ST-ICF        PIC X(02) VALUE "00".
       01 W-ICF-ABERTO  PIC X(01) VALUE "N".
       01 W-NAT-PED     PIC X(07) VALUE SPACES.
       01 W-CFO-OPER    PIC X(01) VALUE SPACES.
       01 W-CFO-ESCOPO  PIC X(01) VALUE SPACES.
       01 W-CFO-CAT     PIC 9(01) VALUE ZEROS.
       01 W-CFO-FILIAL  PIC 9(02) VALUE ZEROS.
       01 W-CFO-DESC    PIC X(30) VALUE SPACES.
       01 W-CFOP        PIC 9(04) VALUE ZEROS.
       01 W-UF-DEST     PIC X(02) VALUE SPACES.
       01 W-UF-EMIT     PIC X(02) VALUE SPACES.
       01 W-CFOP-GRAV   PIC 9(04) VALUE ZEROS.
       01 W-QTD-CFOP    PIC 9(02) VALUE ZEROS.
       01 IX-CF         PIC 9(02) VALUE ZEROS.
       01 IX-CF2        PIC 9(02) VALUE ZEROS.
       01 W-CF-ENT-BASE PIC S9(13)V99 VALUE ZEROS.
       01 W-CF-ENT-IMP  PIC S9(13)V99 VALUE ZEROS.
       01 W-CF-SAI-BASE PIC S9(13)V99 VALUE ZEROS.
       01 W-CF-SAI-IMP  PIC S9(13)V99 VALUE ZEROS.

       01 W-TOT-CLASSE.
          03 W-CMP-BASE    PIC S9(13)V99 VALUE ZEROS.
             05 WA-BASE       PIC S9(13)V99.
             05 WA-IMP        PIC S9(13)V99.

      * NOTAS FISCAIS DO MES COM O PEDIDO CANCELADO
       01 W-TAB-CANC.
          03 W-TCN OCCURS 300 TIMES.
             05 WC-NUMERO     PIC 9(06).
             05 WC-SERIE      PIC X(03).
             05 WC-DATA       PIC 9(08).
             05 WC-NUMPEDIDO  PIC 9(06).
             05 WC-TPPEDIDO   PIC 9(01).

      * RESUMO POR CFOP, MANTIDO EM ORDEM CRESCENTE DE CODIGO
       01 W-TAB-CFOP.
          03 W-TCF OCCURS 60 TIMES.
             05 WF-CFOP       PIC 9(04).
             05 WF-DESC       PIC X(30).
             05 WF-BASE       PIC S9(13)V99.
             05 WF-IMP        PIC S9(13)V99.

       01 DET2.
          03 DC-CFOP       PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DC-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DC-BASE       PIC ZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DC-IMP        PIC ZZZZZZZZZZ9,99-.

       01 DET1.
          03 DD-ROTULO     PIC X(22).
          03 FILLER        PIC X(02) VALUE SPACES.
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           MOVE "N" TO W-NF-ABERTO
           OPEN INPUT ARQNF
           IF ST-NF = "00"
              MOVE "S" TO W-NF-ABERTO.
           MOVE "N" TO W-CLI-ABERTO
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           MOVE "N" TO W-FOR-ABERTO
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
           MOVE "N" TO W-PCMP-ABERTO
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
           MOVE "N" TO W-CEP-ABERTO
           OPEN INPUT ARQCEP
           IF ST-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO.
           MOVE "N" TO W-FLL-ABERTO
           OPEN INPUT ARQFLL
           IF ST-FILIAL = "00"
              MOVE "S" TO W-FLL-ABERTO.
           MOVE "N" TO W-PROD-ABERTO
           OPEN INPUT ARQPROD
           IF ST-PROD = "00"
              MOVE "S" TO W-PROD-ABERTO.
           MOVE "N" TO W-CFO-ABERTO
           OPEN INPUT ARQCFO
           IF ST-CFO = "00"
              MOVE "S" TO W-CFO-ABERTO.
           MOVE "N" TO W-ICF-ABERTO
           OPEN INPUT ARQICF
           IF ST-ICF = "00"
              MOVE "S" TO W-ICF-ABERTO.
           MOVE SPACES TO W-NAT-PED.
           PERFORM PROCESSA-PEDIDOS THRU PROCESSA-PEDIDOS-FIM
           OPEN OUTPUT RELSAI
           MOVE "LIVRO DE APURACAO DE IMPOSTOS" TO LINHA-SAI
           PERFORM GERA-CLASSES
           PERFORM GERA-DIAS THRU GERA-DIAS-FIM
           PERFORM GERA-ALIQUOTAS THRU GERA-ALIQUOTAS-FIM
           PERFORM GERA-CFOPS THRU GERA-CFOPS-FIM
           PERFORM GERA-CANCELADAS THRU GERA-CANCELADAS-FIM
           CLOSE RELSAI ARQITEM
           IF W-NF-ABERTO = "S"
              CLOSE ARQNF.
           IF W-CLI-ABERTO = "S"
              CLOSE ARQCLI.
           IF W-FOR-ABERTO = "S"
              CLOSE ARQFOR.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-CEP-ABERTO = "S"
              CLOSE ARQCEP.
           IF W-FLL-ABERTO = "S"
              CLOSE ARQFLL.
           IF W-PROD-ABERTO = "S"
              CLOSE ARQPROD.
           IF W-CFO-ABERTO = "S"
              CLOSE ARQCFO.
           IF W-ICF-ABERTO = "S"
              CLOSE ARQICF.
           DISPLAY "RELATORIO GERADO EM RELIMP.TXT".
           STOP RUN.

           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO PROCESSA-PEDIDOS-FIM.
           IF PED-STATUS = "C"
              PERFORM GUARDA-NF-CANC
              GO TO PROCESSA-PED-LOOP.
           IF PED-STATUS = "H" OR "D"
              GO TO PROCESSA-PED-LOOP.
           COMPUTE W-MES-PED = DATAPED / 100
           IF W-MES-PED NOT = W-MES
       PROCESSA-PEDIDOS-FIM.
           EXIT.

       GUARDA-NF-CANC.
           IF W-NF-ABERTO = "S" AND W-QTD-CANC < 300
              MOVE CHAVE TO NF-CHAVE
              READ ARQNF
              IF ST-NF = "00"
                 COMPUTE W-MES-NF = NF-DATA / 100
                 IF W-MES-NF = W-MES
                    ADD 1 TO W-QTD-CANC
                    MOVE NF-NUMERO TO WC-NUMERO(W-QTD-CANC)
                    MOVE NF-SERIE TO WC-SERIE(W-QTD-CANC)
                    MOVE NF-DATA TO WC-DATA(W-QTD-CANC)
                    MOVE NUMPEDIDO TO WC-NUMPEDIDO(W-QTD-CANC)
                    MOVE TPPEDIDO TO WC-TPPEDIDO(W-QTD-CANC).

       PROCESSA-ITENS.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           PERFORM ACUMULA-CLASSE
           PERFORM ACUMULA-DIA
           PERFORM ACUMULA-ALIQUOTA
           MOVE SPACES TO W-CFO-DESC
           PERFORM LE-CFOP-ITEM THRU LE-CFOP-ITEM-FIM
           PERFORM ACUMULA-CFOP THRU ACUMULA-CFOP-FIM
           GO TO PROCESSA-ITENS-LOOP.
       PROCESSA-ITENS-FIM.
           EXIT.
       ACUMULA-ALIQ-SAI.
           EXIT.

      * CFOP NOVO ENTRA NA POSICAO DA ORDEM CRESCENTE, EMPURRANDO
      * OS MAIORES UMA CASA PARA BAIXO
       ACUMULA-CFOP.
           MOVE ZEROS TO IX-CF.
       ACUMULA-CFOP-BUSCA.
           ADD 1 TO IX-CF
           IF IX-CF > W-QTD-CFOP
              GO TO ACUMULA-CFOP-NOVO.
           IF WF-CFOP(IX-CF) = W-CFOP
              GO TO ACUMULA-CFOP-SOMA.
           IF WF-CFOP(IX-CF) > W-CFOP
              GO TO ACUMULA-CFOP-NOVO.
           GO TO ACUMULA-CFOP-BUSCA.
       ACUMULA-CFOP-NOVO.
           IF W-QTD-CFOP = 60
              GO TO ACUMULA-CFOP-FIM.
           MOVE W-QTD-CFOP TO IX-CF2.
       ACUMULA-CFOP-ABRE.
           IF IX-CF2 < IX-CF
              GO TO ACUMULA-CFOP-INS.
           MOVE W-TCF(IX-CF2) TO W-TCF(IX-CF2 + 1)
           SUBTRACT 1 FROM IX-CF2
           GO TO ACUMULA-CFOP-ABRE.
       ACUMULA-CFOP-INS.
           ADD 1 TO W-QTD-CFOP
           PERFORM DESC-CFOP
           MOVE W-CFOP TO WF-CFOP(IX-CF)
           MOVE W-CFO-DESC TO WF-DESC(IX-CF)
           MOVE ZEROS TO WF-BASE(IX-CF) WF-IMP(IX-CF).
       ACUMULA-CFOP-SOMA.
           ADD W-BASE TO WF-BASE(IX-CF)
           ADD W-IMPOSTO TO WF-IMP(IX-CF).
       ACUMULA-CFOP-FIM.
           EXIT.

      * CFOP LIDO DO ITEMCFOP.DAT NAO TRAZ A DESCRICAO: ELA VEM DA
      * TABELA PELA NATUREZA E ABRANGENCIA GRAVADAS, SEM TROCAR O
      * CODIGO GRAVADO
       DESC-CFOP.
           IF W-CFO-DESC = SPACES AND ST-ICF = "00"
              MOVE W-CFOP TO W-CFOP-GRAV
              MOVE ICF-OPER TO W-CFO-OPER
              MOVE ICF-ESCOPO TO W-CFO-ESCOPO
              PERFORM BUSCA-CFOP-ITEM THRU BUSCA-CFOP-ITEM-FIM
              MOVE W-CFOP-GRAV TO W-CFOP
              MOVE SPACES TO W-NAT-PED.

       GERA-CLASSES.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
       GERA-ALIQUOTAS-FIM.
           EXIT.

       GERA-CFOPS.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "TOTAIS POR CFOP" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CFOP  NATUREZA DA OPERACAO" TO LINHA-SAI
           MOVE "BASE CALCULO" TO LINHA-SAI(42:12)
           MOVE "IMPOSTO" TO LINHA-SAI(64:7)
           WRITE LINHA-SAI
           MOVE ZEROS TO IX W-CF-ENT-BASE W-CF-ENT-IMP
              W-CF-SAI-BASE W-CF-SAI-IMP.
       GERA-CFOPS-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-CFOP
              GO TO GERA-CFOPS-TOT.
           MOVE WF-CFOP(IX) TO DC-CFOP
           MOVE WF-DESC(IX) TO DC-DESC
           MOVE WF-BASE(IX) TO DC-BASE
           MOVE WF-IMP(IX) TO DC-IMP
           MOVE SPACES TO LINHA-SAI
           MOVE DET2 TO LINHA-SAI
           WRITE LINHA-SAI
           IF WF-CFOP(IX) < 5000
              ADD WF-BASE(IX) TO W-CF-ENT-BASE
              ADD WF-IMP(IX) TO W-CF-ENT-IMP
           ELSE
              ADD WF-BASE(IX) TO W-CF-SAI-BASE
              ADD WF-IMP(IX) TO W-CF-SAI-IMP.
           GO TO GERA-CFOPS-LOOP.
       GERA-CFOPS-TOT.
           MOVE ZEROS TO DC-CFOP
           MOVE "TOTAL DAS ENTRADAS (1/2/3)" TO DC-DESC
           MOVE W-CF-ENT-BASE TO DC-BASE
           MOVE W-CF-ENT-IMP TO DC-IMP
           MOVE SPACES TO LINHA-SAI
           MOVE DET2 TO LINHA-SAI
           MOVE SPACES TO LINHA-SAI(1:4)
           WRITE LINHA-SAI
           MOVE "TOTAL DAS SAIDAS (5/6/7)" TO DC-DESC
           MOVE W-CF-SAI-BASE TO DC-BASE
           MOVE W-CF-SAI-IMP TO DC-IMP
           MOVE SPACES TO LINHA-SAI
           MOVE DET2 TO LINHA-SAI
           MOVE SPACES TO LINHA-SAI(1:4)
           WRITE LINHA-SAI.
       GERA-CFOPS-FIM.
           EXIT.

       GERA-CANCELADAS.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "NOTAS FISCAIS CANCELADAS NO MES (SEM VALOR)"
              TO LINHA-SAI
           WRITE LINHA-SAI
           IF W-QTD-CANC = ZEROS
              MOVE "NENHUMA" TO LINHA-SAI
              WRITE LINHA-SAI
              GO TO GERA-CANCELADAS-FIM.
           MOVE ZEROS TO IX-CANC.
       GERA-CANC-LOOP.
           ADD 1 TO IX-CANC
           IF IX-CANC > W-QTD-CANC
              GO TO GERA-CANCELADAS-FIM.
           MOVE SPACES TO LINHA-SAI
           STRING "NF " WC-NUMERO(IX-CANC) " SERIE "
              WC-SERIE(IX-CANC) " DE " WC-DATA(IX-CANC)
              " PEDIDO " WC-NUMPEDIDO(IX-CANC) "-"
              WC-TPPEDIDO(IX-CANC) " CANCELADA"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO GERA-CANC-LOOP.
       GERA-CANCELADAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CFOP DO ITEM: O GRAVADO NA EMISSAO DA NOTA (ITEMCFOP.DAT,
      * SCE005/SCE037); SEM ELE (NOTA ANTERIOR A TABELA OU PEDIDO
      * SEM NOTA) E DETERMINADO COMO NO SCE005, PELA NATUREZA DO
      * PEDIDO, UF DE DESTINO X UF DA FILIAL E CATEGORIA DO PRODUTO
      *----------------------------------------------------------------
       LE-CFOP-ITEM.
           MOVE ZEROS TO W-CFOP
           IF W-ICF-ABERTO = "S"
              MOVE ITEM-CHAVE TO ICF-CHAVE
              READ ARQICF
              IF ST-ICF = "00"
                 MOVE ICF-CFOP TO W-CFOP
                 GO TO LE-CFOP-ITEM-FIM.
           IF W-NAT-PED NOT = CHAVE
              PERFORM DEFINE-NATUREZA THRU DEFINE-NATUREZA-FIM
              MOVE CHAVE TO W-NAT-PED.
           PERFORM BUSCA-CFOP-ITEM THRU BUSCA-CFOP-ITEM-FIM.
       LE-CFOP-ITEM-FIM.
           EXIT.

       DEFINE-NATUREZA.
           MOVE "V" TO W-CFO-OPER
           IF TPPEDIDO = 1
              MOVE "C" TO W-CFO-OPER.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL = 1
              MOVE "F" TO W-CFO-OPER.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL NOT = 1
              MOVE "D" TO W-CFO-OPER.
           IF TPPEDIDO = 4
              MOVE "B" TO W-CFO-OPER.
           MOVE SPACES TO W-UF-DEST W-UF-EMIT
           MOVE ZEROS TO W-CFO-FILIAL
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00"
                 MOVE PCMP-UF TO W-UF-DEST
                 MOVE PCMP-FILIAL TO W-CFO-FILIAL.
           IF W-UF-DEST = SPACES
              PERFORM UF-PARCEIRO THRU UF-PARCEIRO-FIM.
           IF W-CFO-FILIAL > ZEROS AND W-FLL-ABERTO = "S"
              MOVE W-CFO-FILIAL TO FIL-CODIGO
              READ ARQFLL
              IF ST-FILIAL = "00"
                 MOVE FIL-UF TO W-UF-EMIT.
           MOVE "I" TO W-CFO-ESCOPO
           IF W-UF-DEST NOT = SPACES AND W-UF-EMIT NOT = SPACES
              AND W-UF-DEST NOT = W-UF-EMIT
              MOVE "E" TO W-CFO-ESCOPO.
       DEFINE-NATUREZA-FIM.
           EXIT.

       UF-PARCEIRO.
           IF TPPEDIDO = 1 OR (TPPEDIDO = 3 AND PED-BASE-DEVOL = 1)
              GO TO UF-PARCEIRO-FOR.
           IF W-CLI-ABERTO NOT = "S"
              GO TO UF-PARCEIRO-FIM.
           MOVE CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI = "00"
              MOVE UF TO W-UF-DEST.
           GO TO UF-PARCEIRO-FIM.
       UF-PARCEIRO-FOR.
           IF W-FOR-ABERTO NOT = "S" OR W-CEP-ABERTO NOT = "S"
              GO TO UF-PARCEIRO-FIM.
           MOVE CODFORN TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-FOR NOT = "00"
              GO TO UF-PARCEIRO-FIM.
           MOVE FOR-CEP TO CEP-NUMCEP
           READ ARQCEP
           IF ST-CEP = "00"
              MOVE CEP-UF TO W-UF-DEST.
       UF-PARCEIRO-FIM.
           EXIT.

       BUSCA-CFOP-ITEM.
           MOVE ZEROS TO W-CFOP W-CFO-CAT
           MOVE SPACES TO W-CFO-DESC
           IF W-PROD-ABERTO = "S"
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
           IF W-CFO-OPER = "V"
              MOVE 5102 TO W-CFOP
              MOVE "VENDA DE MERCADORIA" TO W-CFO-DESC.
           IF W-CFO-OPER = "C"
              MOVE 1102 TO W-CFOP
              MOVE "COMPRA PARA COMERCIALIZACAO" TO W-CFO-DESC.
           IF W-CFO-OPER = "D"
              MOVE 1202 TO W-CFOP
              MOVE "DEVOLUCAO DE VENDA" TO W-CFO-DESC.
           IF W-CFO-OPER = "F"
              MOVE 5202 TO W-CFOP
              MOVE "DEVOLUCAO DE COMPRA" TO W-CFO-DESC.
           IF W-CFO-OPER = "B"
              MOVE 5910 TO W-CFOP
              MOVE "REMESSA EM BONIFICACAO" TO W-CFO-DESC.
           IF W-CFO-ESCOPO = "E"
              ADD 1000 TO W-CFOP.
       BUSCA-CFOP-ITEM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
