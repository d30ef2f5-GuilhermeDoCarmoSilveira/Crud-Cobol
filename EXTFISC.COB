      * TRANSMISSAO FISCAL.TXT EM LAYOUT FIXO:          *
      *   TIPO 0 = CABECALHO (EMPRESA, MES)             *
      *   TIPO 1 = DOCUMENTO (NF, SERIE, DATA, PARTE,   *
      *            VALOR TOTAL DO PEDIDO, SITUACAO      *
      *            N = NORMAL / C = CANCELADA)          *
      *   TIPO 2 = ITEM (PRODUTO, QTD, VALOR, IMPOSTO,  *
      *            CFOP DE ITEMCFOP.DAT OU DETERMINADO  *
      *            PELA TABELA DO SCE067)               *
      *   TIPO 9 = TOTALIZADOR                          *
      * FONTES: NOTAFIS.DAT DO MES + REGPED/ITEMPED +   *
      * AS PARTES EM REGCLI/REGFOR. DIVERGENCIAS (NF    *
      * SEM PEDIDO E PEDIDO FATURADO DO MES SEM NF)     *
      * SAEM EM FISCDIV.TXT. MES ANTERIOR AO PERIODO    *
      * ABERTO DO SCE021 GERA AVISO DE MES FECHADO.     *
      * NOTA CANCELADA (PEDIDO "C", VER NFEVT) SAI SO   *
      * COMO DOCUMENTO SITUACAO C, SEM VALOR E SEM      *
      * ITENS, FORA DO TOTAL GERAL; O TOTALIZADOR TRAZ  *
      * A QUANTIDADE DE CANCELADAS A PARTE.             *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (NOTAS DO MES LIDAS, DOCUMENTOS E    *
      * ITENS GRAVADOS, VALOR TOTAL E SOMA DOS NUMEROS  *
      * DAS NOTAS).                                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

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
       FD ARQNF
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQFOR
               LABEL RECORD IS STANDARD
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

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
               VALUE OF FILE-ID IS "FISCDIV.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REGTOT.
          03 TOT-DATA            PIC 9(08).
          03 TOT-HORA            PIC 9(06).
          03 TOT-PASSO           PIC X(08).
          03 TOT-ORIGEM          PIC X(01).
          03 TOT-LIDOS           PIC 9(07).
          03 TOT-GRAVADOS        PIC 9(07).
          03 TOT-GRAVADOS2       PIC 9(07).
          03 TOT-VALOR           PIC 9(11)V99.
          03 TOT-VALOR2          PIC 9(11)V99.
          03 TOT-HASH            PIC 9(15).
          03 TOT-SITUACAO        PIC X(01).
          03 TOT-OBS             PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-TOT             PIC X(02) VALUE "00".
       01 W-TOT-DTH          PIC X(21) VALUE SPACES.
       01 W-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV         PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV2        PIC 9(07) VALUE ZEROS.
       01 W-TOT-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR2       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-HASH         PIC 9(15) VALUE ZEROS.
       01 W-TOT-OBS          PIC X(40) VALUE SPACES.
       01 ST-NF         PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 W-QTD-DOC     PIC 9(06) VALUE ZEROS.
       01 W-QTD-ITEM    PIC 9(06) VALUE ZEROS.
       01 W-QTD-DIV     PIC 9(06) VALUE ZEROS.
       01 W-QTD-CANC    PIC 9(06) VALUE ZEROS.
       01 W-TOT-GERAL   PIC 9(13)V99 VALUE ZEROS.
       01 W-IMP-ITEM    PIC 9(09)V99 VALUE ZEROS.
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
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

       01 REG-FIS-HDR.
          03 FILLER        PIC X(01) VALUE "0".
          03 FD-NOME       PIC X(30).
          03 FD-UF         PIC X(02).
          03 FD-TOTAL      PIC 9(11)V99.
          03 FD-SITUACAO   PIC X(01).
          03 FILLER        PIC X(41) VALUE SPACES.

       01 REG-FIS-ITEM.
          03 FILLER        PIC X(01) VALUE "2".
          03 FI-VALOR      PIC 9(11)V99.
          03 FI-IMP-PCT    PIC 9(03)V99.
          03 FI-IMP-VAL    PIC 9(09)V99.
          03 FI-CFOP       PIC 9(04).
          03 FILLER        PIC X(65) VALUE SPACES.

       01 REG-FIS-TRL.
          03 FILLER        PIC X(01) VALUE "9".
          03 FT-QTD-DOC    PIC 9(06).
          03 FT-QTD-ITEM   PIC 9(06).
          03 FT-TOTAL      PIC 9(13)V99.
          03 FT-QTD-CANC   PIC 9(06).
          03 FILLER        PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              CLOSE ARQNF ARQPED
              STOP RUN.
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
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
           OPEN OUTPUT ARQFIS
           OPEN OUTPUT RELSAI
           MOVE "DIVERGENCIAS DO ARQUIVO FISCAL" TO LINHA-SAI
           MOVE W-QTD-DOC TO FT-QTD-DOC
           MOVE W-QTD-ITEM TO FT-QTD-ITEM
           MOVE W-TOT-GERAL TO FT-TOTAL
           MOVE W-QTD-CANC TO FT-QTD-CANC
           MOVE REG-FIS-TRL TO LINHA-FIS
           WRITE LINHA-FIS
           CLOSE ARQNF ARQPED ARQITEM ARQCLI ARQFOR ARQFIS RELSAI
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
           DISPLAY "DOCUMENTOS GERADOS: " W-QTD-DOC
           DISPLAY "ITENS GERADOS: " W-QTD-ITEM
           DISPLAY "NOTAS CANCELADAS: " W-QTD-CANC
           DISPLAY "DIVERGENCIAS: " W-QTD-DIV
           DISPLAY "ARQUIVO FISCAL.TXT E FISCDIV.TXT GERADOS"
           COMPUTE W-TOT-GRAV = W-QTD-DOC + W-QTD-CANC
           MOVE W-QTD-ITEM TO W-TOT-GRAV2
           MOVE W-TOT-GERAL TO W-TOT-VALOR
           MOVE SPACES TO W-TOT-OBS
           STRING "MES " W-PERIODO " DIVERGENCIAS " W-QTD-DIV
              DELIMITED BY SIZE INTO W-TOT-OBS
           PERFORM GRAVA-TOTAIS
           STOP RUN.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DA EXECUCAO (CTLTOT.DAT): REGISTROS
      * LIDOS, GRAVADOS E SOMAS DE CONFERENCIA. O NOTURNO CONFERE
      * ESTES TOTAIS COM CONTAGENS PROPRIAS DOS ARQUIVOS ANTES DE
      * LIBERAR O PASSO SEGUINTE; O RELTOT LISTA TODOS ELES
      *----------------------------------------------------------------
       GRAVA-TOTAIS.
           OPEN EXTEND ARQTOT
           IF ST-TOT NOT = "00"
              OPEN OUTPUT ARQTOT.
           MOVE FUNCTION CURRENT-DATE TO W-TOT-DTH
           MOVE SPACES TO REGTOT
           MOVE W-TOT-DTH(1:8) TO TOT-DATA
           MOVE W-TOT-DTH(9:6) TO TOT-HORA
           MOVE "EXTFISC" TO TOT-PASSO
           MOVE "P" TO TOT-ORIGEM
           MOVE W-TOT-LIDOS TO TOT-LIDOS
           MOVE W-TOT-GRAV TO TOT-GRAVADOS
           MOVE W-TOT-GRAV2 TO TOT-GRAVADOS2
           MOVE W-TOT-VALOR TO TOT-VALOR
           MOVE W-TOT-VALOR2 TO TOT-VALOR2
           MOVE W-TOT-HASH TO TOT-HASH
           MOVE "O" TO TOT-SITUACAO
           MOVE W-TOT-OBS TO TOT-OBS
           WRITE REGTOT
           CLOSE ARQTOT.

       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           COMPUTE W-AAMM = NF-DATA / 100
           IF W-AAMM NOT = W-PERIODO
              GO TO PROCESSA-NOTAS-LOOP.
           ADD 1 TO W-TOT-LIDOS
           MOVE NF-CHAVE TO CHAVE
           READ ARQPED
           IF ST-PED NOT = "00"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              GO TO PROCESSA-NOTAS-LOOP.
           IF PED-STATUS = "C"
              PERFORM GRAVA-DOC
              GO TO PROCESSA-NOTAS-LOOP.
           PERFORM GRAVA-DOC
           PERFORM GRAVA-ITENS THRU GRAVA-ITENS-FIM
           GO TO PROCESSA-NOTAS-LOOP.
           EXIT.

       GRAVA-DOC.
           ADD NF-NUMERO TO W-TOT-HASH
           MOVE NF-NUMERO TO FD-NUMERO
           MOVE NF-SERIE TO FD-SERIE
           MOVE NF-DATA TO FD-DATA
              IF ST-CLI = "00"
                 MOVE RSNOME TO FD-NOME
                 MOVE UF TO FD-UF.
           IF PED-STATUS = "C"
              MOVE ZEROS TO FD-TOTAL
              MOVE "C" TO FD-SITUACAO
              MOVE REG-FIS-DOC TO LINHA-FIS
              WRITE LINHA-FIS
              ADD 1 TO W-QTD-CANC
           ELSE
              MOVE TOTAL TO FD-TOTAL
              MOVE "N" TO FD-SITUACAO
              MOVE REG-FIS-DOC TO LINHA-FIS
              WRITE LINHA-FIS
              ADD 1 TO W-QTD-DOC
              ADD TOTAL TO W-TOT-GERAL.

       GRAVA-ITENS.
           MOVE NF-NUMPEDIDO TO ITEM-NUMPEDIDO
              ITEM-TOTAL * ITEM-IMPOSTO-PCT /
              (100 + ITEM-IMPOSTO-PCT)
           MOVE W-IMP-ITEM TO FI-IMP-VAL
           PERFORM LE-CFOP-ITEM THRU LE-CFOP-ITEM-FIM
           MOVE W-CFOP TO FI-CFOP
           MOVE REG-FIS-ITEM TO LINHA-FIS
           WRITE LINHA-FIS
           ADD 1 TO W-QTD-ITEM
       GRAVA-ITENS-FIM.
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

      *----------------------------------------------------------------
      * PEDIDOS FATURADOS DO MES SEM NOTA FISCAL
      *----------------------------------------------------------------
