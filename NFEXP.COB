      * NFENVIO.TXT PARA O SOFTWARE FISCAL:             *
      *   H;NUMERO;SERIE;DATA;PEDIDO;TIPO;PARTE;TOTAL   *
      *   I;NUMERO;SEQ;PRODUTO;QTD;PRECO;DESC;IMP;TOTAL *
      *     ;CFOP (GRAVADO NA EMISSAO EM ITEMCFOP.DAT,  *
      *     SENAO DETERMINADO PELA TABELA DO SCE067)    *
      * E MARCA A NF COMO ENVIADA (STATUS "E").         *
      * MODO 2: LE O RETORNO NFERET.TXT (POSICOES       *
      * FIXAS: NUMERO 6, SERIE 3, STATUS A/R,           *
      * COM A MESMA CHAVE DE NOTAFIS.DAT), PARA NAO     *
      * MEXER NO LAYOUT DO NOTAFIS USADO POR TODO O     *
      * SISTEMA.                                        *
      * EVENTOS (NFEVENTO.DAT, GRAVADOS PELO NFEVT) COM *
      * STATUS "P" SAEM NO MESMO NFENVIO.TXT DO MODO 1: *
      *   C;NUMERO;SERIE;PROTOCOLO;JUSTIFICATIVA        *
      *   K;NUMERO;SERIE;SEQ;TEXTO DA CORRECAO          *
      *   U;SERIE;NUMERO INICIAL;NUMERO FINAL;JUSTIF.   *
      * E FICAM "E". NO RETORNO, A POSICAO 26 TRAZ O    *
      * TIPO DO EVENTO (BRANCO = AUTORIZACAO DA NOTA):  *
      * O PROTOCOLO VAI PARA O EVENTO E O CANCELAMENTO  *
      * HOMOLOGADO MARCA A NOTA "C" NO NFAUT.DAT.       *
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
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

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

           SELECT ARQENV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ENV.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RET.

           SELECT ARQEVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS EVT-CHAVE
                    FILE STATUS IS ST-EVT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNF
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 PCMP-UF            PIC X(02).
          03 PCMP-FILIAL        PIC 9(02).

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

       FD ARQENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFENVIO.TXT".
       01 LINHA-ENV              PIC X(250).

       FD ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFERET.TXT".
       01 LINHA-RET              PIC X(120).

       FD ARQEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFEVENTO.DAT".
       01 REGEVT.
          03 EVT-CHAVE.
           05 EVT-SERIE         PIC X(03).
           05 EVT-NUMERO        PIC 9(06).
           05 EVT-TIPO          PIC X(01).
           05 EVT-SEQ           PIC 9(02).
          03 EVT-NUM-FIM        PIC 9(06).
          03 EVT-FILIAL         PIC 9(02).
          03 EVT-NUMPEDIDO      PIC 9(06).
          03 EVT-TPPEDIDO       PIC 9(01).
          03 EVT-DATA           PIC 9(08).
          03 EVT-HORA           PIC 9(06).
          03 EVT-STATUS         PIC X(01).
          03 EVT-PROTOCOLO      PIC X(15).
          03 EVT-DATA-RET       PIC 9(08).
          03 EVT-OPERADOR       PIC X(10).
          03 EVT-TEXTO          PIC X(200).

       WORKING-STORAGE SECTION.
       01 ST-NF         PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-ENV        PIC X(02) VALUE "00".
       01 ST-RET        PIC X(02) VALUE "00".
       01 ST-EVT        PIC X(02) VALUE "00".
       01 W-EVT-ABERTO  PIC X(01) VALUE "N".
       01 W-QTD-EVT     PIC 9(06) VALUE ZEROS.
       01 W-QTD-RET-EVT PIC 9(06) VALUE ZEROS.
       01 W-MODO        PIC 9(01) VALUE ZEROS.
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-QTD-EXC     PIC 9(06) VALUE ZEROS.
       01 W-PARTE       PIC 9(14) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 ST-CLI        PIC X(02) VALUE "00".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
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

       01 REG-RET-DET.
          03 RA-NUMERO     PIC 9(06).
          03 RA-SERIE      PIC X(03).
          03 RA-STATUS     PIC X(01).
          03 RA-PROTOCOLO  PIC X(15).
          03 RA-EVENTO     PIC X(01).
          03 FILLER        PIC X(94).

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "ARQUIVO NOTAFIS.DAT NAO ENCONTRADO"
              CLOSE ARQAUT
              STOP RUN.
           MOVE "N" TO W-EVT-ABERTO
           OPEN I-O ARQEVT
           IF ST-EVT = "00"
              MOVE "S" TO W-EVT-ABERTO.
       R1.
           DISPLAY "1 = EXPORTAR NOTAS | 2 = PROCESSAR RETORNO"
              " | 0 = SAIR :"
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
           MOVE "N" TO W-CLI-ABERTO
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           MOVE "N" TO W-FOR-ABERTO
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
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
           OPEN OUTPUT ARQENV
           MOVE LOW-VALUES TO NF-CHAVE
           START ARQNF KEY IS NOT LESS THAN NF-CHAVE
           ADD 1 TO W-QTD-EXP
           GO TO EXPORTA-NOTAS-LOOP.
       EXPORTA-NOTAS-ENC.
           PERFORM EXPORTA-EVENTOS THRU EXPORTA-EVENTOS-FIM
           CLOSE ARQPED ARQITEM ARQENV
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-CLI-ABERTO = "S"
              CLOSE ARQCLI.
           IF W-FOR-ABERTO = "S"
              CLOSE ARQFOR.
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
           DISPLAY "NOTAS EXPORTADAS EM NFENVIO.TXT: " W-QTD-EXP
           DISPLAY "EVENTOS EXPORTADOS EM NFENVIO.TXT: " W-QTD-EVT.
       EXPORTA-NOTAS-FIM.
           EXIT.

           IF ITEM-NUMPEDIDO NOT = NF-NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = NF-TPPEDIDO
              GO TO GRAVA-ENVIO-ITENS-FIM.
           PERFORM LE-CFOP-ITEM THRU LE-CFOP-ITEM-FIM
           MOVE SPACES TO LINHA-ENV
           STRING "I;" NF-NUMERO ";" ITEM-SEQ ";" ITEM-CODPROD ";"
              ITEM-QTD ";" ITEM-PRECOU ";" ITEM-DESCONTO-PCT ";"
              ITEM-IMPOSTO-PCT ";" ITEM-TOTAL ";" W-CFOP
              DELIMITED BY SIZE INTO LINHA-ENV
           WRITE LINHA-ENV
           GO TO GRAVA-ENVIO-ITENS-LOOP.
       GRAVA-ENVIO-ITENS-FIM.
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

      * EVENTOS PENDENTES: CANCELAMENTO LEVA O PROTOCOLO DE
      * AUTORIZACAO DA NOTA, QUE ESTA NO NFAUT.DAT
       EXPORTA-EVENTOS.
           MOVE ZEROS TO W-QTD-EVT
           IF W-EVT-ABERTO NOT = "S"
              GO TO EXPORTA-EVENTOS-FIM.
           MOVE LOW-VALUES TO EVT-CHAVE
           START ARQEVT KEY IS NOT LESS THAN EVT-CHAVE
              INVALID KEY GO TO EXPORTA-EVENTOS-FIM.
       EXPORTA-EVENTOS-LOOP.
           READ ARQEVT NEXT
           IF ST-EVT NOT = "00"
              GO TO EXPORTA-EVENTOS-FIM.
           IF EVT-STATUS NOT = "P"
              GO TO EXPORTA-EVENTOS-LOOP.
           MOVE SPACES TO LINHA-ENV
           IF EVT-TIPO = "C"
              MOVE SPACES TO AUT-PROTOCOLO
              MOVE EVT-NUMPEDIDO TO AUT-NUMPEDIDO
              MOVE EVT-TPPEDIDO TO AUT-TPPEDIDO
              READ ARQAUT
              STRING "C;" EVT-NUMERO ";" EVT-SERIE ";"
                 AUT-PROTOCOLO ";" EVT-TEXTO
                 DELIMITED BY SIZE INTO LINHA-ENV
           ELSE
              IF EVT-TIPO = "K"
                 STRING "K;" EVT-NUMERO ";" EVT-SERIE ";" EVT-SEQ
                    ";" EVT-TEXTO
                    DELIMITED BY SIZE INTO LINHA-ENV
              ELSE
                 STRING "U;" EVT-SERIE ";" EVT-NUMERO ";"
                    EVT-NUM-FIM ";" EVT-TEXTO
                    DELIMITED BY SIZE INTO LINHA-ENV.
           WRITE LINHA-ENV
           MOVE "E" TO EVT-STATUS
           REWRITE REGEVT
           ADD 1 TO W-QTD-EVT
           GO TO EXPORTA-EVENTOS-LOOP.
       EXPORTA-EVENTOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MODO 2: RETORNO DE AUTORIZACAO (STATUS + PROTOCOLO)
      *----------------------------------------------------------------
       PROCESSA-RETORNO.
           MOVE ZEROS TO W-QTD-RET W-QTD-EXC W-QTD-RET-EVT
           OPEN INPUT ARQRET
           IF ST-RET NOT = "00"
              DISPLAY "ARQUIVO NFERET.TXT NAO ENCONTRADO"
              ADD 1 TO W-QTD-EXC
              DISPLAY "STATUS INVALIDO NO RETORNO DA NF " RA-NUMERO
              GO TO PROCESSA-RET-LOOP.
           IF RA-EVENTO NOT = SPACE
              PERFORM RETORNO-EVENTO THRU RETORNO-EVENTO-FIM
              GO TO PROCESSA-RET-LOOP.
           PERFORM ACHA-NF-NUMERO THRU ACHA-NF-NUMERO-FIM
           IF W-ACHOU = ZEROS
              ADD 1 TO W-QTD-EXC
       PROCESSA-RET-ENC.
           CLOSE ARQRET
           DISPLAY "RETORNOS PROCESSADOS: " W-QTD-RET
           DISPLAY "RETORNOS DE EVENTOS: " W-QTD-RET-EVT
           DISPLAY "EXCECOES: " W-QTD-EXC.
       PROCESSA-RETORNO-FIM.
           EXIT.

      * RETORNO DE EVENTO: CARIMBA O PRIMEIRO EVENTO ENVIADO
      * ("E") DAQUELE TIPO PARA A SERIE/NUMERO
       RETORNO-EVENTO.
           IF W-EVT-ABERTO NOT = "S" OR
              (RA-EVENTO NOT = "C" AND "K" AND "U")
              ADD 1 TO W-QTD-EXC
              DISPLAY "EVENTO " RA-EVENTO " DA NF " RA-NUMERO
                 " SERIE " RA-SERIE " INVALIDO"
              GO TO RETORNO-EVENTO-FIM.
           MOVE RA-SERIE TO EVT-SERIE
           MOVE RA-NUMERO TO EVT-NUMERO
           MOVE RA-EVENTO TO EVT-TIPO
           MOVE ZEROS TO EVT-SEQ
           START ARQEVT KEY IS NOT LESS THAN EVT-CHAVE
              INVALID KEY GO TO RETORNO-EVENTO-NAO.
       RETORNO-EVENTO-LOOP.
           READ ARQEVT NEXT
           IF ST-EVT NOT = "00"
              GO TO RETORNO-EVENTO-NAO.
           IF EVT-SERIE NOT = RA-SERIE OR
              EVT-NUMERO NOT = RA-NUMERO OR
              EVT-TIPO NOT = RA-EVENTO
              GO TO RETORNO-EVENTO-NAO.
           IF EVT-STATUS NOT = "E"
              GO TO RETORNO-EVENTO-LOOP.
           MOVE RA-STATUS TO EVT-STATUS
           MOVE RA-PROTOCOLO TO EVT-PROTOCOLO
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO EVT-DATA-RET
           REWRITE REGEVT
           ADD 1 TO W-QTD-RET-EVT
           IF EVT-TIPO = "C" AND EVT-STATUS = "A"
              MOVE EVT-NUMPEDIDO TO AUT-NUMPEDIDO
              MOVE EVT-TPPEDIDO TO AUT-TPPEDIDO
              READ ARQAUT
              IF ST-AUT = "00"
                 MOVE "C" TO AUT-STATUS
                 MOVE EVT-DATA-RET TO AUT-DATA
                 REWRITE REGAUT.
           GO TO RETORNO-EVENTO-FIM.
       RETORNO-EVENTO-NAO.
           ADD 1 TO W-QTD-EXC
           DISPLAY "EVENTO " RA-EVENTO " DA NF " RA-NUMERO
              " SERIE " RA-SERIE " SEM ENVIO PENDENTE".
       RETORNO-EVENTO-FIM.
           EXIT.

      * O RETORNO VEM POR NUMERO/SERIE DA NOTA: A CHAVE DO
      * PEDIDO E LOCALIZADA VARRENDO O NOTAFIS
       ACHA-NF-NUMERO.

       ROT-FIM.
           CLOSE ARQNF ARQAUT.
           IF W-EVT-ABERTO = "S"
              CLOSE ARQEVT.
           STOP RUN.

      *    FILE STATUS
