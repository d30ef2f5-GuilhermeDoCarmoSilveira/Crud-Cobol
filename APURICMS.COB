       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURICMS.
      **************************************************
      * APURACAO MENSAL DO ICMS POR FILIAL              *
      * PARA UM MES (AAAAMM) CONFRONTA, POR FILIAL      *
      * EMITENTE (PEDCOMP.DAT, FILIAL 00 = SEM FILIAL   *
      * CADASTRADA), O IMPOSTO DEBITADO NAS SAIDAS      *
      * (VENDA, BONIFICACAO E DEVOLUCAO A FORNECEDOR)   *
      * COM O CREDITADO NAS ENTRADAS (COMPRAS COM NOTA  *
      * DO FORNECEDOR CASADA NO MES EM NFFORN.DAT,      *
      * SCE039, E DEVOLUCOES DE CLIENTES). O IMPOSTO DO *
      * ITEM E CALCULADO COMO NO RELIMP (QTD X PRECO X  *
      * ALIQUOTA DO ITEM). A SAIDA E A DEVOLUCAO ENTRAM *
      * NO MES DA NOTA FISCAL (NOTAFIS.DAT) OU, SEM     *
      * NOTA, NO MES DO PEDIDO.                         *
      * O SALDO CREDOR DO MES ANTERIOR (APURICMS.DAT)   *
      * ENTRA NOS CREDITOS; O RESULTADO DO MES FICA     *
      * GRAVADO POR FILIAL E MES PARA O MES SEGUINTE.   *
      * IMPRIME A PAGINA DO LIVRO DE APURACAO E O VALOR *
      * A RECOLHER EM APURICMS.TXT.                     *
      * MES JA FECHADO NO SCE021 (PERIODO.CTL) NAO E    *
      * RECALCULADO: SO REIMPRIME A APURACAO GRAVADA.   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
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
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ITEM-CHAVE
                    FILE STATUS IS ST-ITEM.

           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NF-CHAVE
                    FILE STATUS IS ST-NF.

           SELECT ARQNFF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NFF-CHAVE
                    FILE STATUS IS ST-NFF.

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FIL.

           SELECT ARQAPU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS APU-CHAVE
                    FILE STATUS IS ST-APU.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

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

       FD ARQNFF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFFORN.DAT".
       01 REGNFF.
          03 NFF-CHAVE.
           05 NFF-NUMPEDIDO     PIC 9(06).
           05 NFF-TPPEDIDO      PIC 9(01).
          03 NFF-NUMERO         PIC 9(09).
          03 NFF-VALOR          PIC 9(09)V99.
          03 NFF-DATA           PIC 9(08).
          03 NFF-STATUS         PIC X(01).
          03 NFF-OPERADOR       PIC X(10).

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

      * UMA APURACAO POR FILIAL E MES. APU-SALDO-CREDOR E O CREDITO
      * QUE PASSA PARA O MES SEGUINTE
       FD ARQAPU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APURICMS.DAT".
       01 REGAPU.
          03 APU-CHAVE.
           05 APU-FILIAL        PIC 9(02).
           05 APU-MES           PIC 9(06).
          03 APU-DEB-SAIDAS     PIC 9(11)V99.
          03 APU-DEB-OUTROS     PIC 9(11)V99.
          03 APU-CRED-ENTRADAS  PIC 9(11)V99.
          03 APU-CRED-OUTROS    PIC 9(11)V99.
          03 APU-SALDO-ANT      PIC 9(11)V99.
          03 APU-RECOLHER       PIC 9(11)V99.
          03 APU-SALDO-CREDOR   PIC 9(11)V99.
          03 APU-DATA           PIC 9(08).

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APURICMS.TXT".
       01 LINHA-SAI              PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-NF         PIC X(02) VALUE "00".
       01 ST-NFF        PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-FIL        PIC X(02) VALUE "00".
       01 ST-APU        PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 W-NF-ABERTO   PIC X(01) VALUE "N".
       01 W-NFF-ABERTO  PIC X(01) VALUE "N".
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-MES         PIC 9(06) VALUE ZEROS.
       01 W-MES-ANT     PIC 9(06) VALUE ZEROS.
       01 W-MES-SEG     PIC 9(06) VALUE ZEROS.
       01 W-MES-MOV     PIC 9(06) VALUE ZEROS.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-MM          PIC 9(02) VALUE ZEROS.
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-FECHADO     PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-CLASSE      PIC X(01) VALUE SPACES.
       01 W-BASE        PIC 9(11)V99 VALUE ZEROS.
       01 W-IMPOSTO     PIC 9(11)V99 VALUE ZEROS.
       01 W-DEBITOS     PIC 9(13)V99 VALUE ZEROS.
       01 W-CREDITOS    PIC 9(13)V99 VALUE ZEROS.
       01 W-QTD-FIL     PIC 9(03) VALUE ZEROS.
       01 W-QTD-SEG     PIC 9(03) VALUE ZEROS.
       01 W-TOT-RECOLHER PIC 9(13)V99 VALUE ZEROS.
       01 IX            PIC 9(03) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      * POSICAO = FILIAL + 1 (FILIAL 00 NA POSICAO 1)
       01 W-TAB-FIL.
          03 W-TFL OCCURS 100 TIMES.
             05 WF-MOV          PIC 9(01).
             05 WF-DEB-SAIDAS   PIC 9(11)V99.
             05 WF-DEB-OUTROS   PIC 9(11)V99.
             05 WF-CRED-ENTR    PIC 9(11)V99.
             05 WF-CRED-OUTROS  PIC 9(11)V99.
             05 WF-SALDO-ANT    PIC 9(11)V99.

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-COD        PIC X(03).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-ROTULO     PIC X(50).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "APURACAO MENSAL DO ICMS POR FILIAL"
           DISPLAY "MES DE REFERENCIA (AAAAMM): "
           ACCEPT W-MES
           IF W-MES = ZEROS
              DISPLAY "MES EM BRANCO - NADA A FAZER"
              STOP RUN.
           COMPUTE W-ANO = W-MES / 100
           COMPUTE W-MM = W-MES - (W-ANO * 100)
           IF W-MM < 1 OR W-MM > 12
              DISPLAY "MES INVALIDO"
              STOP RUN.
           IF W-MM = 1
              COMPUTE W-MES-ANT = (W-ANO - 1) * 100 + 12
           ELSE
              COMPUTE W-MES-ANT = W-MES - 1.
           IF W-MM = 12
              COMPUTE W-MES-SEG = (W-ANO + 1) * 100 + 1
           ELSE
              COMPUTE W-MES-SEG = W-MES + 1.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           PERFORM LE-PERIODO
           MOVE ZEROS TO W-FECHADO
           IF W-PERIODO-ABERTO > ZEROS AND W-MES < W-PERIODO-ABERTO
              MOVE 1 TO W-FECHADO.
           OPEN I-O ARQAPU
           IF ST-APU = "30"
              OPEN OUTPUT ARQAPU
              CLOSE ARQAPU
              OPEN I-O ARQAPU.
           IF ST-APU NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO APURICMS.DAT"
              STOP RUN.
           MOVE "N" TO W-FIL-ABERTO
           OPEN INPUT ARQFIL
           IF ST-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.
           OPEN OUTPUT RELSAI
           IF W-FECHADO = 1
              DISPLAY "MES JA FECHADO NO SCE021 - REIMPRESSAO DA"
                 " APURACAO GRAVADA"
              PERFORM REIMPRIME THRU REIMPRIME-FIM
           ELSE
              PERFORM APURA THRU APURA-FIM.
           IF W-FECHADO = 1 AND W-QTD-FIL = ZEROS
              DISPLAY "NENHUMA APURACAO GRAVADA PARA O MES " W-MES.
           CLOSE RELSAI ARQAPU
           IF W-FIL-ABERTO = "S"
              CLOSE ARQFIL.
           DISPLAY "FILIAIS APURADAS: " W-QTD-FIL
           MOVE W-TOT-RECOLHER TO W-VAL-ED
           DISPLAY "TOTAL A RECOLHER: " W-VAL-ED
           DISPLAY "LIVRO DE APURACAO EM APURICMS.TXT"
           STOP RUN.

       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           IF ST-PCTL = "00"
              READ ARQPERCTL
              CLOSE ARQPERCTL
              IF ST-PCTL = "00"
                 MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO.

      *----------------------------------------------------------------
      * MES ABERTO: ZERA A TABELA, TRAZ O SALDO CREDOR DO MES
      * ANTERIOR, ACUMULA O MES E REGRAVA A APURACAO DE CADA FILIAL
      *----------------------------------------------------------------
       APURA.
           MOVE ZEROS TO IX.
       APURA-ZERA.
           ADD 1 TO IX
           IF IX > 100
              GO TO APURA-ABRE.
           MOVE ZEROS TO WF-MOV(IX) WF-DEB-SAIDAS(IX)
              WF-DEB-OUTROS(IX) WF-CRED-ENTR(IX) WF-CRED-OUTROS(IX)
              WF-SALDO-ANT(IX)
           GO TO APURA-ZERA.
       APURA-ABRE.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO OU VAZIO"
              GO TO APURA-FIM.
           MOVE "N" TO W-NF-ABERTO
           OPEN INPUT ARQNF
           IF ST-NF = "00"
              MOVE "S" TO W-NF-ABERTO.
           MOVE "N" TO W-NFF-ABERTO
           OPEN INPUT ARQNFF
           IF ST-NFF = "00"
              MOVE "S" TO W-NFF-ABERTO.
           MOVE "N" TO W-PCMP-ABERTO
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
           PERFORM CARREGA-SALDO-ANT THRU CARREGA-SALDO-ANT-FIM
           PERFORM PROCESSA-PEDIDOS THRU PROCESSA-PEDIDOS-FIM
           CLOSE ARQITEM
           IF W-NF-ABERTO = "S"
              CLOSE ARQNF.
           IF W-NFF-ABERTO = "S"
              CLOSE ARQNFF.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           PERFORM APAGA-MES THRU APAGA-MES-FIM
           MOVE ZEROS TO IX.
       APURA-GRAVA.
           ADD 1 TO IX
           IF IX > 100
              GO TO APURA-AVISO.
           IF WF-MOV(IX) = ZEROS AND WF-SALDO-ANT(IX) = ZEROS
              GO TO APURA-GRAVA.
           COMPUTE APU-FILIAL = IX - 1
           MOVE W-MES TO APU-MES
           MOVE WF-DEB-SAIDAS(IX) TO APU-DEB-SAIDAS
           MOVE WF-DEB-OUTROS(IX) TO APU-DEB-OUTROS
           MOVE WF-CRED-ENTR(IX) TO APU-CRED-ENTRADAS
           MOVE WF-CRED-OUTROS(IX) TO APU-CRED-OUTROS
           MOVE WF-SALDO-ANT(IX) TO APU-SALDO-ANT
           COMPUTE W-DEBITOS = APU-DEB-SAIDAS + APU-DEB-OUTROS
           COMPUTE W-CREDITOS = APU-CRED-ENTRADAS + APU-CRED-OUTROS
              + APU-SALDO-ANT
           IF W-DEBITOS > W-CREDITOS
              COMPUTE APU-RECOLHER = W-DEBITOS - W-CREDITOS
              MOVE ZEROS TO APU-SALDO-CREDOR
           ELSE
              MOVE ZEROS TO APU-RECOLHER
              COMPUTE APU-SALDO-CREDOR = W-CREDITOS - W-DEBITOS.
           MOVE W-DATA-HOJE TO APU-DATA
           WRITE REGAPU
           IF ST-APU NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA APURACAO DA FILIAL "
                 APU-FILIAL.
           PERFORM IMPRIME-PAGINA THRU IMPRIME-PAGINA-FIM
           GO TO APURA-GRAVA.
      * O SALDO CREDOR DO MES SEGUINTE JA APURADO FOI TIRADO DESTA
      * APURACAO: O MES SEGUINTE PRECISA SER REFEITO
       APURA-AVISO.
           MOVE ZEROS TO W-QTD-SEG
           MOVE ZEROS TO APU-FILIAL
           MOVE W-MES-SEG TO APU-MES
           START ARQAPU KEY IS NOT LESS THAN APU-CHAVE
              INVALID KEY GO TO APURA-FIM.
       APURA-AVISO-LOOP.
           READ ARQAPU NEXT
           IF ST-APU NOT = "00"
              GO TO APURA-AVISO-FIM.
           IF APU-MES = W-MES-SEG
              ADD 1 TO W-QTD-SEG.
           GO TO APURA-AVISO-LOOP.
       APURA-AVISO-FIM.
           IF W-QTD-SEG > ZEROS
              DISPLAY "ATENCAO: O MES " W-MES-SEG " JA FOI APURADO -"
                 " REFACA A APURACAO DELE".
       APURA-FIM.
           EXIT.

      * A CHAVE COMECA PELA FILIAL: LE O ARQUIVO TODO
       CARREGA-SALDO-ANT.
           MOVE ZEROS TO APU-FILIAL APU-MES
           START ARQAPU KEY IS NOT LESS THAN APU-CHAVE
              INVALID KEY GO TO CARREGA-SALDO-ANT-FIM.
       CARREGA-SALDO-ANT-LOOP.
           READ ARQAPU NEXT
           IF ST-APU NOT = "00"
              GO TO CARREGA-SALDO-ANT-FIM.
           IF APU-MES = W-MES-ANT
              MOVE APU-SALDO-CREDOR TO WF-SALDO-ANT(APU-FILIAL + 1).
           GO TO CARREGA-SALDO-ANT-LOOP.
       CARREGA-SALDO-ANT-FIM.
           EXIT.

      * A RODADA DO MES SUBSTITUI A ANTERIOR, INCLUSIVE DE FILIAL
      * QUE NAO TEVE MAIS MOVIMENTO
       APAGA-MES.
           MOVE ZEROS TO APU-FILIAL APU-MES
           START ARQAPU KEY IS NOT LESS THAN APU-CHAVE
              INVALID KEY GO TO APAGA-MES-FIM.
       APAGA-MES-LOOP.
           READ ARQAPU NEXT
           IF ST-APU NOT = "00"
              GO TO APAGA-MES-FIM.
           IF APU-MES = W-MES
              DELETE ARQAPU RECORD.
           GO TO APAGA-MES-LOOP.
       APAGA-MES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PEDIDOS: CANCELADO, RASCUNHO, BLOQUEADO NO CREDITO OU
      * AGUARDANDO ALCADA NAO ENTRAM
      *----------------------------------------------------------------
       PROCESSA-PEDIDOS.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              GO TO PROCESSA-PEDIDOS-FIM.
       PROCESSA-PED-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO PROCESSA-PEDIDOS-FIM.
           IF PED-STATUS = "C" OR "D" OR "H" OR "G"
              GO TO PROCESSA-PED-LOOP.
           IF TPPEDIDO = 1
              GO TO PROCESSA-PED-COMPRA.
      * SAIDA E DEVOLUCAO: MES DA NOTA FISCAL, SEM NOTA O DO PEDIDO
           COMPUTE W-MES-MOV = DATAPED / 100
           IF W-NF-ABERTO = "S"
              MOVE CHAVE TO NF-CHAVE
              READ ARQNF
              IF ST-NF = "00"
                 COMPUTE W-MES-MOV = NF-DATA / 100.
           IF W-MES-MOV NOT = W-MES
              GO TO PROCESSA-PED-LOOP.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL = 2
              MOVE "O" TO W-CLASSE
           ELSE
              IF TPPEDIDO = 3
                 MOVE "D" TO W-CLASSE
              ELSE
                 MOVE "S" TO W-CLASSE.
           GO TO PROCESSA-PED-ITENS.
      * COMPRA: SO COM A NOTA DO FORNECEDOR CASADA NO MES
       PROCESSA-PED-COMPRA.
           IF W-NFF-ABERTO NOT = "S"
              GO TO PROCESSA-PED-LOOP.
           MOVE CHAVE TO NFF-CHAVE
           READ ARQNFF
           IF ST-NFF NOT = "00" OR NFF-STATUS NOT = "C"
              GO TO PROCESSA-PED-LOOP.
           COMPUTE W-MES-MOV = NFF-DATA / 100
           IF W-MES-MOV NOT = W-MES
              GO TO PROCESSA-PED-LOOP.
           MOVE "E" TO W-CLASSE.
       PROCESSA-PED-ITENS.
           MOVE ZEROS TO W-FILIAL
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00"
                 MOVE PCMP-FILIAL TO W-FILIAL.
           PERFORM PROCESSA-ITENS THRU PROCESSA-ITENS-FIM
           GO TO PROCESSA-PED-LOOP.
       PROCESSA-PEDIDOS-FIM.
           EXIT.

      * CLASSE: S = DEBITO POR SAIDA, D = OUTROS DEBITOS (DEVOLUCAO
      * A FORNECEDOR), E = CREDITO POR ENTRADA, O = OUTROS CREDITOS
      * (DEVOLUCAO DE CLIENTE)
       PROCESSA-ITENS.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO PROCESSA-ITENS-FIM.
       PROCESSA-ITENS-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO PROCESSA-ITENS-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO PROCESSA-ITENS-FIM.
           COMPUTE W-BASE = ITEM-QTD * ITEM-PRECOU
           COMPUTE W-IMPOSTO ROUNDED = W-BASE * ITEM-IMPOSTO-PCT / 100
           MOVE 1 TO WF-MOV(W-FILIAL + 1)
           IF W-CLASSE = "S"
              ADD W-IMPOSTO TO WF-DEB-SAIDAS(W-FILIAL + 1).
           IF W-CLASSE = "D"
              ADD W-IMPOSTO TO WF-DEB-OUTROS(W-FILIAL + 1).
           IF W-CLASSE = "E"
              ADD W-IMPOSTO TO WF-CRED-ENTR(W-FILIAL + 1).
           IF W-CLASSE = "O"
              ADD W-IMPOSTO TO WF-CRED-OUTROS(W-FILIAL + 1).
           GO TO PROCESSA-ITENS-LOOP.
       PROCESSA-ITENS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MES FECHADO: IMPRIME O QUE FOI GRAVADO, SEM RECALCULAR
      *----------------------------------------------------------------
       REIMPRIME.
           MOVE ZEROS TO APU-FILIAL APU-MES
           START ARQAPU KEY IS NOT LESS THAN APU-CHAVE
              INVALID KEY GO TO REIMPRIME-FIM.
       REIMPRIME-LOOP.
           READ ARQAPU NEXT
           IF ST-APU NOT = "00"
              GO TO REIMPRIME-FIM.
           IF APU-MES NOT = W-MES
              GO TO REIMPRIME-LOOP.
           PERFORM IMPRIME-PAGINA THRU IMPRIME-PAGINA-FIM
           GO TO REIMPRIME-LOOP.
       REIMPRIME-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PAGINA DO LIVRO DE APURACAO DE UMA FILIAL (REGAPU)
      *----------------------------------------------------------------
       IMPRIME-PAGINA.
           ADD 1 TO W-QTD-FIL
           ADD APU-RECOLHER TO W-TOT-RECOLHER
           IF W-QTD-FIL > 1
              MOVE SPACES TO LINHA-SAI
              WRITE LINHA-SAI
              MOVE ALL "=" TO LINHA-SAI
              WRITE LINHA-SAI.
           MOVE "LIVRO REGISTRO DE APURACAO DO ICMS" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PERIODO: " W-MES "   APURADO EM " APU-DATA
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO FIL-RAZAO FIL-IE
           MOVE ZEROS TO FIL-CNPJ
           IF APU-FILIAL = ZEROS
              MOVE "SEM FILIAL CADASTRADA (SERIE 001)" TO FIL-RAZAO
           ELSE
              IF W-FIL-ABERTO = "S"
                 MOVE APU-FILIAL TO FIL-CODIGO
                 READ ARQFIL
                 IF ST-FIL NOT = "00"
                    MOVE "FILIAL NAO CADASTRADA" TO FIL-RAZAO.
           MOVE SPACES TO LINHA-SAI
           STRING "FILIAL " APU-FILIAL " - " FIL-RAZAO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CNPJ: " FIL-CNPJ "  IE: " FIL-IE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "DEBITO DO IMPOSTO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "001" TO DD-COD
           MOVE "POR SAIDAS COM DEBITO DO IMPOSTO" TO DD-ROTULO
           MOVE APU-DEB-SAIDAS TO DD-VALOR
           PERFORM IMPRIME-LINHA
           MOVE "002" TO DD-COD
           MOVE "OUTROS DEBITOS (DEVOLUCOES A FORNECEDORES)"
              TO DD-ROTULO
           MOVE APU-DEB-OUTROS TO DD-VALOR
           PERFORM IMPRIME-LINHA
           COMPUTE W-DEBITOS = APU-DEB-SAIDAS + APU-DEB-OUTROS
           MOVE "004" TO DD-COD
           MOVE "TOTAL" TO DD-ROTULO
           MOVE W-DEBITOS TO DD-VALOR
           PERFORM IMPRIME-LINHA
           MOVE "CREDITO DO IMPOSTO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "005" TO DD-COD
           MOVE "POR ENTRADAS COM CREDITO DO IMPOSTO" TO DD-ROTULO
           MOVE APU-CRED-ENTRADAS TO DD-VALOR
           PERFORM IMPRIME-LINHA
           MOVE "006" TO DD-COD
           MOVE "OUTROS CREDITOS (DEVOLUCOES DE CLIENTES)"
              TO DD-ROTULO
           MOVE APU-CRED-OUTROS TO DD-VALOR
           PERFORM IMPRIME-LINHA
           MOVE "009" TO DD-COD
           MOVE "SALDO CREDOR DO PERIODO ANTERIOR" TO DD-ROTULO
           MOVE APU-SALDO-ANT TO DD-VALOR
           PERFORM IMPRIME-LINHA
           COMPUTE W-CREDITOS = APU-CRED-ENTRADAS + APU-CRED-OUTROS
              + APU-SALDO-ANT
           MOVE "010" TO DD-COD
           MOVE "TOTAL" TO DD-ROTULO
           MOVE W-CREDITOS TO DD-VALOR
           PERFORM IMPRIME-LINHA
           MOVE "APURACAO DOS SALDOS" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "013" TO DD-COD
           MOVE "IMPOSTO A RECOLHER" TO DD-ROTULO
           MOVE APU-RECOLHER TO DD-VALOR
           PERFORM IMPRIME-LINHA
           MOVE "014" TO DD-COD
           MOVE "SALDO CREDOR A TRANSPORTAR PARA O PERIODO SEGUINTE"
              TO DD-ROTULO
           MOVE APU-SALDO-CREDOR TO DD-VALOR
           PERFORM IMPRIME-LINHA.
       IMPRIME-PAGINA-FIM.
           EXIT.

       IMPRIME-LINHA.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
