      * RASCUNHO (PED-STATUS = "D") COM SEUS ITENS,     *
      * PARA REVISAO E CONFIRMACAO NO SCE005. NAO       *
      * MOVIMENTA ESTOQUE NEM GERA LANCAMENTOS.         *
      * RELATORIO EM GERASUG.TXT. PRODUTOS FORA DE      *
      * LINHA OU DESCONTINUADOS (PRODSIT.DAT, SCE004)   *
      * NUNCA ENTRAM NA SUGESTAO. A QUANTIDADE SUGERIDA *
      * E A FALTA PARA O MINIMO OU, SE MAIOR, O LOTE DE *
      * REPOSICAO DO PRODUTO (ESTMIN.DAT, RECMIN).      *
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
                    FILE STATUS IS ST-ERRO.

           SELECT ARQITEM ASSIGN TO DISK
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.

           SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SIT-CHAVE
                    FILE STATUS IS ST-SIT.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

           SELECT ARQEMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS EMN-CHAVE
                    FILE STATUS IS ST-EMN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD ARQSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SITPES.DAT".
       01 REGSIT.
          03 SIT-CHAVE.
           05 SIT-TIPO           PIC X(01).
           05 SIT-CODPESSOA      PIC 9(14).
          03 SIT-STATUS          PIC X(01).
          03 SIT-MOTIVO          PIC 9(02).
          03 SIT-OBS             PIC X(40).
          03 SIT-DATA            PIC 9(08).
          03 SIT-OPERADOR        PIC X(10).

       FD ARQPSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSIT.DAT".
       01 REGPSI.
          03 PSI-CODPROD        PIC 9(06).
          03 PSI-STATUS         PIC X(01).
          03 PSI-STATUS-ANT     PIC X(01).
          03 PSI-DATA-VIG       PIC 9(08).
          03 PSI-MOTIVO         PIC 9(02).
          03 PSI-OBS            PIC X(40).
          03 PSI-DATA           PIC 9(08).
          03 PSI-OPERADOR       PIC X(10).

       FD ARQEMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTMIN.DAT".
       01 REGEMN.
          03 EMN-CHAVE.
           05 EMN-CODPROD       PIC 9(06).
           05 EMN-FILIAL        PIC 9(02).
          03 EMN-MINIMO         PIC 9(06).
          03 EMN-REPOSICAO      PIC 9(06).
          03 EMN-CONGELADO      PIC X(01).
          03 EMN-DATA           PIC 9(08).
          03 EMN-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 IX            PIC 9(03) VALUE ZEROS.
       01 IY            PIC 9(03) VALUE ZEROS.
       01 W-FORN-ATUAL  PIC 9(14) VALUE ZEROS.
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 W-SIT-BLOQ    PIC 9(01) VALUE ZEROS.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-QTD-FORA    PIC 9(04) VALUE ZEROS.
       01 ST-EMN        PIC X(02) VALUE "00".
       01 W-EMN-ABERTO  PIC X(01) VALUE "N".
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-QTD-PED     PIC 9(04) VALUE ZEROS.
       01 W-QTD-PROD    PIC 9(04) VALUE ZEROS.
                 STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           MOVE "N" TO W-PSI-ABERTO
           MOVE W-DATA-HOJE TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
           MOVE "N" TO W-EMN-ABERTO
           OPEN INPUT ARQEMN
           IF ST-EMN = "00"
              MOVE "S" TO W-EMN-ABERTO.
           PERFORM CARREGA-FALTAS THRU CARREGA-FALTAS-FIM
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           IF W-EMN-ABERTO = "S"
              CLOSE ARQEMN.
           IF W-QTD-TAB = ZEROS
              DISPLAY "NENHUM PRODUTO ABAIXO DA QTD.MINIMA"
              STOP RUN.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE ITENS"
                 CLOSE ARQPED
                 STOP RUN.
           MOVE "N" TO W-SIT-ABERTO
           OPEN INPUT ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-SIT-ABERTO.
           OPEN OUTPUT RELSAI
           MOVE "SUGESTAO DE COMPRA - PEDIDOS RASCUNHO GERADOS"
              TO LINHA-SAI
              "  PRODUTOS SUGERIDOS: " W-QTD-PROD
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "FORA DE LINHA/DESCONTINUADOS IGNORADOS: "
              W-QTD-FORA DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQPED ARQITEM RELSAI ARQTRV
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           DISPLAY "SUGESTAO GERADA. REVISAR E CONFIRMAR NO SCE005."
           DISPLAY "RELATORIO EM GERASUG.TXT".
           STOP RUN.
              GO TO CARREGA-FALTAS-FIM.
           IF QTD-MINIMO = ZEROS OR QTD NOT < QTD-MINIMO
              GO TO CARREGA-FALTAS-LOOP.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              ADD 1 TO W-QTD-FORA
              GO TO CARREGA-FALTAS-LOOP.
           IF W-QTD-TAB = 500
              DISPLAY "LIMITE DE 500 PRODUTOS EM FALTA ATINGIDO"
              CLOSE ARQPROD
           ADD 1 TO W-QTD-TAB
           MOVE COD TO WF-CODPROD(W-QTD-TAB)
           COMPUTE WF-FALTA(W-QTD-TAB) = QTD-MINIMO - QTD
           PERFORM LOTE-REPOSICAO THRU LOTE-REPOSICAO-FIM
           MOVE PRECO TO WF-PRECO(W-QTD-TAB)
           MOVE PROD-CPFCNPJ TO WF-FORN(W-QTD-TAB)
           MOVE ZEROS TO WF-FEITO(W-QTD-TAB)
       CARREGA-FALTAS-FIM.
           EXIT.

      * LOTE DE REPOSICAO DO PRODUTO (FILIAL 00 DO ESTMIN.DAT,
      * APROVADO NO RECMIN): FALTA MENOR QUE O LOTE COMPRA O LOTE
       LOTE-REPOSICAO.
           IF W-EMN-ABERTO NOT = "S"
              GO TO LOTE-REPOSICAO-FIM.
           MOVE COD TO EMN-CODPROD
           MOVE ZEROS TO EMN-FILIAL
           READ ARQEMN
           IF ST-EMN NOT = "00"
              GO TO LOTE-REPOSICAO-FIM.
           IF EMN-REPOSICAO > WF-FALTA(W-QTD-TAB)
              MOVE EMN-REPOSICAO TO WF-FALTA(W-QTD-TAB).
       LOTE-REPOSICAO-FIM.
           EXIT.
      * SITUACAO DO PRODUTO NO CICLO DE VIDA (PRODSIT.DAT,
      * SCE004): A=ATIVO, F=FORA DE LINHA (VENDE O SALDO, NAO
      * COMPRA), D=DESCONTINUADO (NAO VENDE NEM COMPRA),
      * B=BLOQUEADO (VENDA SUSPENSA). ANTES DA DATA DE VIGENCIA
      * VALE A SITUACAO ANTERIOR. SEM REGISTRO = ATIVO
       SITUACAO-PROD.
           MOVE "A" TO W-PSI-SIT
           IF W-PSI-ABERTO NOT = "S"
              GO TO SITUACAO-PROD-FIM.
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI = "00"
              IF PSI-DATA-VIG > W-PSI-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.

       GERA-PEDIDOS.
           MOVE ZEROS TO IX.
       GERA-PEDIDOS-LOOP.
           IF WF-FEITO(IX) = 1
              GO TO GERA-PEDIDOS-LOOP.
           MOVE WF-FORN(IX) TO W-FORN-ATUAL
           PERFORM VERIFICA-SIT-FOR THRU VERIFICA-SIT-FOR-FIM
           IF W-SIT-BLOQ = 1
              PERFORM DESCARTA-FORN-BLOQ THRU DESCARTA-FORN-BLOQ-FIM
              GO TO GERA-PEDIDOS-LOOP.
           PERFORM GERA-PROX-NUMPED THRU GERA-PROX-NUMPED-FIM
           IF NUMPEDIDO = ZEROS
              DISPLAY "SEQUENCIA DE PEDIDOS EM USO - PARANDO"
              GO TO GERA-PEDIDOS-FIM.
           MOVE 1 TO TPPEDIDO
           MOVE ZEROS TO CODCLI PED-BASE-DEVOL TOTAL
              PED-CONDPAG
           MOVE W-FORN-ATUAL TO CODFORN
           MOVE W-DATA-HOJE TO DATAPED
           MOVE "GERASUG" TO ULT-OPERADOR OF REGPED
       GERA-PEDIDOS-FIM.
           EXIT.

      * FORNECEDOR BLOQUEADO PARA COMPRAS OU INATIVO (SCE003): AS
      * FALTAS DELE SAEM DA SUGESTAO E FICAM LISTADAS NO RELATORIO
       DESCARTA-FORN-BLOQ.
           MOVE SPACES TO LINHA-SAI
           STRING "FORN " W-FORN-ATUAL
              " BLOQUEADO PARA COMPRAS - FALTAS NAO SUGERIDAS:"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE IX TO IY
           SUBTRACT 1 FROM IY.
       DESCARTA-FORN-LOOP.
           ADD 1 TO IY
           IF IY > W-QTD-TAB
              GO TO DESCARTA-FORN-BLOQ-FIM.
           IF WF-FEITO(IY) = 1 OR WF-FORN(IY) NOT = W-FORN-ATUAL
              GO TO DESCARTA-FORN-LOOP.
           MOVE 1 TO WF-FEITO(IY)
           MOVE SPACES TO LINHA-SAI
           STRING "     PRODUTO " WF-CODPROD(IY) " QTD " WF-FALTA(IY)
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO DESCARTA-FORN-LOOP.
       DESCARTA-FORN-BLOQ-FIM.
           EXIT.

      * SITUACAO CADASTRAL DO FORNECEDOR (SITPES.DAT, SCE003):
      * BLOQUEADO PARA COMPRAS/PAGAMENTOS (C) OU INATIVO (I)
      * NAO RECEBE PEDIDO, COTACAO NEM PAGAMENTO EM BORDERO
       VERIFICA-SIT-FOR.
           MOVE ZEROS TO W-SIT-BLOQ
           IF W-SIT-ABERTO NOT = "S"
              GO TO VERIFICA-SIT-FOR-FIM.
           MOVE "F" TO SIT-TIPO
           MOVE W-FORN-ATUAL TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              IF SIT-STATUS = "C" OR "I"
                 MOVE 1 TO W-SIT-BLOQ.
       VERIFICA-SIT-FOR-FIM.
           EXIT.

       GERA-PROX-NUMPED.
           PERFORM TRAVA-SEQ THRU TRAVA-SEQ-FIM
           IF W-TRV-OK = ZEROS
