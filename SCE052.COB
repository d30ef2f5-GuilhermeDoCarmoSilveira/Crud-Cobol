       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE052.
      **************************************************
      * ORDEM DE MONTAGEM E DESMONTAGEM DE KITS         *
      * PARA OS KITS MARCADOS COMO PRE-MONTADOS NO      *
      * SCE033 (KITPREM.DAT), QUE TEM ESTOQUE PROPRIO E *
      * NAO SAO EXPLODIDOS NA VENDA. A MONTAGEM CONFERE *
      * A DISPONIBILIDADE DE CADA COMPONENTE NA FILIAL  *
      * (REGESTFIL, OU REGPROD SEM FILIAL) MENOS AS     *
      * RESERVAS (RESERVA.DAT) E A QUARENTENA           *
      * (BLOQEST.DAT), BAIXA OS COMPONENTES E DA        *
      * ENTRADA NO KIT, COM KARDEX "MNT" EM MOVEST.DAT. *
      * O CUSTO DO KIT (CUSTOMED.DAT) E A SOMA DO CUSTO *
      * MEDIO DOS COMPONENTES, PONDERADO COM O SALDO    *
      * ANTERIOR COMO NO RECEBIMENTO (SCE014).          *
      * A DESMONTAGEM FAZ O INVERSO (KARDEX "DMT"): OS  *
      * COMPONENTES VOLTAM AO SEU CUSTO MEDIO ATUAL.    *
      * AS ORDENS FICAM EM ORDMONT.DAT E OS COMPONENTES *
      * MOVIMENTADOS EM ORDMONTI.DAT.                   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQOMT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OMT-NUMERO
                    FILE STATUS IS ST-OMT.

           SELECT ARQOMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OMI-CHAVE
                    FILE STATUS IS ST-OMI.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KIT-CHAVE
                    FILE STATUS IS ST-KIT.

           SELECT ARQKPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KPM-CODKIT
                    FILE STATUS IS ST-KPM.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQESTFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ESTQ-CHAVE
                    FILE STATUS IS ST-ESTF.

           SELECT ARQRSV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RSV-CHAVE
                    FILE STATUS IS ST-RSV.

           SELECT ARQBLQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BLQ-CHAVE
                    FILE STATUS IS ST-BLQ.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOV-CHAVE
                    FILE STATUS IS ST-MOV.

           SELECT ARQCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CST-COD
                    FILE STATUS IS ST-CST.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQOMT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORDMONT.DAT".
       01 REGOMT.
          03 OMT-NUMERO         PIC 9(06).
          03 OMT-TIPO           PIC X(01).
          03 OMT-CODKIT         PIC 9(06).
          03 OMT-FILIAL         PIC 9(02).
          03 OMT-QTD            PIC 9(06).
          03 OMT-CUSTO-UNIT     PIC 9(06)V99.
          03 OMT-CUSTO-TOT      PIC 9(09)V99.
          03 OMT-DATA           PIC 9(08).
          03 OMT-OPERADOR       PIC X(10).

       FD ARQOMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORDMONTI.DAT".
       01 REGOMI.
          03 OMI-CHAVE.
           05 OMI-NUMERO        PIC 9(06).
           05 OMI-SEQ           PIC 9(02).
          03 OMI-CODCOMP        PIC 9(06).
          03 OMI-QTD            PIC 9(08).
          03 OMI-CUSTO-UNIT     PIC 9(06)V99.

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "KITCOMP.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
           05 KIT-CODKIT        PIC 9(06).
           05 KIT-SEQ           PIC 9(02).
          03 KIT-CODCOMP        PIC 9(06).
          03 KIT-QTDE           PIC 9(04).

       FD ARQKPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "KITPREM.DAT".
       01 REGKPM.
          03 KPM-CODKIT         PIC 9(06).
          03 KPM-PREMONT        PIC X(01).
          03 KPM-DATA           PIC 9(08).
          03 KPM-OPERADOR       PIC X(10).

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

       FD ARQESTFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGESTFIL.DAT".
       01 REGESTFIL.
          03 ESTQ-CHAVE.
           05 ESTQ-COD          PIC 9(06).
           05 ESTQ-FILIAL       PIC 9(02).
          03 ESTQ-QTD           PIC 9(06).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQRSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESERVA.DAT".
       01 REGRSV.
          03 RSV-CHAVE.
           05 RSV-COD           PIC 9(06).
           05 RSV-FILIAL        PIC 9(02).
          03 RSV-QTD            PIC 9(06).

       FD ARQBLQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BLOQEST.DAT".
       01 REGBLQ.
          03 BLQ-CHAVE.
           05 BLQ-CODPROD       PIC 9(06).
           05 BLQ-FILIAL        PIC 9(02).
           05 BLQ-SEQ           PIC 9(03).
          03 BLQ-QTD            PIC 9(06).
          03 BLQ-MOTIVO         PIC X(10).
          03 BLQ-DATA           PIC 9(08).
          03 BLQ-OPERADOR       PIC X(10).

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
           05 MOV-CODPROD       PIC 9(06).
           05 MOV-DATAHORA      PIC 9(14).
           05 MOV-SEQ           PIC 9(03).
          03 MOV-DOC            PIC X(10).
          03 MOV-TIPO           PIC X(01).
          03 MOV-QTD            PIC 9(06).
          03 MOV-SALDO          PIC S9(07).
          03 MOV-OPERADOR       PIC X(10).

       FD ARQCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTOMED.DAT".
       01 REGCST.
          03 CST-COD            PIC 9(06).
          03 CST-CUSTO          PIC 9(06)V99.
          03 CST-QTD-BASE       PIC 9(08).

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
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "SCE052".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-OMT        PIC X(02) VALUE "00".
       01 ST-OMI        PIC X(02) VALUE "00".
       01 ST-KIT        PIC X(02) VALUE "00".
       01 ST-KPM        PIC X(02) VALUE "00".
       01 W-KPM-ABERTO  PIC X(01) VALUE "N".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ESTF       PIC X(02) VALUE "00".
       01 ST-RSV        PIC X(02) VALUE "00".
       01 W-RSV-ABERTO  PIC X(01) VALUE "N".
       01 ST-BLQ        PIC X(02) VALUE "00".
       01 W-BLQ-ABERTO  PIC X(01) VALUE "N".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-CST        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.

      * ORDEM EM DIGITACAO
       01 W-TIPO-ORD    PIC X(01) VALUE SPACES.
       01 W-NUM-ORD     PIC 9(06) VALUE ZEROS.
       01 W-CODKIT      PIC 9(06) VALUE ZEROS.
       01 W-DESC-KIT    PIC X(30) VALUE SPACES.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-KIT-OK      PIC 9(01) VALUE ZEROS.
       01 W-PREMONT     PIC X(01) VALUE "N".
       01 W-FALTA       PIC 9(01) VALUE ZEROS.
       01 W-CUSTO-TOT   PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO-UNIT  PIC 9(06)V99 VALUE ZEROS.
       01 W-CUSTO-KIT   PIC 9(11)V99 VALUE ZEROS.
       01 W-BASE-NOVA   PIC 9(08) VALUE ZEROS.

      * COMPONENTES DO KIT (UM NIVEL SO, ATE 20, COMO NO SCE005)
       01 W-QTD-COMP    PIC 9(02) VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.
       01 W-TAB-COMP.
          03 W-CMP OCCURS 20 TIMES.
             05 WC-CODCOMP    PIC 9(06).
             05 WC-QTDE       PIC 9(04).
             05 WC-NEED       PIC 9(08).
             05 WC-CUSTO      PIC 9(06)V99.

      * MOVIMENTO DE UM PRODUTO
       01 W-COD-PROD    PIC 9(06) VALUE ZEROS.
       01 W-QTD-MOV     PIC 9(08) VALUE ZEROS.
       01 W-MOV-TIPO    PIC X(01) VALUE SPACES.
       01 W-MOV-DOC     PIC X(10) VALUE SPACES.
       01 W-SALDO       PIC S9(07) VALUE ZEROS.
       01 W-BLQ-TOT     PIC 9(08) VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZZZ9,99.
       01 W-CST-ED      PIC ZZZZZ9,99.
       01 W-SALDO-ED    PIC -(07)9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ORDEM DE MONTAGEM/DESMONTAGEM DE KITS"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-OMT.
           OPEN I-O ARQOMT
           IF ST-OMT NOT = "00"
              IF ST-OMT = "30"
                 OPEN OUTPUT ARQOMT
                 CLOSE ARQOMT
                 OPEN I-O ARQOMT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORDMONT.DAT"
                 STOP RUN.
       ABRE-OMI.
           OPEN I-O ARQOMI
           IF ST-OMI NOT = "00"
              IF ST-OMI = "30"
                 OPEN OUTPUT ARQOMI
                 CLOSE ARQOMI
                 OPEN I-O ARQOMI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORDMONTI.DAT"
                 CLOSE ARQOMT
                 STOP RUN.
       ABRE-KIT.
           OPEN INPUT ARQKIT
           IF ST-KIT NOT = "00"
              DISPLAY "ARQUIVO KITCOMP.DAT NAO ENCONTRADO - CADASTRE"
                 " OS KITS NO SCE033"
              CLOSE ARQOMT ARQOMI
              STOP RUN.
       ABRE-PROD.
           OPEN I-O ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQOMT ARQOMI ARQKIT
              STOP RUN.
       ABRE-ESTF.
           OPEN I-O ARQESTFIL
           IF ST-ESTF NOT = "00"
              IF ST-ESTF = "30"
                 OPEN OUTPUT ARQESTFIL
                 CLOSE ARQESTFIL
                 OPEN I-O ARQESTFIL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO REGESTFIL.DAT"
                 CLOSE ARQOMT ARQOMI ARQKIT ARQPROD
                 STOP RUN.
       ABRE-MOV.
           OPEN I-O ARQMOV
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30"
                 OPEN OUTPUT ARQMOV
                 CLOSE ARQMOV
                 OPEN I-O ARQMOV
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO MOVEST.DAT"
                 CLOSE ARQOMT ARQOMI ARQKIT ARQPROD ARQESTFIL
                 STOP RUN.
       ABRE-CST.
           OPEN I-O ARQCST
           IF ST-CST NOT = "00"
              IF ST-CST = "30"
                 OPEN OUTPUT ARQCST
                 CLOSE ARQCST
                 OPEN I-O ARQCST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CUSTOMED.DAT"
                 CLOSE ARQOMT ARQOMI ARQKIT ARQPROD ARQESTFIL
                    ARQMOV
                 STOP RUN.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-KPM-ABERTO
           OPEN INPUT ARQKPM
           IF ST-KPM = "00"
              MOVE "S" TO W-KPM-ABERTO.
           MOVE "N" TO W-RSV-ABERTO
           OPEN INPUT ARQRSV
           IF ST-RSV = "00"
              MOVE "S" TO W-RSV-ABERTO.
           MOVE "N" TO W-BLQ-ABERTO
           OPEN INPUT ARQBLQ
           IF ST-BLQ = "00"
              MOVE "S" TO W-BLQ-ABERTO.
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
           DISPLAY "M = MONTAR KITS | D = DESMONTAR | C = CONSULTAR"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "M" OR "m"
              PERFORM MONTAGEM THRU MONTAGEM-FIM
              GO TO R1.
           IF W-OPCAO = "D" OR "d"
              PERFORM DESMONTAGEM THRU DESMONTAGEM-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-ORDEM THRU CONSULTA-ORDEM-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE M, D, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * MONTAGEM: TODOS OS COMPONENTES PRECISAM ESTAR DISPONIVEIS
      * NA FILIAL; SE FALTAR UM, NADA E MOVIMENTADO
      *----------------------------------------------------------------
       MONTAGEM.
           MOVE "M" TO W-TIPO-ORD
           PERFORM PEDE-KIT THRU PEDE-KIT-FIM
           IF W-KIT-OK = ZEROS
              GO TO MONTAGEM-FIM.
           PERFORM PEDE-FILIAL-QTD THRU PEDE-FILIAL-QTD-FIM
           IF W-QTD = ZEROS
              GO TO MONTAGEM-FIM.
           MOVE ZEROS TO W-FALTA
           MOVE ZEROS TO IX.
       MONTAGEM-CONFERE.
           ADD 1 TO IX
           IF IX > W-QTD-COMP
              GO TO MONTAGEM-DECIDE.
           COMPUTE WC-NEED(IX) = W-QTD * WC-QTDE(IX)
           MOVE WC-CODCOMP(IX) TO W-COD-PROD
           PERFORM CALCULA-DISPONIVEL THRU CALCULA-DISPONIVEL-FIM
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY "COMPONENTE " WC-CODCOMP(IX) " " DESC
              " PRECISA " WC-NEED(IX) " DISPONIVEL " W-SALDO-ED
           IF W-SALDO < WC-NEED(IX)
              MOVE 1 TO W-FALTA
              DISPLAY "   ** INSUFICIENTE".
           GO TO MONTAGEM-CONFERE.
       MONTAGEM-DECIDE.
           IF W-FALTA = 1
              DISPLAY "COMPONENTES INSUFICIENTES - MONTAGEM NAO"
                 " REALIZADA"
              GO TO MONTAGEM-FIM.
           DISPLAY "CONFIRMA A MONTAGEM DE " W-QTD " KIT(S) (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "MONTAGEM CANCELADA"
              GO TO MONTAGEM-FIM.
           PERFORM ACHA-PROX-ORDEM THRU ACHA-PROX-ORDEM-FIM
           MOVE SPACES TO W-MOV-DOC
           STRING "MNT " W-NUM-ORD DELIMITED BY SIZE INTO W-MOV-DOC
           MOVE ZEROS TO W-CUSTO-TOT
           MOVE ZEROS TO IX.
       MONTAGEM-BAIXA.
           ADD 1 TO IX
           IF IX > W-QTD-COMP
              GO TO MONTAGEM-ENTRADA.
           MOVE WC-CODCOMP(IX) TO CST-COD
           READ ARQCST
           IF ST-CST = "00"
              MOVE CST-CUSTO TO WC-CUSTO(IX)
           ELSE
              MOVE ZEROS TO WC-CUSTO(IX)
              DISPLAY "   AVISO: COMPONENTE " WC-CODCOMP(IX)
                 " SEM CUSTO MEDIO - ENTRA NO KIT COM CUSTO ZERO".
           COMPUTE W-CUSTO-TOT = W-CUSTO-TOT
              + WC-NEED(IX) * WC-CUSTO(IX)
           MOVE WC-CODCOMP(IX) TO W-COD-PROD
           MOVE WC-NEED(IX) TO W-QTD-MOV
           MOVE "S" TO W-MOV-TIPO
           PERFORM MOVIMENTA-UNIT THRU MOVIMENTA-UNIT-FIM
           PERFORM GRAVA-LINHA-ORDEM
           GO TO MONTAGEM-BAIXA.
       MONTAGEM-ENTRADA.
           COMPUTE W-CUSTO-UNIT ROUNDED = W-CUSTO-TOT / W-QTD
           MOVE W-CODKIT TO W-COD-PROD
           MOVE W-QTD TO W-QTD-MOV
           MOVE "E" TO W-MOV-TIPO
           PERFORM MOVIMENTA-UNIT THRU MOVIMENTA-UNIT-FIM
           PERFORM ATUALIZA-CUSTO-KIT
           PERFORM GRAVA-ORDEM
           MOVE W-CUSTO-UNIT TO W-CST-ED
           DISPLAY "ORDEM " W-NUM-ORD " - " W-QTD " KIT(S) MONTADO(S)"
              " - CUSTO UNITARIO " W-CST-ED.
       MONTAGEM-FIM.
           EXIT.

      * CUSTO MEDIO PONDERADO DO KIT, MESMA FORMULA DO SCE014,
      * COM O CUSTO DOS COMPONENTES NO LUGAR DO PRECO DE COMPRA
       ATUALIZA-CUSTO-KIT.
           MOVE W-CODKIT TO CST-COD
           READ ARQCST
           IF ST-CST = "00"
              COMPUTE W-BASE-NOVA = CST-QTD-BASE + W-QTD
              COMPUTE W-CUSTO-KIT =
                 (CST-CUSTO * CST-QTD-BASE) + W-CUSTO-TOT
              COMPUTE CST-CUSTO = W-CUSTO-KIT / W-BASE-NOVA
              MOVE W-BASE-NOVA TO CST-QTD-BASE
              REWRITE REGCST
           ELSE
              MOVE W-CODKIT TO CST-COD
              MOVE W-CUSTO-UNIT TO CST-CUSTO
              MOVE W-QTD TO CST-QTD-BASE
              WRITE REGCST.

      *----------------------------------------------------------------
      * DESMONTAGEM: KIT PRONTO VOLTA AOS COMPONENTES. SAI PELO
      * CUSTO MEDIO DO KIT; OS COMPONENTES ENTRAM NO CUSTO ATUAL
      *----------------------------------------------------------------
       DESMONTAGEM.
           MOVE "D" TO W-TIPO-ORD
           PERFORM PEDE-KIT THRU PEDE-KIT-FIM
           IF W-KIT-OK = ZEROS
              GO TO DESMONTAGEM-FIM.
           PERFORM PEDE-FILIAL-QTD THRU PEDE-FILIAL-QTD-FIM
           IF W-QTD = ZEROS
              GO TO DESMONTAGEM-FIM.
           MOVE W-CODKIT TO W-COD-PROD
           PERFORM CALCULA-DISPONIVEL THRU CALCULA-DISPONIVEL-FIM
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY "KIT " W-CODKIT " DISPONIVEL " W-SALDO-ED
           IF W-SALDO < W-QTD
              DISPLAY "SALDO DO KIT INSUFICIENTE - DESMONTAGEM NAO"
                 " REALIZADA"
              GO TO DESMONTAGEM-FIM.
           DISPLAY "CONFIRMA A DESMONTAGEM DE " W-QTD
              " KIT(S) (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "DESMONTAGEM CANCELADA"
              GO TO DESMONTAGEM-FIM.
           PERFORM ACHA-PROX-ORDEM THRU ACHA-PROX-ORDEM-FIM
           MOVE SPACES TO W-MOV-DOC
           STRING "DMT " W-NUM-ORD DELIMITED BY SIZE INTO W-MOV-DOC
           MOVE W-CODKIT TO CST-COD
           READ ARQCST
           IF ST-CST = "00"
              MOVE CST-CUSTO TO W-CUSTO-UNIT
           ELSE
              MOVE ZEROS TO W-CUSTO-UNIT.
           COMPUTE W-CUSTO-TOT = W-CUSTO-UNIT * W-QTD
           MOVE W-CODKIT TO W-COD-PROD
           MOVE W-QTD TO W-QTD-MOV
           MOVE "S" TO W-MOV-TIPO
           PERFORM MOVIMENTA-UNIT THRU MOVIMENTA-UNIT-FIM
           MOVE ZEROS TO IX.
       DESMONTAGEM-ENTRADA.
           ADD 1 TO IX
           IF IX > W-QTD-COMP
              GO TO DESMONTAGEM-GRAVA.
           COMPUTE WC-NEED(IX) = W-QTD * WC-QTDE(IX)
           MOVE WC-CODCOMP(IX) TO CST-COD
           READ ARQCST
           IF ST-CST = "00"
              MOVE CST-CUSTO TO WC-CUSTO(IX)
           ELSE
              MOVE ZEROS TO WC-CUSTO(IX).
           MOVE WC-CODCOMP(IX) TO W-COD-PROD
           MOVE WC-NEED(IX) TO W-QTD-MOV
           MOVE "E" TO W-MOV-TIPO
           PERFORM MOVIMENTA-UNIT THRU MOVIMENTA-UNIT-FIM
           PERFORM GRAVA-LINHA-ORDEM
           GO TO DESMONTAGEM-ENTRADA.
       DESMONTAGEM-GRAVA.
           PERFORM GRAVA-ORDEM
           DISPLAY "ORDEM " W-NUM-ORD " - " W-QTD
              " KIT(S) DESMONTADO(S)".
       DESMONTAGEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * KIT: PRODUTO CADASTRADO, COM COMPONENTES NO KITCOMP.DAT E
      * MARCADO COMO PRE-MONTADO (SO ELE TEM ESTOQUE PROPRIO)
      *----------------------------------------------------------------
       PEDE-KIT.
           MOVE ZEROS TO W-KIT-OK W-CODKIT
           DISPLAY "CODIGO DO KIT (ZEROS = VOLTA): "
           ACCEPT W-CODKIT
           IF W-CODKIT = ZEROS
              GO TO PEDE-KIT-FIM.
           MOVE W-CODKIT TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "KIT NAO E PRODUTO CADASTRADO (SCE004)"
              GO TO PEDE-KIT-FIM.
           MOVE DESC TO W-DESC-KIT
           DISPLAY "KIT: " W-DESC-KIT " ESTOQUE " QTD
           MOVE "N" TO W-PREMONT
           IF W-KPM-ABERTO = "S"
              MOVE W-CODKIT TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00"
                 MOVE KPM-PREMONT TO W-PREMONT.
           IF W-PREMONT NOT = "S"
              DISPLAY "KIT NAO E PRE-MONTADO - MARQUE NO SCE033"
                 " (OPCAO P)"
              GO TO PEDE-KIT-FIM.
           PERFORM CARREGA-COMPONENTES THRU CARREGA-COMPONENTES-FIM
           IF W-QTD-COMP = ZEROS
              DISPLAY "KIT SEM COMPONENTES NO KITCOMP.DAT"
              GO TO PEDE-KIT-FIM.
           MOVE 1 TO W-KIT-OK.
       PEDE-KIT-FIM.
           EXIT.

       CARREGA-COMPONENTES.
           MOVE ZEROS TO W-QTD-COMP
           MOVE W-CODKIT TO KIT-CODKIT
           MOVE ZEROS TO KIT-SEQ
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY GO TO CARREGA-COMPONENTES-FIM.
       CARREGA-COMP-LOOP.
           READ ARQKIT NEXT
           IF ST-KIT NOT = "00"
              GO TO CARREGA-COMPONENTES-FIM.
           IF KIT-CODKIT NOT = W-CODKIT
              GO TO CARREGA-COMPONENTES-FIM.
           IF W-QTD-COMP = 20
              GO TO CARREGA-COMPONENTES-FIM.
           ADD 1 TO W-QTD-COMP
           MOVE KIT-CODCOMP TO WC-CODCOMP(W-QTD-COMP)
           MOVE KIT-QTDE TO WC-QTDE(W-QTD-COMP)
           MOVE ZEROS TO WC-NEED(W-QTD-COMP) WC-CUSTO(W-QTD-COMP)
           GO TO CARREGA-COMP-LOOP.
       CARREGA-COMPONENTES-FIM.
           EXIT.

       PEDE-FILIAL-QTD.
           MOVE ZEROS TO W-FILIAL W-QTD
           DISPLAY "FILIAL (00 = ESTOQUE SEM FILIAL): "
           ACCEPT W-FILIAL
           DISPLAY "QUANTIDADE DE KITS: "
           ACCEPT W-QTD
           IF W-QTD = ZEROS
              DISPLAY "QUANTIDADE NULA - ORDEM CANCELADA".
       PEDE-FILIAL-QTD-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DISPONIVEL = SALDO DA FILIAL (OU GERAL SEM FILIAL) MENOS
      * RESERVA E QUARENTENA, COMO NA VENDA (SCE005)
      *----------------------------------------------------------------
       CALCULA-DISPONIVEL.
           MOVE ZEROS TO W-SALDO
           MOVE W-COD-PROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE SPACES TO DESC
              GO TO CALCULA-DISPONIVEL-FIM.
           IF W-FILIAL > ZEROS
              MOVE W-COD-PROD TO ESTQ-COD
              MOVE W-FILIAL TO ESTQ-FILIAL
              READ ARQESTFIL
              IF ST-ESTF = "00"
                 MOVE ESTQ-QTD TO W-SALDO
              ELSE
                 MOVE ZEROS TO W-SALDO
           ELSE
              MOVE QTD TO W-SALDO.
           IF W-RSV-ABERTO = "S"
              MOVE W-COD-PROD TO RSV-COD
              MOVE W-FILIAL TO RSV-FILIAL
              READ ARQRSV
              IF ST-RSV = "00"
                 SUBTRACT RSV-QTD FROM W-SALDO.
           PERFORM SOMA-BLOQUEADO THRU SOMA-BLOQUEADO-FIM
           SUBTRACT W-BLQ-TOT FROM W-SALDO.
       CALCULA-DISPONIVEL-FIM.
           EXIT.

       SOMA-BLOQUEADO.
           MOVE ZEROS TO W-BLQ-TOT
           IF W-BLQ-ABERTO NOT = "S"
              GO TO SOMA-BLOQUEADO-FIM.
           MOVE W-COD-PROD TO BLQ-CODPROD
           MOVE W-FILIAL TO BLQ-FILIAL
           MOVE ZEROS TO BLQ-SEQ
           START ARQBLQ KEY IS NOT LESS THAN BLQ-CHAVE
              INVALID KEY GO TO SOMA-BLOQUEADO-FIM.
       SOMA-BLOQUEADO-LOOP.
           READ ARQBLQ NEXT
           IF ST-BLQ NOT = "00"
              GO TO SOMA-BLOQUEADO-FIM.
           IF BLQ-CODPROD NOT = W-COD-PROD OR
              BLQ-FILIAL NOT = W-FILIAL
              GO TO SOMA-BLOQUEADO-FIM.
           ADD BLQ-QTD TO W-BLQ-TOT
           GO TO SOMA-BLOQUEADO-LOOP.
       SOMA-BLOQUEADO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ENTRADA ("E") OU SAIDA ("S") DE W-QTD-MOV DO PRODUTO
      * W-COD-PROD: SALDO GERAL, SALDO DA FILIAL E KARDEX
      *----------------------------------------------------------------
       MOVIMENTA-UNIT.
           MOVE W-COD-PROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO " W-COD-PROD " NAO ENCONTRADO -"
                 " ESTOQUE NAO ATUALIZADO"
              GO TO MOVIMENTA-UNIT-FIM.
           IF W-MOV-TIPO = "E"
              ADD W-QTD-MOV TO QTD
           ELSE
              IF QTD > W-QTD-MOV
                 SUBTRACT W-QTD-MOV FROM QTD
              ELSE
                 MOVE ZEROS TO QTD.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL > ZEROS
              PERFORM ATUALIZA-ESTQ-FILIAL THRU
                 ATUALIZA-ESTQ-FILIAL-FIM.
           MOVE W-MOV-TIPO TO MOV-TIPO
           MOVE W-MOV-DOC TO MOV-DOC
           MOVE W-QTD-MOV TO MOV-QTD
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM.
       MOVIMENTA-UNIT-FIM.
           EXIT.

       ATUALIZA-ESTQ-FILIAL.
           MOVE W-COD-PROD TO ESTQ-COD
           MOVE W-FILIAL TO ESTQ-FILIAL
           READ ARQESTFIL
           IF ST-ESTF NOT = "00"
              MOVE W-COD-PROD TO ESTQ-COD
              MOVE W-FILIAL TO ESTQ-FILIAL
              MOVE ZEROS TO ESTQ-QTD
              MOVE W-OPERADOR TO ULT-OPERADOR OF REGESTFIL
              WRITE REGESTFIL.
           IF W-MOV-TIPO = "E"
              ADD W-QTD-MOV TO ESTQ-QTD
           ELSE
              IF ESTQ-QTD > W-QTD-MOV
                 SUBTRACT W-QTD-MOV FROM ESTQ-QTD
              ELSE
                 MOVE ZEROS TO ESTQ-QTD.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGESTFIL
           REWRITE REGESTFIL.
       ATUALIZA-ESTQ-FILIAL-FIM.
           EXIT.

       GRAVA-MOVEST.
           MOVE COD TO MOV-CODPROD
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO MOV-DATAHORA
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOVEST-WR.
           ADD 1 TO MOV-SEQ
           MOVE QTD TO MOV-SALDO
           MOVE W-OPERADOR TO MOV-OPERADOR
           WRITE REGMOV
           IF ST-MOV = "22"
              IF MOV-SEQ < 999
                 GO TO GRAVA-MOVEST-WR
              ELSE
                 NEXT SENTENCE.
       GRAVA-MOVEST-FIM.
           EXIT.

      *----------------------------------------------------------------
      * NUMERACAO E GRAVACAO DA ORDEM
      *----------------------------------------------------------------
       ACHA-PROX-ORDEM.
           MOVE ZEROS TO W-NUM-ORD
           MOVE ZEROS TO OMT-NUMERO
           START ARQOMT KEY IS NOT LESS THAN OMT-NUMERO
              INVALID KEY GO TO ACHA-PROX-ORDEM-SOMA.
       ACHA-PROX-ORDEM-LOOP.
           READ ARQOMT NEXT
           IF ST-OMT NOT = "00"
              GO TO ACHA-PROX-ORDEM-SOMA.
           MOVE OMT-NUMERO TO W-NUM-ORD
           GO TO ACHA-PROX-ORDEM-LOOP.
       ACHA-PROX-ORDEM-SOMA.
           ADD 1 TO W-NUM-ORD.
       ACHA-PROX-ORDEM-FIM.
           EXIT.

       GRAVA-LINHA-ORDEM.
           MOVE W-NUM-ORD TO OMI-NUMERO
           MOVE IX TO OMI-SEQ
           MOVE WC-CODCOMP(IX) TO OMI-CODCOMP
           MOVE WC-NEED(IX) TO OMI-QTD
           MOVE WC-CUSTO(IX) TO OMI-CUSTO-UNIT
           WRITE REGOMI
           IF ST-OMI NOT = "00"
              DISPLAY "   AVISO: LINHA " IX " DA ORDEM NAO GRAVADA".

       GRAVA-ORDEM.
           MOVE W-NUM-ORD TO OMT-NUMERO
           MOVE W-TIPO-ORD TO OMT-TIPO
           MOVE W-CODKIT TO OMT-CODKIT
           MOVE W-FILIAL TO OMT-FILIAL
           MOVE W-QTD TO OMT-QTD
           MOVE W-CUSTO-UNIT TO OMT-CUSTO-UNIT
           MOVE W-CUSTO-TOT TO OMT-CUSTO-TOT
           MOVE W-DATA-HOJE TO OMT-DATA
           MOVE W-OPERADOR TO OMT-OPERADOR
           WRITE REGOMT
           IF ST-OMT NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA ORDEM - STATUS " ST-OMT.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE052 " OMT-TIPO " CHAVE=" OMT-NUMERO
              " KIT=" OMT-CODKIT
              " FILIAL=" OMT-FILIAL
              " QTD=" OMT-QTD
              " CUSTO=" OMT-CUSTO-TOT
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

      *----------------------------------------------------------------
      * CONSULTA: NUMERO ZERO LISTA TODAS AS ORDENS; SENAO MOSTRA
      * A ORDEM E OS COMPONENTES MOVIMENTADOS
      *----------------------------------------------------------------
       CONSULTA-ORDEM.
           MOVE ZEROS TO W-NUM-ORD
           DISPLAY "NUMERO DA ORDEM (ZEROS = TODAS): "
           ACCEPT W-NUM-ORD
           IF W-NUM-ORD = ZEROS
              GO TO CONSULTA-ORDEM-LISTA.
           MOVE W-NUM-ORD TO OMT-NUMERO
           READ ARQOMT
           IF ST-OMT NOT = "00"
              DISPLAY "ORDEM NAO ENCONTRADA"
              GO TO CONSULTA-ORDEM-FIM.
           PERFORM MOSTRA-ORDEM
           MOVE W-NUM-ORD TO OMI-NUMERO
           MOVE ZEROS TO OMI-SEQ
           START ARQOMI KEY IS NOT LESS THAN OMI-CHAVE
              INVALID KEY GO TO CONSULTA-ORDEM-FIM.
       CONSULTA-ORDEM-LINHAS.
           READ ARQOMI NEXT
           IF ST-OMI NOT = "00"
              GO TO CONSULTA-ORDEM-FIM.
           IF OMI-NUMERO NOT = W-NUM-ORD
              GO TO CONSULTA-ORDEM-FIM.
           MOVE OMI-CUSTO-UNIT TO W-CST-ED
           DISPLAY "   COMPONENTE " OMI-CODCOMP " QTDE " OMI-QTD
              " CUSTO UNIT " W-CST-ED
           GO TO CONSULTA-ORDEM-LINHAS.
       CONSULTA-ORDEM-LISTA.
           MOVE ZEROS TO OMT-NUMERO
           START ARQOMT KEY IS NOT LESS THAN OMT-NUMERO
              INVALID KEY
                 DISPLAY "NENHUMA ORDEM GRAVADA"
                 GO TO CONSULTA-ORDEM-FIM.
       CONSULTA-ORDEM-LISTA-LOOP.
           READ ARQOMT NEXT
           IF ST-OMT NOT = "00"
              GO TO CONSULTA-ORDEM-FIM.
           PERFORM MOSTRA-ORDEM
           GO TO CONSULTA-ORDEM-LISTA-LOOP.
       CONSULTA-ORDEM-FIM.
           EXIT.

       MOSTRA-ORDEM.
           MOVE OMT-CUSTO-TOT TO W-VAL-ED
           DISPLAY OMT-NUMERO " " OMT-TIPO " KIT " OMT-CODKIT
              " FILIAL " OMT-FILIAL " QTDE " OMT-QTD
              " CUSTO " W-VAL-ED " " OMT-DATA " " OMT-OPERADOR.

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
           CLOSE ARQOMT ARQOMI ARQKIT ARQPROD ARQESTFIL ARQMOV
              ARQCST ARQAUD.
           IF W-KPM-ABERTO = "S"
              CLOSE ARQKPM.
           IF W-RSV-ABERTO = "S"
              CLOSE ARQRSV.
           IF W-BLQ-ABERTO = "S"
              CLOSE ARQBLQ.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
