       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE053.
      **************************************************
      * REQUISICAO INTERNA DE MATERIAL                  *
      * MATERIAL DE USO INTERNO (LIMPEZA, MANUTENCAO,   *
      * AMOSTRAS, ESCRITORIO) SAI DO ESTOQUE POR UMA    *
      * REQUISICAO DE UM CENTRO DE CUSTO, E NAO MAIS    *
      * COMO AJUSTE DE INVENTARIO NO SCE015:            *
      *   T = CADASTRO DE CENTROS DE CUSTO (CCUSTO.DAT) *
      *       COM A CONTA DE DESPESA DO PLANO (SCE029)  *
      *       E A ALCADA DO CENTRO;                     *
      *   R = NOVA REQUISICAO: FILIAL, CENTRO DE CUSTO, *
      *       REQUISITANTE, PRODUTOS E QUANTIDADES;     *
      *   A = APROVAR OU REJEITAR AS PENDENTES;         *
      *   C = CONSULTAR.                                *
      * ACIMA DA ALCADA DO CENTRO (CCU-LIMITE, ZERO =   *
      * TODA REQUISICAO) A BAIXA EXIGE SUPERVISOR       *
      * (PERF-SUPERV = "S" EM PERFDESC.DAT); SEM ELE A  *
      * REQUISICAO FICA PENDENTE. A BAIXA CONFERE A     *
      * DISPONIBILIDADE COMO NA VENDA, SAI DE REGPROD/  *
      * REGESTFIL COM KARDEX TIPO "I" (CONSUMO INTERNO) *
      * E GUARDA EM REQINTI.DAT O CUSTO MEDIO DO        *
      * MOMENTO (CUSTOMED.DAT). O GERACTB LANCA O       *
      * CONSUMO PELO EVENTO "I" DO MAPA; O RELREQ       *
      * LISTA O CONSUMO DO MES POR CENTRO DE CUSTO E    *
      * PRODUTO.                                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CCU-CODIGO
                    FILE STATUS IS ST-CCU.

           SELECT ARQREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS REQ-NUMERO
                    FILE STATUS IS ST-REQ.

           SELECT ARQRQI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RQI-CHAVE
                    FILE STATUS IS ST-RQI.

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

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REGCCU.
          03 CCU-CODIGO         PIC 9(04).
          03 CCU-DESC           PIC X(30).
          03 CCU-CTA            PIC 9(06).
          03 CCU-LIMITE         PIC 9(07)V99.
          03 CCU-ATIVO          PIC X(01).

       FD ARQREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQINT.DAT".
       01 REGREQ.
          03 REQ-NUMERO         PIC 9(06).
          03 REQ-FILIAL         PIC 9(02).
          03 REQ-CCUSTO         PIC 9(04).
          03 REQ-REQUISITANTE   PIC X(20).
          03 REQ-DATA           PIC 9(08).
          03 REQ-STATUS         PIC X(01).
          03 REQ-VALOR          PIC 9(09)V99.
          03 REQ-DATA-BAIXA     PIC 9(08).
          03 REQ-OPERADOR       PIC X(10).
          03 REQ-APROVADOR      PIC X(10).

       FD ARQRQI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQINTI.DAT".
       01 REGRQI.
          03 RQI-CHAVE.
           05 RQI-NUMERO        PIC 9(06).
           05 RQI-SEQ           PIC 9(02).
          03 RQI-CODPROD        PIC 9(06).
          03 RQI-QTD            PIC 9(06).
          03 RQI-CUSTO-UNIT     PIC 9(06)V99.

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

       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE053".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-CCU        PIC X(02) VALUE "00".
       01 ST-REQ        PIC X(02) VALUE "00".
       01 ST-RQI        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-ESTF       PIC X(02) VALUE "00".
       01 ST-RSV        PIC X(02) VALUE "00".
       01 W-RSV-ABERTO  PIC X(01) VALUE "N".
       01 ST-BLQ        PIC X(02) VALUE "00".
       01 W-BLQ-ABERTO  PIC X(01) VALUE "N".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-CST        PIC X(02) VALUE "00".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 W-CTA-ABERTO  PIC X(01) VALUE "N".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.

      * CENTRO DE CUSTO EM MANUTENCAO
       01 W-CCU-COD     PIC 9(04) VALUE ZEROS.
       01 W-CCU-NOVO    PIC 9(01) VALUE ZEROS.
       01 W-CCU-OK      PIC 9(01) VALUE ZEROS.

      * REQUISICAO EM DIGITACAO
       01 W-NUM-REQ     PIC 9(06) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-REQUISITANTE PIC X(20) VALUE SPACES.
       01 W-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       01 W-LIMITE      PIC 9(07)V99 VALUE ZEROS.
       01 W-COD-ITEM    PIC 9(06) VALUE ZEROS.
       01 W-QTD-ITEM    PIC 9(06) VALUE ZEROS.
       01 W-JA-LANCADO  PIC 9(08) VALUE ZEROS.
       01 W-FALTA       PIC 9(01) VALUE ZEROS.
       01 W-BAIXOU      PIC 9(01) VALUE ZEROS.

      * ITENS DA REQUISICAO (ATE 30 LINHAS)
       01 W-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.
       01 JX            PIC 9(02) VALUE ZEROS.
       01 W-TAB-ITENS.
          03 W-ITM OCCURS 30 TIMES.
             05 WI-CODPROD    PIC 9(06).
             05 WI-QTD        PIC 9(06).
             05 WI-CUSTO      PIC 9(06)V99.

      * MOVIMENTO DE UM PRODUTO
       01 W-COD-PROD    PIC 9(06) VALUE ZEROS.
       01 W-QTD-MOV     PIC 9(08) VALUE ZEROS.
       01 W-MOV-TIPO    PIC X(01) VALUE SPACES.
       01 W-MOV-DOC     PIC X(10) VALUE SPACES.
       01 W-SALDO       PIC S9(07) VALUE ZEROS.
       01 W-BLQ-TOT     PIC 9(08) VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZZZ9,99.
       01 W-LIM-ED      PIC ZZZZZZ9,99.
       01 W-CST-ED      PIC ZZZZZ9,99.
       01 W-SALDO-ED    PIC -(07)9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REQUISICAO INTERNA DE MATERIAL"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-CCU.
           OPEN I-O ARQCCU
           IF ST-CCU NOT = "00"
              IF ST-CCU = "30"
                 OPEN OUTPUT ARQCCU
                 CLOSE ARQCCU
                 OPEN I-O ARQCCU
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CCUSTO.DAT"
                 STOP RUN.
       ABRE-REQ.
           OPEN I-O ARQREQ
           IF ST-REQ NOT = "00"
              IF ST-REQ = "30"
                 OPEN OUTPUT ARQREQ
                 CLOSE ARQREQ
                 OPEN I-O ARQREQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO REQINT.DAT"
                 CLOSE ARQCCU
                 STOP RUN.
       ABRE-RQI.
           OPEN I-O ARQRQI
           IF ST-RQI NOT = "00"
              IF ST-RQI = "30"
                 OPEN OUTPUT ARQRQI
                 CLOSE ARQRQI
                 OPEN I-O ARQRQI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO REQINTI.DAT"
                 CLOSE ARQCCU ARQREQ
                 STOP RUN.
       ABRE-PROD.
           OPEN I-O ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQCCU ARQREQ ARQRQI
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
                 CLOSE ARQCCU ARQREQ ARQRQI ARQPROD
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
                 CLOSE ARQCCU ARQREQ ARQRQI ARQPROD ARQESTFIL
                 STOP RUN.
       ABRE-CST.
           OPEN INPUT ARQCST
           IF ST-CST NOT = "00"
              IF ST-CST = "30"
                 OPEN OUTPUT ARQCST
                 CLOSE ARQCST
                 OPEN INPUT ARQCST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CUSTOMED.DAT"
                 CLOSE ARQCCU ARQREQ ARQRQI ARQPROD ARQESTFIL
                    ARQMOV
                 STOP RUN.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-RSV-ABERTO
           OPEN INPUT ARQRSV
           IF ST-RSV = "00"
              MOVE "S" TO W-RSV-ABERTO.
           MOVE "N" TO W-BLQ-ABERTO
           OPEN INPUT ARQBLQ
           IF ST-BLQ = "00"
              MOVE "S" TO W-BLQ-ABERTO.
           MOVE "N" TO W-CTA-ABERTO
           OPEN INPUT ARQCTA
           IF ST-CTA = "00"
              MOVE "S" TO W-CTA-ABERTO.
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
           DISPLAY "T = CENTROS DE CUSTO | R = NOVA REQUISICAO |"
              " A = APROVAR PENDENTES | C = CONSULTAR | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "T" OR "t"
              PERFORM CADASTRO-CCUSTO THRU CADASTRO-CCUSTO-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM NOVA-REQUISICAO THRU NOVA-REQUISICAO-FIM
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              PERFORM APROVA-PENDENTES THRU APROVA-PENDENTES-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-REQ THRU CONSULTA-REQ-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE T, R, A, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * CADASTRO DE CENTROS DE CUSTO. A CONTA DE DESPESA, QUANDO
      * INFORMADA, SUBSTITUI A CONTA DEBITO DO EVENTO "I" DO MAPA
      * NO GERACTB. CODIGO ZERO LISTA OS CENTROS CADASTRADOS
      *----------------------------------------------------------------
       CADASTRO-CCUSTO.
           MOVE ZEROS TO W-CCU-COD W-CCU-NOVO
           DISPLAY "CODIGO DO CENTRO DE CUSTO (ZEROS = LISTA): "
           ACCEPT W-CCU-COD
           IF W-CCU-COD = ZEROS
              GO TO CADASTRO-CCUSTO-LISTA.
           MOVE W-CCU-COD TO CCU-CODIGO
           READ ARQCCU
           IF ST-CCU = "00"
              PERFORM MOSTRA-CCUSTO
              DISPLAY "ALTERAR ESTE CENTRO (S/N): "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA NOT = "S" AND "s"
                 GO TO CADASTRO-CCUSTO-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE 1 TO W-CCU-NOVO
              MOVE W-CCU-COD TO CCU-CODIGO
              MOVE SPACES TO CCU-DESC
              MOVE ZEROS TO CCU-CTA CCU-LIMITE
              MOVE "S" TO CCU-ATIVO.
       CADASTRO-CCUSTO-DESC.
           DISPLAY "DESCRICAO: "
           ACCEPT CCU-DESC
           IF CCU-DESC = SPACES
              DISPLAY "DESCRICAO OBRIGATORIA"
              GO TO CADASTRO-CCUSTO-DESC.
       CADASTRO-CCUSTO-CTA.
           DISPLAY "CONTA DE DESPESA NO PLANO (ZEROS = USA O MAPA): "
           ACCEPT CCU-CTA
           IF CCU-CTA > ZEROS AND W-CTA-ABERTO = "S"
              MOVE CCU-CTA TO CTA-CODIGO
              READ ARQCTA
              IF ST-CTA NOT = "00"
                 DISPLAY "CONTA NAO CADASTRADA NO PLANO (SCE029)"
                 GO TO CADASTRO-CCUSTO-CTA
              ELSE
                 DISPLAY "   " CTA-DESC.
           DISPLAY "ALCADA - VALOR ATE O QUAL DISPENSA SUPERVISOR"
              " (ZEROS = SEMPRE EXIGE): "
           ACCEPT CCU-LIMITE.
       CADASTRO-CCUSTO-ATIVO.
           DISPLAY "ATIVO (S/N): "
           ACCEPT CCU-ATIVO
           IF CCU-ATIVO = "s"
              MOVE "S" TO CCU-ATIVO.
           IF CCU-ATIVO = "n"
              MOVE "N" TO CCU-ATIVO.
           IF CCU-ATIVO NOT = "S" AND "N"
              GO TO CADASTRO-CCUSTO-ATIVO.
           IF W-CCU-NOVO = 1
              WRITE REGCCU
           ELSE
              REWRITE REGCCU.
           IF ST-CCU NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CENTRO - STATUS " ST-CCU
              GO TO CADASTRO-CCUSTO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE053 T CHAVE=" CCU-CODIGO
              " CONTA=" CCU-CTA
              " ALCADA=" CCU-LIMITE
              " ATIVO=" CCU-ATIVO
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "CENTRO DE CUSTO GRAVADO"
           GO TO CADASTRO-CCUSTO-FIM.
       CADASTRO-CCUSTO-LISTA.
           MOVE ZEROS TO CCU-CODIGO
           START ARQCCU KEY IS NOT LESS THAN CCU-CODIGO
              INVALID KEY
                 DISPLAY "NENHUM CENTRO DE CUSTO CADASTRADO"
                 GO TO CADASTRO-CCUSTO-FIM.
       CADASTRO-CCUSTO-LISTA-LOOP.
           READ ARQCCU NEXT
           IF ST-CCU NOT = "00"
              GO TO CADASTRO-CCUSTO-FIM.
           PERFORM MOSTRA-CCUSTO
           GO TO CADASTRO-CCUSTO-LISTA-LOOP.
       CADASTRO-CCUSTO-FIM.
           EXIT.

       MOSTRA-CCUSTO.
           MOVE CCU-LIMITE TO W-LIM-ED
           DISPLAY CCU-CODIGO " " CCU-DESC " CONTA " CCU-CTA
              " ALCADA " W-LIM-ED " ATIVO " CCU-ATIVO.

      *----------------------------------------------------------------
      * NOVA REQUISICAO: GRAVA PENDENTE ("P") E DA A BAIXA NA HORA
      * SE ESTIVER DENTRO DA ALCADA DO CENTRO OU SE UM SUPERVISOR
      * APROVAR AGORA
      *----------------------------------------------------------------
       NOVA-REQUISICAO.
           MOVE ZEROS TO W-FILIAL W-CCU-OK W-QTD-ITENS W-TOTAL
           DISPLAY "FILIAL (00 = ESTOQUE SEM FILIAL): "
           ACCEPT W-FILIAL
           PERFORM PEDE-CCUSTO THRU PEDE-CCUSTO-FIM
           IF W-CCU-OK = ZEROS
              GO TO NOVA-REQUISICAO-FIM.
           MOVE CCU-LIMITE TO W-LIMITE.
       NOVA-REQUISICAO-REQ.
           MOVE SPACES TO W-REQUISITANTE
           DISPLAY "REQUISITANTE: "
           ACCEPT W-REQUISITANTE
           IF W-REQUISITANTE = SPACES
              DISPLAY "INFORME QUEM ESTA RETIRANDO O MATERIAL"
              GO TO NOVA-REQUISICAO-REQ.
       NOVA-REQUISICAO-ITEM.
           IF W-QTD-ITENS = 30
              DISPLAY "LIMITE DE 30 ITENS POR REQUISICAO"
              GO TO NOVA-REQUISICAO-CONFIRMA.
           MOVE ZEROS TO W-COD-ITEM W-QTD-ITEM
           DISPLAY "PRODUTO (ZEROS = FIM DOS ITENS): "
           ACCEPT W-COD-ITEM
           IF W-COD-ITEM = ZEROS
              GO TO NOVA-REQUISICAO-CONFIRMA.
           MOVE W-COD-ITEM TO W-COD-PROD
           PERFORM CALCULA-DISPONIVEL THRU CALCULA-DISPONIVEL-FIM
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO NAO CADASTRADO"
              GO TO NOVA-REQUISICAO-ITEM.
           PERFORM SOMA-JA-LANCADO THRU SOMA-JA-LANCADO-FIM
           SUBTRACT W-JA-LANCADO FROM W-SALDO
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY "   " DESC " DISPONIVEL " W-SALDO-ED
           DISPLAY "QUANTIDADE: "
           ACCEPT W-QTD-ITEM
           IF W-QTD-ITEM = ZEROS
              GO TO NOVA-REQUISICAO-ITEM.
           IF W-SALDO < W-QTD-ITEM
              DISPLAY "   QUANTIDADE ACIMA DO DISPONIVEL - ITEM"
                 " RECUSADO"
              GO TO NOVA-REQUISICAO-ITEM.
           ADD 1 TO W-QTD-ITENS
           MOVE W-COD-ITEM TO WI-CODPROD(W-QTD-ITENS)
           MOVE W-QTD-ITEM TO WI-QTD(W-QTD-ITENS)
           MOVE W-COD-ITEM TO CST-COD
           READ ARQCST
           IF ST-CST = "00"
              MOVE CST-CUSTO TO WI-CUSTO(W-QTD-ITENS)
           ELSE
              MOVE ZEROS TO WI-CUSTO(W-QTD-ITENS)
              DISPLAY "   AVISO: PRODUTO SEM CUSTO MEDIO - SAI COM"
                 " CUSTO ZERO".
           COMPUTE W-TOTAL = W-TOTAL
              + W-QTD-ITEM * WI-CUSTO(W-QTD-ITENS)
           GO TO NOVA-REQUISICAO-ITEM.
       NOVA-REQUISICAO-CONFIRMA.
           IF W-QTD-ITENS = ZEROS
              DISPLAY "REQUISICAO SEM ITENS - NADA GRAVADO"
              GO TO NOVA-REQUISICAO-FIM.
           MOVE W-TOTAL TO W-VAL-ED
           DISPLAY "ITENS: " W-QTD-ITENS " VALOR AO CUSTO MEDIO: "
              W-VAL-ED
           DISPLAY "CONFIRMA A REQUISICAO (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND "s"
              DISPLAY "REQUISICAO CANCELADA"
              GO TO NOVA-REQUISICAO-FIM.
           PERFORM ACHA-PROX-REQ THRU ACHA-PROX-REQ-FIM
           PERFORM GRAVA-REQUISICAO THRU GRAVA-REQUISICAO-FIM
           IF ST-REQ NOT = "00"
              GO TO NOVA-REQUISICAO-FIM.
           MOVE SPACES TO W-SUP-COD
           IF W-LIMITE > ZEROS AND W-TOTAL NOT > W-LIMITE
              GO TO NOVA-REQUISICAO-BAIXA.
           MOVE W-LIMITE TO W-LIM-ED
           DISPLAY "VALOR ACIMA DA ALCADA DO CENTRO (" W-LIM-ED
              ") - EXIGE SUPERVISOR"
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "REQUISICAO " W-NUM-REQ " GRAVADA PENDENTE DE"
                 " APROVACAO (OPCAO A)"
              GO TO NOVA-REQUISICAO-FIM.
       NOVA-REQUISICAO-BAIXA.
           PERFORM BAIXA-REQUISICAO THRU BAIXA-REQUISICAO-FIM
           IF W-BAIXOU = ZEROS
              DISPLAY "REQUISICAO " W-NUM-REQ " FICOU PENDENTE".
       NOVA-REQUISICAO-FIM.
           EXIT.

       PEDE-CCUSTO.
           MOVE ZEROS TO W-CCU-OK W-CCU-COD
           DISPLAY "CENTRO DE CUSTO (ZEROS = VOLTA): "
           ACCEPT W-CCU-COD
           IF W-CCU-COD = ZEROS
              GO TO PEDE-CCUSTO-FIM.
           MOVE W-CCU-COD TO CCU-CODIGO
           READ ARQCCU
           IF ST-CCU NOT = "00"
              DISPLAY "CENTRO DE CUSTO NAO CADASTRADO (OPCAO T)"
              GO TO PEDE-CCUSTO.
           IF CCU-ATIVO NOT = "S"
              DISPLAY "CENTRO DE CUSTO INATIVO"
              GO TO PEDE-CCUSTO.
           DISPLAY "   " CCU-DESC
           MOVE 1 TO W-CCU-OK.
       PEDE-CCUSTO-FIM.
           EXIT.

      * O MESMO PRODUTO EM MAIS DE UMA LINHA DISPUTA O MESMO SALDO
       SOMA-JA-LANCADO.
           MOVE ZEROS TO W-JA-LANCADO
           MOVE ZEROS TO JX.
       SOMA-JA-LANCADO-LOOP.
           ADD 1 TO JX
           IF JX > W-QTD-ITENS
              GO TO SOMA-JA-LANCADO-FIM.
           IF WI-CODPROD(JX) = W-COD-ITEM
              ADD WI-QTD(JX) TO W-JA-LANCADO.
           GO TO SOMA-JA-LANCADO-LOOP.
       SOMA-JA-LANCADO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * NUMERACAO E GRAVACAO DA REQUISICAO (CABECALHO E ITENS)
      *----------------------------------------------------------------
       ACHA-PROX-REQ.
           MOVE ZEROS TO W-NUM-REQ
           MOVE ZEROS TO REQ-NUMERO
           START ARQREQ KEY IS NOT LESS THAN REQ-NUMERO
              INVALID KEY GO TO ACHA-PROX-REQ-SOMA.
       ACHA-PROX-REQ-LOOP.
           READ ARQREQ NEXT
           IF ST-REQ NOT = "00"
              GO TO ACHA-PROX-REQ-SOMA.
           MOVE REQ-NUMERO TO W-NUM-REQ
           GO TO ACHA-PROX-REQ-LOOP.
       ACHA-PROX-REQ-SOMA.
           ADD 1 TO W-NUM-REQ.
       ACHA-PROX-REQ-FIM.
           EXIT.

       GRAVA-REQUISICAO.
           MOVE W-NUM-REQ TO REQ-NUMERO
           MOVE W-FILIAL TO REQ-FILIAL
           MOVE W-CCU-COD TO REQ-CCUSTO
           MOVE W-REQUISITANTE TO REQ-REQUISITANTE
           MOVE W-DATA-HOJE TO REQ-DATA
           MOVE "P" TO REQ-STATUS
           MOVE W-TOTAL TO REQ-VALOR
           MOVE ZEROS TO REQ-DATA-BAIXA
           MOVE W-OPERADOR TO REQ-OPERADOR
           MOVE SPACES TO REQ-APROVADOR
           WRITE REGREQ
           IF ST-REQ NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA REQUISICAO - STATUS "
                 ST-REQ
              GO TO GRAVA-REQUISICAO-FIM.
           MOVE ZEROS TO IX.
       GRAVA-REQUISICAO-ITEM.
           ADD 1 TO IX
           IF IX > W-QTD-ITENS
              GO TO GRAVA-REQUISICAO-AUD.
           MOVE W-NUM-REQ TO RQI-NUMERO
           MOVE IX TO RQI-SEQ
           MOVE WI-CODPROD(IX) TO RQI-CODPROD
           MOVE WI-QTD(IX) TO RQI-QTD
           MOVE WI-CUSTO(IX) TO RQI-CUSTO-UNIT
           WRITE REGRQI
           IF ST-RQI NOT = "00"
              DISPLAY "   AVISO: ITEM " IX " DA REQUISICAO NAO"
                 " GRAVADO".
           GO TO GRAVA-REQUISICAO-ITEM.
       GRAVA-REQUISICAO-AUD.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE053 R CHAVE=" REQ-NUMERO
              " FILIAL=" REQ-FILIAL
              " CCUSTO=" REQ-CCUSTO
              " REQUISITANTE=" REQ-REQUISITANTE
              " VALOR=" REQ-VALOR
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       GRAVA-REQUISICAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * BAIXA DE UMA REQUISICAO PENDENTE (REGREQ NO BUFFER): CONFERE
      * TODOS OS ITENS; SE FALTAR UM, NADA SAI. O CUSTO UNITARIO E
      * REGRAVADO COM O CUSTO MEDIO DO MOMENTO DA BAIXA
      *----------------------------------------------------------------
       BAIXA-REQUISICAO.
           MOVE ZEROS TO W-BAIXOU W-FALTA
           MOVE REQ-NUMERO TO W-NUM-REQ
           MOVE REQ-FILIAL TO W-FILIAL
           MOVE W-NUM-REQ TO RQI-NUMERO
           MOVE ZEROS TO RQI-SEQ
           START ARQRQI KEY IS NOT LESS THAN RQI-CHAVE
              INVALID KEY
                 DISPLAY "REQUISICAO SEM ITENS"
                 GO TO BAIXA-REQUISICAO-FIM.
       BAIXA-REQ-CONFERE.
           READ ARQRQI NEXT
           IF ST-RQI NOT = "00"
              GO TO BAIXA-REQ-DECIDE.
           IF RQI-NUMERO NOT = W-NUM-REQ
              GO TO BAIXA-REQ-DECIDE.
           MOVE RQI-CODPROD TO W-COD-PROD
           PERFORM CALCULA-DISPONIVEL THRU CALCULA-DISPONIVEL-FIM
           IF W-SALDO < RQI-QTD
              MOVE W-SALDO TO W-SALDO-ED
              DISPLAY "   PRODUTO " RQI-CODPROD " PEDE " RQI-QTD
                 " DISPONIVEL " W-SALDO-ED " ** INSUFICIENTE"
              MOVE 1 TO W-FALTA.
           GO TO BAIXA-REQ-CONFERE.
       BAIXA-REQ-DECIDE.
           IF W-FALTA = 1
              DISPLAY "SALDO INSUFICIENTE - BAIXA NAO REALIZADA"
              GO TO BAIXA-REQUISICAO-FIM.
           MOVE SPACES TO W-MOV-DOC
           STRING "REQ " W-NUM-REQ DELIMITED BY SIZE INTO W-MOV-DOC
           MOVE "I" TO W-MOV-TIPO
           MOVE ZEROS TO W-TOTAL
           MOVE W-NUM-REQ TO RQI-NUMERO
           MOVE ZEROS TO RQI-SEQ
           START ARQRQI KEY IS NOT LESS THAN RQI-CHAVE
              INVALID KEY GO TO BAIXA-REQUISICAO-FIM.
       BAIXA-REQ-ITEM.
           READ ARQRQI NEXT
           IF ST-RQI NOT = "00"
              GO TO BAIXA-REQ-FECHA.
           IF RQI-NUMERO NOT = W-NUM-REQ
              GO TO BAIXA-REQ-FECHA.
           MOVE RQI-CODPROD TO CST-COD
           READ ARQCST
           IF ST-CST = "00"
              MOVE CST-CUSTO TO RQI-CUSTO-UNIT
           ELSE
              MOVE ZEROS TO RQI-CUSTO-UNIT.
           REWRITE REGRQI
           COMPUTE W-TOTAL = W-TOTAL + RQI-QTD * RQI-CUSTO-UNIT
           MOVE RQI-CODPROD TO W-COD-PROD
           MOVE RQI-QTD TO W-QTD-MOV
           PERFORM MOVIMENTA-UNIT THRU MOVIMENTA-UNIT-FIM
           GO TO BAIXA-REQ-ITEM.
       BAIXA-REQ-FECHA.
           MOVE W-NUM-REQ TO REQ-NUMERO
           READ ARQREQ
           MOVE "A" TO REQ-STATUS
           MOVE W-TOTAL TO REQ-VALOR
           MOVE W-DATA-HOJE TO REQ-DATA-BAIXA
           IF W-SUP-COD = SPACES
              MOVE W-OPERADOR TO REQ-APROVADOR
           ELSE
              MOVE W-SUP-COD TO REQ-APROVADOR.
           REWRITE REGREQ
           MOVE 1 TO W-BAIXOU
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE053 A CHAVE=" REQ-NUMERO
              " CCUSTO=" REQ-CCUSTO
              " VALOR=" REQ-VALOR
              " OPERADOR=" W-OPERADOR
              " SUPERVISOR=" W-SUP-COD
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           MOVE W-TOTAL TO W-VAL-ED
           DISPLAY "REQUISICAO " W-NUM-REQ " BAIXADA - VALOR "
              W-VAL-ED.
       BAIXA-REQUISICAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * APROVACAO DAS PENDENTES: LISTA, ESCOLHE UMA, MOSTRA OS ITENS
      * E O SUPERVISOR APROVA (BAIXA) OU REJEITA
      *----------------------------------------------------------------
       APROVA-PENDENTES.
           MOVE ZEROS TO JX
           MOVE ZEROS TO REQ-NUMERO
           START ARQREQ KEY IS NOT LESS THAN REQ-NUMERO
              INVALID KEY GO TO APROVA-PEND-PEDE.
       APROVA-PEND-LISTA.
           READ ARQREQ NEXT
           IF ST-REQ NOT = "00"
              GO TO APROVA-PEND-PEDE.
           IF REQ-STATUS NOT = "P"
              GO TO APROVA-PEND-LISTA.
           PERFORM MOSTRA-REQ
           MOVE 1 TO JX
           GO TO APROVA-PEND-LISTA.
       APROVA-PEND-PEDE.
           IF JX = ZEROS
              DISPLAY "NENHUMA REQUISICAO PENDENTE"
              GO TO APROVA-PENDENTES-FIM.
           MOVE ZEROS TO W-NUM-REQ
           DISPLAY "NUMERO DA REQUISICAO (ZEROS = VOLTA): "
           ACCEPT W-NUM-REQ
           IF W-NUM-REQ = ZEROS
              GO TO APROVA-PENDENTES-FIM.
           MOVE W-NUM-REQ TO REQ-NUMERO
           READ ARQREQ
           IF ST-REQ NOT = "00"
              DISPLAY "REQUISICAO NAO ENCONTRADA"
              GO TO APROVA-PENDENTES-FIM.
           IF REQ-STATUS NOT = "P"
              DISPLAY "REQUISICAO NAO ESTA PENDENTE"
              GO TO APROVA-PENDENTES-FIM.
           PERFORM MOSTRA-REQ
           PERFORM MOSTRA-ITENS-REQ THRU MOSTRA-ITENS-REQ-FIM
           DISPLAY "A = APROVAR E BAIXAR | R = REJEITAR | OUTRA ="
              " VOLTA: "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "A" AND "a" AND "R" AND "r"
              GO TO APROVA-PENDENTES-FIM.
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "SEM SUPERVISOR - REQUISICAO CONTINUA PENDENTE"
              GO TO APROVA-PENDENTES-FIM.
           MOVE W-NUM-REQ TO REQ-NUMERO
           READ ARQREQ
           IF W-OPCAO = "A" OR "a"
              PERFORM BAIXA-REQUISICAO THRU BAIXA-REQUISICAO-FIM
              GO TO APROVA-PENDENTES-FIM.
           MOVE "R" TO REQ-STATUS
           MOVE W-SUP-COD TO REQ-APROVADOR
           REWRITE REGREQ
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE053 X CHAVE=" REQ-NUMERO
              " CCUSTO=" REQ-CCUSTO
              " VALOR=" REQ-VALOR
              " OPERADOR=" W-OPERADOR
              " SUPERVISOR=" W-SUP-COD
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "REQUISICAO " W-NUM-REQ " REJEITADA".
       APROVA-PENDENTES-FIM.
           EXIT.

       APROVA-SUPERVISOR.
           MOVE SPACES TO W-SUP-COD
           OPEN INPUT ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "PERFDESC.DAT NAO ENCONTRADO - CADASTRE O"
                 " SUPERVISOR NO SCE018"
              GO TO APROVA-SUPERVISOR-FIM.
       APROVA-SUP-PEDE.
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = DESISTE): "
           ACCEPT W-SUP-COD
           IF W-SUP-COD = SPACES
              CLOSE ARQPERF
              GO TO APROVA-SUPERVISOR-FIM.
           MOVE W-SUP-COD TO PERF-OPERADOR
           READ ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "CODIGO DE SUPERVISOR NAO CADASTRADO"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           IF PERF-SUPERV NOT = "S"
              DISPLAY "OPERADOR NAO E SUPERVISOR"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           CLOSE ARQPERF.
       APROVA-SUPERVISOR-FIM.
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
      * SAIDA DE W-QTD-MOV DO PRODUTO W-COD-PROD: SALDO GERAL,
      * SALDO DA FILIAL E KARDEX COM O TIPO DE W-MOV-TIPO
      *----------------------------------------------------------------
       MOVIMENTA-UNIT.
           MOVE W-COD-PROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO " W-COD-PROD " NAO ENCONTRADO -"
                 " ESTOQUE NAO ATUALIZADO"
              GO TO MOVIMENTA-UNIT-FIM.
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
              GO TO ATUALIZA-ESTQ-FILIAL-FIM.
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
      * CONSULTA: NUMERO ZERO LISTA TODAS; SENAO MOSTRA OS ITENS
      *----------------------------------------------------------------
       CONSULTA-REQ.
           MOVE ZEROS TO W-NUM-REQ
           DISPLAY "NUMERO DA REQUISICAO (ZEROS = TODAS): "
           ACCEPT W-NUM-REQ
           IF W-NUM-REQ = ZEROS
              GO TO CONSULTA-REQ-LISTA.
           MOVE W-NUM-REQ TO REQ-NUMERO
           READ ARQREQ
           IF ST-REQ NOT = "00"
              DISPLAY "REQUISICAO NAO ENCONTRADA"
              GO TO CONSULTA-REQ-FIM.
           PERFORM MOSTRA-REQ
           PERFORM MOSTRA-ITENS-REQ THRU MOSTRA-ITENS-REQ-FIM
           GO TO CONSULTA-REQ-FIM.
       CONSULTA-REQ-LISTA.
           MOVE ZEROS TO REQ-NUMERO
           START ARQREQ KEY IS NOT LESS THAN REQ-NUMERO
              INVALID KEY
                 DISPLAY "NENHUMA REQUISICAO GRAVADA"
                 GO TO CONSULTA-REQ-FIM.
       CONSULTA-REQ-LISTA-LOOP.
           READ ARQREQ NEXT
           IF ST-REQ NOT = "00"
              GO TO CONSULTA-REQ-FIM.
           PERFORM MOSTRA-REQ
           GO TO CONSULTA-REQ-LISTA-LOOP.
       CONSULTA-REQ-FIM.
           EXIT.

      * STATUS: P = PENDENTE  A = APROVADA E BAIXADA  R = REJEITADA
       MOSTRA-REQ.
           MOVE REQ-VALOR TO W-VAL-ED
           DISPLAY REQ-NUMERO " " REQ-STATUS " FIL " REQ-FILIAL
              " CC " REQ-CCUSTO " " REQ-REQUISITANTE " " REQ-DATA
              " VALOR " W-VAL-ED " " REQ-OPERADOR " "
              REQ-APROVADOR.

       MOSTRA-ITENS-REQ.
           MOVE REQ-NUMERO TO RQI-NUMERO
           MOVE ZEROS TO RQI-SEQ
           START ARQRQI KEY IS NOT LESS THAN RQI-CHAVE
              INVALID KEY GO TO MOSTRA-ITENS-REQ-FIM.
       MOSTRA-ITENS-REQ-LOOP.
           READ ARQRQI NEXT
           IF ST-RQI NOT = "00"
              GO TO MOSTRA-ITENS-REQ-FIM.
           IF RQI-NUMERO NOT = REQ-NUMERO
              GO TO MOSTRA-ITENS-REQ-FIM.
           MOVE RQI-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE "PRODUTO SEM CADASTRO" TO DESC.
           MOVE RQI-CUSTO-UNIT TO W-CST-ED
           DISPLAY "   " RQI-SEQ " " RQI-CODPROD " " DESC
              " QTDE " RQI-QTD " CUSTO UNIT " W-CST-ED
           GO TO MOSTRA-ITENS-REQ-LOOP.
       MOSTRA-ITENS-REQ-FIM.
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
           CLOSE ARQCCU ARQREQ ARQRQI ARQPROD ARQESTFIL ARQMOV
              ARQCST ARQAUD.
           IF W-RSV-ABERTO = "S"
              CLOSE ARQRSV.
           IF W-BLQ-ABERTO = "S"
              CLOSE ARQBLQ.
           IF W-CTA-ABERTO = "S"
              CLOSE ARQCTA.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
