       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELIMOB.
      **************************************************
      * RELATORIO DO ATIVO IMOBILIZADO                  *
      * LISTA OS BENS DO SCE065 AGRUPADOS PELA CONTA DO *
      * BEM NO PLANO: CUSTO DE AQUISICAO, DEPRECIACAO   *
      * ACUMULADA (CALCDEP) E VALOR CONTABIL LIQUIDO DE *
      * CADA BEM, COM SUBTOTAL POR CONTA E TOTAL GERAL. *
      * PERGUNTA A FILIAL (ZEROS = TODAS) E SE OS BENS  *
      * BAIXADOS ENTRAM. SAIDA EM RELIMOB.TXT.          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IMB-NUMERO
                    FILE STATUS IS ST-IMB.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMOBIL.DAT".
       01 REGIMB.
          03 IMB-NUMERO         PIC 9(06).
          03 IMB-DESC           PIC X(40).
          03 IMB-FILIAL         PIC 9(02).
          03 IMB-CCUSTO         PIC 9(04).
          03 IMB-DATA-AQUIS     PIC 9(08).
          03 IMB-VALOR          PIC 9(09)V99.
          03 IMB-CPFCNPJ        PIC 9(14).
          03 IMB-NUMPEDIDO      PIC 9(06).
          03 IMB-SEQ-ITEM       PIC 9(02).
          03 IMB-CODPROD        PIC 9(06).
          03 IMB-VIDA-MESES     PIC 9(03).
          03 IMB-TAXA-ANUAL     PIC 9(03)V99.
          03 IMB-CTA-ATIVO      PIC 9(06).
          03 IMB-CTA-DEPAC      PIC 9(06).
          03 IMB-CTA-DESP       PIC 9(06).
          03 IMB-DEPR-ACUM      PIC 9(09)V99.
          03 IMB-ULT-DEPR       PIC 9(06).
          03 IMB-STATUS         PIC X(01).
          03 IMB-DATA-BAIXA     PIC 9(08).
          03 IMB-OPERADOR       PIC X(10).

       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIMOB.TXT".
       01 LINHA-SAI              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-IMB        PIC X(02) VALUE "00".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-CTA-ABERTO  PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-BAIXADOS    PIC X(01) VALUE "N".
       01 W-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
       01 W-SUB-QTD     PIC 9(05) VALUE ZEROS.
       01 W-SUB-CUSTO   PIC 9(11)V99 VALUE ZEROS.
       01 W-SUB-DEPR    PIC 9(11)V99 VALUE ZEROS.
       01 W-SUB-LIQ     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-QTD     PIC 9(05) VALUE ZEROS.
       01 W-TOT-CUSTO   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-DEPR    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-LIQ     PIC 9(11)V99 VALUE ZEROS.
       01 W-VAL-ED1     PIC ZZZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZZZ9,99.

      * CONTAS DE BEM PRESENTES NO CADASTRO, EM ORDEM CRESCENTE
       01 W-QTD-CTAS    PIC 9(03) VALUE ZEROS.
       01 W-IX          PIC 9(03) VALUE ZEROS.
       01 W-IX2         PIC 9(03) VALUE ZEROS.
       01 W-TAB-CTAS.
          03 WT-CTA     PIC 9(06) OCCURS 200 TIMES.
       01 W-CTA-ATUAL   PIC 9(06) VALUE ZEROS.

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-NUMERO    PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DESC      PIC X(40).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-FILIAL    PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-AQUIS     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-CUSTO     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DEPR      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-LIQ       PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-ULT       PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-SIT       PIC X(08).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DO ATIVO IMOBILIZADO"
           DISPLAY "FILIAL (ZEROS = TODAS): "
           ACCEPT W-FILIAL
           DISPLAY "INCLUIR BENS BAIXADOS (S/N): "
           ACCEPT W-BAIXADOS
           IF W-BAIXADOS = "s"
              MOVE "S" TO W-BAIXADOS.
           OPEN INPUT ARQIMB
           IF ST-IMB NOT = "00"
              DISPLAY "NENHUM BEM CADASTRADO (SCE065)"
              STOP RUN.
           MOVE "N" TO W-CTA-ABERTO
           OPEN INPUT ARQCTA
           IF ST-CTA = "00"
              MOVE "S" TO W-CTA-ABERTO.
           PERFORM CARREGA-CONTAS THRU CARREGA-CONTAS-FIM
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           OPEN OUTPUT RELSAI
           MOVE SPACES TO LINHA-SAI
           STRING "ATIVO IMOBILIZADO EM " W-DATAHORA(1:8)
              " - FILIAL " W-FILIAL " (00 = TODAS)"
              " - BAIXADOS: " W-BAIXADOS
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO W-IX.
       INICIO-CONTAS.
           ADD 1 TO W-IX
           IF W-IX > W-QTD-CTAS
              GO TO INICIO-TOTAL.
           MOVE WT-CTA(W-IX) TO W-CTA-ATUAL
           PERFORM LISTA-CONTA THRU LISTA-CONTA-FIM
           GO TO INICIO-CONTAS.
       INICIO-TOTAL.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ALL "=" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-CUSTO TO W-VAL-ED1
           MOVE W-TOT-DEPR TO W-VAL-ED2
           MOVE W-TOT-LIQ TO W-VAL-ED3
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAL GERAL: " W-TOT-QTD " BEM(NS)  CUSTO "
              W-VAL-ED1 "  DEPR. ACUMULADA " W-VAL-ED2
              "  LIQUIDO " W-VAL-ED3
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQIMB
           IF W-CTA-ABERTO = "S"
              CLOSE ARQCTA.
           DISPLAY W-TOT-QTD " BEM(NS) LISTADO(S)"
           DISPLAY "RELATORIO GERADO EM RELIMOB.TXT"
           STOP RUN.

      *----------------------------------------------------------------
      * TABELA DAS CONTAS DE BEM, MANTIDA EM ORDEM NA INSERCAO
      *----------------------------------------------------------------
       CARREGA-CONTAS.
           MOVE ZEROS TO W-QTD-CTAS
           MOVE ZEROS TO IMB-NUMERO
           START ARQIMB KEY IS NOT LESS THAN IMB-NUMERO
              INVALID KEY GO TO CARREGA-CONTAS-FIM.
       CARREGA-CONTAS-LOOP.
           READ ARQIMB NEXT
           IF ST-IMB NOT = "00"
              GO TO CARREGA-CONTAS-FIM.
           PERFORM FILTRA-BEM THRU FILTRA-BEM-FIM
           IF ST-IMB NOT = "00"
              GO TO CARREGA-CONTAS-LOOP.
           MOVE ZEROS TO W-IX.
       CARREGA-CONTAS-PROCURA.
           ADD 1 TO W-IX
           IF W-IX > W-QTD-CTAS
              GO TO CARREGA-CONTAS-INSERE.
           IF WT-CTA(W-IX) = IMB-CTA-ATIVO
              GO TO CARREGA-CONTAS-LOOP.
           IF WT-CTA(W-IX) < IMB-CTA-ATIVO
              GO TO CARREGA-CONTAS-PROCURA.
       CARREGA-CONTAS-INSERE.
           IF W-QTD-CTAS NOT < 200
              DISPLAY "AVISO: MAIS DE 200 CONTAS DE BEM - CONTA "
                 IMB-CTA-ATIVO " FORA DO RELATORIO"
              GO TO CARREGA-CONTAS-LOOP.
           MOVE W-QTD-CTAS TO W-IX2
           ADD 1 TO W-QTD-CTAS.
       CARREGA-CONTAS-DESLOCA.
           IF W-IX2 < W-IX
              GO TO CARREGA-CONTAS-GRAVA.
           MOVE WT-CTA(W-IX2) TO WT-CTA(W-IX2 + 1)
           SUBTRACT 1 FROM W-IX2
           GO TO CARREGA-CONTAS-DESLOCA.
       CARREGA-CONTAS-GRAVA.
           MOVE IMB-CTA-ATIVO TO WT-CTA(W-IX)
           GO TO CARREGA-CONTAS-LOOP.
       CARREGA-CONTAS-FIM.
           EXIT.

      * BEM FORA DA FILIAL PEDIDA OU BAIXADO SEM SER PEDIDO VOLTA
      * COM ST-IMB DIFERENTE DE "00"
       FILTRA-BEM.
           IF W-FILIAL > ZEROS AND IMB-FILIAL NOT = W-FILIAL
              MOVE "XX" TO ST-IMB
              GO TO FILTRA-BEM-FIM.
           IF IMB-STATUS = "B" AND W-BAIXADOS NOT = "S"
              MOVE "XX" TO ST-IMB.
       FILTRA-BEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * BENS DE UMA CONTA, COM SUBTOTAL
      *----------------------------------------------------------------
       LISTA-CONTA.
           MOVE ZEROS TO W-SUB-QTD W-SUB-CUSTO W-SUB-DEPR W-SUB-LIQ
           MOVE SPACES TO CTA-DESC
           IF W-CTA-ABERTO = "S"
              MOVE W-CTA-ATUAL TO CTA-CODIGO
              READ ARQCTA
              IF ST-CTA NOT = "00"
                 MOVE "(CONTA NAO CADASTRADA)" TO CTA-DESC.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CONTA " W-CTA-ATUAL " - " CTA-DESC
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  BEM    DESCRICAO                                "
              "FL AQUISICAO        CUSTO  DEPR.ACUM.      LIQUIDO"
              " DEPR.ATE SITUACAO"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IMB-NUMERO
           START ARQIMB KEY IS NOT LESS THAN IMB-NUMERO
              INVALID KEY GO TO LISTA-CONTA-SUB.
       LISTA-CONTA-LOOP.
           READ ARQIMB NEXT
           IF ST-IMB NOT = "00"
              GO TO LISTA-CONTA-SUB.
           IF IMB-CTA-ATIVO NOT = W-CTA-ATUAL
              GO TO LISTA-CONTA-LOOP.
           PERFORM FILTRA-BEM THRU FILTRA-BEM-FIM
           IF ST-IMB NOT = "00"
              GO TO LISTA-CONTA-LOOP.
           MOVE ZEROS TO W-LIQUIDO
           IF IMB-STATUS NOT = "B" AND IMB-VALOR > IMB-DEPR-ACUM
              COMPUTE W-LIQUIDO = IMB-VALOR - IMB-DEPR-ACUM.
           MOVE IMB-NUMERO TO DET-NUMERO
           MOVE IMB-DESC TO DET-DESC
           MOVE IMB-FILIAL TO DET-FILIAL
           MOVE IMB-DATA-AQUIS TO DET-AQUIS
           MOVE IMB-VALOR TO DET-CUSTO
           MOVE IMB-DEPR-ACUM TO DET-DEPR
           MOVE W-LIQUIDO TO DET-LIQ
           MOVE IMB-ULT-DEPR TO DET-ULT
           IF IMB-STATUS = "B"
              MOVE "BAIXADO" TO DET-SIT
           ELSE
              MOVE "ATIVO" TO DET-SIT.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-SUB-QTD W-TOT-QTD
           ADD IMB-VALOR TO W-SUB-CUSTO W-TOT-CUSTO
           ADD IMB-DEPR-ACUM TO W-SUB-DEPR W-TOT-DEPR
           ADD W-LIQUIDO TO W-SUB-LIQ W-TOT-LIQ
           GO TO LISTA-CONTA-LOOP.
       LISTA-CONTA-SUB.
           MOVE W-SUB-CUSTO TO W-VAL-ED1
           MOVE W-SUB-DEPR TO W-VAL-ED2
           MOVE W-SUB-LIQ TO W-VAL-ED3
           MOVE SPACES TO LINHA-SAI
           STRING "  SUBTOTAL DA CONTA: " W-SUB-QTD " BEM(NS)  CUSTO "
              W-VAL-ED1 "  DEPR. ACUMULADA " W-VAL-ED2
              "  LIQUIDO " W-VAL-ED3
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       LISTA-CONTA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
