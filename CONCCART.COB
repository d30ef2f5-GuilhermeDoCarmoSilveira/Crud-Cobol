       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCART.
      **************************************************
      * LIQUIDACAO DOS RECEBIVEIS DE CARTAO             *
      * LE O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE        *
      * (LIQCART.TXT), CASA CADA LINHA COM O RECEBIVEL  *
      * EM ABERTO DE RECCART.DAT PELA ADQUIRENTE,       *
      * AUTORIZACAO E PARCELA DO CARTAO, E DA BAIXA NO  *
      * RECEBIVEL: STATUS L (LIQUIDADO) OU D (PAGO A    *
      * MENOR QUE O LIQUIDO PREVISTO). O TOTAL PAGO POR *
      * ADQUIRENTE E DIA ENTRA NA CONTA BANCARIA DA     *
      * ADQUIRENTE (ADQUIR.DAT) COMO MOVIMENTO "A"      *
      * (CREDITO) EM MOVBCO.DAT. A TAXA DOS RECEBIVEIS  *
      * LIQUIDADOS VAI PARA A CONTABILIDADE NO GERACTB. *
      * O RELATORIO CONCCART.TXT TRAZ OS LIQUIDADOS, OS *
      * PAGOS A MENOR, AS LINHAS SEM RECEBIVEL EM       *
      * ABERTO E OS RECEBIVEIS PREVISTOS ATE A DATA DE  *
      * REFERENCIA QUE NAO FORAM CREDITADOS.            *
      * LAYOUT DO ARQUIVO (POSICOES FIXAS):             *
      *   01-02  ADQUIRENTE                             *
      *   03-10  DATA DO CREDITO (AAAAMMDD)             *
      *   11-22  CODIGO DE AUTORIZACAO                  *
      *   23-24  PARCELA DO CARTAO                      *
      *   25-35  VALOR BRUTO (9(09)V99 SEM VIRGULA)     *
      *   36-46  VALOR LIQUIDO PAGO (9(09)V99)          *
      * LINHA JA LIQUIDADA NAO E BAIXADA DE NOVO: O     *
      * MESMO ARQUIVO PODE SER PROCESSADO OUTRA VEZ.    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQADQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADQ-CODIGO
                    FILE STATUS IS ST-ADQ.

           SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCT-CHAVE
                    ALTERNATE RECORD KEY IS RCT-CHAVE-AUT
                       WITH DUPLICATES
                    FILE STATUS IS ST-RCT.

           SELECT ARQMBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MBC-CHAVE
                    FILE STATUS IS ST-MBC.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQLIQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-LIQ.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQADQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADQUIR.DAT".
       01 REGADQ.
          03 ADQ-CODIGO          PIC 9(02).
          03 ADQ-NOME            PIC X(30).
          03 ADQ-TAXA-DEB        PIC 9(02)V99.
          03 ADQ-TAXA-CRED       PIC 9(02)V99.
          03 ADQ-TAXA-PARC       PIC 9(02)V99.
          03 ADQ-PRAZO-DEB       PIC 9(03).
          03 ADQ-PRAZO-CRED      PIC 9(03).
          03 ADQ-MAX-PARC        PIC 9(02).
          03 ADQ-CONTA-BCO       PIC 9(02).
          03 ADQ-ATIVA           PIC X(01).

       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCART.DAT".
       01 REGRCT.
          03 RCT-CHAVE.
           05 RCT-NUMPEDIDO      PIC 9(06).
           05 RCT-TPPEDIDO       PIC 9(01).
           05 RCT-PARCELA        PIC 9(02).
           05 RCT-SEQ-BXA        PIC 9(03).
           05 RCT-PARC-CARTAO    PIC 9(02).
          03 RCT-CHAVE-AUT.
           05 RCT-ADQ            PIC 9(02).
           05 RCT-AUTORIZ        PIC X(12).
           05 RCT-PARC-AUT       PIC 9(02).
          03 RCT-BANDEIRA        PIC X(10).
          03 RCT-MODAL           PIC X(01).
          03 RCT-QTD-PARC        PIC 9(02).
          03 RCT-CODPESSOA       PIC 9(14).
          03 RCT-DATA-VENDA      PIC 9(08).
          03 RCT-DATA-PREV       PIC 9(08).
          03 RCT-VALOR-BRUTO     PIC 9(07)V99.
          03 RCT-TAXA-PCT        PIC 9(02)V99.
          03 RCT-VALOR-TAXA      PIC 9(07)V99.
          03 RCT-VALOR-LIQ       PIC 9(07)V99.
          03 RCT-STATUS          PIC X(01).
          03 RCT-DATA-LIQ        PIC 9(08).
          03 RCT-VALOR-PAGO      PIC 9(07)V99.
          03 RCT-OPERADOR        PIC X(10).

       FD ARQMBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBCO.DAT".
       01 REGMBC.
          03 MBC-CHAVE.
           05 MBC-CONTA          PIC 9(02).
           05 MBC-DATA           PIC 9(08).
           05 MBC-SEQ            PIC 9(04).
          03 MBC-TIPO            PIC X(01).
          03 MBC-DC              PIC X(01).
          03 MBC-VALOR           PIC 9(09)V99.
          03 MBC-CONTRA          PIC 9(02).
          03 MBC-DOC             PIC X(20).
          03 MBC-HIST            PIC X(30).
          03 MBC-OPERADOR        PIC X(10).

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIQCART.TXT".
       01 LINHA-LIQ              PIC X(120).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCCART.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-ADQ        PIC X(02) VALUE "00".
       01 ST-RCT        PIC X(02) VALUE "00".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-LIQ        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-AAMM        PIC 9(06) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 IC            PIC 9(04) VALUE ZEROS.
       01 W-QTD-LIQ     PIC 9(04) VALUE ZEROS.
       01 W-QTD-CRE     PIC 9(04) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-JA-LIQ      PIC 9(01) VALUE ZEROS.
       01 W-SECAO       PIC 9(01) VALUE ZEROS.
       01 W-QTD-OK      PIC 9(06) VALUE ZEROS.
       01 W-QTD-MENOR   PIC 9(06) VALUE ZEROS.
       01 W-QTD-SEM     PIC 9(06) VALUE ZEROS.
       01 W-QTD-PEND    PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAGO    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-DIF     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PEND    PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZ9,99.

       01 REG-LIQ-DET.
          03 LQ-ADQ        PIC 9(02).
          03 LQ-DATA       PIC 9(08).
          03 LQ-AUTORIZ    PIC X(12).
          03 LQ-PARC       PIC 9(02).
          03 LQ-BRUTO      PIC 9(09)V99.
          03 LQ-LIQ        PIC 9(09)V99.
          03 FILLER        PIC X(74).

      * SITUACAO DA LINHA: 1=LIQUIDADO 2=PAGO A MENOR
      * 3=SEM RECEBIVEL 4=JA LIQUIDADO 5=PERIODO FECHADO
       01 W-TAB-LIQ.
          03 W-LIQ OCCURS 999 TIMES.
             05 WL-ADQ        PIC 9(02).
             05 WL-DATA       PIC 9(08).
             05 WL-AUTORIZ    PIC X(12).
             05 WL-PARC       PIC 9(02).
             05 WL-LIQ        PIC 9(09)V99.
             05 WL-SIT        PIC 9(01).
             05 WL-PREVISTO   PIC 9(07)V99.
             05 WL-NUMPEDIDO  PIC 9(06).
             05 WL-PARCELA    PIC 9(02).

      * CREDITO NA CONTA BANCARIA POR ADQUIRENTE E DIA
       01 W-TAB-CRE.
          03 W-CRE OCCURS 300 TIMES.
             05 WC-ADQ        PIC 9(02).
             05 WC-DATA       PIC 9(08).
             05 WC-VALOR      PIC 9(09)V99.

       01 DET1.
          03 DET-ADQ       PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-AUTORIZ   PIC X(12).
          03 FILLER        PIC X(01) VALUE "/".
          03 DET-PARC      PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-PEDIDO    PIC 9(06).
          03 FILLER        PIC X(01) VALUE "-".
          03 DET-PARCELA   PIC 9(02).
          03 FILLER        PIC X(07) VALUE "  PREV ".
          03 DET-PREV      PIC ZZZZZZ9,99.
          03 FILLER        PIC X(07) VALUE "  PAGO ".
          03 DET-PAGO      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(06) VALUE "  DIF ".
          03 DET-DIF       PIC -ZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-OBS       PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "LIQUIDACAO DE CARTOES - ADQUIRENTE X RECEBIVEIS"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           DISPLAY "DATA DE REFERENCIA DOS PREVISTOS (AAAAMMDD, "
              "ZEROS = HOJE): "
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
              MOVE W-DATAHORA(1:8) TO W-DATA-REF.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           IF ST-PCTL = "00"
              READ ARQPERCTL
              CLOSE ARQPERCTL
              MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO.
           OPEN INPUT ARQADQ
           IF ST-ADQ NOT = "00"
              DISPLAY "ARQUIVO ADQUIR.DAT NAO ENCONTRADO (SCE057)"
              STOP RUN.
           OPEN I-O ARQRCT
           IF ST-RCT NOT = "00"
              DISPLAY "ARQUIVO RECCART.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQADQ
              STOP RUN.
           OPEN I-O ARQMBC
           IF ST-MBC NOT = "00"
              IF ST-MBC = "30"
                 OPEN OUTPUT ARQMBC
                 CLOSE ARQMBC
                 OPEN I-O ARQMBC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVBCO.DAT"
                 CLOSE ARQADQ ARQRCT
                 STOP RUN.
           PERFORM CARREGA-LIQUIDACAO THRU CARREGA-LIQUIDACAO-FIM
           MOVE ZEROS TO W-QTD-CRE
           PERFORM CASA-LIQUIDACAO THRU CASA-LIQUIDACAO-FIM
           PERFORM GRAVA-CREDITOS THRU GRAVA-CREDITOS-FIM
           OPEN OUTPUT RELSAI
           MOVE "LIQUIDACAO DE CARTOES - ADQUIRENTE X RECEBIVEIS"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "ARQUIVO LIQCART.TXT: " W-QTD-LIQ " LINHAS"
              "   PREVISTOS ATE " W-DATA-REF
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "SECAO 1 - LIQUIDADOS (PAGO = LIQUIDO PREVISTO)"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 1 TO W-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "SECAO 2 - PAGOS A MENOR QUE O LIQUIDO PREVISTO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 2 TO W-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "SECAO 3 - NO ARQUIVO SEM RECEBIVEL EM ABERTO"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 3 TO W-SECAO
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM
           PERFORM GRAVA-RESUMO
           CLOSE ARQADQ ARQRCT ARQMBC RELSAI
           DISPLAY "RELATORIO GERADO EM CONCCART.TXT"
           DISPLAY "LIQUIDADOS: " W-QTD-OK
           DISPLAY "PAGOS A MENOR: " W-QTD-MENOR
           DISPLAY "SEM RECEBIVEL: " W-QTD-SEM
           DISPLAY "PREVISTOS NAO CREDITADOS: " W-QTD-PEND
           STOP RUN.

      *----------------------------------------------------------------
      * CARGA DO ARQUIVO DA ADQUIRENTE EM TABELA
      *----------------------------------------------------------------
       CARREGA-LIQUIDACAO.
           MOVE ZEROS TO W-QTD-LIQ
           OPEN INPUT ARQLIQ
           IF ST-LIQ NOT = "00"
              DISPLAY "ARQUIVO LIQCART.TXT NAO ENCONTRADO"
              GO TO CARREGA-LIQUIDACAO-FIM.
       CARREGA-LIQUIDACAO-LOOP.
           READ ARQLIQ
           IF ST-LIQ NOT = "00"
              CLOSE ARQLIQ
              GO TO CARREGA-LIQUIDACAO-FIM.
           IF LINHA-LIQ = SPACES
              GO TO CARREGA-LIQUIDACAO-LOOP.
           MOVE LINHA-LIQ TO REG-LIQ-DET
           IF W-QTD-LIQ = 999
              DISPLAY "LIMITE DE 999 LINHAS DA LIQUIDACAO ATINGIDO"
              CLOSE ARQLIQ
              GO TO CARREGA-LIQUIDACAO-FIM.
           ADD 1 TO W-QTD-LIQ
           MOVE LQ-ADQ TO WL-ADQ(W-QTD-LIQ)
           MOVE LQ-DATA TO WL-DATA(W-QTD-LIQ)
           MOVE LQ-AUTORIZ TO WL-AUTORIZ(W-QTD-LIQ)
           MOVE LQ-PARC TO WL-PARC(W-QTD-LIQ)
           MOVE LQ-LIQ TO WL-LIQ(W-QTD-LIQ)
           MOVE ZEROS TO WL-SIT(W-QTD-LIQ) WL-PREVISTO(W-QTD-LIQ)
              WL-NUMPEDIDO(W-QTD-LIQ) WL-PARCELA(W-QTD-LIQ)
           GO TO CARREGA-LIQUIDACAO-LOOP.
       CARREGA-LIQUIDACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CADA LINHA PROCURA, PELA CHAVE DE AUTORIZACAO, O PRIMEIRO
      * RECEBIVEL AINDA EM ABERTO DA ADQUIRENTE. CREDITO EM PERIODO
      * CONTABIL FECHADO NAO E BAIXADO.
      *----------------------------------------------------------------
       CASA-LIQUIDACAO.
           MOVE ZEROS TO IX.
       CASA-LIQUIDACAO-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-LIQ
              GO TO CASA-LIQUIDACAO-FIM.
           MOVE WL-DATA(IX) (1:6) TO W-AAMM
           IF W-PERIODO-ABERTO > ZEROS AND
              W-AAMM < W-PERIODO-ABERTO
              MOVE 5 TO WL-SIT(IX)
              GO TO CASA-LIQUIDACAO-LOOP.
           PERFORM BUSCA-RECEBIVEL THRU BUSCA-RECEBIVEL-FIM
           IF W-ACHOU = ZEROS
              IF W-JA-LIQ = 1
                 MOVE 4 TO WL-SIT(IX)
                 GO TO CASA-LIQUIDACAO-LOOP
              ELSE
                 MOVE 3 TO WL-SIT(IX)
                 GO TO CASA-LIQUIDACAO-LOOP.
           MOVE RCT-VALOR-LIQ TO WL-PREVISTO(IX)
           MOVE RCT-NUMPEDIDO TO WL-NUMPEDIDO(IX)
           MOVE RCT-PARCELA TO WL-PARCELA(IX)
           IF WL-LIQ(IX) < RCT-VALOR-LIQ
              MOVE "D" TO RCT-STATUS
              MOVE 2 TO WL-SIT(IX)
           ELSE
              MOVE "L" TO RCT-STATUS
              MOVE 1 TO WL-SIT(IX).
           MOVE WL-DATA(IX) TO RCT-DATA-LIQ
           MOVE WL-LIQ(IX) TO RCT-VALOR-PAGO
           REWRITE REGRCT
           IF ST-RCT NOT = "00"
              DISPLAY "ERRO NA BAIXA DO RECEBIVEL " RCT-AUTORIZ
                 " - STATUS " ST-RCT
              MOVE 3 TO WL-SIT(IX)
              GO TO CASA-LIQUIDACAO-LOOP.
           PERFORM ACUMULA-CREDITO THRU ACUMULA-CREDITO-FIM
           GO TO CASA-LIQUIDACAO-LOOP.
       CASA-LIQUIDACAO-FIM.
           EXIT.

       BUSCA-RECEBIVEL.
           MOVE ZEROS TO W-ACHOU W-JA-LIQ
           MOVE WL-ADQ(IX) TO RCT-ADQ
           MOVE WL-AUTORIZ(IX) TO RCT-AUTORIZ
           MOVE WL-PARC(IX) TO RCT-PARC-AUT
           START ARQRCT KEY IS EQUAL TO RCT-CHAVE-AUT
              INVALID KEY GO TO BUSCA-RECEBIVEL-FIM.
       BUSCA-RECEBIVEL-LOOP.
           READ ARQRCT NEXT
           IF ST-RCT NOT = "00" AND "02"
              GO TO BUSCA-RECEBIVEL-FIM.
           IF RCT-ADQ NOT = WL-ADQ(IX) OR
              RCT-AUTORIZ NOT = WL-AUTORIZ(IX) OR
              RCT-PARC-AUT NOT = WL-PARC(IX)
              GO TO BUSCA-RECEBIVEL-FIM.
           IF RCT-STATUS NOT = "A"
              MOVE 1 TO W-JA-LIQ
              GO TO BUSCA-RECEBIVEL-LOOP.
           MOVE 1 TO W-ACHOU.
       BUSCA-RECEBIVEL-FIM.
           EXIT.

       ACUMULA-CREDITO.
           MOVE ZEROS TO IC.
       ACUMULA-CREDITO-LOOP.
           ADD 1 TO IC
           IF IC > W-QTD-CRE
              GO TO ACUMULA-CREDITO-NOVO.
           IF WC-ADQ(IC) = WL-ADQ(IX) AND WC-DATA(IC) = WL-DATA(IX)
              ADD WL-LIQ(IX) TO WC-VALOR(IC)
              GO TO ACUMULA-CREDITO-FIM.
           GO TO ACUMULA-CREDITO-LOOP.
       ACUMULA-CREDITO-NOVO.
           IF W-QTD-CRE = 300
              DISPLAY "LIMITE DE 300 CREDITOS POR ADQUIRENTE/DIA"
              GO TO ACUMULA-CREDITO-FIM.
           ADD 1 TO W-QTD-CRE
           MOVE WL-ADQ(IX) TO WC-ADQ(W-QTD-CRE)
           MOVE WL-DATA(IX) TO WC-DATA(W-QTD-CRE)
           MOVE WL-LIQ(IX) TO WC-VALOR(W-QTD-CRE).
       ACUMULA-CREDITO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CREDITO "A" NA CONTA BANCARIA DA ADQUIRENTE, UM POR DIA.
      * ADQUIRENTE SEM CONTA FICA SO COM OS RECEBIVEIS BAIXADOS.
      *----------------------------------------------------------------
       GRAVA-CREDITOS.
           MOVE ZEROS TO IC.
       GRAVA-CREDITOS-LOOP.
           ADD 1 TO IC
           IF IC > W-QTD-CRE
              GO TO GRAVA-CREDITOS-FIM.
           MOVE WC-ADQ(IC) TO ADQ-CODIGO
           READ ARQADQ
           IF ST-ADQ NOT = "00"
              MOVE SPACES TO ADQ-NOME
              MOVE ZEROS TO ADQ-CONTA-BCO.
           IF ADQ-CONTA-BCO = ZEROS
              DISPLAY "ADQUIRENTE " WC-ADQ(IC)
                 " SEM CONTA BANCARIA - CREDITO DE " WC-DATA(IC)
                 " NAO LANCADO"
              GO TO GRAVA-CREDITOS-LOOP.
           MOVE ADQ-CONTA-BCO TO MBC-CONTA
           MOVE WC-DATA(IC) TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ.
       GRAVA-CREDITOS-WR.
           ADD 1 TO MBC-SEQ
           MOVE "A" TO MBC-TIPO
           MOVE "C" TO MBC-DC
           MOVE WC-VALOR(IC) TO MBC-VALOR
           MOVE ZEROS TO MBC-CONTRA
           MOVE SPACES TO MBC-DOC MBC-HIST
           STRING "LIQCART ADQ " WC-ADQ(IC)
              DELIMITED BY SIZE INTO MBC-DOC
           STRING "CARTOES " ADQ-NOME
              DELIMITED BY SIZE INTO MBC-HIST
           MOVE "CONCCART" TO MBC-OPERADOR
           WRITE REGMBC
           IF ST-MBC = "22" AND MBC-SEQ < 9999
              GO TO GRAVA-CREDITOS-WR.
           IF ST-MBC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CREDITO DA ADQUIRENTE "
                 WC-ADQ(IC) " - STATUS " ST-MBC.
           GO TO GRAVA-CREDITOS-LOOP.
       GRAVA-CREDITOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SECOES 1 A 3 SAEM DA TABELA DA LIQUIDACAO. NA SECAO 3 ENTRAM
      * AS SITUACOES 3, 4 E 5, COM O MOTIVO NA OBSERVACAO.
      *----------------------------------------------------------------
       LISTA-SECAO.
           MOVE ZEROS TO IX.
       LISTA-SECAO-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-LIQ
              GO TO LISTA-SECAO-FIM.
           IF W-SECAO < 3 AND WL-SIT(IX) NOT = W-SECAO
              GO TO LISTA-SECAO-LOOP.
           IF W-SECAO = 3 AND WL-SIT(IX) < 3
              GO TO LISTA-SECAO-LOOP.
           MOVE WL-ADQ(IX) TO DET-ADQ
           MOVE WL-AUTORIZ(IX) TO DET-AUTORIZ
           MOVE WL-PARC(IX) TO DET-PARC
           MOVE WL-DATA(IX) TO DET-DATA
           MOVE WL-NUMPEDIDO(IX) TO DET-PEDIDO
           MOVE WL-PARCELA(IX) TO DET-PARCELA
           MOVE WL-PREVISTO(IX) TO DET-PREV
           MOVE WL-LIQ(IX) TO DET-PAGO
           MOVE SPACES TO DET-OBS
           IF WL-SIT(IX) < 3
              COMPUTE DET-DIF = WL-LIQ(IX) - WL-PREVISTO(IX)
              ADD WL-LIQ(IX) TO W-TOT-PAGO
           ELSE
              MOVE ZEROS TO DET-DIF.
           IF WL-SIT(IX) = 1
              ADD 1 TO W-QTD-OK.
           IF WL-SIT(IX) = 2
              ADD 1 TO W-QTD-MENOR
              COMPUTE W-TOT-DIF = W-TOT-DIF + WL-PREVISTO(IX)
                 - WL-LIQ(IX).
           IF WL-SIT(IX) > 2
              ADD 1 TO W-QTD-SEM.
           IF WL-SIT(IX) = 3
              MOVE "SEM RECEBIVEL" TO DET-OBS.
           IF WL-SIT(IX) = 4
              MOVE "JA LIQUIDADO" TO DET-OBS.
           IF WL-SIT(IX) = 5
              MOVE "PERIODO FECHADO" TO DET-OBS.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-SECAO-LOOP.
       LISTA-SECAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SECAO 4: RECEBIVEIS AINDA EM ABERTO COM CREDITO PREVISTO ATE
      * A DATA DE REFERENCIA
      *----------------------------------------------------------------
       LISTA-PENDENTES.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "SECAO 4 - PREVISTOS ATE " W-DATA-REF
              " E NAO CREDITADOS" DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE LOW-VALUES TO RCT-CHAVE
           START ARQRCT KEY IS NOT LESS THAN RCT-CHAVE
              INVALID KEY GO TO LISTA-PENDENTES-FIM.
       LISTA-PENDENTES-LOOP.
           READ ARQRCT NEXT
           IF ST-RCT NOT = "00"
              GO TO LISTA-PENDENTES-FIM.
           IF RCT-STATUS NOT = "A" OR RCT-DATA-PREV > W-DATA-REF
              GO TO LISTA-PENDENTES-LOOP.
           ADD 1 TO W-QTD-PEND
           ADD RCT-VALOR-LIQ TO W-TOT-PEND
           MOVE RCT-ADQ TO DET-ADQ
           MOVE RCT-AUTORIZ TO DET-AUTORIZ
           MOVE RCT-PARC-AUT TO DET-PARC
           MOVE RCT-DATA-PREV TO DET-DATA
           MOVE RCT-NUMPEDIDO TO DET-PEDIDO
           MOVE RCT-PARCELA TO DET-PARCELA
           MOVE RCT-VALOR-LIQ TO DET-PREV
           MOVE ZEROS TO DET-PAGO
           COMPUTE DET-DIF = RCT-VALOR-LIQ * -1
           MOVE RCT-BANDEIRA TO DET-OBS
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-PENDENTES-LOOP.
       LISTA-PENDENTES-FIM.
           EXIT.

       GRAVA-RESUMO.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-PAGO TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "LIQUIDADOS:       " W-QTD-OK
              "   PAGOS A MENOR: " W-QTD-MENOR
              "   TOTAL PAGO: " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-DIF TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "PAGO A MENOR EM:  " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "SEM RECEBIVEL:    " W-QTD-SEM
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-TOT-PEND TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           STRING "NAO CREDITADOS:   " W-QTD-PEND
              "   LIQUIDO PREVISTO: " W-VAL-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
