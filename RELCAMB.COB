       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAMB.
      **************************************************
      * CONTAS A PAGAR EM MOEDA ESTRANGEIRA             *
      * LISTA AS PARCELAS EM ABERTO DOS PEDIDOS DE      *
      * COMPRA EM MOEDA (LANCMOE.DAT, SCE039) COM O     *
      * SALDO NA MOEDA, O SALDO EM REAIS PELA TAXA DO   *
      * LANCAMENTO E O SALDO REAVALIADO PELA COTACAO DA *
      * DATA BASE (SCE063, A ULTIMA ATE A DATA). A      *
      * DIFERENCA E A VARIACAO CAMBIAL AINDA NAO        *
      * REALIZADA (POSITIVA = PERDA), COM TOTAIS POR    *
      * MOEDA E GERAL.                                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLCM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS LCM-CHAVE
                    FILE STATUS IS ST-LCM.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

           SELECT ARQCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COT-CHAVE
                    FILE STATUS IS ST-COT.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLCM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCMOE.DAT".
       01 REGLCM.
          03 LCM-CHAVE.
           05 LCM-NUMPEDIDO      PIC 9(06).
           05 LCM-TPPEDIDO       PIC 9(01).
           05 LCM-PARCELA        PIC 9(02).
          03 LCM-MOEDA           PIC X(03).
          03 LCM-VALOR-ME        PIC 9(07)V99.
          03 LCM-TAXA            PIC 9(03)V9(06).
          03 LCM-DATA-TAXA       PIC 9(08).

       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANC.
          03 LANC-CHAVE.
           05 LANC-NUMPEDIDO     PIC 9(06).
           05 LANC-TPPEDIDO      PIC 9(01).
           05 LANC-PARCELA       PIC 9(02).
          03 LANC-TIPO           PIC X(01).
          03 LANC-CODPESSOA      PIC 9(14).
          03 LANC-VALOR          PIC S9(07)V99.
          03 LANC-DATA           PIC 9(08).
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXAS.DAT".
       01 REGBXA.
          03 BXA-CHAVE.
           05 BXA-NUMPEDIDO      PIC 9(06).
           05 BXA-TPPEDIDO       PIC 9(01).
           05 BXA-PARCELA        PIC 9(02).
           05 BXA-SEQ            PIC 9(03).
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COTMOEDA.DAT".
       01 REGCOT.
          03 COT-CHAVE.
           05 COT-MOEDA          PIC X(03).
           05 COT-DATA           PIC 9(08).
          03 COT-TAXA            PIC 9(03)V9(06).
          03 COT-OPERADOR        PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCAMB.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-LCM        PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-COT        PIC X(02) VALUE "00".
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 W-TEM-COT     PIC X(01) VALUE "N".
       01 W-DATA-BASE   PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-VALOR-ABS   PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO-RS    PIC S9(09)V99 VALUE ZEROS.
       01 W-SALDO-ME    PIC 9(09)V99 VALUE ZEROS.
       01 W-TAXA-BASE   PIC 9(03)V9(06) VALUE ZEROS.
       01 W-SALDO-ATU   PIC 9(09)V99 VALUE ZEROS.
       01 W-DIFERENCA   PIC S9(09)V99 VALUE ZEROS.
       01 W-QTD-PARC    PIC 9(06) VALUE ZEROS.
       01 W-QTD-SEMCOT  PIC 9(06) VALUE ZEROS.
       01 W-GER-RS      PIC S9(11)V99 VALUE ZEROS.
       01 W-GER-ATU     PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-DIF     PIC S9(11)V99 VALUE ZEROS.
       01 W-ME-ED       PIC ZZZZZZZZZ9,99.
       01 W-RS-ED       PIC ZZZZZZZZZ9,99-.
       01 W-ATU-ED      PIC ZZZZZZZZZ9,99.
       01 W-DIF-ED      PIC ZZZZZZZZZ9,99-.

      * A TABELA DE MOEDAS GUARDA OS TOTAIS, POIS O LANCMOE VEM
      * NA ORDEM DO PEDIDO E NAO DA MOEDA
       01 IX-MOE        PIC 9(02) VALUE ZEROS.
       01 W-MOE-ACHOU   PIC 9(02) VALUE ZEROS.
       01 W-QTD-MOE     PIC 9(02) VALUE ZEROS.
       01 W-TAB-MOEDAS.
          03 W-MOE OCCURS 30 TIMES.
             05 WM-MOEDA      PIC X(03).
             05 WM-TAXA       PIC 9(03)V9(06).
             05 WM-QTD        PIC 9(05).
             05 WM-ME         PIC 9(11)V99.
             05 WM-RS         PIC S9(11)V99.
             05 WM-ATU        PIC 9(11)V99.
             05 WM-DIF        PIC S9(11)V99.

       01 DET1.
          03 DET-PEDIDO    PIC 9(06).
          03 FILLER        PIC X(01) VALUE "-".
          03 DET-PARC      PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-PESSOA    PIC 9(14).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-VENC      PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-MOEDA     PIC X(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-ME        PIC ZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-TAXA-LAN  PIC ZZ9,999999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-RS        PIC ZZZZZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-TAXA-BAS  PIC ZZ9,999999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-ATU       PIC ZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-DIF       PIC ZZZZZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONTAS A PAGAR EM MOEDA ESTRANGEIRA".
           DISPLAY "DATA BASE (AAAAMMDD), OU ZEROS PARA HOJE: ".
           ACCEPT W-DATA-BASE.
           IF W-DATA-BASE = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:8) TO W-DATA-BASE.
           OPEN INPUT ARQLCM
           IF ST-LCM NOT = "00"
              DISPLAY "SEM PEDIDOS EM MOEDA"
                 " - LANCMOE.DAT NAO ENCONTRADO"
              STOP RUN.
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQLCM
              STOP RUN.
           MOVE "N" TO W-TEM-BXA
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.
           MOVE "N" TO W-TEM-COT
           OPEN INPUT ARQCOT
           IF ST-COT = "00"
              MOVE "S" TO W-TEM-COT.
           OPEN OUTPUT RELSAI
           MOVE "CONTAS A PAGAR EM MOEDA ESTRANGEIRA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "DATA BASE DA REAVALIACAO: " W-DATA-BASE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "PEDIDO-PC  FORNECEDOR      VENCIMENTO  MOE   SALDO ME"
              TO LINHA-SAI
           MOVE "  TX LANC   SALDO R$     TX BASE   REAVAL R$"
              TO LINHA-SAI(54:45)
           MOVE "   VARIACAO" TO LINHA-SAI(99:11)
           WRITE LINHA-SAI
           PERFORM PROCESSA-LCM THRU PROCESSA-LCM-FIM
           PERFORM GERA-TOTAIS THRU GERA-TOTAIS-FIM
           CLOSE RELSAI ARQLCM ARQLANC
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           IF W-TEM-COT = "S"
              CLOSE ARQCOT.
           DISPLAY "PARCELAS LISTADAS: " W-QTD-PARC
           IF W-QTD-SEMCOT > ZEROS
              DISPLAY "PARCELAS SEM COTACAO ATE A DATA BASE: "
                 W-QTD-SEMCOT.
           DISPLAY "RELATORIO GERADO EM RELCAMB.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * UMA PARCELA EM MOEDA POR VEZ: SO AS DE PAGAR EM ABERTO
      *----------------------------------------------------------------
       PROCESSA-LCM.
           READ ARQLCM NEXT
           IF ST-LCM NOT = "00"
              GO TO PROCESSA-LCM-FIM.
           IF LCM-TAXA = ZEROS
              GO TO PROCESSA-LCM.
           MOVE LCM-CHAVE TO LANC-CHAVE
           READ ARQLANC
           IF ST-ERRO NOT = "00"
              GO TO PROCESSA-LCM.
           IF LANC-TIPO NOT = "P" OR LANC-STATUS NOT = "A"
              GO TO PROCESSA-LCM.
           PERFORM CALCULA-SALDO THRU CALCULA-SALDO-FIM
           IF W-SALDO-RS NOT > ZEROS
              GO TO PROCESSA-LCM.
           COMPUTE W-SALDO-ME ROUNDED = W-SALDO-RS / LCM-TAXA
           PERFORM ACHA-MOEDA THRU ACHA-MOEDA-FIM
           MOVE WM-TAXA(W-MOE-ACHOU) TO W-TAXA-BASE
           IF W-TAXA-BASE = ZEROS
              MOVE W-SALDO-RS TO W-SALDO-ATU
              ADD 1 TO W-QTD-SEMCOT
           ELSE
              COMPUTE W-SALDO-ATU ROUNDED = W-SALDO-ME * W-TAXA-BASE.
           COMPUTE W-DIFERENCA = W-SALDO-ATU - W-SALDO-RS
           ADD 1 TO WM-QTD(W-MOE-ACHOU) W-QTD-PARC
           ADD W-SALDO-ME TO WM-ME(W-MOE-ACHOU)
           ADD W-SALDO-RS TO WM-RS(W-MOE-ACHOU) W-GER-RS
           ADD W-SALDO-ATU TO WM-ATU(W-MOE-ACHOU) W-GER-ATU
           ADD W-DIFERENCA TO WM-DIF(W-MOE-ACHOU) W-GER-DIF
           MOVE LCM-NUMPEDIDO TO DET-PEDIDO
           MOVE LCM-PARCELA TO DET-PARC
           MOVE LANC-CODPESSOA TO DET-PESSOA
           MOVE LANC-VENCIMENTO TO DET-VENC
           MOVE LCM-MOEDA TO DET-MOEDA
           MOVE W-SALDO-ME TO DET-ME
           MOVE LCM-TAXA TO DET-TAXA-LAN
           MOVE W-SALDO-RS TO DET-RS
           MOVE W-TAXA-BASE TO DET-TAXA-BAS
           MOVE W-SALDO-ATU TO DET-ATU
           MOVE W-DIFERENCA TO DET-DIF
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO PROCESSA-LCM.
       PROCESSA-LCM-FIM.
           EXIT.

      * SALDO EM REAIS = VALOR DA PARCELA MENOS AS BAIXAS DO
      * PRINCIPAL, COMO NO RELVENC (JUROS/MULTA NAO ABATEM)
       CALCULA-SALDO.
           MOVE LANC-VALOR TO W-VALOR-ABS
           MOVE ZEROS TO W-TOT-BAIXADO
           IF W-TEM-BXA NOT = "S"
              GO TO CALCULA-SALDO-SUB.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE ZEROS TO BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO CALCULA-SALDO-SUB.
       CALCULA-SALDO-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO CALCULA-SALDO-SUB.
           IF BXA-NUMPEDIDO NOT = LANC-NUMPEDIDO OR
              BXA-TPPEDIDO NOT = LANC-TPPEDIDO OR
              BXA-PARCELA NOT = LANC-PARCELA
              GO TO CALCULA-SALDO-SUB.
           IF BXA-OPERADOR NOT = "JUROSMULTA"
              ADD BXA-VALOR TO W-TOT-BAIXADO.
           GO TO CALCULA-SALDO-LOOP.
       CALCULA-SALDO-SUB.
           COMPUTE W-SALDO-RS = W-VALOR-ABS - W-TOT-BAIXADO.
       CALCULA-SALDO-FIM.
           EXIT.

      * POSICAO DA MOEDA NA TABELA; NA PRIMEIRA VEZ BUSCA A COTACAO
      * DA DATA BASE (OU A ULTIMA ANTERIOR). TABELA CHEIA SOMA NA
      * ULTIMA POSICAO
       ACHA-MOEDA.
           MOVE ZEROS TO IX-MOE.
       ACHA-MOEDA-LOOP.
           ADD 1 TO IX-MOE
           IF IX-MOE > W-QTD-MOE
              GO TO ACHA-MOEDA-NOVA.
           IF WM-MOEDA(IX-MOE) = LCM-MOEDA
              MOVE IX-MOE TO W-MOE-ACHOU
              GO TO ACHA-MOEDA-FIM.
           GO TO ACHA-MOEDA-LOOP.
       ACHA-MOEDA-NOVA.
           IF W-QTD-MOE = 30
              MOVE 30 TO W-MOE-ACHOU
              GO TO ACHA-MOEDA-FIM.
           ADD 1 TO W-QTD-MOE
           MOVE W-QTD-MOE TO W-MOE-ACHOU
           MOVE LCM-MOEDA TO WM-MOEDA(W-MOE-ACHOU)
           MOVE ZEROS TO WM-TAXA(W-MOE-ACHOU) WM-QTD(W-MOE-ACHOU)
              WM-ME(W-MOE-ACHOU) WM-RS(W-MOE-ACHOU)
              WM-ATU(W-MOE-ACHOU) WM-DIF(W-MOE-ACHOU)
           IF W-TEM-COT NOT = "S"
              GO TO ACHA-MOEDA-FIM.
           MOVE LCM-MOEDA TO COT-MOEDA
           MOVE ZEROS TO COT-DATA
           START ARQCOT KEY IS NOT LESS THAN COT-CHAVE
              INVALID KEY GO TO ACHA-MOEDA-FIM.
       ACHA-MOEDA-COT.
           READ ARQCOT NEXT
           IF ST-COT NOT = "00"
              GO TO ACHA-MOEDA-FIM.
           IF COT-MOEDA NOT = LCM-MOEDA OR COT-DATA > W-DATA-BASE
              GO TO ACHA-MOEDA-FIM.
           MOVE COT-TAXA TO WM-TAXA(W-MOE-ACHOU)
           GO TO ACHA-MOEDA-COT.
       ACHA-MOEDA-FIM.
           EXIT.

       GERA-TOTAIS.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "TOTAIS POR MOEDA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX-MOE.
       GERA-TOTAIS-LOOP.
           ADD 1 TO IX-MOE
           IF IX-MOE > W-QTD-MOE
              GO TO GERA-TOTAIS-GERAL.
           MOVE WM-ME(IX-MOE) TO W-ME-ED
           MOVE WM-RS(IX-MOE) TO W-RS-ED
           MOVE WM-ATU(IX-MOE) TO W-ATU-ED
           MOVE WM-DIF(IX-MOE) TO W-DIF-ED
           MOVE SPACES TO LINHA-SAI
           STRING WM-MOEDA(IX-MOE) " PARCELAS " WM-QTD(IX-MOE)
              " NA MOEDA " W-ME-ED " R$ " W-RS-ED
              " REAVALIADO " W-ATU-ED " VARIACAO " W-DIF-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF WM-TAXA(IX-MOE) = ZEROS
              MOVE "    SEM COTACAO ATE A DATA BASE - MANTIDA A TAXA"
                 TO LINHA-SAI
              MOVE " DO LANCAMENTO" TO LINHA-SAI(50:14)
              WRITE LINHA-SAI.
           GO TO GERA-TOTAIS-LOOP.
       GERA-TOTAIS-GERAL.
           MOVE W-GER-RS TO W-RS-ED
           MOVE W-GER-ATU TO W-ATU-ED
           MOVE W-GER-DIF TO W-DIF-ED
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           STRING "TOTAL GERAL R$ " W-RS-ED " REAVALIADO " W-ATU-ED
              " VARIACAO A REALIZAR " W-DIF-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.
       GERA-TOTAIS-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
