       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFASE.
      **************************************************
      * RELATORIO DE PRODUTOS FORA DE LINHA             *
      * LE A SITUACAO DOS PRODUTOS EM PRODSIT.DAT       *
      * (MANTIDA NO SCE004) E LISTA OS QUE ESTAO FORA   *
      * DE LINHA NA DATA DE HOJE, COM O SALDO AINDA EM  *
      * ESTOQUE VALORIZADO PELO CUSTO MEDIO             *
      * (CUSTOMED.DAT), A VIGENCIA E O MOTIVO. SERVE    *
      * PARA ACOMPANHAR A LIQUIDACAO DO SALDO. PRODUTO  *
      * SEM CUSTO MEDIO SAI COM VALOR ZERO E MARCADO.   *
      * RELATORIO EM RELFASE.TXT.                       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CST-COD
                    FILE STATUS IS ST-CST.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTOMED.DAT".
       01 REGCST.
          03 CST-COD            PIC 9(06).
          03 CST-CUSTO          PIC 9(06)V99.
          03 CST-QTD-BASE       PIC 9(08).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFASE.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-CST        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-CST-ABERTO  PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-SIT         PIC X(01) VALUE SPACES.
       01 W-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR       PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD-ITENS   PIC 9(05) VALUE ZEROS.
       01 W-QTD-SEMCST  PIC 9(05) VALUE ZEROS.
       01 W-TOT-QTD     PIC 9(09) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.

       01 W-MOTIVOS-PSI.
          03 FILLER PIC X(22) VALUE "01BAIXO GIRO          ".
          03 FILLER PIC X(22) VALUE "02SUBSTITUIDO         ".
          03 FILLER PIC X(22) VALUE "03FORNECEDOR ENCERROU ".
          03 FILLER PIC X(22) VALUE "04RECALL/QUALIDADE    ".
          03 FILLER PIC X(22) VALUE "05RESTRICAO LEGAL     ".
          03 FILLER PIC X(22) VALUE "06REVISAO DO MIX      ".
          03 FILLER PIC X(22) VALUE "99OUTROS              ".
       01 W-TAB-MOTPSI REDEFINES W-MOTIVOS-PSI.
          03 W-TMP OCCURS 7 TIMES.
             05 WMP-COD       PIC 9(02).
             05 WMP-DESC      PIC X(20).

       01 DET1.
          03 DF-COD        PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DF-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DF-QTD        PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DF-CUSTO      PIC ZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DF-VALOR      PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DF-VIG        PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DF-MOTIVO     PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DF-MARCA      PIC X(10).

       01 TOT1.
          03 FILLER        PIC X(08) VALUE "ITENS: ".
          03 DT-ITENS      PIC ZZZZ9.
          03 FILLER        PIC X(15) VALUE "   SALDO TOTAL:".
          03 DT-QTD        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(15) VALUE "   VALOR TOTAL:".
          03 DT-VALOR      PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(14) VALUE "   SEM CUSTO: ".
          03 DT-SEMCST     PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE PRODUTOS FORA DE LINHA".
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI NOT = "00"
              DISPLAY "ARQUIVO PRODSIT.DAT NAO ENCONTRADO OU VAZIO"
              STOP RUN.
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO OU VAZIO"
              CLOSE ARQPSI
              STOP RUN.
           OPEN INPUT ARQCST
           IF ST-CST = "00"
              MOVE "S" TO W-CST-ABERTO.
           OPEN OUTPUT RELSAI
           MOVE "PRODUTOS FORA DE LINHA - SALDO A LIQUIDAR"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "SITUACAO EM " W-DATA-HOJE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "CODIGO  DESCRICAO" TO LINHA-SAI
           MOVE "SALDO" TO LINHA-SAI(42:5)
           MOVE "CUSTO MED" TO LINHA-SAI(49:9)
           MOVE "VALOR ESTOQUE" TO LINHA-SAI(61:13)
           MOVE "VIGENCIA" TO LINHA-SAI(76:8)
           MOVE "MOTIVO" TO LINHA-SAI(86:6)
           WRITE LINHA-SAI
           PERFORM PROCESSA-SITUACOES THRU PROCESSA-SITUACOES-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-QTD-ITENS TO DT-ITENS
           MOVE W-TOT-QTD TO DT-QTD
           MOVE W-TOT-VALOR TO DT-VALOR
           MOVE W-QTD-SEMCST TO DT-SEMCST
           MOVE TOT1 TO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQPSI ARQPROD
           IF W-CST-ABERTO = "S"
              CLOSE ARQCST.
           DISPLAY "RELATORIO GERADO EM RELFASE.TXT COM "
              W-QTD-ITENS " PRODUTO(S)".
           STOP RUN.

      *----------------------------------------------------------------
      * PERCORRE PRODSIT.DAT - SO ENTRA O QUE ESTA FORA DE LINHA
      * HOJE (ANTES DA VIGENCIA VALE A SITUACAO ANTERIOR)
      *----------------------------------------------------------------
       PROCESSA-SITUACOES.
           READ ARQPSI NEXT
           IF ST-PSI NOT = "00"
              GO TO PROCESSA-SITUACOES-FIM.
           IF PSI-DATA-VIG > W-DATA-HOJE
              MOVE PSI-STATUS-ANT TO W-SIT
           ELSE
              MOVE PSI-STATUS TO W-SIT.
           IF W-SIT NOT = "F"
              GO TO PROCESSA-SITUACOES.
           MOVE PSI-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              GO TO PROCESSA-SITUACOES.
           MOVE SPACES TO DF-MARCA
           MOVE ZEROS TO W-CUSTO
           IF W-CST-ABERTO NOT = "S"
              MOVE "SEM CUSTO" TO DF-MARCA
           ELSE
              MOVE COD TO CST-COD
              READ ARQCST
              IF ST-CST = "00"
                 MOVE CST-CUSTO TO W-CUSTO
              ELSE
                 MOVE "SEM CUSTO" TO DF-MARCA.
           IF DF-MARCA NOT = SPACES
              ADD 1 TO W-QTD-SEMCST.
           COMPUTE W-VALOR = QTD * W-CUSTO
           ADD 1 TO W-QTD-ITENS
           ADD QTD TO W-TOT-QTD
           ADD W-VALOR TO W-TOT-VALOR
           MOVE COD TO DF-COD
           MOVE DESC TO DF-DESC
           MOVE QTD TO DF-QTD
           MOVE W-CUSTO TO DF-CUSTO
           MOVE W-VALOR TO DF-VALOR
           MOVE PSI-DATA-VIG TO DF-VIG
           PERFORM DESC-MOTIVO THRU DESC-MOTIVO-FIM
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO PROCESSA-SITUACOES.
       PROCESSA-SITUACOES-FIM.
           EXIT.

       DESC-MOTIVO.
           MOVE SPACES TO DF-MOTIVO
           MOVE ZEROS TO IX.
       DESC-MOTIVO-LOOP.
           ADD 1 TO IX
           IF IX > 7
              MOVE PSI-MOTIVO TO DF-MOTIVO
              GO TO DESC-MOTIVO-FIM.
           IF WMP-COD(IX) NOT = PSI-MOTIVO
              GO TO DESC-MOTIVO-LOOP.
           MOVE WMP-DESC(IX) TO DF-MOTIVO.
       DESC-MOTIVO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
