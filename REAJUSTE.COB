      * REGPROD, GRAVA O HISTORICO EM PRECHIST.DAT      *
      * (COMO O SCE004 FAZ), CARIMBA AUDITORIA.DAT E,   *
      * SE PEDIDO, GERA NOVAS VIGENCIAS EM TABPRECO.DAT *
      * PARA AS LINHAS DE TABELA DO PRODUTO. PRODUTOS   *
      * DESCONTINUADOS (PRODSIT.DAT, SCE004) FICAM FORA *
      * DO REAJUSTE.                                    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REAJUSTE.TXT".
       01 LINHA-SAI              PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-PRE        PIC X(02) VALUE "00".
       01 W-ED-NOV      PIC ZZZZZ9,99.
       01 IX-CB         PIC 9(02) VALUE ZEROS.
       01 W-QTD-COMBO   PIC 9(02) VALUE ZEROS.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-QTD-DESCONT PIC 9(05) VALUE ZEROS.

       01 W-TAB-COMBO.
          03 W-COMBO OCCURS 50 TIMES.
      * NA APLICACAO ATUALIZA PRECO + HISTORICO + AUDITORIA
      *----------------------------------------------------------------
       EXECUTA.
           MOVE ZEROS TO W-QTD-SEL W-QTD-APL W-QTD-DESCONT
           IF W-MODO = "A"
              OPEN I-O ARQPROD
           ELSE
              OPEN I-O ARQTAB
              IF ST-TAB = "00"
                 MOVE "S" TO W-TAB-ABERTO.
           MOVE "N" TO W-PSI-ABERTO
           MOVE W-DATA-HOJE TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
           OPEN OUTPUT RELSAI
           IF W-MODO = "S"
              MOVE "REAJUSTE DE PRECOS - SIMULACAO" TO LINHA-SAI
           IF W-FIL-FORN > ZEROS AND
              PROD-CPFCNPJ NOT = W-FIL-FORN
              GO TO EXECUTA-LOOP.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "D"
              ADD 1 TO W-QTD-DESCONT
              GO TO EXECUTA-LOOP.
           PERFORM CALCULA-NOVO-PRECO
           ADD 1 TO W-QTD-SEL
           MOVE COD TO DET-COD
           MOVE SPACES TO LINHA-SAI
           STRING "PRODUTOS SELECIONADOS: " W-QTD-SEL
              "  APLICADOS: " W-QTD-APL
              "  DESCONTINUADOS IGNORADOS: " W-QTD-DESCONT
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQPROD
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
           IF W-MODO = "A"
              CLOSE ARQPRECO ARQAUD.
           IF W-TAB-ABERTO = "S"
       EXECUTA-FIM.
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

      * PRECO NOVO NUNCA FICA NEGATIVO; ARREDONDA NO CENTAVO
       CALCULA-NOVO-PRECO.
           IF W-TIPO-AJU = "P"
