       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBCO.
      **************************************************
      * SALDO DIARIO POR CONTA BANCARIA                 *
      * PARA CADA CONTA ATIVA DE CONTABCO.DAT (SCE056), *
      * OU SO PARA A CONTA INFORMADA, LISTA EM          *
      * RELBCO.TXT O SALDO ANTERIOR E, DIA A DIA NO     *
      * PERIODO, ENTRADAS, SAIDAS E SALDO. ENTRAM AS    *
      * BAIXAS MARCADAS COM A CONTA (BXA-CONTA, SCE010, *
      * REMESSA, REMPAG) - RECEBER SOMA, PAGAR SUBTRAI, *
      * DEVOLUCAO INVERTE - E OS MOVIMENTOS DE          *
      * TESOURARIA (MOVBCO.DAT: C SOMA, D SUBTRAI). O   *
      * SALDO ANTERIOR PARTE DO SALDO DE IMPLANTACAO DA *
      * CONTA. NO FIM, RESUMO DO SALDO FINAL POR CONTA. *
      * PERIODO DE ATE 366 DIAS.                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CBC-CODIGO
                    FILE STATUS IS ST-CBC.

           SELECT ARQMBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MBC-CHAVE
                    FILE STATUS IS ST-MBC.

           SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 REGCBC.
          03 CBC-CODIGO          PIC 9(02).
          03 CBC-DESC            PIC X(30).
          03 CBC-BANCO           PIC 9(03).
          03 CBC-AGENCIA         PIC 9(05).
          03 CBC-NUMERO          PIC X(12).
          03 CBC-CTA-CONTABIL    PIC 9(06).
          03 CBC-SALDO-INI       PIC S9(11)V99.
          03 CBC-DATA-INI        PIC 9(08).
          03 CBC-ATIVA           PIC X(01).

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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBCO.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-CBC        PIC X(02) VALUE "00".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-MBC-ABERTO  PIC X(01) VALUE "N".
       01 W-BXA-ABERTO  PIC X(01) VALUE "N".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-CONTA       PIC 9(02) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 W-SER-INI     PIC 9(08) VALUE ZEROS.
       01 W-SER-FIM     PIC 9(08) VALUE ZEROS.
       01 W-SER-MOV     PIC 9(08) VALUE ZEROS.
       01 W-QTD-DIAS    PIC 9(04) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 W-DATA-MOV    PIC 9(08) VALUE ZEROS.
       01 W-VALOR-MOV   PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDO       PIC S9(11)V99 VALUE ZEROS.
       01 W-TOT-ENT     PIC S9(11)V99 VALUE ZEROS.
       01 W-TOT-SAI     PIC S9(11)V99 VALUE ZEROS.
       01 W-TOT-GERAL   PIC S9(13)V99 VALUE ZEROS.
       01 W-QTD-CONTAS  PIC 9(02) VALUE ZEROS.
       01 IX-RES        PIC 9(02) VALUE ZEROS.

       01 W-DATA-R.
          03 W-DATA-AAAA   PIC 9(04).
          03 W-DATA-MM     PIC 9(02).
          03 W-DATA-DD     PIC 9(02).

       01 W-TAB-DIAS.
          03 W-DIA OCCURS 366 TIMES.
             05 W-DIA-ENT  PIC S9(11)V99.
             05 W-DIA-SAI  PIC S9(11)V99.

       01 W-TAB-RES.
          03 W-RES OCCURS 99 TIMES.
             05 W-RES-CONTA  PIC 9(02).
             05 W-RES-DESC   PIC X(30).
             05 W-RES-SALDO  PIC S9(11)V99.

       01 CAB-CONTA.
          03 FILLER        PIC X(07) VALUE "CONTA: ".
          03 CC-CONTA      PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 CC-DESC       PIC X(30).
          03 FILLER        PIC X(07) VALUE " BANCO ".
          03 CC-BANCO      PIC 9(03).
          03 FILLER        PIC X(06) VALUE " AG. ".
          03 CC-AGENCIA    PIC 9(05).
          03 FILLER        PIC X(06) VALUE " C/C ".
          03 CC-NUMERO     PIC X(12).

       01 CAB-COLUNAS.
          03 FILLER        PIC X(12) VALUE "DATA".
          03 FILLER        PIC X(17) VALUE "       ENTRADAS".
          03 FILLER        PIC X(17) VALUE "         SAIDAS".
          03 FILLER        PIC X(17) VALUE "          SALDO".

       01 DET-DIA.
          03 DD-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-ENT        PIC ZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-SAI        PIC ZZZZZZZZZZ9,99-.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DD-SALDO      PIC ZZZZZZZZZZ9,99-.

       01 DET-RES.
          03 DR-CONTA      PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DR-DESC       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DR-SALDO      PIC ZZZZZZZZZZZZ9,99-.

       01 W-DATA-ED     PIC 9(08) VALUE ZEROS.
       01 W-DATA-INV.
          03 W-INV-DD      PIC 9(02).
          03 W-INV-MM      PIC 9(02).
          03 W-INV-AAAA    PIC 9(04).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SALDO DIARIO POR CONTA BANCARIA"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           OPEN INPUT ARQCBC
           IF ST-CBC NOT = "00"
              DISPLAY "ARQUIVO CONTABCO.DAT NAO ENCONTRADO (SCE056)"
              STOP RUN.
           DISPLAY "CONTA BANCARIA (ZEROS = TODAS AS ATIVAS): "
           ACCEPT W-CONTA
           IF W-CONTA NOT = ZEROS
              MOVE W-CONTA TO CBC-CODIGO
              READ ARQCBC
              IF ST-CBC NOT = "00"
                 DISPLAY "CONTA BANCARIA NAO CADASTRADA"
                 CLOSE ARQCBC
                 STOP RUN.
       PEDE-PERIODO.
           DISPLAY "DATA INICIAL AAAAMMDD (ZEROS = DIA 1 DO MES): "
           ACCEPT W-DATA-INI
           IF W-DATA-INI = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-R
              MOVE 1 TO W-DATA-DD
              MOVE W-DATA-R TO W-DATA-INI.
           DISPLAY "DATA FINAL AAAAMMDD (ZEROS = HOJE): "
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-FIM.
           IF W-DATA-FIM < W-DATA-INI
              DISPLAY "DATA FINAL ANTERIOR A INICIAL"
              GO TO PEDE-PERIODO.
           COMPUTE W-SER-INI = FUNCTION INTEGER-OF-DATE(W-DATA-INI)
           COMPUTE W-SER-FIM = FUNCTION INTEGER-OF-DATE(W-DATA-FIM)
           COMPUTE W-QTD-DIAS = W-SER-FIM - W-SER-INI + 1
           IF W-QTD-DIAS > 366
              DISPLAY "PERIODO MAIOR QUE 366 DIAS"
              GO TO PEDE-PERIODO.
           MOVE "N" TO W-MBC-ABERTO W-BXA-ABERTO
           OPEN INPUT ARQMBC
           IF ST-MBC = "00"
              MOVE "S" TO W-MBC-ABERTO.
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              OPEN INPUT ARQLANC
              IF ST-ERRO = "00"
                 MOVE "S" TO W-BXA-ABERTO
              ELSE
                 CLOSE ARQBXA.
           OPEN OUTPUT RELSAI
           MOVE "SALDO DIARIO POR CONTA BANCARIA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "PERIODO: " W-DATA-INI " A " W-DATA-FIM
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO W-QTD-CONTAS W-TOT-GERAL
           IF W-CONTA NOT = ZEROS
              PERFORM PROCESSA-CONTA THRU PROCESSA-CONTA-FIM
           ELSE
              PERFORM VARRE-CONTAS THRU VARRE-CONTAS-FIM.
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           CLOSE ARQCBC RELSAI
           IF W-MBC-ABERTO = "S"
              CLOSE ARQMBC.
           IF W-BXA-ABERTO = "S"
              CLOSE ARQBXA ARQLANC.
           DISPLAY "RELATORIO GERADO EM RELBCO.TXT"
           STOP RUN.

       VARRE-CONTAS.
           MOVE ZEROS TO CBC-CODIGO
           START ARQCBC KEY IS NOT LESS THAN CBC-CODIGO
              INVALID KEY GO TO VARRE-CONTAS-FIM.
       VARRE-CONTAS-LOOP.
           READ ARQCBC NEXT
           IF ST-CBC NOT = "00"
              GO TO VARRE-CONTAS-FIM.
           IF CBC-ATIVA NOT = "S"
              GO TO VARRE-CONTAS-LOOP.
           PERFORM PROCESSA-CONTA THRU PROCESSA-CONTA-FIM
           GO TO VARRE-CONTAS-LOOP.
       VARRE-CONTAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * UMA CONTA: SALDO ANTERIOR A DATA INICIAL E MOVIMENTO DIARIO
      * ACUMULADO NA TABELA DE DIAS DO PERIODO
      *----------------------------------------------------------------
       PROCESSA-CONTA.
           MOVE CBC-SALDO-INI TO W-SALDO
           MOVE 1 TO IX.
       PROCESSA-CONTA-ZERA.
           MOVE ZEROS TO W-DIA-ENT(IX) W-DIA-SAI(IX)
           ADD 1 TO IX
           IF IX NOT > W-QTD-DIAS
              GO TO PROCESSA-CONTA-ZERA.
           IF W-BXA-ABERTO = "S"
              PERFORM SOMA-BAIXAS THRU SOMA-BAIXAS-FIM.
           IF W-MBC-ABERTO = "S"
              PERFORM SOMA-TESOURARIA THRU SOMA-TESOURARIA-FIM.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE CBC-CODIGO TO CC-CONTA
           MOVE CBC-DESC TO CC-DESC
           MOVE CBC-BANCO TO CC-BANCO
           MOVE CBC-AGENCIA TO CC-AGENCIA
           MOVE CBC-NUMERO TO CC-NUMERO
           WRITE LINHA-SAI FROM CAB-CONTA
           WRITE LINHA-SAI FROM CAB-COLUNAS
           MOVE SPACES TO DET-DIA
           MOVE W-SALDO TO DD-SALDO
           MOVE DET-DIA TO LINHA-SAI
           MOVE "ANTERIOR" TO LINHA-SAI(1:10)
           WRITE LINHA-SAI
           MOVE ZEROS TO W-TOT-ENT W-TOT-SAI
           MOVE 1 TO IX.
       PROCESSA-CONTA-DIA.
           IF W-DIA-ENT(IX) = ZEROS AND W-DIA-SAI(IX) = ZEROS
              GO TO PROCESSA-CONTA-PROX.
           ADD W-DIA-ENT(IX) TO W-SALDO W-TOT-ENT
           SUBTRACT W-DIA-SAI(IX) FROM W-SALDO
           ADD W-DIA-SAI(IX) TO W-TOT-SAI
           COMPUTE W-DATA-ED =
              FUNCTION DATE-OF-INTEGER(W-SER-INI + IX - 1)
           PERFORM EDITA-DATA
           MOVE W-DIA-ENT(IX) TO DD-ENT
           MOVE W-DIA-SAI(IX) TO DD-SAI
           MOVE W-SALDO TO DD-SALDO
           WRITE LINHA-SAI FROM DET-DIA.
       PROCESSA-CONTA-PROX.
           ADD 1 TO IX
           IF IX NOT > W-QTD-DIAS
              GO TO PROCESSA-CONTA-DIA.
           MOVE SPACES TO DET-DIA
           MOVE W-TOT-ENT TO DD-ENT
           MOVE W-TOT-SAI TO DD-SAI
           MOVE W-SALDO TO DD-SALDO
           MOVE DET-DIA TO LINHA-SAI
           MOVE "FINAL" TO LINHA-SAI(1:10)
           WRITE LINHA-SAI
           IF W-QTD-CONTAS < 99
              ADD 1 TO W-QTD-CONTAS
              MOVE CBC-CODIGO TO W-RES-CONTA(W-QTD-CONTAS)
              MOVE CBC-DESC TO W-RES-DESC(W-QTD-CONTAS)
              MOVE W-SALDO TO W-RES-SALDO(W-QTD-CONTAS).
           ADD W-SALDO TO W-TOT-GERAL.
       PROCESSA-CONTA-FIM.
           EXIT.

      * BAIXAS DA CONTA: RECEBER ENTRA, PAGAR SAI; LANCAMENTO
      * NEGATIVO (DEVOLUCAO) INVERTE O SENTIDO. JUROS/MULTA SEGUEM
      * O TIPO DO LANCAMENTO.
       SOMA-BAIXAS.
           MOVE LOW-VALUES TO BXA-CHAVE
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO SOMA-BAIXAS-FIM.
       SOMA-BAIXAS-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO SOMA-BAIXAS-FIM.
           IF BXA-CONTA NOT = CBC-CODIGO
              GO TO SOMA-BAIXAS-LOOP.
           IF BXA-DATA < CBC-DATA-INI OR BXA-DATA > W-DATA-FIM
              GO TO SOMA-BAIXAS-LOOP.
           MOVE BXA-NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE BXA-TPPEDIDO TO LANC-TPPEDIDO
           MOVE BXA-PARCELA TO LANC-PARCELA
           READ ARQLANC
           IF ST-ERRO NOT = "00"
              GO TO SOMA-BAIXAS-LOOP.
           MOVE BXA-VALOR TO W-VALOR-MOV
           IF LANC-TIPO = "P"
              COMPUTE W-VALOR-MOV = ZEROS - W-VALOR-MOV.
           IF LANC-VALOR < ZEROS
              COMPUTE W-VALOR-MOV = ZEROS - W-VALOR-MOV.
           MOVE BXA-DATA TO W-DATA-MOV
           PERFORM ACUMULA-DIA
           GO TO SOMA-BAIXAS-LOOP.
       SOMA-BAIXAS-FIM.
           EXIT.

      * MOVIMENTOS DE TESOURARIA DA CONTA DESDE A IMPLANTACAO
       SOMA-TESOURARIA.
           MOVE CBC-CODIGO TO MBC-CONTA
           MOVE CBC-DATA-INI TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ
           START ARQMBC KEY IS NOT LESS THAN MBC-CHAVE
              INVALID KEY GO TO SOMA-TESOURARIA-FIM.
       SOMA-TESOURARIA-LOOP.
           READ ARQMBC NEXT
           IF ST-MBC NOT = "00"
              GO TO SOMA-TESOURARIA-FIM.
           IF MBC-CONTA NOT = CBC-CODIGO OR MBC-DATA > W-DATA-FIM
              GO TO SOMA-TESOURARIA-FIM.
           MOVE MBC-VALOR TO W-VALOR-MOV
           IF MBC-DC = "D"
              COMPUTE W-VALOR-MOV = ZEROS - W-VALOR-MOV.
           MOVE MBC-DATA TO W-DATA-MOV
           PERFORM ACUMULA-DIA
           GO TO SOMA-TESOURARIA-LOOP.
       SOMA-TESOURARIA-FIM.
           EXIT.

      * ANTES DO PERIODO VAI PARA O SALDO ANTERIOR; DENTRO DELE,
      * PARA ENTRADAS OU SAIDAS DO DIA
       ACUMULA-DIA.
           IF W-DATA-MOV < W-DATA-INI
              ADD W-VALOR-MOV TO W-SALDO
           ELSE
              COMPUTE W-SER-MOV =
                 FUNCTION INTEGER-OF-DATE(W-DATA-MOV)
              COMPUTE IX = W-SER-MOV - W-SER-INI + 1
              IF W-VALOR-MOV < ZEROS
                 SUBTRACT W-VALOR-MOV FROM W-DIA-SAI(IX)
              ELSE
                 ADD W-VALOR-MOV TO W-DIA-ENT(IX).

       EDITA-DATA.
           MOVE W-DATA-ED TO W-DATA-R
           MOVE W-DATA-DD TO W-INV-DD
           MOVE W-DATA-MM TO W-INV-MM
           MOVE W-DATA-AAAA TO W-INV-AAAA
           MOVE W-DATA-INV TO DD-DATA.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "RESUMO - SALDO FINAL POR CONTA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE 1 TO IX-RES.
       IMPRIME-RESUMO-LOOP.
           IF IX-RES > W-QTD-CONTAS
              GO TO IMPRIME-RESUMO-TOT.
           MOVE W-RES-CONTA(IX-RES) TO DR-CONTA
           MOVE W-RES-DESC(IX-RES) TO DR-DESC
           MOVE W-RES-SALDO(IX-RES) TO DR-SALDO
           WRITE LINHA-SAI FROM DET-RES
           ADD 1 TO IX-RES
           GO TO IMPRIME-RESUMO-LOOP.
       IMPRIME-RESUMO-TOT.
           MOVE ZEROS TO DR-CONTA
           MOVE "TOTAL DAS CONTAS" TO DR-DESC
           MOVE W-TOT-GERAL TO DR-SALDO
           WRITE LINHA-SAI FROM DET-RES.
       IMPRIME-RESUMO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
