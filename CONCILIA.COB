      *   09-19  VALOR (9(09)V99 SEM VIRGULA)           *
      *   20-28  DOCUMENTO/NOSSO NUMERO                 *
      *          (PEDIDO 9(06) + TIPO 9(01) + PARC 02)  *
      * INFORMADA A CONTA BANCARIA (CONTABCO.DAT,       *
      * SCE056), SO ENTRAM AS BAIXAS MARCADAS COM ELA   *
      * (BXA-CONTA) E OS MOVIMENTOS DE TESOURARIA DA    *
      * CONTA NO PERIODO (MOVBCO.DAT), QUE CASAM COM AS *
      * LINHAS LIVRES DO EXTRATO POR DATA E VALOR.      *
      * CONTA ZERO CONCILIA TODAS AS BAIXAS, SEM        *
      * TESOURARIA.                                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

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

           SELECT ARQEXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-EXT.
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

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

       FD ARQEXT
               LABEL RECORD IS STANDARD
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-EXT        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-CBC        PIC X(02) VALUE "00".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 W-MBC-ABERTO  PIC X(01) VALUE "N".
       01 W-CONTA       PIC 9(02) VALUE ZEROS.
       01 W-DATA-DE     PIC 9(08) VALUE ZEROS.
       01 W-DATA-ATE    PIC 9(08) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-OPER      PIC X(10).

       01 DET2.
          03 FILLER        PIC X(10) VALUE "TESOURARIA".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DT2-TIPO      PIC X(01).
          03 FILLER        PIC X(01) VALUE "/".
          03 DT2-DC        PIC X(01).
          03 FILLER        PIC X(06) VALUE " SEQ ".
          03 DT2-SEQ       PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DT2-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DT2-VALOR     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DT2-DOC       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DT2-HIST      PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONCILIACAO BANCARIA - BAIXAS X EXTRATO".
           ACCEPT W-DATA-ATE
           IF W-DATA-ATE = ZEROS
              MOVE 99991231 TO W-DATA-ATE.
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-FIM
           OPEN INPUT ARQBXA
           IF ST-BXA NOT = "00"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           IF W-CONTA = ZEROS
              MOVE "CONTA BANCARIA: TODAS AS BAIXAS" TO LINHA-SAI
           ELSE
              STRING "CONTA BANCARIA: " CBC-CODIGO " " CBC-DESC
                 " BANCO " CBC-BANCO " AG. " CBC-AGENCIA
                 " C/C " CBC-NUMERO
                 DELIMITED BY SIZE INTO LINHA-SAI.
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "SECAO 1 - CONCILIADOS (LIVRO = BANCO)" TO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM LISTA-SO-BANCO THRU LISTA-SO-BANCO-FIM
           PERFORM GRAVA-RESUMO
           CLOSE ARQBXA RELSAI
           IF W-MBC-ABERTO = "S"
              CLOSE ARQMBC.
           DISPLAY "CONCILIACAO GERADA EM CONCILIA.TXT"
           DISPLAY "CONCILIADOS: " W-QTD-CAS
           DISPLAY "SO NOS LIVROS: " W-QTD-LIV
           DISPLAY "SO NO BANCO: " W-QTD-BCO
           STOP RUN.

      *----------------------------------------------------------------
      * CONTA BANCARIA DO EXTRATO: COM CONTA, SO AS BAIXAS DELA E OS
      * MOVIMENTOS DE TESOURARIA ENTRAM NA CONCILIACAO
      *----------------------------------------------------------------
       PEDE-CONTA.
           MOVE ZEROS TO W-CONTA
           MOVE "N" TO W-MBC-ABERTO
           OPEN INPUT ARQCBC
           IF ST-CBC NOT = "00"
              GO TO PEDE-CONTA-FIM.
       PEDE-CONTA-LE.
           MOVE ZEROS TO W-CONTA
           DISPLAY "CONTA BANCARIA DO EXTRATO (ZEROS = TODAS): "
           ACCEPT W-CONTA
           IF W-CONTA = ZEROS
              GO TO PEDE-CONTA-ENC.
           MOVE W-CONTA TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              DISPLAY "CONTA BANCARIA NAO CADASTRADA"
              GO TO PEDE-CONTA-LE.
           OPEN INPUT ARQMBC
           IF ST-MBC = "00"
              MOVE "S" TO W-MBC-ABERTO.
       PEDE-CONTA-ENC.
           CLOSE ARQCBC.
       PEDE-CONTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CARGA DO EXTRATO EM TABELA
      *----------------------------------------------------------------
       CASA-BAIXAS-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO CASA-BAIXAS-TES.
           IF BXA-DATA < W-DATA-DE OR BXA-DATA > W-DATA-ATE
              GO TO CASA-BAIXAS-LOOP.
           IF W-CONTA NOT = ZEROS AND BXA-CONTA NOT = W-CONTA
              GO TO CASA-BAIXAS-LOOP.
           PERFORM BUSCA-NO-EXTRATO THRU BUSCA-NO-EXTRATO-FIM
           IF W-ACHOU = ZEROS
              GO TO CASA-BAIXAS-LOOP.
           PERFORM MONTA-DET-BXA
           WRITE LINHA-SAI
           GO TO CASA-BAIXAS-LOOP.
       CASA-BAIXAS-TES.
           IF W-MBC-ABERTO = "S"
              PERFORM CASA-TESOURARIA THRU CASA-TESOURARIA-FIM.
       CASA-BAIXAS-SEC2.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
       CASA-BAIXAS-SEC2-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO CASA-BAIXAS-SEC2-TES.
           IF BXA-DATA < W-DATA-DE OR BXA-DATA > W-DATA-ATE
              GO TO CASA-BAIXAS-SEC2-LOOP.
           IF W-CONTA NOT = ZEROS AND BXA-CONTA NOT = W-CONTA
              GO TO CASA-BAIXAS-SEC2-LOOP.
           PERFORM BUSCA-USADO THRU BUSCA-USADO-FIM
           IF W-ACHOU = 1
              GO TO CASA-BAIXAS-SEC2-LOOP.
           PERFORM MONTA-DET-BXA
           WRITE LINHA-SAI
           GO TO CASA-BAIXAS-SEC2-LOOP.
       CASA-BAIXAS-SEC2-TES.
           IF W-MBC-ABERTO = "S"
              PERFORM SOBRA-TESOURARIA THRU SOBRA-TESOURARIA-FIM.
       CASA-BAIXAS-FIM.
           EXIT.

      * MOVIMENTOS DE TESOURARIA DA CONTA NO PERIODO: CASAM COM
      * LINHA LIVRE DO EXTRATO PELA DATA E PELO VALOR
       CASA-TESOURARIA.
           PERFORM POSICIONA-MBC THRU POSICIONA-MBC-FIM
           IF ST-MBC NOT = "00"
              GO TO CASA-TESOURARIA-FIM.
       CASA-TESOURARIA-LOOP.
           READ ARQMBC NEXT
           IF ST-MBC NOT = "00"
              GO TO CASA-TESOURARIA-FIM.
           IF MBC-CONTA NOT = W-CONTA OR MBC-DATA > W-DATA-ATE
              GO TO CASA-TESOURARIA-FIM.
           MOVE ZEROS TO W-ACHOU IX.
       CASA-TESOURARIA-BUSCA.
           ADD 1 TO IX
           IF IX > W-QTD-EXT
              GO TO CASA-TESOURARIA-LOOP.
           IF WE-USADO(IX) NOT = ZEROS OR
              WE-DATA(IX) NOT = MBC-DATA OR
              WE-VALOR(IX) NOT = MBC-VALOR
              GO TO CASA-TESOURARIA-BUSCA.
           MOVE 1 TO WE-USADO(IX)
           ADD 1 TO W-QTD-CAS
           PERFORM MONTA-DET-MBC
           WRITE LINHA-SAI
           GO TO CASA-TESOURARIA-LOOP.
       CASA-TESOURARIA-FIM.
           EXIT.

      * NO SEGUNDO PASSO AS LINHAS DAS BAIXAS JA PASSARAM A 2: A
      * LINHA AINDA EM 1 COM A MESMA DATA E VALOR E O PAR DO
      * MOVIMENTO DE TESOURARIA
       SOBRA-TESOURARIA.
           PERFORM POSICIONA-MBC THRU POSICIONA-MBC-FIM
           IF ST-MBC NOT = "00"
              GO TO SOBRA-TESOURARIA-FIM.
       SOBRA-TESOURARIA-LOOP.
           READ ARQMBC NEXT
           IF ST-MBC NOT = "00"
              GO TO SOBRA-TESOURARIA-FIM.
           IF MBC-CONTA NOT = W-CONTA OR MBC-DATA > W-DATA-ATE
              GO TO SOBRA-TESOURARIA-FIM.
           MOVE ZEROS TO W-ACHOU IX.
       SOBRA-TESOURARIA-BUSCA.
           ADD 1 TO IX
           IF IX > W-QTD-EXT
              GO TO SOBRA-TESOURARIA-LISTA.
           IF WE-USADO(IX) NOT = 1 OR
              WE-DATA(IX) NOT = MBC-DATA OR
              WE-VALOR(IX) NOT = MBC-VALOR
              GO TO SOBRA-TESOURARIA-BUSCA.
           MOVE 2 TO WE-USADO(IX)
           GO TO SOBRA-TESOURARIA-LOOP.
       SOBRA-TESOURARIA-LISTA.
           ADD 1 TO W-QTD-LIV
           PERFORM MONTA-DET-MBC
           WRITE LINHA-SAI
           GO TO SOBRA-TESOURARIA-LOOP.
       SOBRA-TESOURARIA-FIM.
           EXIT.

       POSICIONA-MBC.
           MOVE W-CONTA TO MBC-CONTA
           MOVE W-DATA-DE TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ
           START ARQMBC KEY IS NOT LESS THAN MBC-CHAVE
              INVALID KEY MOVE "23" TO ST-MBC.
       POSICIONA-MBC-FIM.
           EXIT.

      * PROCURA NO EXTRATO UMA LINHA LIVRE COM A MESMA CHAVE,
      * MESMA DATA E MESMO VALOR DA BAIXA CORRENTE
       BUSCA-NO-EXTRATO.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI.

       MONTA-DET-MBC.
           MOVE MBC-TIPO TO DT2-TIPO
           MOVE MBC-DC TO DT2-DC
           MOVE MBC-SEQ TO DT2-SEQ
           MOVE MBC-DATA TO DT2-DATA
           MOVE MBC-VALOR TO DT2-VALOR
           MOVE MBC-DOC TO DT2-DOC
           MOVE MBC-HIST TO DT2-HIST
           MOVE SPACES TO LINHA-SAI
           MOVE DET2 TO LINHA-SAI.

       GRAVA-RESUMO.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
