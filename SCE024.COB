      * A OPCAO R LISTA EM CHQDIA.TXT OS CHEQUES EM     *
      * CUSTODIA COM BOM-PARA ATE A DATA INFORMADA      *
      * (DEPOSITAVEIS).                                 *
      * NA LIQUIDACAO O VALOR ENTRA NA CONTA BANCARIA    *
      * INFORMADA (CONTABCO.DAT, SCE056) COMO MOVIMENTO *
      * "Q" (CHEQUE COMPENSADO) EM MOVBCO.DAT.          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

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

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCHQ
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQSDP
               LABEL RECORD IS STANDARD
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CHQDIA.TXT".
       01 LINHA-SAI              PIC X(120).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE024".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-CHQ        PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-CBC        PIC X(02) VALUE "00".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 W-CBC-ABERTO  PIC X(01) VALUE "N".
       01 W-BCO-CHQ     PIC 9(02) VALUE ZEROS.
       01 W-DATA-COMP   PIC 9(08) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
              DISPLAY "ARQUIVO SALDOPES.DAT NAO ENCONTRADO"
              CLOSE ARQCHQ ARQLANC ARQBXA
              STOP RUN.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       ABRE-BANCOS.
           MOVE "N" TO W-CBC-ABERTO
           OPEN INPUT ARQCBC
           IF ST-CBC NOT = "00"
              GO TO LOGIN-OPERADOR.
           MOVE "S" TO W-CBC-ABERTO
           OPEN I-O ARQMBC
           IF ST-MBC = "30"
              OPEN OUTPUT ARQMBC
              CLOSE ARQMBC
              OPEN I-O ARQMBC.
           IF ST-MBC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DE MOVBCO.DAT"
              CLOSE ARQCHQ ARQLANC ARQBXA ARQSDP ARQCBC
              STOP RUN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "CUSTODIA DE CHEQUES PRE-DATADOS"
           DISPLAY "D = DEPOSITAR | L = LIQUIDAR | V = DEVOLVER"
           DISPLAY "C = CONSULTAR | R = DEPOSITAVEIS | S = SAIR"
           IF CHQ-STATUS NOT = "D"
              DISPLAY "SO CHEQUE DEPOSITADO PODE SER LIQUIDADO"
              GO TO MUDA-STATUS-L-FIM.
           IF W-CBC-ABERTO = "S"
              PERFORM PEDE-CONTA-CHQ THRU PEDE-CONTA-CHQ-FIM.
           MOVE "L" TO CHQ-STATUS
           MOVE W-OPERADOR TO CHQ-OPERADOR
           REWRITE REGCHQ
           DISPLAY "CHEQUE LIQUIDADO - DINHEIRO CONFIRMADO"
           IF W-BCO-CHQ NOT = ZEROS
              PERFORM GRAVA-COMPENSACAO THRU GRAVA-COMPENSACAO-FIM.
       MUDA-STATUS-L-FIM.
           EXIT.

      * CONTA BANCARIA E DATA EM QUE O CHEQUE COMPENSOU. CONTA
      * ZERO LIQUIDA O CHEQUE SEM MOVIMENTO NA TESOURARIA.
       PEDE-CONTA-CHQ.
           MOVE ZEROS TO W-BCO-CHQ
           DISPLAY "CONTA BANCARIA DO DEPOSITO (0=NENHUMA): "
           ACCEPT W-BCO-CHQ
           IF W-BCO-CHQ = ZEROS
              GO TO PEDE-CONTA-CHQ-FIM.
           MOVE W-BCO-CHQ TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              DISPLAY "CONTA BANCARIA NAO CADASTRADA"
              GO TO PEDE-CONTA-CHQ.
           IF CBC-ATIVA NOT = "S"
              DISPLAY "CONTA BANCARIA INATIVA"
              GO TO PEDE-CONTA-CHQ.
       PEDE-CONTA-CHQ-DATA.
           MOVE ZEROS TO W-DATA-COMP
           DISPLAY "DATA DA COMPENSACAO AAAAMMDD (0=HOJE): "
           ACCEPT W-DATA-COMP
           IF W-DATA-COMP = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-COMP.
           IF W-DATA-COMP < CBC-DATA-INI
              DISPLAY "DATA ANTERIOR A IMPLANTACAO DA CONTA"
              GO TO PEDE-CONTA-CHQ-DATA.
       PEDE-CONTA-CHQ-FIM.
           EXIT.

       GRAVA-COMPENSACAO.
           MOVE W-BCO-CHQ TO MBC-CONTA
           MOVE W-DATA-COMP TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ.
       GRAVA-COMPENSACAO-WR.
           ADD 1 TO MBC-SEQ
           MOVE "Q" TO MBC-TIPO
           MOVE "C" TO MBC-DC
           MOVE CHQ-VALOR TO MBC-VALOR
           MOVE ZEROS TO MBC-CONTRA
           MOVE SPACES TO MBC-DOC
           STRING "CHQ " CHQ-BANCO "/" CHQ-NUMERO
              DELIMITED BY SIZE INTO MBC-DOC
           MOVE "CHEQUE COMPENSADO" TO MBC-HIST
           MOVE W-OPERADOR TO MBC-OPERADOR
           WRITE REGMBC
           IF ST-MBC = "22" AND MBC-SEQ < 9999
              GO TO GRAVA-COMPENSACAO-WR.
           IF ST-MBC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO BANCARIO "
                 ST-MBC
           ELSE
              DISPLAY "VALOR LANCADO NA CONTA BANCARIA " W-BCO-CHQ.
       GRAVA-COMPENSACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DEVOLUCAO: REABRE A PARCELA, APAGA A BAIXA DO CHEQUE E
      * DEVOLVE O VALOR AO SALDO POR PESSOA
              DISPLAY "AVISO: BAIXA DO CHEQUE NAO LOCALIZADA".
           IF LANC-STATUS = "Q"
              MOVE "A" TO LANC-STATUS
              MOVE "R" TO W-JRN-OPER
              PERFORM JRN-ANTES-LANC
              REWRITE REGLANC
              PERFORM JRN-GRAVA-LANC
              DISPLAY "PARCELA REABERTA (STATUS A)"
           ELSE
              DISPLAY "PARCELA JA ESTAVA EM ABERTO".
              MOVE W-SDP-DELTA TO SDP-SALDO
              WRITE REGSDP.

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
       JRN-ANTES-LANC.
           MOVE REGLANC TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQLANC
           IF ST-ERRO = "00"
              MOVE REGLANC TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGLANC.
       JRN-GRAVA-LANC.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQCHQ ARQLANC ARQBXA ARQSDP
           IF W-CBC-ABERTO = "S"
              CLOSE ARQCBC ARQMBC.
           STOP RUN.

      *    FILE STATUS
