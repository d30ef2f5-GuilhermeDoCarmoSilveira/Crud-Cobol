       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
      **************************************************
      * RECUPERACAO PELO DIARIO DE TRANSACOES           *
      * LE O DIARIO (JOURNAL.DAT) GRAVADO PELOS         *
      * PROGRAMAS DE ATUALIZACAO DE REGPED, ITEMPED,    *
      * REGLANC E REGPROD E RELATA EM RECUPERA.TXT AS   *
      * TRANSACOES SEM MARCA DE CONCLUSAO.              *
      * R = RESTAURA A GERACAO DO PONTO DE CONTROLE     *
      * (BKnn DO BACKUP00) E REAPLICA, NA ORDEM, AS     *
      * IMAGENS DAS TRANSACOES CONCLUIDAS;              *
      * D = DESFAZ NOS ARQUIVOS ATUAIS AS TRANSACOES    *
      * INCOMPLETAS, DA ULTIMA IMAGEM PARA A PRIMEIRA.  *
      * AS TRANSACOES INCOMPLETAS TRATADAS RECEBEM A    *
      * MARCA DE DESFEITA (TIPO X) NO DIARIO.           *
      * DEVE SER EXECUTADO COM O SISTEMA PARADO.        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-ERRO.
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.
           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ITEM-CHAVE
                    FILE STATUS IS ST-ERRO.
           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.
           SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-GER.
           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SEQ.
           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.
           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
       01 REGPED.
          03 CHAVE.
           05 NUMPEDIDO         PIC 9(06).
           05 TPPEDIDO          PIC 9(01).
          03 CODCLI             PIC 9(14).
          03 CODFORN            PIC 9(14).
          03 TOTAL              PIC 9(07)V99.
          03 DATAPED            PIC 9(08).
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).
       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
       01 REGITEM.
          03 ITEM-CHAVE.
           05 ITEM-NUMPEDIDO    PIC 9(06).
           05 ITEM-TPPEDIDO     PIC 9(01).
           05 ITEM-SEQ          PIC 9(02).
          03 ITEM-CODPROD       PIC 9(06).
          03 ITEM-QTD           PIC 9(06).
          03 ITEM-PRECOU        PIC 9(06)V99.
          03 ITEM-DESCONTO-PCT  PIC 9(03)V99.
          03 ITEM-IMPOSTO-PCT   PIC 9(03)V99.
          03 ITEM-TOTAL         PIC 9(07)V99.
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
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BACKGER.CTL".
       01 REG-GER.
          03 CTL-ULT-GER        PIC 9(02).
          03 CTL-QTD-GER        PIC 9(02).
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-SEQ.
       01 SEQ-REC                PIC X(450).
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
       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECUPERA.TXT".
       01 LINHA-SAI              PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-GER        PIC X(02) VALUE "00".
       01 ST-JRN        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-NOME-SEQ    PIC X(20) VALUE SPACES.
       01 W-GER         PIC 9(02) VALUE ZEROS.
       01 W-ARQ         PIC X(03) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-TEM-K       PIC X(01) VALUE "N".
       01 W-GER-JRN     PIC 9(02) VALUE ZEROS.
       01 W-ESTOURO     PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-TRANS       PIC X(34) VALUE SPACES.
       01 W-ARQ-APL     PIC X(08) VALUE SPACES.
       01 W-OPER-APL    PIC X(01) VALUE SPACES.
       01 W-IMAGEM      PIC X(110) VALUE SPACES.
       01 W-QTD-REG     PIC 9(06) VALUE ZEROS.
       01 W-QTD-IMG     PIC 9(06) VALUE ZEROS.
       01 W-QTD-APLIC   PIC 9(06) VALUE ZEROS.
       01 W-QTD-DESF    PIC 9(06) VALUE ZEROS.
       01 W-QTD-FALHA   PIC 9(06) VALUE ZEROS.
       01 W-QTD-RESTAUR PIC 9(06) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 IY            PIC 9(04) VALUE ZEROS.

      * TRANSACOES CONCLUIDAS (TIPO C) E JA DESFEITAS (TIPO X)
       01 W-QTD-CONC    PIC 9(04) VALUE ZEROS.
       01 W-TAB-CONC.
          03 WC-TRANS      PIC X(34) OCCURS 3000 TIMES.
       01 W-QTD-ESTOR   PIC 9(04) VALUE ZEROS.
       01 W-TAB-ESTOR.
          03 WE-TRANS      PIC X(34) OCCURS 200 TIMES.

      * TRANSACOES COM IMAGENS E SEM MARCA DE CONCLUSAO
       01 W-QTD-INC     PIC 9(04) VALUE ZEROS.
       01 W-TAB-INC.
          03 W-INC OCCURS 200 TIMES.
             05 WI-TRANS      PIC X(34).
             05 WI-QTD        PIC 9(04).

      * IMAGENS DE UMA TRANSACAO A DESFAZER (EM ORDEM INVERSA)
       01 W-QTD-BO      PIC 9(04) VALUE ZEROS.
       01 W-TAB-BO.
          03 W-BO OCCURS 500 TIMES.
             05 WB-ARQUIVO    PIC X(08).
             05 WB-OPER       PIC X(01).
             05 WB-ANTES      PIC X(110).
             05 WB-DEPOIS     PIC X(110).

       01 DET1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-PROG      PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-INICIO    PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-OPERADOR  PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-SEQ       PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-ARQUIVO   PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-OPER      PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-CHAVE     PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-OBS       PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           DISPLAY "RECUPERACAO PELO DIARIO DE TRANSACOES"
           DISPLAY "ATENCAO: NENHUM OUTRO TERMINAL PODE ESTAR"
              " USANDO O SISTEMA"
           OPEN INPUT ARQJRN
           IF ST-JRN NOT = "00"
              DISPLAY "DIARIO DE TRANSACOES (JOURNAL.DAT)"
                 " NAO ENCONTRADO"
              STOP RUN.
           CLOSE ARQJRN
           OPEN OUTPUT RELSAI
           PERFORM ANALISA-DIARIO THRU ANALISA-DIARIO-FIM
           IF W-TEM-K = "S"
              DISPLAY "PONTO DE CONTROLE: GERACAO " W-GER-JRN
           ELSE
              DISPLAY "DIARIO SEM PONTO DE CONTROLE DO BACKUP00".
           DISPLAY "IMAGENS NO DIARIO ........: " W-QTD-IMG
           DISPLAY "TRANSACOES CONCLUIDAS ....: " W-QTD-CONC
           DISPLAY "TRANSACOES INCOMPLETAS ...: " W-QTD-INC
              " (DETALHES EM RECUPERA.TXT)".
       R1.
           DISPLAY "R = RESTAURAR E REAPLICAR O DIARIO"
              " | D = DESFAZER INCOMPLETAS | S = SAIR: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "R" OR "r"
              PERFORM REAPLICA THRU REAPLICA-FIM
              GO TO ROT-FIM.
           IF W-OPCAO = "D" OR "d"
              PERFORM DESFAZ THRU DESFAZ-FIM
              GO TO ROT-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE R, D OU S"
           GO TO R1.
       ROT-FIM.
           CLOSE RELSAI
           STOP RUN.

      *----------------------------------------------------------------
      * ANALISE DO DIARIO: A PRIMEIRA LEITURA GUARDA O PONTO DE
      * CONTROLE E AS TRANSACOES CONCLUIDAS/DESFEITAS; A SEGUNDA
      * RELATA AS IMAGENS DAS TRANSACOES QUE FICARAM INCOMPLETAS
      *----------------------------------------------------------------
       ANALISA-DIARIO.
           OPEN INPUT ARQJRN.
       AD-LOOP.
           READ ARQJRN
           IF ST-JRN NOT = "00"
              GO TO AD-RELATA.
           ADD 1 TO W-QTD-REG
           IF JRN-TIPO = "K"
              MOVE "S" TO W-TEM-K
              MOVE JRN-CHAVE(1:2) TO W-GER-JRN
              GO TO AD-LOOP.
           IF JRN-TIPO = "I"
              ADD 1 TO W-QTD-IMG
              GO TO AD-LOOP.
           IF JRN-TIPO = "C"
              IF W-QTD-CONC < 3000
                 ADD 1 TO W-QTD-CONC
                 MOVE JRN-TRANS TO WC-TRANS(W-QTD-CONC)
                 GO TO AD-LOOP
              ELSE
                 MOVE "S" TO W-ESTOURO
                 GO TO AD-LOOP.
           IF JRN-TIPO = "X"
              IF W-QTD-ESTOR < 200
                 ADD 1 TO W-QTD-ESTOR
                 MOVE JRN-TRANS TO WE-TRANS(W-QTD-ESTOR)
                 GO TO AD-LOOP
              ELSE
                 MOVE "S" TO W-ESTOURO
                 GO TO AD-LOOP.
           GO TO AD-LOOP.
       AD-RELATA.
           CLOSE ARQJRN
           MOVE "RECUPERACAO PELO DIARIO DE TRANSACOES" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "EMITIDO EM " W-DATAHORA(7:2) "/"
              W-DATAHORA(5:2) "/" W-DATAHORA(1:4) " "
              W-DATAHORA(9:2) ":" W-DATAHORA(11:2)
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           IF W-TEM-K = "S"
              STRING "PONTO DE CONTROLE: GERACAO " W-GER-JRN
                 DELIMITED BY SIZE INTO LINHA-SAI
           ELSE
              MOVE "DIARIO SEM PONTO DE CONTROLE DO BACKUP00"
                 TO LINHA-SAI.
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "REGISTROS " W-QTD-REG "  IMAGENS " W-QTD-IMG
              "  CONCLUIDAS " W-QTD-CONC "  JA DESFEITAS "
              W-QTD-ESTOR DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-ESTOURO = "S"
              MOVE "DIARIO EXCEDE A CAPACIDADE DAS TABELAS"
                 TO LINHA-SAI
              WRITE LINHA-SAI
              DISPLAY "DIARIO EXCEDE A CAPACIDADE DAS TABELAS"
                 " - FACA UM BACKUP PARA REINICIA-LO".
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "IMAGENS SEM MARCA DE CONCLUSAO:" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           MOVE "PROGRAMA INICIO" TO LINHA-SAI(3:15)
           MOVE "OPERADOR" TO LINHA-SAI(27:8)
           MOVE "SEQ ARQUIVO  O CHAVE" TO LINHA-SAI(39:20)
           WRITE LINHA-SAI
           OPEN INPUT ARQJRN.
       AD-INC-LOOP.
           READ ARQJRN
           IF ST-JRN NOT = "00"
              GO TO AD-RESUMO.
           IF JRN-TIPO NOT = "I"
              GO TO AD-INC-LOOP.
           MOVE JRN-TRANS TO W-TRANS
           PERFORM BUSCA-CONCLUIDA THRU BUSCA-CONCLUIDA-FIM
           IF W-ACHOU = "S"
              GO TO AD-INC-LOOP.
           PERFORM BUSCA-ESTORNADA THRU BUSCA-ESTORNADA-FIM
           IF W-ACHOU = "S"
              GO TO AD-INC-LOOP.
           MOVE SPACES TO DET-OBS
           PERFORM BUSCA-INCOMPLETA THRU BUSCA-INCOMPLETA-FIM
           IF W-ACHOU = "S"
              ADD 1 TO WI-QTD(IX)
           ELSE
              IF W-QTD-INC < 200
                 ADD 1 TO W-QTD-INC
                 MOVE W-TRANS TO WI-TRANS(W-QTD-INC)
                 MOVE 1 TO WI-QTD(W-QTD-INC)
              ELSE
                 MOVE "S" TO W-ESTOURO
                 MOVE "NAO TRATADA (LIMITE 200)" TO DET-OBS.
           MOVE JRN-PROG TO DET-PROG
           MOVE JRN-TRANS-DH(1:14) TO DET-INICIO
           MOVE JRN-TRANS-OPER TO DET-OPERADOR
           MOVE JRN-SEQ TO DET-SEQ
           MOVE JRN-ARQUIVO TO DET-ARQUIVO
           MOVE JRN-OPER TO DET-OPER
           MOVE JRN-CHAVE TO DET-CHAVE
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO AD-INC-LOOP.
       AD-RESUMO.
           CLOSE ARQJRN
           IF W-QTD-INC = ZEROS
              MOVE "  NENHUMA" TO LINHA-SAI
              WRITE LINHA-SAI.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI.
       ANALISA-DIARIO-FIM.
           EXIT.

       BUSCA-CONCLUIDA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO IX.
       BC-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-CONC
              GO TO BUSCA-CONCLUIDA-FIM.
           IF WC-TRANS(IX) = W-TRANS
              MOVE "S" TO W-ACHOU
              GO TO BUSCA-CONCLUIDA-FIM.
           GO TO BC-LOOP.
       BUSCA-CONCLUIDA-FIM.
           EXIT.

       BUSCA-ESTORNADA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO IX.
       BE-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ESTOR
              GO TO BUSCA-ESTORNADA-FIM.
           IF WE-TRANS(IX) = W-TRANS
              MOVE "S" TO W-ACHOU
              GO TO BUSCA-ESTORNADA-FIM.
           GO TO BE-LOOP.
       BUSCA-ESTORNADA-FIM.
           EXIT.

       BUSCA-INCOMPLETA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO IX.
       BI-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-INC
              GO TO BUSCA-INCOMPLETA-FIM.
           IF WI-TRANS(IX) = W-TRANS
              MOVE "S" TO W-ACHOU
              GO TO BUSCA-INCOMPLETA-FIM.
           GO TO BI-LOOP.
       BUSCA-INCOMPLETA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * R - RESTAURA A GERACAO DO PONTO DE CONTROLE E REAPLICA AS
      * TRANSACOES CONCLUIDAS; AS INCOMPLETAS FICAM DE FORA E SAO
      * MARCADAS COMO DESFEITAS
      *----------------------------------------------------------------
       REAPLICA.
           IF W-TEM-K NOT = "S"
              DISPLAY "SEM PONTO DE CONTROLE NAO HA GERACAO DE"
                 " PARTIDA - RECUPERACAO CANCELADA"
              GO TO REAPLICA-FIM.
           IF W-ESTOURO = "S"
              DISPLAY "DIARIO EXCEDE A CAPACIDADE DAS TABELAS"
                 " - RECUPERACAO CANCELADA"
              GO TO REAPLICA-FIM.
           PERFORM LE-GERACAO
           IF CTL-ULT-GER NOT = W-GER-JRN
              DISPLAY "O DIARIO PARTE DA GERACAO " W-GER-JRN
                 " E A ULTIMA GRAVADA E " CTL-ULT-GER
                 " - RECUPERACAO CANCELADA"
              GO TO REAPLICA-FIM.
           MOVE W-GER-JRN TO W-GER
           PERFORM CONFERE-COPIAS THRU CONFERE-COPIAS-FIM
           IF ST-SEQ NOT = "00"
              DISPLAY "COPIA " W-NOME-SEQ " NAO ENCONTRADA"
                 " - RECUPERACAO CANCELADA"
              GO TO REAPLICA-FIM.
           DISPLAY "REGPROD, REGPED, ITEMPED E REGLANC SERAO"
              " SOBREPOSTOS PELA GERACAO " W-GER
           DISPLAY "E RECEBERAO AS " W-QTD-CONC
              " TRANSACOES CONCLUIDAS. CONFIRMA? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "RECUPERACAO CANCELADA"
              GO TO REAPLICA-FIM.
           PERFORM RS-PRO THRU RS-PRO-FIM
           PERFORM RS-PED THRU RS-PED-FIM
           PERFORM RS-ITM THRU RS-ITM-FIM
           PERFORM RS-LAN THRU RS-LAN-FIM
           MOVE "REAPLICACAO DO DIARIO:" TO LINHA-SAI
           WRITE LINHA-SAI
           OPEN I-O ARQPROD ARQPED ARQITEM ARQLANC
           OPEN INPUT ARQJRN.
       RP-LOOP.
           READ ARQJRN
           IF ST-JRN NOT = "00"
              GO TO RP-FIM-LEITURA.
           IF JRN-TIPO NOT = "I"
              GO TO RP-LOOP.
           MOVE JRN-TRANS TO W-TRANS
           PERFORM BUSCA-CONCLUIDA THRU BUSCA-CONCLUIDA-FIM
           IF W-ACHOU NOT = "S"
              GO TO RP-LOOP.
           MOVE JRN-ARQUIVO TO W-ARQ-APL
           IF JRN-OPER = "D"
              MOVE "E" TO W-OPER-APL
              MOVE JRN-ANTES TO W-IMAGEM
           ELSE
              MOVE "G" TO W-OPER-APL
              MOVE JRN-DEPOIS TO W-IMAGEM.
           PERFORM APLICA-IMAGEM THRU APLICA-IMAGEM-FIM
           ADD 1 TO W-QTD-APLIC
           GO TO RP-LOOP.
       RP-FIM-LEITURA.
           CLOSE ARQJRN ARQPROD ARQPED ARQITEM ARQLANC
           MOVE ZEROS TO IY.
       RP-MARCA.
           ADD 1 TO IY
           IF IY > W-QTD-INC
              GO TO RP-RESUMO.
           MOVE WI-TRANS(IY) TO W-TRANS
           PERFORM MARCA-DESFEITA
           GO TO RP-MARCA.
       RP-RESUMO.
           MOVE SPACES TO LINHA-SAI
           STRING "GERACAO " W-GER " RESTAURADA: " W-QTD-RESTAUR
              " REGISTROS; IMAGENS REAPLICADAS " W-QTD-APLIC
              "; FALHAS " W-QTD-FALHA
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           DISPLAY "GERACAO " W-GER " RESTAURADA: " W-QTD-RESTAUR
              " REGISTROS"
           DISPLAY "IMAGENS REAPLICADAS: " W-QTD-APLIC
              "  FALHAS: " W-QTD-FALHA
           DISPLAY "OBS: RODAR RECSALDO APOS A RECUPERACAO".
       REAPLICA-FIM.
           EXIT.

       LE-GERACAO.
           MOVE ZEROS TO CTL-ULT-GER
           MOVE 3 TO CTL-QTD-GER
           OPEN INPUT ARQGER
           IF ST-GER = "00"
              READ ARQGER
              CLOSE ARQGER.

       MONTA-NOME.
           MOVE SPACES TO W-NOME-SEQ
           STRING "BK" W-GER W-ARQ ".SEQ"
              DELIMITED BY SIZE INTO W-NOME-SEQ.

      * NENHUM ARQUIVO E SOBREPOSTO SE FALTAR ALGUMA DAS COPIAS
       CONFERE-COPIAS.
           MOVE "PRO" TO W-ARQ
           PERFORM CONFERE-UMA THRU CONFERE-UMA-FIM
           IF ST-SEQ NOT = "00"
              GO TO CONFERE-COPIAS-FIM.
           MOVE "PED" TO W-ARQ
           PERFORM CONFERE-UMA THRU CONFERE-UMA-FIM
           IF ST-SEQ NOT = "00"
              GO TO CONFERE-COPIAS-FIM.
           MOVE "ITM" TO W-ARQ
           PERFORM CONFERE-UMA THRU CONFERE-UMA-FIM
           IF ST-SEQ NOT = "00"
              GO TO CONFERE-COPIAS-FIM.
           MOVE "LAN" TO W-ARQ
           PERFORM CONFERE-UMA THRU CONFERE-UMA-FIM.
       CONFERE-COPIAS-FIM.
           EXIT.

       CONFERE-UMA.
           PERFORM MONTA-NOME
           OPEN INPUT ARQSEQ
           IF ST-SEQ NOT = "00"
              GO TO CONFERE-UMA-FIM.
           CLOSE ARQSEQ.
       CONFERE-UMA-FIM.
           EXIT.

       ABRE-ORIGEM.
           PERFORM MONTA-NOME
           OPEN INPUT ARQSEQ
           IF ST-SEQ NOT = "00"
              GO TO ABRE-ORIGEM-SAI.
           READ ARQSEQ.
       ABRE-ORIGEM-SAI.
           EXIT.

       RS-PRO.
           MOVE "PRO" TO W-ARQ
           PERFORM ABRE-ORIGEM THRU ABRE-ORIGEM-SAI
           IF ST-SEQ NOT = "00"
              GO TO RS-PRO-FIM.
           OPEN OUTPUT ARQPROD.
       RS-PRO-LOOP.
           READ ARQSEQ
           IF ST-SEQ = "00"
              MOVE SEQ-REC TO REGPROD
              WRITE REGPROD
              ADD 1 TO W-QTD-RESTAUR
              GO TO RS-PRO-LOOP.
           CLOSE ARQPROD ARQSEQ.
       RS-PRO-FIM.
           EXIT.
       RS-PED.
           MOVE "PED" TO W-ARQ
           PERFORM ABRE-ORIGEM THRU ABRE-ORIGEM-SAI
           IF ST-SEQ NOT = "00"
              GO TO RS-PED-FIM.
           OPEN OUTPUT ARQPED.
       RS-PED-LOOP.
           READ ARQSEQ
           IF ST-SEQ = "00"
              MOVE SEQ-REC TO REGPED
              WRITE REGPED
              ADD 1 TO W-QTD-RESTAUR
              GO TO RS-PED-LOOP.
           CLOSE ARQPED ARQSEQ.
       RS-PED-FIM.
           EXIT.
       RS-ITM.
           MOVE "ITM" TO W-ARQ
           PERFORM ABRE-ORIGEM THRU ABRE-ORIGEM-SAI
           IF ST-SEQ NOT = "00"
              GO TO RS-ITM-FIM.
           OPEN OUTPUT ARQITEM.
       RS-ITM-LOOP.
           READ ARQSEQ
           IF ST-SEQ = "00"
              MOVE SEQ-REC TO REGITEM
              WRITE REGITEM
              ADD 1 TO W-QTD-RESTAUR
              GO TO RS-ITM-LOOP.
           CLOSE ARQITEM ARQSEQ.
       RS-ITM-FIM.
           EXIT.
       RS-LAN.
           MOVE "LAN" TO W-ARQ
           PERFORM ABRE-ORIGEM THRU ABRE-ORIGEM-SAI
           IF ST-SEQ NOT = "00"
              GO TO RS-LAN-FIM.
           OPEN OUTPUT ARQLANC.
       RS-LAN-LOOP.
           READ ARQSEQ
           IF ST-SEQ = "00"
              MOVE SEQ-REC TO REGLANC
              WRITE REGLANC
              ADD 1 TO W-QTD-RESTAUR
              GO TO RS-LAN-LOOP.
           CLOSE ARQLANC ARQSEQ.
       RS-LAN-FIM.
           EXIT.

      *----------------------------------------------------------------
      * D - DESFAZ AS TRANSACOES INCOMPLETAS NOS ARQUIVOS ATUAIS:
      * GRAVACAO VIRA EXCLUSAO, ALTERACAO E EXCLUSAO VOLTAM A
      * IMAGEM ANTERIOR
      *----------------------------------------------------------------
       DESFAZ.
           IF W-QTD-INC = ZEROS
              DISPLAY "NENHUMA TRANSACAO INCOMPLETA A DESFAZER"
              GO TO DESFAZ-FIM.
           DISPLAY "AS " W-QTD-INC " TRANSACOES INCOMPLETAS SERAO"
              " DESFEITAS NOS ARQUIVOS ATUAIS. CONFIRMA? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "OPERACAO CANCELADA"
              GO TO DESFAZ-FIM.
           MOVE "TRANSACOES DESFEITAS:" TO LINHA-SAI
           WRITE LINHA-SAI
           OPEN I-O ARQPROD ARQPED ARQITEM ARQLANC
           MOVE ZEROS TO IY.
       DF-LOOP.
           ADD 1 TO IY
           IF IY > W-QTD-INC
              GO TO DF-RESUMO.
           MOVE WI-TRANS(IY) TO W-TRANS
           PERFORM CARREGA-IMAGENS THRU CARREGA-IMAGENS-FIM
           MOVE SPACES TO DET1
           MOVE W-TRANS(1:8) TO DET-PROG
           MOVE W-TRANS(9:14) TO DET-INICIO
           MOVE W-TRANS(25:10) TO DET-OPERADOR
           MOVE W-QTD-BO TO DET-SEQ
           IF W-QTD-BO > 500
              MOVE "NAO DESFEITA (LIMITE 500)" TO DET-OBS
              MOVE DET1 TO LINHA-SAI
              WRITE LINHA-SAI
              GO TO DF-LOOP.
           MOVE W-QTD-BO TO IX.
       DF-IMAGEM.
           IF IX = ZEROS
              GO TO DF-MARCA.
           MOVE WB-ARQUIVO(IX) TO W-ARQ-APL
           IF WB-OPER(IX) = "W"
              MOVE "E" TO W-OPER-APL
              MOVE WB-DEPOIS(IX) TO W-IMAGEM
           ELSE
              MOVE "G" TO W-OPER-APL
              MOVE WB-ANTES(IX) TO W-IMAGEM.
           IF W-IMAGEM NOT = SPACES
              PERFORM APLICA-IMAGEM THRU APLICA-IMAGEM-FIM
              ADD 1 TO W-QTD-DESF.
           SUBTRACT 1 FROM IX
           GO TO DF-IMAGEM.
       DF-MARCA.
           PERFORM MARCA-DESFEITA
           MOVE "DESFEITA" TO DET-OBS
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO DF-LOOP.
       DF-RESUMO.
           CLOSE ARQPROD ARQPED ARQITEM ARQLANC
           MOVE SPACES TO LINHA-SAI
           STRING "IMAGENS DESFEITAS " W-QTD-DESF
              "; FALHAS " W-QTD-FALHA
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           DISPLAY "IMAGENS DESFEITAS: " W-QTD-DESF
              "  FALHAS: " W-QTD-FALHA
           DISPLAY "OBS: RODAR RECSALDO APOS A RECUPERACAO".
       DESFAZ-FIM.
           EXIT.

       CARREGA-IMAGENS.
           MOVE ZEROS TO W-QTD-BO
           OPEN INPUT ARQJRN.
       CI-LOOP.
           READ ARQJRN
           IF ST-JRN NOT = "00"
              GO TO CI-FIM-LEITURA.
           IF JRN-TIPO NOT = "I" OR JRN-TRANS NOT = W-TRANS
              GO TO CI-LOOP.
           ADD 1 TO W-QTD-BO
           IF W-QTD-BO > 500
              GO TO CI-LOOP.
           MOVE JRN-ARQUIVO TO WB-ARQUIVO(W-QTD-BO)
           MOVE JRN-OPER TO WB-OPER(W-QTD-BO)
           MOVE JRN-ANTES TO WB-ANTES(W-QTD-BO)
           MOVE JRN-DEPOIS TO WB-DEPOIS(W-QTD-BO)
           GO TO CI-LOOP.
       CI-FIM-LEITURA.
           CLOSE ARQJRN.
       CARREGA-IMAGENS-FIM.
           EXIT.

       MARCA-DESFEITA.
           OPEN EXTEND ARQJRN
           MOVE SPACES TO REGJRN
           MOVE W-TRANS TO JRN-TRANS
           MOVE ZEROS TO JRN-SEQ
           MOVE "X" TO JRN-TIPO
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO JRN-DATAHORA
           MOVE "RECUPERA" TO JRN-OPERADOR
           WRITE REGJRN
           CLOSE ARQJRN.

      *----------------------------------------------------------------
      * APLICA UMA IMAGEM: G = GRAVA (INCLUI OU REGRAVA),
      * E = EXCLUI (REGISTRO JA AUSENTE NAO E FALHA)
      *----------------------------------------------------------------
       APLICA-IMAGEM.
           IF W-ARQ-APL = "REGPROD"
              PERFORM APLICA-PROD
           ELSE
              IF W-ARQ-APL = "REGPED"
                 PERFORM APLICA-PED
              ELSE
                 IF W-ARQ-APL = "ITEMPED"
                    PERFORM APLICA-ITEM
                 ELSE
                    PERFORM APLICA-LANC.
           IF W-OPER-APL = "E" AND ST-ERRO = "23"
              MOVE "00" TO ST-ERRO.
           IF ST-ERRO = "00" OR "02"
              GO TO APLICA-IMAGEM-FIM.
           ADD 1 TO W-QTD-FALHA
           MOVE SPACES TO DET1
           MOVE W-TRANS(1:8) TO DET-PROG
           MOVE W-ARQ-APL TO DET-ARQUIVO
           MOVE W-OPER-APL TO DET-OPER
           MOVE W-IMAGEM(1:20) TO DET-CHAVE
           MOVE SPACES TO DET-OBS
           STRING "FALHA STATUS " ST-ERRO
              DELIMITED BY SIZE INTO DET-OBS
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI.
       APLICA-IMAGEM-FIM.
           EXIT.

       APLICA-PROD.
           MOVE W-IMAGEM TO REGPROD
           IF W-OPER-APL = "E"
              DELETE ARQPROD RECORD
           ELSE
              WRITE REGPROD.
           IF W-OPER-APL = "G" AND ST-ERRO = "22"
              REWRITE REGPROD.
       APLICA-PED.
           MOVE W-IMAGEM TO REGPED
           IF W-OPER-APL = "E"
              DELETE ARQPED RECORD
           ELSE
              WRITE REGPED.
           IF W-OPER-APL = "G" AND ST-ERRO = "22"
              REWRITE REGPED.
       APLICA-ITEM.
           MOVE W-IMAGEM TO REGITEM
           IF W-OPER-APL = "E"
              DELETE ARQITEM RECORD
           ELSE
              WRITE REGITEM.
           IF W-OPER-APL = "G" AND ST-ERRO = "22"
              REWRITE REGITEM.
       APLICA-LANC.
           MOVE W-IMAGEM TO REGLANC
           IF W-OPER-APL = "E"
              DELETE ARQLANC RECORD
           ELSE
              WRITE REGLANC.
           IF W-OPER-APL = "G" AND ST-ERRO = "22"
              REWRITE REGLANC.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
