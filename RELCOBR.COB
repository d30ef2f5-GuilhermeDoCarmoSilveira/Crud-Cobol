                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQBXA ASSIGN TO DISK
                    RECORD KEY IS AGE-CHAVE
                    FILE STATUS IS ST-AGE.

           SELECT ARQCTT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTT-CHAVE
                    FILE STATUS IS ST-CTT.

           SELECT ARQMSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MSG-CHAVE
                    ALTERNATE RECORD KEY IS MSG-CPFCNPJ
                       WITH DUPLICATES
                    FILE STATUS IS ST-MSG.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQAGE
               LABEL RECORD IS STANDARD
          03 AGE-STATUS          PIC X(01).
          03 AGE-OPERADOR        PIC X(10).

       FD ARQCTT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTATO.DAT".
       01 REGCTT.
          03 CTT-CHAVE.
           05 CTT-TIPO           PIC X(01).
           05 CTT-CODPESSOA      PIC 9(14).
           05 CTT-SEQ            PIC 9(02).
          03 CTT-NOME            PIC X(40).
          03 CTT-FUNCAO          PIC X(01).
          03 CTT-TEL             PIC 9(11).
          03 CTT-EMAIL           PIC X(40).
          03 CTT-PREF-FIN        PIC X(01).
          03 CTT-PREF-REC        PIC X(01).
          03 CTT-PREF-COM        PIC X(01).
          03 CTT-DATA            PIC 9(08).
          03 CTT-OPERADOR        PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBRANCA.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQMSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAG.DAT".
       01 REGMSG.
          03 MSG-CHAVE.
           05 MSG-DATA           PIC 9(08).
           05 MSG-HORA           PIC 9(08).
           05 MSG-SEQ            PIC 9(03).
          03 MSG-CPFCNPJ         PIC 9(14).
          03 MSG-EMAIL           PIC X(40).
          03 MSG-NOME            PIC X(40).
          03 MSG-TIPO            PIC X(02).
          03 MSG-DOCUMENTO       PIC X(20).
          03 MSG-ANEXO           PIC X(20).
          03 MSG-STATUS          PIC X(01).
          03 MSG-PROGRAMA        PIC X(08).
          03 MSG-DATA-EXP        PIC 9(08).
          03 MSG-DATA-RET        PIC 9(08).
          03 MSG-MOTIVO          PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 ST-AGE        PIC X(02) VALUE "00".
       01 W-TEM-AGE     PIC X(01) VALUE "N".
       01 ST-CTT        PIC X(02) VALUE "00".
       01 W-CTT-ABERTO  PIC X(01) VALUE "N".
       01 W-CTT-TIPO    PIC X(01) VALUE SPACES.
       01 W-CTT-COD     PIC 9(14) VALUE ZEROS.
       01 W-CTT-PAPEL   PIC X(01) VALUE SPACES.
       01 W-CTT-ACHOU   PIC 9(01) VALUE ZEROS.
       01 W-CTT-NOME    PIC X(40) VALUE SPACES.
       01 W-CTT-TEL     PIC 9(11) VALUE ZEROS.
       01 W-CTT-EMAIL   PIC X(40) VALUE SPACES.
       01 ST-MSG        PIC X(02) VALUE "00".
       01 W-MSG-ABERTO  PIC X(01) VALUE "N".
       01 W-MSG-COD     PIC 9(14) VALUE ZEROS.
       01 W-MSG-EMAIL   PIC X(40) VALUE SPACES.
       01 W-MSG-TIPO    PIC X(02) VALUE SPACES.
       01 W-MSG-DOC     PIC X(20) VALUE SPACES.
       01 W-MSG-ANEXO   PIC X(20) VALUE SPACES.
       01 W-MSG-PAPEL   PIC X(01) VALUE SPACES.
       01 W-MSG-PROG    PIC X(08) VALUE SPACES.
       01 W-MSG-DTH     PIC X(21) VALUE SPACES.
       01 W-TEM-PROM    PIC 9(01) VALUE ZEROS.
       01 W-QTD-PULADAS PIC 9(04) VALUE ZEROS.
       01 W-DATA-BASE   PIC 9(08) VALUE ZEROS.
           OPEN INPUT ARQAGE
           IF ST-AGE = "00"
              MOVE "S" TO W-TEM-AGE.
           MOVE "N" TO W-CTT-ABERTO
           OPEN INPUT ARQCTT
           IF ST-CTT = "00"
              MOVE "S" TO W-CTT-ABERTO.
           MOVE "N" TO W-MSG-ABERTO
           OPEN I-O ARQMSG
           IF ST-MSG = "30" OR "35"
              OPEN OUTPUT ARQMSG
              CLOSE ARQMSG
              OPEN I-O ARQMSG.
           IF ST-MSG = "00"
              MOVE "S" TO W-MSG-ABERTO.
           OPEN OUTPUT RELSAI
           PERFORM MONTA-LISTA-CLI THRU MONTA-LISTA-CLI-FIM
           PERFORM GERA-CARTAS THRU GERA-CARTAS-FIM
              CLOSE ARQBXA.
           IF W-TEM-AGE = "S"
              CLOSE ARQAGE.
           IF W-CTT-ABERTO = "S"
              CLOSE ARQCTT.
           IF W-MSG-ABERTO = "S"
              CLOSE ARQMSG.
           DISPLAY "CARTAS GERADAS EM COBRANCA.TXT: " W-QTD-CARTAS
           DISPLAY "CARTAS PULADAS POR PROMESSA ATIVA: "
              W-QTD-PULADAS
           STOP RUN.

      *----------------------------------------------------------------
      * PRIMEIRO PASSO: LISTA DOS CLIENTES COM TITULOS VENCIDOS.
      * LE PELA CHAVE ALTERNATIVA LANC-VENCIMENTO SO ATE A DATA
      * BASE (O QUE VENCE DEPOIS NAO ESTA EM ATRASO)
      *----------------------------------------------------------------
       MONTA-LISTA-CLI.
           MOVE ZEROS TO LANC-VENCIMENTO
           START ARQLANC KEY IS NOT LESS THAN LANC-VENCIMENTO
              INVALID KEY GO TO MONTA-LISTA-CLI-FIM.
       MONTA-LISTA-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-LISTA-CLI-FIM.
           IF LANC-VENCIMENTO NOT < W-DATA-BASE
              GO TO MONTA-LISTA-CLI-FIM.
           IF LANC-TIPO NOT = "R" OR LANC-STATUS NOT = "A"
              GO TO MONTA-LISTA-LOOP.
      * LANCAMENTO NEGATIVO E CREDITO DO CLIENTE (DEVOLUCAO),
           MOVE SPACES TO LINHA-SAI
           STRING "CEP: " CEP DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM CONTATO-COBRANCA
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "PREZADO CLIENTE," TO LINHA-SAI
           IF W-CTT-ACHOU NOT = ZEROS
              MOVE SPACES TO LINHA-SAI
              STRING "PREZADO(A) " W-CTT-NOME DELIMITED BY "  "
                 "," DELIMITED BY SIZE INTO LINHA-SAI.
           WRITE LINHA-SAI
           MOVE
           "CONSTAM EM NOSSOS REGISTROS OS TITULOS VENCIDOS ABAIXO:"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM AVISA-COBRANCA.
       GERA-UMA-CARTA-FIM.
           EXIT.

      * A CARTA VAI AOS CUIDADOS DO CONTATO FINANCEIRO DO CLIENTE
      * (CONTATO.DAT); SEM CONTATO, SO O ENDERECO DO CADASTRO
       CONTATO-COBRANCA.
           MOVE "C" TO W-CTT-TIPO
           MOVE CPFCNPJ TO W-CTT-COD
           MOVE "F" TO W-CTT-PAPEL
           PERFORM BUSCA-CONTATO THRU BUSCA-CONTATO-FIM
           IF W-CTT-ACHOU NOT = ZEROS
              MOVE SPACES TO LINHA-SAI
              STRING "A/C: " W-CTT-NOME DELIMITED BY "  "
                 " - TEL " W-CTT-TEL " " W-CTT-EMAIL
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.

      * A CARTA SEGUE TAMBEM POR EMAIL (FILA DO ENVMSG)
       AVISA-COBRANCA.
           MOVE CPFCNPJ TO W-MSG-COD
           MOVE EMAIL TO W-MSG-EMAIL
           MOVE "CB" TO W-MSG-TIPO
           MOVE SPACES TO W-MSG-DOC
           STRING "CARTA " W-DATA-BASE
              DELIMITED BY SIZE INTO W-MSG-DOC
           MOVE "COBRANCA.TXT" TO W-MSG-ANEXO
           MOVE "F" TO W-MSG-PAPEL
           MOVE "RELCOBR" TO W-MSG-PROG
           PERFORM ENFILEIRA-MENSAGEM THRU ENFILEIRA-MENSAGEM-FIM.

      * FILA DE MENSAGENS AO CLIENTE (MENSAG.DAT), ENTREGUE AO
      * GATEWAY DE EMAIL PELO ENVMSG. O EMAIL DO CONTATO DO FIM
      * (W-MSG-PAPEL) PREVALECE SOBRE O DO CADASTRO; SEM NENHUM
      * EMAIL A MENSAGEM JA NASCE DEVOLVIDA, PARA O CADASTRO
      * CORRIGIR O REGCLI
       ENFILEIRA-MENSAGEM.
           IF W-MSG-ABERTO NOT = "S" OR W-MSG-COD = ZEROS
              GO TO ENFILEIRA-MENSAGEM-FIM.
           MOVE SPACES TO REGMSG
           MOVE "C" TO W-CTT-TIPO
           MOVE W-MSG-COD TO W-CTT-COD
           MOVE W-MSG-PAPEL TO W-CTT-PAPEL
           PERFORM BUSCA-CONTATO THRU BUSCA-CONTATO-FIM
           MOVE W-MSG-EMAIL TO MSG-EMAIL
           IF W-CTT-ACHOU NOT = ZEROS
              MOVE W-CTT-NOME TO MSG-NOME
              IF W-CTT-EMAIL NOT = SPACES
                 MOVE W-CTT-EMAIL TO MSG-EMAIL.
           MOVE FUNCTION CURRENT-DATE TO W-MSG-DTH
           MOVE W-MSG-DTH(1:8) TO MSG-DATA
           MOVE W-MSG-DTH(9:8) TO MSG-HORA
           MOVE ZEROS TO MSG-SEQ MSG-DATA-EXP MSG-DATA-RET
           MOVE W-MSG-COD TO MSG-CPFCNPJ
           MOVE W-MSG-TIPO TO MSG-TIPO
           MOVE W-MSG-DOC TO MSG-DOCUMENTO
           MOVE W-MSG-ANEXO TO MSG-ANEXO
           MOVE W-MSG-PROG TO MSG-PROGRAMA
           MOVE "P" TO MSG-STATUS
           IF MSG-EMAIL = SPACES
              MOVE "D" TO MSG-STATUS
              MOVE MSG-DATA TO MSG-DATA-RET
              MOVE "CLIENTE SEM EMAIL NO CADASTRO" TO MSG-MOTIVO.
       ENFILEIRA-MENSAGEM-GRAVA.
           WRITE REGMSG
           IF ST-MSG = "22" AND MSG-SEQ < 999
              ADD 1 TO MSG-SEQ
              GO TO ENFILEIRA-MENSAGEM-GRAVA.
       ENFILEIRA-MENSAGEM-FIM.
           EXIT.

      * CONTATO DA PESSOA PARA UM FIM (CONTATO.DAT, SCE002/003):
      * F=COBRANCA, R=ENTREGA, C=COTACAO. VALE O CONTATO MARCADO
      * COMO PREFERENCIAL PARA O FIM; SEM ELE, O PRIMEIRO CONTATO
      * DA FUNCAO CORRESPONDENTE (FINANCEIRO, RECEBIMENTO, COMPRAS)
       BUSCA-CONTATO.
           MOVE ZEROS TO W-CTT-ACHOU W-CTT-TEL
           MOVE SPACES TO W-CTT-NOME W-CTT-EMAIL
           IF W-CTT-ABERTO NOT = "S"
              GO TO BUSCA-CONTATO-FIM.
           MOVE W-CTT-TIPO TO CTT-TIPO
           MOVE W-CTT-COD TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO BUSCA-CONTATO-FIM.
       BUSCA-CONTATO-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO BUSCA-CONTATO-FIM.
           IF CTT-TIPO NOT = W-CTT-TIPO
              OR CTT-CODPESSOA NOT = W-CTT-COD
              GO TO BUSCA-CONTATO-FIM.
           IF (W-CTT-PAPEL = "F" AND CTT-PREF-FIN = "S")
              OR (W-CTT-PAPEL = "R" AND CTT-PREF-REC = "S")
              OR (W-CTT-PAPEL = "C" AND CTT-PREF-COM = "S")
              MOVE 2 TO W-CTT-ACHOU
              PERFORM BUSCA-CONTATO-GUARDA
              GO TO BUSCA-CONTATO-FIM.
           IF CTT-FUNCAO = W-CTT-PAPEL AND W-CTT-ACHOU = ZEROS
              MOVE 1 TO W-CTT-ACHOU
              PERFORM BUSCA-CONTATO-GUARDA.
           GO TO BUSCA-CONTATO-LOOP.
       BUSCA-CONTATO-FIM.
           EXIT.
       BUSCA-CONTATO-GUARDA.
           MOVE CTT-NOME TO W-CTT-NOME
           MOVE CTT-TEL TO W-CTT-TEL
           MOVE CTT-EMAIL TO W-CTT-EMAIL.

      * TITULOS DO CLIENTE, PELA CHAVE ALTERNATIVA LANC-CODPESSOA
       LISTA-TITULOS.
           MOVE W-CLI-ATUAL TO LANC-CODPESSOA
           START ARQLANC KEY IS EQUAL TO LANC-CODPESSOA
              INVALID KEY GO TO LISTA-TITULOS-FIM.
       LISTA-TITULOS-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-TITULOS-FIM.
           IF LANC-CODPESSOA NOT = W-CLI-ATUAL
              GO TO LISTA-TITULOS-FIM.
           IF LANC-TIPO NOT = "R" OR LANC-STATUS NOT = "A"
              GO TO LISTA-TITULOS-LOOP.
           IF LANC-VALOR NOT > ZEROS
              GO TO LISTA-TITULOS-LOOP.
           PERFORM CALCULA-ATRASO
           IF W-DIAS-ATRASO NOT > ZEROS
              GO TO LISTA-TITULOS-LOOP.
