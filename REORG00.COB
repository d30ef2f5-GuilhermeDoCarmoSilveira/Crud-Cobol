      *    ARQUIVO;                                      *
      *  - AS CONTAGENS ANTES/DEPOIS SAO EXIBIDAS POR    *
      *    ARQUIVO.                                      *
      *                                                  *
      * REGPED E REGLANC TEM CHAVES ALTERNATIVAS (CODCLI,*
      * CODFORN E DATAPED; LANC-CODPESSOA E              *
      * LANC-VENCIMENTO), CONFERIDAS NA VERIFICACAO:     *
      * CADA UMA TEM QUE ALCANCAR TODOS OS REGISTROS.    *
      * A OPCAO 7 CONVERTE OS DOIS ARQUIVOS DO FORMATO   *
      * ANTERIOR (SO CHAVE PRIMARIA) PARA O NOVO.        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

      * REGPED/REGLANC NO FORMATO ANTERIOR (SO A CHAVE PRIMARIA),
      * LIDOS APENAS NA CONVERSAO PARA AS CHAVES ALTERNATIVAS
           SELECT ARQPEDANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS ANT-CHAVE
                    FILE STATUS IS ST-ERRO.

           SELECT ARQLANCANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS ANT-LANC-CHAVE
                    FILE STATUS IS ST-ERRO.

           SELECT TMPSEQ ASSIGN TO DISK
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQFOR
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

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

       FD ARQPEDANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
       01 REGPEDANT.
          03 ANT-CHAVE          PIC X(07).
          03 FILLER             PIC X(60).

       FD ARQLANCANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANCANT.
          03 ANT-LANC-CHAVE     PIC X(09).
          03 FILLER             PIC X(41).

       FD TMPSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-TMP.
       01 TMP-REC                PIC X(340).

       FD BAKSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-BAK.
       01 BAK-REC                PIC X(340).

       FD ARQCTL
               LABEL RECORD IS STANDARD
       01 W-CHK-ANTES   PIC 9(15) VALUE ZEROS.
       01 W-CHK-DEPOIS  PIC 9(15) VALUE ZEROS.
       01 W-RETOMADA    PIC 9(01) VALUE ZEROS.
       01 W-CONVERTE    PIC 9(01) VALUE ZEROS.
       01 W-CONF-ALT    PIC 9(06) VALUE ZEROS.
       01 W-ALT-OK      PIC 9(01) VALUE ZEROS.
       01 W-TENTATIVA   PIC 9(01) VALUE ZEROS.
       01 IX            PIC 9(03) VALUE ZEROS.
       01 W-CHAR-COD    PIC 9(03) VALUE ZEROS.
           DISPLAY "RECONSTRUCAO DE ARQUIVOS INDEXADOS (MODO SEGURO)".
       R1.
           DISPLAY "1-REGCLI  2-REGFOR  3-REGPROD  4-REGPED  5-TODOS"
           "  6-REGLANC"
           DISPLAY "7-CONVERTER REGPED/REGLANC PARA AS CHAVES"
           " ALTERNATIVAS  0-SAIR :"
           ACCEPT W-OPCAO
           MOVE ZEROS TO W-CONVERTE
           IF W-OPCAO = 0
              STOP RUN.
           IF W-OPCAO = 1
              PERFORM REORG-FOR THRU REORG-FOR-FIM
              PERFORM REORG-PROD THRU REORG-PROD-FIM
              PERFORM REORG-PED THRU REORG-PED-FIM
              PERFORM REORG-LANC THRU REORG-LANC-FIM
              GO TO R1.
           IF W-OPCAO = 6
              PERFORM REORG-LANC THRU REORG-LANC-FIM
              GO TO R1.
           IF W-OPCAO = 7
              DISPLAY "CONVERSAO: LE O FORMATO ANTERIOR (SO CHAVE"
                 " PRIMARIA) E RECARREGA COM AS CHAVES ALTERNATIVAS."
              DISPLAY "ARQUIVO JA CONVERTIDO: USE AS OPCOES 4 E 6."
              MOVE 1 TO W-CONVERTE
              PERFORM REORG-PED THRU REORG-PED-FIM
              PERFORM REORG-LANC THRU REORG-LANC-FIM
              MOVE ZEROS TO W-CONVERTE
              GO TO R1.
           DISPLAY "DIGITE UMA OPCAO VALIDA (0 A 7)"
           GO TO R1.

      *----------------------------------------------------------------
           MOVE ZEROS TO IX.
       SOMA-CHECKSUM-LOOP.
           ADD 1 TO IX
           IF IX > 340
              GO TO SOMA-CHECKSUM-FIM.
           COMPUTE W-CHAR-COD = FUNCTION ORD(TMP-REC(IX:1))
           ADD W-CHAR-COD TO W-CHK-ANTES
           MOVE ZEROS TO IX.
       SOMA-CHECKSUM2-LOOP.
           ADD 1 TO IX
           IF IX > 340
              GO TO SOMA-CHECKSUM2-FIM.
           COMPUTE W-CHAR-COD = FUNCTION ORD(TMP-REC(IX:1))
           ADD W-CHAR-COD TO W-CHK-DEPOIS
              DISPLAY "REGPED.DAT: RETOMANDO RECARGA DO TEMPORARIO"
              PERFORM REC-TMP-PED THRU REC-TMP-PED-FIM
              GO TO REORG-PED-RECARGA.
           IF W-CONVERTE = 1
              GO TO REORG-PED-CONV.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "REGPED.DAT NAO PODE SER ABERTO - ST-ERRO="
              GO TO REORG-PED-EXTRAI.
           CLOSE ARQPED TMPSEQ BAKSEQ
           MOVE "E" TO CTL-FASE
           PERFORM GRAVA-FASE
           GO TO REORG-PED-RECARGA.
       REORG-PED-CONV.
           OPEN INPUT ARQPEDANT
           IF ST-ERRO NOT = "00"
              DISPLAY "REGPED.DAT NAO PODE SER ABERTO NO FORMATO"
                 " ANTERIOR - ST-ERRO=" ST-ERRO
              GO TO REORG-PED-FIM.
           OPEN OUTPUT TMPSEQ
           OPEN OUTPUT BAKSEQ.
       REORG-PED-CONV-LOOP.
           READ ARQPEDANT NEXT
           IF ST-ERRO = "00"
              MOVE REGPEDANT TO TMP-REC
              WRITE TMP-REC
              MOVE TMP-REC TO BAK-REC
              WRITE BAK-REC
              PERFORM SOMA-CHECKSUM THRU SOMA-CHECKSUM-FIM
              ADD 1 TO W-LIDOS
              GO TO REORG-PED-CONV-LOOP.
           CLOSE ARQPEDANT TMPSEQ BAKSEQ
           MOVE "E" TO CTL-FASE
           PERFORM GRAVA-FASE.
       REORG-PED-RECARGA.
           MOVE ZEROS TO W-TENTATIVA.
              GO TO REORG-PED-CARGA-LOOP.
           CLOSE ARQPED TMPSEQ
           PERFORM VERIFICA-PED THRU VERIFICA-PED-FIM
           PERFORM VERIFICA-PED-ALT THRU VERIFICA-PED-ALT-FIM
           IF W-GRAVADOS = W-CONFERIDOS AND
              W-CHK-ANTES = W-CHK-DEPOIS AND W-ALT-OK = 1
              PERFORM LIMPA-FASE
              DISPLAY "REGPED.DAT RECONSTRUIDO - ANTES: " W-LIDOS
                 " DEPOIS: " W-CONFERIDOS
       VERIFICA-PED-FIM.
           EXIT.

      * CADA CHAVE ALTERNATIVA (CODCLI, CODFORN, DATAPED) TEM QUE
      * ALCANCAR TODOS OS REGISTROS CONFERIDOS PELA PRIMARIA
       VERIFICA-PED-ALT.
           MOVE ZEROS TO W-ALT-OK
           OPEN INPUT ARQPED
           MOVE ZEROS TO W-CONF-ALT CODCLI
           START ARQPED KEY IS NOT LESS THAN CODCLI
              INVALID KEY GO TO VERIFICA-PED-ALT-FORN.
       VERIFICA-PED-ALT-CLI.
           READ ARQPED NEXT
           IF ST-ERRO = "00"
              ADD 1 TO W-CONF-ALT
              GO TO VERIFICA-PED-ALT-CLI.
       VERIFICA-PED-ALT-FORN.
           DISPLAY "REGPED.DAT - CHAVE CODCLI : " W-CONF-ALT
           IF W-CONF-ALT NOT = W-CONFERIDOS
              GO TO VERIFICA-PED-ALT-FECHA.
           MOVE ZEROS TO W-CONF-ALT CODFORN
           START ARQPED KEY IS NOT LESS THAN CODFORN
              INVALID KEY GO TO VERIFICA-PED-ALT-DATA.
       VERIFICA-PED-ALT-FORN-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO = "00"
              ADD 1 TO W-CONF-ALT
              GO TO VERIFICA-PED-ALT-FORN-LOOP.
       VERIFICA-PED-ALT-DATA.
           DISPLAY "REGPED.DAT - CHAVE CODFORN: " W-CONF-ALT
           IF W-CONF-ALT NOT = W-CONFERIDOS
              GO TO VERIFICA-PED-ALT-FECHA.
           MOVE ZEROS TO W-CONF-ALT DATAPED
           START ARQPED KEY IS NOT LESS THAN DATAPED
              INVALID KEY GO TO VERIFICA-PED-ALT-CONF.
       VERIFICA-PED-ALT-DATA-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO = "00"
              ADD 1 TO W-CONF-ALT
              GO TO VERIFICA-PED-ALT-DATA-LOOP.
       VERIFICA-PED-ALT-CONF.
           DISPLAY "REGPED.DAT - CHAVE DATAPED: " W-CONF-ALT
           IF W-CONF-ALT = W-CONFERIDOS
              MOVE 1 TO W-ALT-OK.
       VERIFICA-PED-ALT-FECHA.
           CLOSE ARQPED.
       VERIFICA-PED-ALT-FIM.
           EXIT.

      *----------------------------------------------------------------
      * REGLANC.DAT
      *----------------------------------------------------------------
       REORG-LANC.
           MOVE "REGLANC" TO W-ARQ-ATUAL
           MOVE "REORGLAN.TMP" TO W-NOME-TMP
           MOVE "REORGLAN.BAK" TO W-NOME-BAK
           PERFORM LE-FASE
           MOVE ZEROS TO W-LIDOS W-CHK-ANTES
           IF W-RETOMADA = 1
              DISPLAY "REGLANC.DAT: RETOMANDO RECARGA DO TEMPORARIO"
              PERFORM REC-TMP-LANC THRU REC-TMP-LANC-FIM
              GO TO REORG-LANC-RECARGA.
           IF W-CONVERTE = 1
              GO TO REORG-LANC-CONV.
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "REGLANC.DAT NAO PODE SER ABERTO - ST-ERRO="
                 ST-ERRO
              GO TO REORG-LANC-FIM.
           OPEN OUTPUT TMPSEQ
           OPEN OUTPUT BAKSEQ.
       REORG-LANC-EXTRAI.
           READ ARQLANC NEXT
           IF ST-ERRO = "00"
              MOVE REGLANC TO TMP-REC
              WRITE TMP-REC
              MOVE TMP-REC TO BAK-REC
              WRITE BAK-REC
              PERFORM SOMA-CHECKSUM THRU SOMA-CHECKSUM-FIM
              ADD 1 TO W-LIDOS
              GO TO REORG-LANC-EXTRAI.
           CLOSE ARQLANC TMPSEQ BAKSEQ
           MOVE "E" TO CTL-FASE
           PERFORM GRAVA-FASE
           GO TO REORG-LANC-RECARGA.
       REORG-LANC-CONV.
           OPEN INPUT ARQLANCANT
           IF ST-ERRO NOT = "00"
              DISPLAY "REGLANC.DAT NAO PODE SER ABERTO NO FORMATO"
                 " ANTERIOR - ST-ERRO=" ST-ERRO
              GO TO REORG-LANC-FIM.
           OPEN OUTPUT TMPSEQ
           OPEN OUTPUT BAKSEQ.
       REORG-LANC-CONV-LOOP.
           READ ARQLANCANT NEXT
           IF ST-ERRO = "00"
              MOVE REGLANCANT TO TMP-REC
              WRITE TMP-REC
              MOVE TMP-REC TO BAK-REC
              WRITE BAK-REC
              PERFORM SOMA-CHECKSUM THRU SOMA-CHECKSUM-FIM
              ADD 1 TO W-LIDOS
              GO TO REORG-LANC-CONV-LOOP.
           CLOSE ARQLANCANT TMPSEQ BAKSEQ
           MOVE "E" TO CTL-FASE
           PERFORM GRAVA-FASE.
       REORG-LANC-RECARGA.
           MOVE ZEROS TO W-TENTATIVA.
       REORG-LANC-CARGA.
           ADD 1 TO W-TENTATIVA
           MOVE ZEROS TO W-GRAVADOS
           OPEN OUTPUT ARQLANC
           OPEN INPUT TMPSEQ.
       REORG-LANC-CARGA-LOOP.
           READ TMPSEQ
           IF ST-ERRO2 = "00"
              MOVE TMP-REC TO REGLANC
              WRITE REGLANC
              ADD 1 TO W-GRAVADOS
              GO TO REORG-LANC-CARGA-LOOP.
           CLOSE ARQLANC TMPSEQ
           PERFORM VERIFICA-LANC THRU VERIFICA-LANC-FIM
           PERFORM VERIFICA-LANC-ALT THRU VERIFICA-LANC-ALT-FIM
           IF W-GRAVADOS = W-CONFERIDOS AND
              W-CHK-ANTES = W-CHK-DEPOIS AND W-ALT-OK = 1
              PERFORM LIMPA-FASE
              DISPLAY "REGLANC.DAT RECONSTRUIDO - ANTES: " W-LIDOS
                 " DEPOIS: " W-CONFERIDOS
              DISPLAY "COPIA DE SEGURANCA MANTIDA EM REORGLAN.BAK"
              GO TO REORG-LANC-FIM.
           DISPLAY "REGLANC.DAT: VERIFICACAO FALHOU - RESTAURANDO"
           IF W-TENTATIVA < 3
              GO TO REORG-LANC-CARGA.
           DISPLAY "REGLANC.DAT: FALHA PERSISTENTE - O CONTEUDO"
              " INTEGRO ESTA EM REORGLAN.TMP / REORGLAN.BAK".
       REORG-LANC-FIM.
           EXIT.
       REC-TMP-LANC.
           MOVE ZEROS TO W-LIDOS W-CHK-ANTES
           OPEN INPUT TMPSEQ
           IF ST-ERRO2 NOT = "00"
              DISPLAY "REORGLAN.TMP NAO ENCONTRADO - REINICIE"
              GO TO REC-TMP-LANC-FIM.
       REC-TMP-LANC-LOOP.
           READ TMPSEQ
           IF ST-ERRO2 = "00"
              PERFORM SOMA-CHECKSUM THRU SOMA-CHECKSUM-FIM
              ADD 1 TO W-LIDOS
              GO TO REC-TMP-LANC-LOOP.
           CLOSE TMPSEQ.
       REC-TMP-LANC-FIM.
           EXIT.
       VERIFICA-LANC.
           MOVE ZEROS TO W-CONFERIDOS W-CHK-DEPOIS
           OPEN INPUT ARQLANC.
       VERIFICA-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO = "00"
              MOVE REGLANC TO TMP-REC
              PERFORM SOMA-CHECKSUM2 THRU SOMA-CHECKSUM2-FIM
              ADD 1 TO W-CONFERIDOS
              GO TO VERIFICA-LANC-LOOP.
           CLOSE ARQLANC.
       VERIFICA-LANC-FIM.
           EXIT.

      * CADA CHAVE ALTERNATIVA (LANC-CODPESSOA, LANC-VENCIMENTO)
      * TEM QUE ALCANCAR TODOS OS REGISTROS CONFERIDOS
       VERIFICA-LANC-ALT.
           MOVE ZEROS TO W-ALT-OK
           OPEN INPUT ARQLANC
           MOVE ZEROS TO W-CONF-ALT LANC-CODPESSOA
           START ARQLANC KEY IS NOT LESS THAN LANC-CODPESSOA
              INVALID KEY GO TO VERIFICA-LANC-ALT-VENC.
       VERIFICA-LANC-ALT-PES.
           READ ARQLANC NEXT
           IF ST-ERRO = "00"
              ADD 1 TO W-CONF-ALT
              GO TO VERIFICA-LANC-ALT-PES.
       VERIFICA-LANC-ALT-VENC.
           DISPLAY "REGLANC.DAT - CHAVE LANC-CODPESSOA : " W-CONF-ALT
           IF W-CONF-ALT NOT = W-CONFERIDOS
              GO TO VERIFICA-LANC-ALT-FECHA.
           MOVE ZEROS TO W-CONF-ALT LANC-VENCIMENTO
           START ARQLANC KEY IS NOT LESS THAN LANC-VENCIMENTO
              INVALID KEY GO TO VERIFICA-LANC-ALT-CONF.
       VERIFICA-LANC-ALT-VENC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO = "00"
              ADD 1 TO W-CONF-ALT
              GO TO VERIFICA-LANC-ALT-VENC-LOOP.
       VERIFICA-LANC-ALT-CONF.
           DISPLAY "REGLANC.DAT - CHAVE LANC-VENCIMENTO: " W-CONF-ALT
           IF W-CONF-ALT = W-CONFERIDOS
              MOVE 1 TO W-ALT-OK.
       VERIFICA-LANC-ALT-FECHA.
           CLOSE ARQLANC.
       VERIFICA-LANC-ALT-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
