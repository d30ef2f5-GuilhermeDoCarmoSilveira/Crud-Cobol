       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIROEXC.
      **************************************************
      * EXCLUSAO DE DEVEDORES DO BIRO DE CREDITO        *
      * RODA SEM PERGUNTAS (ENCAIXA NA CADEIA NOTURNA): *
      * PARA CADA PARCELA DE NEGATIV.DAT (BIROCRED)     *
      * CUJO LANCAMENTO NAO ESTA MAIS EM ABERTO - BAIXA *
      * NO SCE010, RETORNO BANCARIO (REMESSA), ACORDO   *
      * OU CANCELAMENTO - OU JA NAO TEM SALDO:          *
      *  - INCLUIDA NO BIRO: GERA O PEDIDO DE EXCLUSAO  *
      *    EM NEGEXC.TXT (ACUMULA ATE O ENVIO) E PASSA  *
      *    A "E";                                       *
      *  - SO AVISADA: PASSA A "B" SEM IR AO BIRO.      *
      * CADA EXCLUSAO E CARIMBADA EM AUDITORIA.DAT.     *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (NEGATIVACOES LIDAS, EXCLUSOES COM   *
      * SUA SOMA E REGULARIZADAS), CONFERIDOS PELO      *
      * NOTURNO.                                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQNEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NEG-CHAVE
                    FILE STATUS IS ST-NEG.

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

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQEXC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-EXC.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGATIV.DAT".
       01 REGNEG.
          03 NEG-CHAVE.
           05 NEG-NUMPEDIDO      PIC 9(06).
           05 NEG-TPPEDIDO       PIC 9(01).
           05 NEG-PARCELA        PIC 9(02).
          03 NEG-CODCLI          PIC 9(14).
          03 NEG-VALOR           PIC 9(07)V99.
          03 NEG-VENCIMENTO      PIC 9(08).
          03 NEG-STATUS          PIC X(01).
          03 NEG-DATA-AVISO      PIC 9(08).
          03 NEG-DATA-INCL       PIC 9(08).
          03 NEG-DATA-EXCL       PIC 9(08).
          03 NEG-OPERADOR        PIC X(10).

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

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCLI.DAT".
       01 REGCLI.
          03 CPFCNPJ        PIC 9(14).
          03 RSNOME         PIC X(60).
          03 APSOBRE        PIC X(60).
          03 CEP            PIC 9(08).
          03 LOGR           PIC X(40).
          03 NUM            PIC 9(08).
          03 COMPL          PIC X(15).
          03 BAIRRO         PIC X(22).
          03 CIDADE         PIC X(33).
          03 UF             PIC X(02).
          03 TEL            PIC 9(11).
          03 EMAIL          PIC X(40).
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       FD ARQEXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGEXC.TXT".
       01 LINHA-EXC              PIC X(120).

       FD ARQTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REGTOT.
          03 TOT-DATA            PIC 9(08).
          03 TOT-HORA            PIC 9(06).
          03 TOT-PASSO           PIC X(08).
          03 TOT-ORIGEM          PIC X(01).
          03 TOT-LIDOS           PIC 9(07).
          03 TOT-GRAVADOS        PIC 9(07).
          03 TOT-GRAVADOS2       PIC 9(07).
          03 TOT-VALOR           PIC 9(11)V99.
          03 TOT-VALOR2          PIC 9(11)V99.
          03 TOT-HASH            PIC 9(15).
          03 TOT-SITUACAO        PIC X(01).
          03 TOT-OBS             PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-TOT             PIC X(02) VALUE "00".
       01 W-TOT-DTH          PIC X(21) VALUE SPACES.
       01 W-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV         PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV2        PIC 9(07) VALUE ZEROS.
       01 W-TOT-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR2       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-HASH         PIC 9(15) VALUE ZEROS.
       01 W-TOT-OBS          PIC X(40) VALUE SPACES.
       01 ST-NEG        PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-EXC        PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC X(10) VALUE "BIROEXC".
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 W-TEM-CLI     PIC X(01) VALUE "N".
       01 W-EXC-ABERTO  PIC X(01) VALUE "N".
       01 W-QUITADA     PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO-LANC  PIC S9(09)V99 VALUE ZEROS.
       01 W-QTD-EXC     PIC 9(06) VALUE ZEROS.
       01 W-QTD-REG     PIC 9(06) VALUE ZEROS.
       01 W-TOT-EXC     PIC 9(11)V99 VALUE ZEROS.

       01 REG-NEG-HDR.
          03 FILLER        PIC X(01) VALUE "0".
          03 FILLER        PIC X(08) VALUE "EXCLUSAO".
          03 NH-DATA       PIC 9(08).
          03 FILLER        PIC X(103) VALUE SPACES.

       01 REG-NEG-DET.
          03 FILLER        PIC X(01) VALUE "1".
          03 ND-OPER       PIC X(01).
          03 ND-CONTRATO.
             05 ND-NUMPEDIDO  PIC 9(06).
             05 ND-TPPEDIDO   PIC 9(01).
             05 ND-PARCELA    PIC 9(02).
          03 ND-TIPO-PESSOA PIC X(01).
          03 ND-CPFCNPJ    PIC 9(14).
          03 ND-NOME       PIC X(40).
          03 ND-VENCTO     PIC 9(08).
          03 ND-VALOR      PIC 9(09)V99.
          03 ND-DATA-AVISO PIC 9(08).
          03 ND-CEP        PIC 9(08).
          03 ND-UF         PIC X(02).
          03 FILLER        PIC X(17) VALUE SPACES.

       01 REG-NEG-TRL.
          03 FILLER        PIC X(01) VALUE "9".
          03 NT-QTD        PIC 9(06).
          03 NT-TOTAL      PIC 9(11)V99.
          03 FILLER        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           DISPLAY "EXCLUSAO DE DEVEDORES DO BIRO DE CREDITO"
           OPEN I-O ARQNEG
           IF ST-NEG NOT = "00"
              DISPLAY "SEM NEGATIVACOES (BIROCRED) - NADA A EXCLUIR"
              PERFORM GRAVA-TOTAIS
              GOBACK.
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO"
              CLOSE ARQNEG
              MOVE "REGLANC.DAT NAO ENCONTRADO" TO W-TOT-OBS
              PERFORM GRAVA-TOTAIS
              GOBACK.
           MOVE "N" TO W-TEM-BXA
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.
           MOVE "N" TO W-TEM-CLI
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-TEM-CLI.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
           MOVE ZEROS TO NEG-CHAVE
           START ARQNEG KEY IS NOT LESS THAN NEG-CHAVE
              INVALID KEY GO TO INICIO-ENC.
       INICIO-LOOP.
           READ ARQNEG NEXT
           IF ST-NEG NOT = "00"
              GO TO INICIO-ENC.
           ADD 1 TO W-TOT-LIDOS
           IF NEG-STATUS NOT = "A" AND NEG-STATUS NOT = "I"
              GO TO INICIO-LOOP.
           PERFORM VERIFICA-QUITACAO THRU VERIFICA-QUITACAO-FIM
           IF W-QUITADA = ZEROS
              GO TO INICIO-LOOP.
           IF NEG-STATUS = "A"
              MOVE "B" TO NEG-STATUS
              MOVE W-DATA-HOJE TO NEG-DATA-EXCL
              MOVE W-OPERADOR TO NEG-OPERADOR
              REWRITE REGNEG
              ADD 1 TO W-QTD-REG
              GO TO INICIO-LOOP.
           PERFORM PEDE-EXCLUSAO THRU PEDE-EXCLUSAO-FIM
           GO TO INICIO-LOOP.
       INICIO-ENC.
           IF W-EXC-ABERTO = "S"
              MOVE W-QTD-EXC TO NT-QTD
              MOVE W-TOT-EXC TO NT-TOTAL
              MOVE REG-NEG-TRL TO LINHA-EXC
              WRITE LINHA-EXC
              CLOSE ARQEXC.
           CLOSE ARQNEG ARQLANC ARQAUD
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           IF W-TEM-CLI = "S"
              CLOSE ARQCLI.
           DISPLAY "EXCLUSOES PEDIDAS: " W-QTD-EXC " (NEGEXC.TXT)"
           DISPLAY "REGULARIZADAS NO PRAZO DO AVISO: " W-QTD-REG
           MOVE W-QTD-EXC TO W-TOT-GRAV
           MOVE W-QTD-REG TO W-TOT-GRAV2
           MOVE W-TOT-EXC TO W-TOT-VALOR
           PERFORM GRAVA-TOTAIS
           GOBACK.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DA EXECUCAO (CTLTOT.DAT): REGISTROS
      * LIDOS, GRAVADOS E SOMAS DE CONFERENCIA. O NOTURNO CONFERE
      * ESTES TOTAIS COM CONTAGENS PROPRIAS DOS ARQUIVOS ANTES DE
      * LIBERAR O PASSO SEGUINTE; O RELTOT LISTA TODOS ELES
      *----------------------------------------------------------------
       GRAVA-TOTAIS.
           OPEN EXTEND ARQTOT
           IF ST-TOT NOT = "00"
              OPEN OUTPUT ARQTOT.
           MOVE FUNCTION CURRENT-DATE TO W-TOT-DTH
           MOVE SPACES TO REGTOT
           MOVE W-TOT-DTH(1:8) TO TOT-DATA
           MOVE W-TOT-DTH(9:6) TO TOT-HORA
           MOVE "BIROEXC" TO TOT-PASSO
           MOVE "P" TO TOT-ORIGEM
           MOVE W-TOT-LIDOS TO TOT-LIDOS
           MOVE W-TOT-GRAV TO TOT-GRAVADOS
           MOVE W-TOT-GRAV2 TO TOT-GRAVADOS2
           MOVE W-TOT-VALOR TO TOT-VALOR
           MOVE W-TOT-VALOR2 TO TOT-VALOR2
           MOVE W-TOT-HASH TO TOT-HASH
           MOVE "O" TO TOT-SITUACAO
           MOVE W-TOT-OBS TO TOT-OBS
           WRITE REGTOT
           CLOSE ARQTOT.

      * QUITADA = LANCAMENTO APAGADO, FORA DE ABERTO (Q, N) OU
      * SEM SALDO. PERDA (X) CONTINUA DIVIDA E NAO SAI DO BIRO
       VERIFICA-QUITACAO.
           MOVE ZEROS TO W-QUITADA
           MOVE NEG-CHAVE TO LANC-CHAVE
           READ ARQLANC
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-QUITADA
              GO TO VERIFICA-QUITACAO-FIM.
           IF LANC-STATUS = "X"
              GO TO VERIFICA-QUITACAO-FIM.
           IF LANC-STATUS NOT = "A"
              MOVE 1 TO W-QUITADA
              GO TO VERIFICA-QUITACAO-FIM.
           PERFORM CALCULA-SALDO-LANC THRU CALCULA-SALDO-LANC-FIM
           IF W-SALDO-LANC NOT > ZEROS
              MOVE 1 TO W-QUITADA.
       VERIFICA-QUITACAO-FIM.
           EXIT.

       PEDE-EXCLUSAO.
           IF W-EXC-ABERTO = "N"
              PERFORM ABRE-REMESSA-EXC.
           MOVE "E" TO ND-OPER
           MOVE NEG-NUMPEDIDO TO ND-NUMPEDIDO
           MOVE NEG-TPPEDIDO TO ND-TPPEDIDO
           MOVE NEG-PARCELA TO ND-PARCELA
           MOVE NEG-CODCLI TO ND-CPFCNPJ
           MOVE SPACES TO ND-TIPO-PESSOA ND-NOME ND-UF
           MOVE ZEROS TO ND-CEP
           IF W-TEM-CLI = "S"
              MOVE NEG-CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE TIPO-PESSOA TO ND-TIPO-PESSOA
                 MOVE RSNOME TO ND-NOME
                 MOVE CEP TO ND-CEP
                 MOVE UF TO ND-UF.
           MOVE NEG-VENCIMENTO TO ND-VENCTO
           MOVE NEG-VALOR TO ND-VALOR
           MOVE NEG-DATA-AVISO TO ND-DATA-AVISO
           MOVE REG-NEG-DET TO LINHA-EXC
           WRITE LINHA-EXC
           ADD 1 TO W-QTD-EXC
           ADD NEG-VALOR TO W-TOT-EXC
           ADD NEG-NUMPEDIDO TO W-TOT-HASH
           MOVE "E" TO NEG-STATUS
           MOVE W-DATA-HOJE TO NEG-DATA-EXCL
           MOVE W-OPERADOR TO NEG-OPERADOR
           REWRITE REGNEG
           MOVE SPACES TO LINHA-AUD
           STRING "BIROEXC E CHAVE=" NEG-CHAVE
              " CLIENTE=" NEG-CODCLI " VALOR=" NEG-VALOR
              " INCLUIDO=" NEG-DATA-INCL
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
       PEDE-EXCLUSAO-FIM.
           EXIT.

      * NEGEXC.TXT ACUMULA OS LOTES ATE O ENVIO AO BIRO: CADA
      * EXECUCAO COM EXCLUSAO ACRESCENTA CABECALHO, LINHAS E TRAILER
       ABRE-REMESSA-EXC.
           OPEN EXTEND ARQEXC
           IF ST-EXC NOT = "00"
              OPEN OUTPUT ARQEXC.
           MOVE "S" TO W-EXC-ABERTO
           MOVE W-DATA-HOJE TO NH-DATA
           MOVE REG-NEG-HDR TO LINHA-EXC
           WRITE LINHA-EXC.

       CALCULA-SALDO-LANC.
           MOVE LANC-VALOR TO W-SALDO-LANC
           MOVE ZEROS TO W-TOT-BAIXADO
           IF W-TEM-BXA NOT = "S"
              GO TO CALCULA-SALDO-LANC-FIM.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE ZEROS TO BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO CALCULA-SALDO-LANC-FIM.
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
           SUBTRACT W-TOT-BAIXADO FROM W-SALDO-LANC.
       CALCULA-SALDO-LANC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
