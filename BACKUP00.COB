      * BACKGER.CTL (PADRAO 3, CICLICO).                *
      * COM ENTRADA VAZIA (CADEIA NOTURNA) EXECUTA O    *
      * BACKUP DIRETO.                                  *
      * APOS O BACKUP O DIARIO DE TRANSACOES            *
      * (JOURNAL.DAT) E REINICIADO COM UM PONTO DE      *
      * CONTROLE DA GERACAO, BASE DO RECUPERA.          *
      * AO FINAL DO BACKUP GRAVA OS TOTAIS DE CONTROLE  *
      * EM CTLTOT.DAT (REGISTROS LIDOS, GRAVADOS E      *
      * RELIDOS NA CONFERENCIA E ARQUIVOS COPIADOS),    *
      * CONFERIDOS PELO NOTURNO.                        *
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
           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.
           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-SEQ.
           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGFOR.DAT".
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).
       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).
       FD ARQPCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
          03 ROM-VOLUMES        PIC 9(04).
          03 ROM-PESO           PIC 9(06)V99.
          03 ROM-OPERADOR       PIC X(10).
          03 ROM-ROTA           PIC 9(03).
          03 ROM-SITUACAO       PIC X(01).
       FD ARQROMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROMITEM.DAT".
           05 ROMI-SEQ          PIC 9(03).
          03 ROMI-NUMPEDIDO     PIC 9(06).
          03 ROMI-TPPEDIDO      PIC 9(01).
          03 ROMI-ENTREGA       PIC X(01).
          03 ROMI-DATA-ENT      PIC 9(08).
          03 ROMI-RECEBEDOR     PIC X(30).
          03 ROMI-DOC-RECEB     PIC X(14).
          03 ROMI-MOTIVO        PIC 9(02).
          03 ROMI-OPER-ENT      PIC X(10).
       FD ARQTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSF.DAT".
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
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-GER        PIC X(02) VALUE "00".
       01 ST-CTLG       PIC X(02) VALUE "00".
       01 ST-JRN        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-NOME-SEQ    PIC X(20) VALUE SPACES.
       01 W-NOME-CTL    PIC X(20) VALUE SPACES.
           STRING "BK" W-GER W-ARQ ".SEQ"
              DELIMITED BY SIZE INTO W-NOME-SEQ.

      *----------------------------------------------------------------
      * O DIARIO RECOMECA VAZIO A CADA GERACAO: O PRIMEIRO REGISTRO
      * (TIPO K) GUARDA A GERACAO SOBRE A QUAL AS TRANSACOES
      * SEGUINTES SERAO REAPLICADAS PELO RECUPERA
      *----------------------------------------------------------------
       INICIA-JOURNAL.
           OPEN OUTPUT ARQJRN
           MOVE SPACES TO REGJRN
           MOVE "BACKUP00" TO JRN-PROG
           MOVE W-DATAHORA(1:16) TO JRN-TRANS-DH
           MOVE ZEROS TO JRN-SEQ
           MOVE "K" TO JRN-TIPO
           MOVE W-GER TO JRN-CHAVE
           MOVE W-DATAHORA(1:14) TO JRN-DATAHORA
           WRITE REGJRN
           CLOSE ARQJRN.

      *----------------------------------------------------------------
      * BACKUP COMPLETO PARA A PROXIMA GERACAO
      *----------------------------------------------------------------
           PERFORM BK-AUD THRU BK-AUD-FIM
           PERFORM BK-CTLS THRU BK-CTLS-FIM
           PERFORM GRAVA-GERACAO
           PERFORM INICIA-JOURNAL
           MOVE SPACES TO W-TOT-OBS
           STRING "GERACAO " W-GER
              DELIMITED BY SIZE INTO W-TOT-OBS
           PERFORM GRAVA-TOTAIS
           DISPLAY "GERACAO " W-GER " GRAVADA E CONFERIDA".
       EXECUTA-BACKUP-FIM.
           EXIT.

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
           MOVE "BACKUP00" TO TOT-PASSO
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

       ABRE-DEST.
           PERFORM MONTA-NOME
           OPEN OUTPUT ARQSEQ
              ADD 1 TO W-CONFERIDOS
              GO TO FECHA-CONF-LOOP.
           CLOSE ARQSEQ
           ADD W-GRAVADOS TO W-TOT-LIDOS W-TOT-GRAV
           ADD W-CONFERIDOS TO W-TOT-GRAV2
           ADD 1 TO W-TOT-HASH
           IF W-CONFERIDOS = W-GRAVADOS
              DISPLAY "  " W-NOME-SEQ " OK - " W-GRAVADOS
                 " REGISTRO(S)"
