      * CONFERIDA. O CONSPED CONSULTA O MORTO QUANDO O  *
      * PEDIDO NAO ESTA MAIS NO ARQUIVO VIVO.           *
      * RELATORIO EM ARQUIVA.TXT.                       *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (PEDIDOS LIDOS, ARQUIVADOS E NAO     *
      * ELEGIVEIS, SOMA DOS TOTAIS E DOS NUMEROS        *
      * ARQUIVADOS).                                    *
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
                    FILE STATUS IS ST-PED.
           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.
           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).
       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
          03 HPED-OPERADOR      PIC X(10).
          03 HPED-STATUS        PIC X(01).
          03 HPED-BASE-DEVOL    PIC 9(01).
          03 HPED-CONDPAG       PIC 9(03).
       FD ARQITEMH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQITEMH.DAT".
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).
       FD ARQBXAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXASH.DAT".
          03 HBXA-DATA           PIC 9(08).
          03 HBXA-VALOR          PIC 9(07)V99.
          03 HBXA-OPERADOR       PIC X(10).
          03 HBXA-CONTA          PIC 9(02).
       FD ARQPCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
               VALUE OF FILE-ID IS "ARQUIVA.TXT".
       01 LINHA-SAI              PIC X(120).

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
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
              CLOSE ARQPCMP.
           DISPLAY "ARQUIVADOS: " W-QTD-ARQ " - RELATORIO EM"
              " ARQUIVA.TXT"
           MOVE W-QTD-ARQ TO W-TOT-GRAV
           MOVE W-QTD-PULA TO W-TOT-GRAV2
           MOVE SPACES TO W-TOT-OBS
           STRING "CORTE " W-CORTE
              DELIMITED BY SIZE INTO W-TOT-OBS
           PERFORM GRAVA-TOTAIS
           STOP RUN.

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
           MOVE "ARQUIVA" TO TOT-PASSO
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

       VARRE-PEDIDOS.
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS THAN CHAVE
           READ ARQPED NEXT
           IF ST-PED NOT = "00"
              GO TO VARRE-PEDIDOS-FIM.
           ADD 1 TO W-TOT-LIDOS
           IF DATAPED NOT < W-CORTE
              GO TO VARRE-PED-LOOP.
           IF PED-STATUS NOT = "F" AND "C" AND "E"
           IF W-OK = 1
              PERFORM APAGA-ORIGINAIS THRU APAGA-ORIGINAIS-FIM
              ADD 1 TO W-QTD-ARQ
              ADD TOTAL TO W-TOT-VALOR
              ADD NUMPEDIDO TO W-TOT-HASH
              MOVE SPACES TO LINHA-SAI
              STRING "ARQUIVADO PEDIDO " NUMPEDIDO "-" TPPEDIDO
                 " DE " DATAPED " STATUS " PED-STATUS
           MOVE ULT-OPERADOR TO HPED-OPERADOR
           MOVE PED-STATUS TO HPED-STATUS
           MOVE PED-BASE-DEVOL TO HPED-BASE-DEVOL
           MOVE PED-CONDPAG TO HPED-CONDPAG
           WRITE REGPEDH
           IF ST-PEDH NOT = "00" AND "22"
              MOVE ZEROS TO W-OK
           MOVE BXA-DATA TO HBXA-DATA
           MOVE BXA-VALOR TO HBXA-VALOR
           MOVE BXA-OPERADOR TO HBXA-OPERADOR
           MOVE BXA-CONTA TO HBXA-CONTA
           WRITE REGBXAH
           IF ST-BXAH NOT = "00" AND "22"
              MOVE ZEROS TO W-OK
