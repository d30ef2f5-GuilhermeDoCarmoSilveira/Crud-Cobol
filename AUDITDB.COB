      *    COM PEDIDO CANCELADO);                       *
      *  - SOMA DO REGESTFIL X REGPROD.QTD;             *
      *  - CODCLI/CODFORN/ITEM-CODPROD SEM CADASTRO.    *
      * GRAVA OS TOTAIS DE CONTROLE EM CTLTOT.DAT       *
      * (PEDIDOS LIDOS COM A SOMA DOS TOTAIS, EXCECOES  *
      * GRAVES E AVISOS), CONFERIDOS PELO NOTURNO.      *
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
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQPROD ASSIGN TO DISK
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
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQFOR
               LABEL RECORD IS STANDARD
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITDB.TXT".
       01 LINHA-SAI              PIC X(130).

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
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              MOVE "REGPED.DAT NAO ENCONTRADO" TO W-TOT-OBS
              PERFORM GRAVA-TOTAIS
              GOBACK.
           OPEN INPUT ARQITEM
           OPEN INPUT ARQLANC
              CLOSE ARQBXA.
           DISPLAY "AUDITORIA CONCLUIDA. RELATORIO EM AUDITDB.TXT"
           DISPLAY "GRAVES: " W-QTD-GRAVE " AVISOS: " W-QTD-AVISO
           MOVE W-QTD-GRAVE TO W-TOT-GRAV
           MOVE W-QTD-AVISO TO W-TOT-GRAV2
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
           MOVE "AUDITDB" TO TOT-PASSO
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

       GRAVA-GRAVE.
           ADD 1 TO W-QTD-GRAVE
           WRITE LINHA-SAI.
           READ ARQPED NEXT
           IF ST-PED NOT = "00"
              GO TO AUDITA-PEDIDOS-FIM.
           ADD 1 TO W-TOT-LIDOS
           ADD TOTAL TO W-TOT-VALOR
           PERFORM SOMA-ITENS-PED THRU SOMA-ITENS-PED-FIM
           IF PED-STATUS NOT = "C"
              IF W-SOMA-ITENS NOT = TOTAL
           READ ARQLANC NEXT
           IF ST-LANC NOT = "00"
              GO TO AUDITA-LANCAMENTOS-FIM.
      * PARCELA DE ACORDO (TIPO 8) NAO TEM PEDIDO: O NUMERO E O
      * DO ACORDO.DAT; A DE FATURA DE FRETE (TIPO 7) E O NUMERO
      * DO FATFRETE.DAT (SCE050)
           IF LANC-TPPEDIDO = 8 OR LANC-TPPEDIDO = 7
              GO TO AUDITA-LANC-LOOP.
           MOVE LANC-NUMPEDIDO TO NUMPEDIDO
           MOVE LANC-TPPEDIDO TO TPPEDIDO
           READ ARQPED
