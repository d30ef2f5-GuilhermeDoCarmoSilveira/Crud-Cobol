      * DE CONTABILIDADE. A CADA EXECUCAO SO EXTRAI OS  *
      * PEDIDOS GRAVADOS APOS O ULTIMO PEDIDO PROCESSADO,*
      * CONTROLADO PELO ARQUIVO EXTCONT.CTL.            *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (PEDIDOS LIDOS E EXTRAIDOS, LINHAS   *
      * DO EXTRATO, SOMA DOS TOTAIS E DOS NUMEROS),     *
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

           SELECT ARQCTL ASSIGN TO DISK
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

       FD ARQCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTCONT.TXT".
       01 LINHA-SAI              PIC X(100).

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
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO OU VAZIO"
              MOVE "REGPED.DAT NAO ENCONTRADO" TO W-TOT-OBS
              GO TO ROT-FIM.
           OPEN OUTPUT ARQSAI
           MOVE SPACES TO LINHA-SAI
           STRING "NUMPEDIDO,TPPEDIDO,CODCLI,CODFORN,TOTAL,DATAPED,"
              "STATUS" DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-TOT-GRAV2
           PERFORM EXTRAI-PEDIDOS
           CLOSE ARQPED ARQSAI
           IF W-QTD-EXTR > ZEROS
           MOVE W-QTD-EXTR TO W-LIN-NUM
           DISPLAY "EXTRACAO CONCLUIDA. " W-LIN-NUM
              " PEDIDO(S) NOVO(S) GRAVADO(S) EM EXTCONT.TXT."
           MOVE W-QTD-EXTR TO W-TOT-GRAV
           PERFORM GRAVA-TOTAIS
           GOBACK.

       LE-CONTROLE.
       EXTRAI-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO = "00"
              ADD 1 TO W-TOT-LIDOS
              IF PED-STATUS = "D" OR "H"
                 DISPLAY "PARANDO NO PEDIDO PENDENTE " NUMPEDIDO
                 GO TO EXTRAI-LOOP-FIM
       GRAVA-LINHA-EXTRATO.
           MOVE SPACES TO LINHA-SAI
           MOVE TOTAL TO W-LIN-VAL
           ADD TOTAL TO W-TOT-VALOR
           ADD NUMPEDIDO TO W-TOT-HASH
           STRING NUMPEDIDO "," TPPEDIDO "," CODCLI "," CODFORN ","
              W-LIN-VAL "," DATAPED "," PED-STATUS
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-TOT-GRAV2.

       GRAVA-CONTROLE.
           OPEN OUTPUT ARQCTL
           WRITE REG-CTL
           CLOSE ARQCTL.

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
           MOVE "EXTCONT" TO TOT-PASSO
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

       ROT-FIM.
           PERFORM GRAVA-TOTAIS
           GOBACK.

      *    FILE STATUS
