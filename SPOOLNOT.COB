      * DA NOITE - CONSULTA E REIMPRESSAO PELO SPOOL00. *
      * RELATORIO AUSENTE NO DISCO E SIMPLESMENTE       *
      * PULADO.                                         *
      * GRAVA OS TOTAIS DE CONTROLE EM CTLTOT.DAT       *
      * (RELATORIOS CAPTURADOS E LINHAS COPIADAS),      *
      * CONFERIDOS PELO NOTURNO.                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-CTL.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQSPL
       01 REG-SPLCTL.
          03 CTL-ULT-NUMSPL     PIC 9(06).

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
       01 ST-SPL        PIC X(02) VALUE "00".
       01 ST-ENT        PIC X(02) VALUE "00".
       01 ST-SAI        PIC X(02) VALUE "00".
                 OPEN I-O ARQSPL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO INDICE DO SPOOL"
                 MOVE "ERRO NA ABERTURA DO INDICE DO SPOOL"
                    TO W-TOT-OBS
                 PERFORM GRAVA-TOTAIS
                 GOBACK.
           MOVE ZEROS TO IX.
       CAPTURA-TODOS.
           ADD 1 TO IX
           CLOSE ARQSPL
           DISPLAY "CAPTURADOS: " W-QTD-CAPT " AUSENTES: "
              W-QTD-PULADO
           MOVE W-QTD-CAPT TO W-TOT-GRAV
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
           MOVE "SPOOLNOT" TO TOT-PASSO
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

      *----------------------------------------------------------------
      * CAPTURA DE UM RELATORIO, COMO O "C" DO SPOOL00
           READ ARQENT
           IF ST-ENT NOT = "00"
              GO TO CAPTURA-ENC.
           ADD 1 TO W-TOT-LIDOS
           MOVE LINHA-ENT TO LINHA-SAI
           WRITE LINHA-SAI
           ADD 1 TO W-TOT-GRAV2
           ADD 1 TO W-QTD-LIN
           GO TO CAPTURA-COPIA.
       CAPTURA-ENC.
