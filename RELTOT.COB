       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTOT.
      **************************************************
      * TOTAIS DE CONTROLE DA CADEIA NOTURNA            *
      * LISTA, NA ORDEM DE GRAVACAO, OS TOTAIS DE       *
      * CONTROLE (CTLTOT.DAT) DO DIA: O REGISTRO DE     *
      * CADA PROGRAMA (REGISTROS LIDOS, GRAVADOS, SOMAS *
      * DE VALOR E SOMA DE CONFERENCIA) E, LOGO ABAIXO, *
      * A CONFERENCIA FEITA PELO NOTURNO COM CONTAGENS  *
      * PROPRIAS DOS ARQUIVOS (SIT OK OU DIV). E O      *
      * ULTIMO PASSO DA CADEIA E TAMBEM E EMITIDO       *
      * QUANDO A CADEIA E INTERROMPIDA.                 *
      * RELATORIO EM RELTOT.TXT.                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTOT.TXT".
       01 LINHA-SAI              PIC X(141).

       WORKING-STORAGE SECTION.
       01 ST-TOT        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-DATA-REL    PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-QTD-PROG    PIC 9(05) VALUE ZEROS.
       01 W-QTD-OK      PIC 9(05) VALUE ZEROS.
       01 W-QTD-DIV     PIC 9(05) VALUE ZEROS.

       01 DET1.
          03 DET-HORA      PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-PASSO     PIC X(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DET-ORIGEM    PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-LIDOS     PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-GRAV      PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-GRAV2     PIC ZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-VALOR     PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-VALOR2    PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-HASH      PIC ZZZZZZZZZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-SIT       PIC X(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DET-OBS       PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TOTAIS DE CONTROLE DA CADEIA NOTURNA".
           DISPLAY "DATA (AAAAMMDD), OU ZEROS PARA HOJE: ".
           ACCEPT W-DATA-REL.
           IF W-DATA-REL = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:8) TO W-DATA-REL.
           OPEN INPUT ARQTOT
           IF ST-TOT NOT = "00"
              DISPLAY "SEM TOTAIS DE CONTROLE - CTLTOT.DAT NAO"
                 " ENCONTRADO"
              GOBACK.
           OPEN OUTPUT RELSAI
           MOVE "TOTAIS DE CONTROLE DA CADEIA NOTURNA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "DATA: " W-DATA-REL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "HORA    PASSO     ORIGEM     LIDOS   GRAV.  GRAV.2"
              TO LINHA-SAI
           MOVE "          VALOR         VALOR2" TO LINHA-SAI(51:30)
           MOVE "            HASH SIT OBSERVACAO" TO LINHA-SAI(81:31)
           WRITE LINHA-SAI
           PERFORM LISTA-TOTAIS THRU LISTA-TOTAIS-FIM
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "TOTAIS DE PROGRAMA: " W-QTD-PROG
              "   CONFERIDOS: " W-QTD-OK
              "   DIVERGENTES: " W-QTD-DIV
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQTOT RELSAI
           IF W-QTD-DIV > ZEROS
              DISPLAY "ATENCAO: " W-QTD-DIV " PASSO(S) DIVERGENTE(S)".
           DISPLAY "RELATORIO GERADO EM RELTOT.TXT".
           GOBACK.

      *----------------------------------------------------------------
      * UM REGISTRO DE TOTAIS POR LINHA: "P" = GRAVADO PELO
      * PROGRAMA, "N" = CONFERENCIA DO NOTURNO
      *----------------------------------------------------------------
       LISTA-TOTAIS.
           READ ARQTOT
           IF ST-TOT NOT = "00"
              GO TO LISTA-TOTAIS-FIM.
           IF TOT-DATA NOT = W-DATA-REL
              GO TO LISTA-TOTAIS.
           MOVE TOT-HORA TO DET-HORA
           MOVE TOT-PASSO TO DET-PASSO
           MOVE TOT-LIDOS TO DET-LIDOS
           MOVE TOT-GRAVADOS TO DET-GRAV
           MOVE TOT-GRAVADOS2 TO DET-GRAV2
           MOVE TOT-VALOR TO DET-VALOR
           MOVE TOT-VALOR2 TO DET-VALOR2
           MOVE TOT-HASH TO DET-HASH
           MOVE TOT-OBS TO DET-OBS
           IF TOT-ORIGEM = "N"
              MOVE "NOTURNO" TO DET-ORIGEM
              IF TOT-SITUACAO = "D"
                 MOVE "DIV" TO DET-SIT
                 ADD 1 TO W-QTD-DIV
              ELSE
                 MOVE "OK" TO DET-SIT
                 ADD 1 TO W-QTD-OK
           ELSE
              MOVE "PROGRAMA" TO DET-ORIGEM
              MOVE SPACES TO DET-SIT
              ADD 1 TO W-QTD-PROG.
           MOVE SPACES TO LINHA-SAI
           MOVE DET1 TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-TOTAIS.
       LISTA-TOTAIS-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
