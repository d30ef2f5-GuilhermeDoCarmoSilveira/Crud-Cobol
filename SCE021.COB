      * ANTERIOR AO PERIODO ABERTO SAO RECUSADOS PELO   *
      * SCE005 E SCE010. O SUPERVISOR AVANCA O PERIODO  *
      * AQUI APOS A CONCILIACAO DE CADA MES.            *
      * COM O RAZAO EM USO (RAZAO.CTL COM MES LANCADO)  *
      * O PERIODO SO AVANCA PELO LANCAMENTO DO MES NO   *
      * SCE055, E A DEFINICAO MANUAL SO ACEITA O MES    *
      * SEGUINTE AO ULTIMO LANCADO.                     *
      * NO FECHAMENTO O GERINV GRAVA A FOTO DO ESTOQUE  *
      * DO MES QUE FECHOU (REGISTRO DE INVENTARIO).     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.
           SELECT ARQRZCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RZCTL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQPERCTL
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQRZCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RAZAO.CTL".
       01 REG-RZCTL.
          03 RZC-ULT-LANCADO    PIC 9(06).
          03 RZC-MES-IMPLANT    PIC 9(06).
          03 RZC-ULT-ENCERRADO  PIC 9(04).
          03 RZC-CTA-LUCROS     PIC 9(06).

       WORKING-STORAGE SECTION.
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-RZCTL      PIC X(02) VALUE "00".
       01 W-PROX-RAZAO  PIC 9(06) VALUE ZEROS.
       01 W-PROX-RAZAO-R REDEFINES W-PROX-RAZAO.
          03 W-PRX-AA    PIC 9(04).
          03 W-PRX-MM    PIC 9(02).
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
           ELSE
              NEXT SENTENCE.

      * MES SEGUINTE AO ULTIMO LANCADO NO RAZAO (ZEROS = SEM RAZAO)
       LE-RAZAO.
           MOVE ZEROS TO W-PROX-RAZAO RZC-ULT-LANCADO
           OPEN INPUT ARQRZCTL
           IF ST-RZCTL = "00"
              READ ARQRZCTL
              CLOSE ARQRZCTL.
           IF RZC-ULT-LANCADO > ZEROS
              MOVE RZC-ULT-LANCADO TO W-PROX-RAZAO
              IF W-PRX-MM = 12
                 ADD 1 TO W-PRX-AA
                 MOVE 1 TO W-PRX-MM
              ELSE
                 ADD 1 TO W-PRX-MM.

       AVANCA-PERIODO.
           PERFORM LE-RAZAO
           IF W-PERIODO = ZEROS
              DISPLAY "DEFINA O PERIODO INICIAL PRIMEIRO (OPCAO D)"
           ELSE
              IF W-PROX-RAZAO > ZEROS
                 DISPLAY "RAZAO EM USO - O MES FECHA NO LANCAMENTO"
                    " DO RAZAO (SCE055 OPCAO L)"
              ELSE
                 DISPLAY "CONFIRMA O FECHAMENTO DO MES " W-PERIODO
                    "? (S/N): "
                 ACCEPT W-OPCAO
                 IF W-OPCAO = "S" OR "s"
                    IF W-PER-MM = 12
                       ADD 1 TO W-PER-AA
                       MOVE 1 TO W-PER-MM
                       PERFORM FECHA-MES
                    ELSE
                       ADD 1 TO W-PER-MM
                       PERFORM FECHA-MES
                 ELSE
                    DISPLAY "FECHAMENTO NAO CONFIRMADO".

      * O MES QUE FECHA TEM O ESTOQUE FOTOGRAFADO (GERINV)
       FECHA-MES.
           PERFORM GRAVA-PERIODO
           DISPLAY "FOTO DO ESTOQUE DO MES FECHADO"
           CALL "GERINV".

       DEFINE-PERIODO.
           DISPLAY "NOVO PERIODO ABERTO (AAAAMM): "
           IF W-NOV-MM < 1 OR W-NOV-MM > 12
              DISPLAY "MES INVALIDO"
              GO TO DEFINE-PERIODO-FIM.
           PERFORM LE-RAZAO
           IF W-PROX-RAZAO > ZEROS AND W-NOVO-PER NOT = W-PROX-RAZAO
              DISPLAY "RAZAO EM USO - O PERIODO ABERTO SO PODE SER "
                 W-PROX-RAZAO
              GO TO DEFINE-PERIODO-FIM.
           MOVE W-NOVO-PER TO W-PERIODO
           PERFORM GRAVA-PERIODO.
       DEFINE-PERIODO-FIM.
