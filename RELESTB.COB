      **************************************************
      * RELATORIO DE ALERTA DE REPOSICAO DE ESTOQUE     *
      * LISTA PRODUTOS COM QTD ABAIXO DA QTD.MINIMA     *
      * (FORA DE LINHA E DESCONTINUADOS NAO SAO         *
      * REPOSTOS E FICAM FORA DO ALERTA)                *
      * GRAVA OS TOTAIS DE CONTROLE EM CTLTOT.DAT       *
      * (PRODUTOS LIDOS E EM ALERTA), CONFERIDOS PELO   *
      * NOTURNO.                                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESTB.TXT".
       01 LINHA-SAI              PIC X(100).

       FD ARQPSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSIT.DAT".
       01 REGPSI.
          03 PSI-CODPROD        PIC 9(06).
          03 PSI-STATUS         PIC X(01).
          03 PSI-STATUS-ANT     PIC X(01).
          03 PSI-DATA-VIG       PIC 9(08).
          03 PSI-MOTIVO         PIC 9(02).
          03 PSI-OBS            PIC X(40).
          03 PSI-DATA           PIC 9(08).
          03 PSI-OPERADOR       PIC X(10).

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
       01 W-QTD-ALERTA  PIC 9(06) VALUE ZEROS.
       01 W-LIN-COD     PIC ZZZZZ9.
       01 W-LIN-QTD     PIC ZZZZZ9.
       01 W-LIN-MIN     PIC ZZZZZ9.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-PSI-DTH     PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE RELSAI
           DISPLAY "RELATORIO GERADO EM RELESTB.TXT COM "
                   W-QTD-ALERTA " PRODUTOS EM ALERTA."
           MOVE W-QTD-ALERTA TO W-TOT-GRAV
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
           MOVE "RELESTB" TO TOT-PASSO
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

       PROCESSA-PRODUTOS.
           MOVE "N" TO W-PSI-ABERTO
           MOVE FUNCTION CURRENT-DATE TO W-PSI-DTH
           MOVE W-PSI-DTH(1:8) TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
           OPEN INPUT ARQPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO OU VAZIO"
              GO TO PROCESSA-PRODUTOS-FIM.
       PROCESSA-PRODUTOS-LOOP.
           READ ARQPROD NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROCESSA-PRODUTOS-ENC.
           ADD 1 TO W-TOT-LIDOS
           IF QTD-MINIMO = ZEROS OR QTD NOT < QTD-MINIMO
              GO TO PROCESSA-PRODUTOS-LOOP.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              GO TO PROCESSA-PRODUTOS-LOOP.
           ADD 1 TO W-QTD-ALERTA
           MOVE COD TO W-LIN-COD
           MOVE QTD TO W-LIN-QTD
           MOVE QTD-MINIMO TO W-LIN-MIN
           MOVE SPACES TO LINHA-SAI
           STRING W-LIN-COD "  " DESC "  QTD:" W-LIN-QTD
              "  MINIMA:" W-LIN-MIN
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO PROCESSA-PRODUTOS-LOOP.
       PROCESSA-PRODUTOS-ENC.
           CLOSE ARQPROD.
           IF W-PSI-ABERTO = "S"
              CLOSE ARQPSI.
       PROCESSA-PRODUTOS-FIM.
           EXIT.

      * SITUACAO DO PRODUTO NO CICLO DE VIDA (PRODSIT.DAT,
      * SCE004): A=ATIVO, F=FORA DE LINHA (VENDE O SALDO, NAO
      * COMPRA), D=DESCONTINUADO (NAO VENDE NEM COMPRA),
      * B=BLOQUEADO (VENDA SUSPENSA). ANTES DA DATA DE VIGENCIA
      * VALE A SITUACAO ANTERIOR. SEM REGISTRO = ATIVO
       SITUACAO-PROD.
           MOVE "A" TO W-PSI-SIT
           IF W-PSI-ABERTO NOT = "S"
              GO TO SITUACAO-PROD-FIM.
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI = "00"
              IF PSI-DATA-VIG > W-PSI-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
