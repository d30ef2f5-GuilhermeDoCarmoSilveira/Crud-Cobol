      * ATRASO (A VENCER, 1-30, 31-60, 61-90, +90 DIAS) *
      * COM SUBTOTAL POR CLIENTE/FORNECEDOR E TOTAL     *
      * GERAL POR NATUREZA (RECEBER/PAGAR).             *
      * OS SUBTOTAIS DOS CLIENTES DE GRUPO ECONOMICO    *
      * (SCE059) SAO SOMADOS TAMBEM POR GRUPO, COM O    *
      * LIMITE CONSOLIDADO.                             *
      * OPCIONALMENTE SO UMA FAIXA DE VENCIMENTOS, LIDA *
      * PELA CHAVE ALTERNATIVA LANC-VENCIMENTO.         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
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
                    RECORD KEY IS FER-DATA
                    FILE STATUS IS ST-FER.

           SELECT ARQGRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GRP-CODIGO
                    FILE STATUS IS ST-GRP.

           SELECT ARQGCL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GCL-CHAVE
                    ALTERNATE RECORD KEY IS GCL-CODCLI
                    FILE STATUS IS ST-GCL.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQFER
               LABEL RECORD IS STANDARD
          03 FER-DATA           PIC 9(08).
          03 FER-DESC           PIC X(30).

       FD ARQGRP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOECO.DAT".
       01 REGGRP.
          03 GRP-CODIGO          PIC 9(04).
          03 GRP-NOME            PIC X(40).
          03 GRP-RAIZ            PIC 9(08).
          03 GRP-LIMITE          PIC 9(10)V99.
          03 GRP-SITUACAO        PIC X(01).
          03 GRP-DATA            PIC 9(08).
          03 GRP-OPERADOR        PIC X(10).

       FD ARQGCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOCLI.DAT".
       01 REGGCL.
          03 GCL-CHAVE.
           05 GCL-GRUPO          PIC 9(04).
           05 GCL-CODCLI         PIC 9(14).
          03 GCL-DATA            PIC 9(08).
          03 GCL-OPERADOR        PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVENC.TXT".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-BASE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-VENC-USADO  PIC 9(08) VALUE ZEROS.
       01 W-VENC-INI    PIC 9(08) VALUE ZEROS.
       01 W-VENC-FIM    PIC 9(08) VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       01 W-FAIXA       PIC 9(01) VALUE ZEROS.
       01 W-DU-CONT     PIC 9(05) VALUE ZEROS.
       01 W-DU-OK       PIC 9(01) VALUE ZEROS.
       01 W-RESTO7      PIC 9(01) VALUE ZEROS.
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 IX-GRP        PIC 9(03) VALUE ZEROS.
       01 W-GRP-ACHOU   PIC 9(03) VALUE ZEROS.
       01 W-QTD-GRP     PIC 9(03) VALUE ZEROS.
       01 W-LIM-ED      PIC ZZZZZZZZZ9,99.

       01 W-TAB-FER.
          03 W-FER-SER     PIC 9(08) OCCURS 200 TIMES.
             05 WP-FAIXA      PIC S9(09)V99 OCCURS 5 TIMES.
             05 WP-TOTAL      PIC S9(09)V99.

       01 W-TAB-GRUPOS.
          03 W-GRP OCCURS 100 TIMES.
             05 WG-CODIGO     PIC 9(04).
             05 WG-QTD        PIC 9(03).
             05 WG-FAIXA      PIC S9(09)V99 OCCURS 5 TIMES.
             05 WG-TOTAL      PIC S9(09)V99.

       01 W-TOT-TIPO.
          03 W-TOT-R.
             05 WR-FAIXA      PIC S9(09)V99 OCCURS 5 TIMES.
           IF W-DATA-BASE = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:8) TO W-DATA-BASE.
           DISPLAY "VENCIMENTO INICIAL (AAAAMMDD), OU ZEROS: ".
           ACCEPT W-VENC-INI.
           DISPLAY "VENCIMENTO FINAL (AAAAMMDD), OU ZEROS: ".
           ACCEPT W-VENC-FIM.
           IF W-VENC-FIM = ZEROS
              MOVE 99999999 TO W-VENC-FIM.
           COMPUTE W-BASE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-BASE)
           PERFORM CARREGA-FERIADOS THRU CARREGA-FERIADOS-FIM
           MOVE SPACES TO LINHA-SAI
           STRING "DATA BASE: " W-DATA-BASE
              DELIMITED BY SIZE INTO LINHA-SAI
           IF W-VENC-INI NOT = ZEROS OR W-VENC-FIM NOT = 99999999
              STRING "   VENCIMENTOS DE " W-VENC-INI " A " W-VENC-FIM
                 DELIMITED BY SIZE INTO LINHA-SAI(20:50).
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           WRITE LINHA-SAI
           PERFORM PROCESSA-LANC THRU PROCESSA-LANC-FIM
           PERFORM GERA-SUBTOT-PESSOA THRU GERA-SUBTOT-PESSOA-FIM
           PERFORM GERA-SUBTOT-GRUPO THRU GERA-SUBTOT-GRUPO-FIM
           PERFORM GERA-TOTAIS
           CLOSE RELSAI
           DISPLAY "RELATORIO GERADO EM RELVENC.TXT".
           STOP RUN.

      * LANCAMENTOS NA ORDEM DE VENCIMENTO (CHAVE ALTERNATIVA
      * LANC-VENCIMENTO), SO A FAIXA PEDIDA. SEM VENCIMENTO VALE
      * A DATA DO LANCAMENTO
       PROCESSA-LANC.
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO OU VAZIO"
              GO TO PROCESSA-LANC-FIM.
           MOVE W-VENC-INI TO LANC-VENCIMENTO
           START ARQLANC KEY IS NOT LESS THAN LANC-VENCIMENTO
              INVALID KEY
                 CLOSE ARQLANC
                 GO TO PROCESSA-LANC-FIM.
           MOVE "N" TO W-TEM-BXA
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.
       PROCESSA-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00" OR LANC-VENCIMENTO > W-VENC-FIM
              CLOSE ARQLANC
              IF W-TEM-BXA = "S"
                 CLOSE ARQBXA
                 GO TO PROCESSA-LANC-FIM.
           IF LANC-STATUS NOT = "A"
              GO TO PROCESSA-LANC-LOOP.
           IF LANC-VENCIMENTO = ZEROS AND
              (LANC-DATA < W-VENC-INI OR LANC-DATA > W-VENC-FIM)
              GO TO PROCESSA-LANC-LOOP.
           PERFORM CALCULA-VAL-ABERTO THRU CALCULA-VAL-ABERTO-FIM
           IF W-VAL-ABERTO = ZEROS
              GO TO PROCESSA-LANC-LOOP.
       GERA-SUBTOT-PESSOA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SUBTOTAIS POR GRUPO ECONOMICO: SO O CONTAS A RECEBER. OS
      * CLIENTES FORA DA TABELA DE PESSOAS (LIMITE DE 300) NAO ENTRAM
      *----------------------------------------------------------------
       GERA-SUBTOT-GRUPO.
           MOVE ZEROS TO W-QTD-GRP
           OPEN INPUT ARQGCL
           IF ST-GCL NOT = "00"
              GO TO GERA-SUBTOT-GRUPO-FIM.
           OPEN INPUT ARQGRP
           IF ST-GRP NOT = "00"
              CLOSE ARQGCL
              GO TO GERA-SUBTOT-GRUPO-FIM.
           MOVE ZEROS TO IX-PES.
       GERA-SUBGRP-ACUM.
           ADD 1 TO IX-PES
           IF IX-PES > W-QTD-PES
              GO TO GERA-SUBGRP-IMPRIME.
           IF WP-TIPO(IX-PES) NOT = "R"
              GO TO GERA-SUBGRP-ACUM.
           MOVE WP-CODPESSOA(IX-PES) TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL NOT = "00"
              GO TO GERA-SUBGRP-ACUM.
           MOVE ZEROS TO W-GRP-ACHOU IX-GRP.
       GERA-SUBGRP-BUSCA.
           ADD 1 TO IX-GRP
           IF IX-GRP > W-QTD-GRP
              GO TO GERA-SUBGRP-NOVO.
           IF WG-CODIGO(IX-GRP) = GCL-GRUPO
              MOVE IX-GRP TO W-GRP-ACHOU
              GO TO GERA-SUBGRP-SOMA.
           GO TO GERA-SUBGRP-BUSCA.
       GERA-SUBGRP-NOVO.
           IF W-QTD-GRP = 100
              GO TO GERA-SUBGRP-ACUM.
           ADD 1 TO W-QTD-GRP
           MOVE W-QTD-GRP TO W-GRP-ACHOU
           MOVE GCL-GRUPO TO WG-CODIGO(W-GRP-ACHOU)
           MOVE ZEROS TO WG-QTD(W-GRP-ACHOU) WG-TOTAL(W-GRP-ACHOU)
           MOVE 1 TO IX-FX.
       GERA-SUBGRP-ZERA.
           IF IX-FX NOT > 5
              MOVE ZEROS TO WG-FAIXA(W-GRP-ACHOU, IX-FX)
              ADD 1 TO IX-FX
              GO TO GERA-SUBGRP-ZERA.
       GERA-SUBGRP-SOMA.
           ADD 1 TO WG-QTD(W-GRP-ACHOU)
           MOVE 1 TO IX-FX.
       GERA-SUBGRP-SOMA-FX.
           IF IX-FX NOT > 5
              ADD WP-FAIXA(IX-PES, IX-FX)
                 TO WG-FAIXA(W-GRP-ACHOU, IX-FX)
              ADD 1 TO IX-FX
              GO TO GERA-SUBGRP-SOMA-FX.
           ADD WP-TOTAL(IX-PES) TO WG-TOTAL(W-GRP-ACHOU)
           GO TO GERA-SUBGRP-ACUM.
       GERA-SUBGRP-IMPRIME.
           IF W-QTD-GRP = ZEROS
              GO TO GERA-SUBGRP-FECHA.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "SUBTOTAIS POR GRUPO ECONOMICO (CONTAS A RECEBER)"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "G  GRUPO            A VENCER       1-30"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO IX-GRP.
       GERA-SUBGRP-LOOP.
           ADD 1 TO IX-GRP
           IF IX-GRP > W-QTD-GRP
              GO TO GERA-SUBGRP-FECHA.
           MOVE "G" TO DET2-TIPO
           MOVE WG-CODIGO(IX-GRP) TO DET2-PESSOA
           MOVE 1 TO IX-FX.
       GERA-SUBGRP-FAIXAS.
           IF IX-FX NOT > 5
              MOVE WG-FAIXA(IX-GRP, IX-FX) TO DET2-VAL(IX-FX)
              ADD 1 TO IX-FX
              GO TO GERA-SUBGRP-FAIXAS.
           MOVE WG-TOTAL(IX-GRP) TO DET2-TOTAL
           MOVE SPACES TO LINHA-SAI
           MOVE DET2 TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE WG-CODIGO(IX-GRP) TO GRP-CODIGO
           READ ARQGRP
           IF ST-GRP NOT = "00"
              MOVE SPACES TO GRP-NOME
              MOVE ZEROS TO GRP-LIMITE.
           MOVE GRP-LIMITE TO W-LIM-ED
           MOVE SPACES TO LINHA-SAI
           IF GRP-LIMITE > ZEROS
              STRING "   " GRP-NOME " MEMBROS " WG-QTD(IX-GRP)
                 " LIMITE DO GRUPO " W-LIM-ED
                 DELIMITED BY SIZE INTO LINHA-SAI
           ELSE
              STRING "   " GRP-NOME " MEMBROS " WG-QTD(IX-GRP)
                 " SEM LIMITE CONSOLIDADO"
                 DELIMITED BY SIZE INTO LINHA-SAI.
           WRITE LINHA-SAI
           GO TO GERA-SUBGRP-LOOP.
       GERA-SUBGRP-FECHA.
           CLOSE ARQGCL ARQGRP.
       GERA-SUBTOT-GRUPO-FIM.
           EXIT.

       CARREGA-FERIADOS.
           MOVE ZEROS TO W-QTD-FER
           OPEN INPUT ARQFER
