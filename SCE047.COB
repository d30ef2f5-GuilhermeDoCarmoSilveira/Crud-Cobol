       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE047.
      **************************************************
      * CADASTRO DE CONDICOES DE PAGAMENTO (CONDPAG.DAT)*
      * CADA CONDICAO TEM ATE 12 PARCELAS, CADA UMA COM *
      * O PRAZO EM DIAS E O PERCENTUAL DO TOTAL (A SOMA *
      * DEVE DAR 100%). TIPO D CONTA OS DIAS A PARTIR   *
      * DA DATA DO PEDIDO; TIPO F (FORA O MES) CONTA A  *
      * PARTIR DO ULTIMO DIA DO MES DO PEDIDO E, COM    *
      * DIA FIXO, VENCE NO PRIMEIRO DIA FIXO A PARTIR DA*
      * DATA CONTADA. EXEMPLOS:                         *
      *   A VISTA ........ D  1 PARC   0 DIAS 100%      *
      *   28/56/84 DDL ... D  3 PARC  28/56/84          *
      *   ENTRADA + 2X ... D  3 PARC   0/30/60          *
      *   FORA O MES 10 .. F  DIA 10  1 PARC  0 DIAS    *
      * O CLIENTE TEM CONDICAO PADRAO NO REGCLI         *
      * (SCE002); O SCE005 GRAVA A CONDICAO ESCOLHIDA NO*
      * PEDIDO E MONTA AS PARCELAS DO REGLANC POR ELA.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REGCPG.
          03 CPG-CODIGO         PIC 9(03).
          03 CPG-DESC           PIC X(30).
          03 CPG-TIPO           PIC X(01).
          03 CPG-DIA-FIXO       PIC 9(02).
          03 CPG-QTD-PARC       PIC 9(02).
          03 CPG-PARC OCCURS 12 TIMES.
           05 CPG-DIAS          PIC 9(03).
           05 CPG-PCT           PIC 9(03)V99.
          03 CPG-SITUACAO       PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-CPG        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-SOMA-PCT    PIC 9(05)V99 VALUE ZEROS.
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-PCT-ED      PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-CPG.
           OPEN I-O ARQCPG
           IF ST-CPG NOT = "00"
              IF ST-CPG = "30"
                 OPEN OUTPUT ARQCPG
                 CLOSE ARQCPG
                 OPEN I-O ARQCPG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CADASTRO DE"
                    " CONDICOES DE PAGAMENTO"
                 STOP RUN.
       R1.
           DISPLAY "CADASTRO DE CONDICOES DE PAGAMENTO"
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | L = LISTAR"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-CPG THRU INCLUI-CPG-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-CPG THRU EXCLUI-CPG-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-CPG THRU LISTA-CPG-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L OU S"
           GO TO R1.

       INCLUI-CPG.
           MOVE ZEROS TO CPG-CODIGO W-EXISTE
           DISPLAY "CODIGO DA CONDICAO (001-999): "
           ACCEPT CPG-CODIGO
           IF CPG-CODIGO = ZEROS
              DISPLAY "CODIGO EM BRANCO"
              GO TO INCLUI-CPG-FIM.
           READ ARQCPG
           IF ST-CPG = "00"
              MOVE 1 TO W-EXISTE
              DISPLAY "JA CADASTRADA: " CPG-DESC
                 " - SERA ALTERADA"
           ELSE
              MOVE SPACES TO CPG-DESC CPG-TIPO
              MOVE ZEROS TO CPG-DIA-FIXO CPG-QTD-PARC
              MOVE ZEROS TO W-IX
              PERFORM LIMPA-PARC THRU LIMPA-PARC-FIM.
           DISPLAY "DESCRICAO: "
           ACCEPT CPG-DESC
           IF CPG-DESC = SPACES
              DISPLAY "DESCRICAO EM BRANCO"
              GO TO INCLUI-CPG-FIM.
           DISPLAY "TIPO (D=DIAS DA DATA DO PEDIDO / F=FORA O MES): "
           ACCEPT CPG-TIPO
           IF CPG-TIPO NOT = "D" AND "F"
              DISPLAY "TIPO INVALIDO - USE D OU F"
              GO TO INCLUI-CPG-FIM.
           MOVE ZEROS TO CPG-DIA-FIXO
           IF CPG-TIPO = "F"
              DISPLAY "DIA FIXO DE VENCIMENTO (00 = SEM DIA FIXO): "
              ACCEPT CPG-DIA-FIXO
              IF CPG-DIA-FIXO > 31
                 DISPLAY "DIA FIXO INVALIDO - USE 00 A 31"
                 GO TO INCLUI-CPG-FIM.
           DISPLAY "QTDE DE PARCELAS (01-12): "
           ACCEPT CPG-QTD-PARC
           IF CPG-QTD-PARC < 1 OR CPG-QTD-PARC > 12
              DISPLAY "QTDE DE PARCELAS DEVE SER DE 01 A 12"
              GO TO INCLUI-CPG-FIM.
           MOVE ZEROS TO W-IX W-SOMA-PCT.
       INCLUI-CPG-PARC.
           ADD 1 TO W-IX
           IF W-IX > CPG-QTD-PARC
              GO TO INCLUI-CPG-CONFERE.
           DISPLAY "PARCELA " W-IX " - PRAZO EM DIAS (000-999): "
           ACCEPT CPG-DIAS(W-IX)
           IF W-IX > 1
              IF CPG-DIAS(W-IX) < CPG-DIAS(W-IX - 1)
                 DISPLAY "PRAZO MENOR QUE O DA PARCELA ANTERIOR"
                 SUBTRACT 1 FROM W-IX
                 GO TO INCLUI-CPG-PARC.
           DISPLAY "PARCELA " W-IX " - PERCENTUAL DO TOTAL: "
           ACCEPT CPG-PCT(W-IX)
           IF CPG-PCT(W-IX) = ZEROS
              DISPLAY "PERCENTUAL EM BRANCO"
              SUBTRACT 1 FROM W-IX
              GO TO INCLUI-CPG-PARC.
           ADD CPG-PCT(W-IX) TO W-SOMA-PCT
           GO TO INCLUI-CPG-PARC.
       INCLUI-CPG-CONFERE.
           IF W-SOMA-PCT NOT = 100
              MOVE W-SOMA-PCT TO W-PCT-ED
              DISPLAY "SOMA DOS PERCENTUAIS = " W-PCT-ED
                 " - DEVE SER 100,00. CONDICAO NAO GRAVADA"
              GO TO INCLUI-CPG-FIM.
           PERFORM LIMPA-PARC THRU LIMPA-PARC-FIM
           MOVE "A" TO CPG-SITUACAO
           DISPLAY "SITUACAO (A=ATIVA / I=INATIVA): "
           ACCEPT CPG-SITUACAO
           IF CPG-SITUACAO NOT = "A" AND "I"
              MOVE "A" TO CPG-SITUACAO.
           IF W-EXISTE = 1
              REWRITE REGCPG
              DISPLAY "CONDICAO ALTERADA"
           ELSE
              WRITE REGCPG
              DISPLAY "CONDICAO INCLUIDA".
       INCLUI-CPG-FIM.
           EXIT.

      * ZERA AS POSICOES DA TABELA ALEM DA QTDE DE PARCELAS
       LIMPA-PARC.
           MOVE CPG-QTD-PARC TO W-IX.
       LIMPA-PARC-LOOP.
           ADD 1 TO W-IX
           IF W-IX > 12
              GO TO LIMPA-PARC-FIM.
           MOVE ZEROS TO CPG-DIAS(W-IX) CPG-PCT(W-IX)
           GO TO LIMPA-PARC-LOOP.
       LIMPA-PARC-FIM.
           EXIT.

       EXCLUI-CPG.
           MOVE ZEROS TO CPG-CODIGO
           DISPLAY "CODIGO DA CONDICAO: "
           ACCEPT CPG-CODIGO
           READ ARQCPG
           IF ST-CPG NOT = "00"
              DISPLAY "CONDICAO NAO ENCONTRADA"
              GO TO EXCLUI-CPG-FIM.
           DISPLAY "EXCLUIR " CPG-DESC " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              DELETE ARQCPG RECORD
              DISPLAY "CONDICAO EXCLUIDA".
       EXCLUI-CPG-FIM.
           EXIT.

       LISTA-CPG.
           MOVE ZEROS TO CPG-CODIGO
           START ARQCPG KEY IS NOT LESS THAN CPG-CODIGO
              INVALID KEY
                 DISPLAY "NENHUMA CONDICAO CADASTRADA"
                 GO TO LISTA-CPG-FIM.
       LISTA-CPG-LOOP.
           READ ARQCPG NEXT
           IF ST-CPG NOT = "00"
              GO TO LISTA-CPG-FIM.
           DISPLAY CPG-CODIGO " " CPG-DESC " TIPO " CPG-TIPO
              " DIA " CPG-DIA-FIXO " PARC " CPG-QTD-PARC
              " SIT " CPG-SITUACAO
           MOVE ZEROS TO W-IX.
       LISTA-CPG-PARC.
           ADD 1 TO W-IX
           IF W-IX > CPG-QTD-PARC
              GO TO LISTA-CPG-LOOP.
           MOVE CPG-PCT(W-IX) TO W-PCT-ED
           DISPLAY "    " W-IX ") " CPG-DIAS(W-IX) " DIAS  "
              W-PCT-ED "%"
           GO TO LISTA-CPG-PARC.
       LISTA-CPG-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQCPG.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
