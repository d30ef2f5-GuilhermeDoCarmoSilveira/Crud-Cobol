       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE048.
      **************************************************
      * CADASTRO DE ROTAS DE ENTREGA (ROTA.DAT)         *
      * CADA ROTA TEM OS DIAS DA SEMANA EM QUE RODA     *
      * (DOM A SAB, S/N), O VEICULO (PLACA), O          *
      * MOTORISTA E ATE 10 FAIXAS DE CEP DE DESTINO.    *
      * UM CEP SO PODE CAIR EM UMA ROTA: FAIXAS QUE     *
      * SOBREPOEM AS DE OUTRA ROTA SAO RECUSADAS.       *
      * O SCE011 MONTA O ROMANEIO POR ROTA COM OS       *
      * PEDIDOS FATURADOS CUJO CEP DE ENTREGA (PEDCOMP) *
      * OU DO CLIENTE CAI NAS FAIXAS DA ROTA, E LISTA   *
      * OS QUE AGUARDAM O DIA DA ROTA.                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQROT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROT-CODIGO
                    FILE STATUS IS ST-ROT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQROT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROTA.DAT".
       01 REGROT.
          03 ROT-CODIGO         PIC 9(03).
          03 ROT-DESC           PIC X(30).
          03 ROT-DIAS.
           05 ROT-DIA           PIC X(01) OCCURS 7 TIMES.
          03 ROT-VEICULO        PIC X(08).
          03 ROT-MOTORISTA      PIC X(30).
          03 ROT-QTD-FX         PIC 9(02).
          03 ROT-FAIXA OCCURS 10 TIMES.
           05 ROT-CEP-INI       PIC 9(08).
           05 ROT-CEP-FIM       PIC 9(08).
          03 ROT-SITUACAO       PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-ROT        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-IY          PIC 9(02) VALUE ZEROS.
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-CONFLITO    PIC 9(01) VALUE ZEROS.
       01 W-ROT-COD     PIC 9(03) VALUE ZEROS.
       01 W-REG-SALVO   PIC X(241) VALUE SPACES.
       01 W-TAB-FX.
          03 W-FX OCCURS 10 TIMES.
           05 W-FX-INI      PIC 9(08).
           05 W-FX-FIM      PIC 9(08).
       01 W-QTD-FX      PIC 9(02) VALUE ZEROS.
       01 W-NOMES-DIAS  PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 FILLER REDEFINES W-NOMES-DIAS.
          03 W-NOME-DIA    PIC X(03) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-ROT.
           OPEN I-O ARQROT
           IF ST-ROT NOT = "00"
              IF ST-ROT = "30"
                 OPEN OUTPUT ARQROT
                 CLOSE ARQROT
                 OPEN I-O ARQROT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CADASTRO DE ROTAS"
                 STOP RUN.
       R1.
           DISPLAY "CADASTRO DE ROTAS DE ENTREGA"
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | L = LISTAR"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-ROT THRU INCLUI-ROT-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-ROT THRU EXCLUI-ROT-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-ROT THRU LISTA-ROT-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L OU S"
           GO TO R1.

       INCLUI-ROT.
           MOVE ZEROS TO ROT-CODIGO W-EXISTE
           DISPLAY "CODIGO DA ROTA (001-999): "
           ACCEPT ROT-CODIGO
           IF ROT-CODIGO = ZEROS
              DISPLAY "CODIGO EM BRANCO"
              GO TO INCLUI-ROT-FIM.
           READ ARQROT
           IF ST-ROT = "00"
              MOVE 1 TO W-EXISTE
              DISPLAY "JA CADASTRADA: " ROT-DESC
                 " - SERA ALTERADA"
           ELSE
              MOVE SPACES TO ROT-DESC ROT-VEICULO ROT-MOTORISTA
              MOVE "NNNNNNN" TO ROT-DIAS
              MOVE ZEROS TO ROT-QTD-FX.
           DISPLAY "DESCRICAO: "
           ACCEPT ROT-DESC
           IF ROT-DESC = SPACES
              DISPLAY "DESCRICAO EM BRANCO"
              GO TO INCLUI-ROT-FIM.
           MOVE ZEROS TO W-IX.
       INCLUI-ROT-DIA.
           ADD 1 TO W-IX
           IF W-IX > 7
              GO TO INCLUI-ROT-CONFERE-DIA.
           DISPLAY "RODA " W-NOME-DIA(W-IX) "? (S/N): "
           ACCEPT ROT-DIA(W-IX)
           IF ROT-DIA(W-IX) = "s"
              MOVE "S" TO ROT-DIA(W-IX).
           IF ROT-DIA(W-IX) NOT = "S"
              MOVE "N" TO ROT-DIA(W-IX).
           GO TO INCLUI-ROT-DIA.
       INCLUI-ROT-CONFERE-DIA.
           IF ROT-DIAS = "NNNNNNN"
              DISPLAY "A ROTA PRECISA RODAR EM PELO MENOS UM DIA"
              GO TO INCLUI-ROT-FIM.
           DISPLAY "VEICULO (PLACA): "
           ACCEPT ROT-VEICULO
           DISPLAY "MOTORISTA: "
           ACCEPT ROT-MOTORISTA
           DISPLAY "QTDE DE FAIXAS DE CEP (01-10): "
           ACCEPT W-QTD-FX
           IF W-QTD-FX < 1 OR W-QTD-FX > 10
              DISPLAY "QTDE DE FAIXAS DEVE SER DE 01 A 10"
              GO TO INCLUI-ROT-FIM.
           MOVE ZEROS TO W-IX.
       INCLUI-ROT-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > W-QTD-FX
              GO TO INCLUI-ROT-VERIFICA.
           DISPLAY "FAIXA " W-IX " - CEP INICIAL: "
           ACCEPT W-FX-INI(W-IX)
           DISPLAY "FAIXA " W-IX " - CEP FINAL: "
           ACCEPT W-FX-FIM(W-IX)
           IF W-FX-INI(W-IX) = ZEROS OR
              W-FX-FIM(W-IX) < W-FX-INI(W-IX)
              DISPLAY "FAIXA DE CEP INVALIDA"
              SUBTRACT 1 FROM W-IX
              GO TO INCLUI-ROT-FAIXA.
           GO TO INCLUI-ROT-FAIXA.
       INCLUI-ROT-VERIFICA.
           PERFORM VERIFICA-SOBREPOSICAO THRU
              VERIFICA-SOBREPOSICAO-FIM
           IF W-CONFLITO = 1
              DISPLAY "FAIXA DE CEP SOBREPOE A ROTA " W-ROT-COD
                 " - ROTA NAO GRAVADA"
              GO TO INCLUI-ROT-FIM.
           MOVE W-QTD-FX TO ROT-QTD-FX
           MOVE ZEROS TO W-IX.
       INCLUI-ROT-COPIA.
           ADD 1 TO W-IX
           IF W-IX > 10
              GO TO INCLUI-ROT-GRAVA.
           IF W-IX > W-QTD-FX
              MOVE ZEROS TO ROT-CEP-INI(W-IX) ROT-CEP-FIM(W-IX)
           ELSE
              MOVE W-FX-INI(W-IX) TO ROT-CEP-INI(W-IX)
              MOVE W-FX-FIM(W-IX) TO ROT-CEP-FIM(W-IX).
           GO TO INCLUI-ROT-COPIA.
       INCLUI-ROT-GRAVA.
           MOVE "A" TO ROT-SITUACAO
           DISPLAY "SITUACAO (A=ATIVA / I=INATIVA): "
           ACCEPT ROT-SITUACAO
           IF ROT-SITUACAO NOT = "A" AND "I"
              MOVE "A" TO ROT-SITUACAO.
           IF W-EXISTE = 1
              REWRITE REGROT
              DISPLAY "ROTA ALTERADA"
           ELSE
              WRITE REGROT
              DISPLAY "ROTA INCLUIDA".
       INCLUI-ROT-FIM.
           EXIT.

      * CONFERE AS FAIXAS DIGITADAS CONTRA AS DAS OUTRAS ROTAS
       VERIFICA-SOBREPOSICAO.
           MOVE ZEROS TO W-CONFLITO W-ROT-COD
           MOVE REGROT TO W-REG-SALVO
           MOVE ROT-CODIGO TO W-ROT-COD
           MOVE ZEROS TO ROT-CODIGO
           START ARQROT KEY IS NOT LESS THAN ROT-CODIGO
              INVALID KEY GO TO VERIFICA-SOBREPOSICAO-ENC.
       VERIFICA-SOBREPOSICAO-LOOP.
           READ ARQROT NEXT
           IF ST-ROT NOT = "00"
              GO TO VERIFICA-SOBREPOSICAO-ENC.
           IF ROT-CODIGO = W-ROT-COD OR ROT-SITUACAO = "I"
              GO TO VERIFICA-SOBREPOSICAO-LOOP.
           MOVE ZEROS TO W-IX.
       VERIFICA-SOBREPOSICAO-NOVA.
           ADD 1 TO W-IX
           IF W-IX > W-QTD-FX
              GO TO VERIFICA-SOBREPOSICAO-LOOP.
           MOVE ZEROS TO W-IY.
       VERIFICA-SOBREPOSICAO-CAD.
           ADD 1 TO W-IY
           IF W-IY > ROT-QTD-FX
              GO TO VERIFICA-SOBREPOSICAO-NOVA.
           IF W-FX-INI(W-IX) NOT > ROT-CEP-FIM(W-IY) AND
              W-FX-FIM(W-IX) NOT < ROT-CEP-INI(W-IY)
              MOVE ROT-CODIGO TO W-ROT-COD
              MOVE 1 TO W-CONFLITO
              GO TO VERIFICA-SOBREPOSICAO-ENC.
           GO TO VERIFICA-SOBREPOSICAO-CAD.
       VERIFICA-SOBREPOSICAO-ENC.
           MOVE W-REG-SALVO TO REGROT.
       VERIFICA-SOBREPOSICAO-FIM.
           EXIT.

       EXCLUI-ROT.
           MOVE ZEROS TO ROT-CODIGO
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT ROT-CODIGO
           READ ARQROT
           IF ST-ROT NOT = "00"
              DISPLAY "ROTA NAO ENCONTRADA"
              GO TO EXCLUI-ROT-FIM.
           DISPLAY "EXCLUIR " ROT-DESC " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              DELETE ARQROT RECORD
              DISPLAY "ROTA EXCLUIDA".
       EXCLUI-ROT-FIM.
           EXIT.

       LISTA-ROT.
           MOVE ZEROS TO ROT-CODIGO
           START ARQROT KEY IS NOT LESS THAN ROT-CODIGO
              INVALID KEY
                 DISPLAY "NENHUMA ROTA CADASTRADA"
                 GO TO LISTA-ROT-FIM.
       LISTA-ROT-LOOP.
           READ ARQROT NEXT
           IF ST-ROT NOT = "00"
              GO TO LISTA-ROT-FIM.
           DISPLAY ROT-CODIGO " " ROT-DESC " DIAS(DSTQQSS) " ROT-DIAS
              " SIT " ROT-SITUACAO
           DISPLAY "    VEICULO " ROT-VEICULO " MOTORISTA "
              ROT-MOTORISTA
           MOVE ZEROS TO W-IX.
       LISTA-ROT-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > ROT-QTD-FX
              GO TO LISTA-ROT-LOOP.
           DISPLAY "    CEP " ROT-CEP-INI(W-IX) " A " ROT-CEP-FIM(W-IX)
           GO TO LISTA-ROT-FAIXA.
       LISTA-ROT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQROT.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
