       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE062.
      **************************************************
      * CADASTRO DE TERRITORIOS DE VENDAS (TERRIT.DAT)  *
      * CADA TERRITORIO TEM UM VENDEDOR RESPONSAVEL     *
      * (SCE020), ATE 5 FAIXAS DE CEP E ATE 5 LOCAIS    *
      * (UF + CIDADE, OU SO A UF PARA O ESTADO          *
      * INTEIRO).                                       *
      * O CLIENTE RECEBE O TERRITORIO NO REGCLI PELO    *
      * CEP NO SCE002 E NO IMPORTA: PRIMEIRO A FAIXA DE *
      * CEP, DEPOIS A CIDADE E POR FIM A UF. A OPCAO R  *
      * REFAZ A ATRIBUICAO DE TODOS OS CLIENTES DEPOIS  *
      * DE MUDAR AS FAIXAS. O SCE005 E O IMPPED AVISAM  *
      * QUANDO O VENDEDOR DIGITA PEDIDO PARA CLIENTE DE *
      * TERRITORIO DE OUTRO VENDEDOR; O RELREG MOSTRA   *
      * AS VENDAS POR UF, CIDADE E TERRITORIO.          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TER-CODIGO
                    FILE STATUS IS ST-TER.

           SELECT ARQVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS VEND-COD
                    FILE STATUS IS ST-VEND.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REGTER.
          03 TER-CODIGO         PIC 9(03).
          03 TER-NOME           PIC X(30).
          03 TER-VENDEDOR       PIC X(10).
          03 TER-FAIXA OCCURS 5 TIMES.
           05 TER-CEP-INI       PIC 9(08).
           05 TER-CEP-FIM       PIC 9(08).
          03 TER-LOCAL OCCURS 5 TIMES.
           05 TER-UF            PIC X(02).
           05 TER-CIDADE        PIC X(33).
          03 TER-SITUACAO       PIC X(01).

       FD ARQVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDEDOR.DAT".
       01 REGVEND.
          03 VEND-COD          PIC X(10).
          03 VEND-NOME         PIC X(30).
          03 VEND-COMISSAO     PIC 9(02)V99.
          03 VEND-SITUACAO     PIC X(01).

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCLI.DAT".
       01 REGCLI.
          03 CPFCNPJ        PIC 9(14).
          03 RSNOME         PIC X(60).
          03 APSOBRE        PIC X(60).
          03 CEP            PIC 9(08).
          03 LOGR           PIC X(40).
          03 NUM            PIC 9(08).
          03 COMPL          PIC X(15).
          03 BAIRRO         PIC X(22).
          03 CIDADE         PIC X(33).
          03 UF             PIC X(02).
          03 TEL            PIC 9(11).
          03 EMAIL          PIC X(40).
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       WORKING-STORAGE SECTION.
       01 ST-TER        PIC X(02) VALUE "00".
       01 ST-VEND       PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-VEND-ABERTO PIC X(01) VALUE "N".
       01 W-TER-ABERTO  PIC X(01) VALUE "S".
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-IX          PIC 9(01) VALUE ZEROS.
       01 W-TER-ACHADO  PIC 9(03) VALUE ZEROS.
       01 W-TER-CIDADE  PIC 9(03) VALUE ZEROS.
       01 W-TER-UF      PIC 9(03) VALUE ZEROS.
       01 IX-TER        PIC 9(01) VALUE ZEROS.
       01 W-CODIGO      PIC 9(03) VALUE ZEROS.
       01 W-QTD-LIDOS   PIC 9(06) VALUE ZEROS.
       01 W-QTD-MUDOU   PIC 9(06) VALUE ZEROS.
       01 W-QTD-SEM     PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-TER.
           OPEN I-O ARQTER
           IF ST-TER NOT = "00"
              IF ST-TER = "30"
                 OPEN OUTPUT ARQTER
                 CLOSE ARQTER
                 OPEN I-O ARQTER
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CADASTRO DE"
                    " TERRITORIOS"
                 STOP RUN.
       ABRE-VEND.
           MOVE "N" TO W-VEND-ABERTO
           OPEN INPUT ARQVEND
           IF ST-VEND = "00"
              MOVE "S" TO W-VEND-ABERTO.
       R1.
           DISPLAY "CADASTRO DE TERRITORIOS DE VENDAS"
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | L = LISTAR"
              " | R = REATRIBUIR CLIENTES | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-TER THRU INCLUI-TER-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-TER THRU EXCLUI-TER-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-TER THRU LISTA-TER-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM REATRIBUI THRU REATRIBUI-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L, R OU S"
           GO TO R1.

       INCLUI-TER.
           MOVE ZEROS TO TER-CODIGO W-EXISTE
           DISPLAY "CODIGO DO TERRITORIO (001-999): "
           ACCEPT TER-CODIGO
           IF TER-CODIGO = ZEROS
              DISPLAY "CODIGO EM BRANCO"
              GO TO INCLUI-TER-FIM.
           READ ARQTER
           IF ST-TER = "00"
              MOVE 1 TO W-EXISTE
              DISPLAY "JA CADASTRADO: " TER-NOME
                 " - SERA ALTERADO"
           ELSE
              MOVE SPACES TO TER-NOME TER-VENDEDOR
              MOVE ZEROS TO W-IX
              PERFORM LIMPA-TER THRU LIMPA-TER-FIM.
           DISPLAY "NOME DO TERRITORIO: "
           ACCEPT TER-NOME
           IF TER-NOME = SPACES
              DISPLAY "NOME EM BRANCO"
              GO TO INCLUI-TER-FIM.
           DISPLAY "VENDEDOR RESPONSAVEL (SCE020): "
           ACCEPT TER-VENDEDOR
           IF TER-VENDEDOR = SPACES
              DISPLAY "VENDEDOR EM BRANCO"
              GO TO INCLUI-TER-FIM.
           IF W-VEND-ABERTO = "S"
              MOVE TER-VENDEDOR TO VEND-COD
              READ ARQVEND
              IF ST-VEND NOT = "00"
                 DISPLAY "VENDEDOR NAO CADASTRADO (SCE020)"
                 GO TO INCLUI-TER-FIM.
           MOVE ZEROS TO W-IX
           PERFORM LIMPA-TER THRU LIMPA-TER-FIM
           DISPLAY "FAIXAS DE CEP (CEP INICIAL ZERO ENCERRA)"
           MOVE ZEROS TO W-IX.
       INCLUI-TER-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO INCLUI-TER-LOCAIS.
           DISPLAY "FAIXA " W-IX " - CEP INICIAL: "
           ACCEPT TER-CEP-INI(W-IX)
           IF TER-CEP-INI(W-IX) = ZEROS
              GO TO INCLUI-TER-LOCAIS.
           DISPLAY "FAIXA " W-IX " - CEP FINAL: "
           ACCEPT TER-CEP-FIM(W-IX)
           IF TER-CEP-FIM(W-IX) < TER-CEP-INI(W-IX)
              DISPLAY "CEP FINAL MENOR QUE O INICIAL"
              MOVE ZEROS TO TER-CEP-INI(W-IX) TER-CEP-FIM(W-IX)
              SUBTRACT 1 FROM W-IX.
           GO TO INCLUI-TER-FAIXA.
       INCLUI-TER-LOCAIS.
           DISPLAY "LOCAIS: UF E CIDADE (CIDADE EM BRANCO = UF"
              " INTEIRA; UF EM BRANCO ENCERRA)"
           MOVE ZEROS TO W-IX.
       INCLUI-TER-LOCAL.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO INCLUI-TER-CONFERE.
           DISPLAY "LOCAL " W-IX " - UF: "
           ACCEPT TER-UF(W-IX)
           IF TER-UF(W-IX) = SPACES
              GO TO INCLUI-TER-CONFERE.
           INSPECT TER-UF(W-IX) CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "LOCAL " W-IX " - CIDADE: "
           ACCEPT TER-CIDADE(W-IX)
           INSPECT TER-CIDADE(W-IX) CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           GO TO INCLUI-TER-LOCAL.
       INCLUI-TER-CONFERE.
           IF TER-CEP-INI(1) = ZEROS AND TER-UF(1) = SPACES
              DISPLAY "TERRITORIO SEM FAIXA DE CEP NEM LOCAL."
                 " NAO GRAVADO"
              GO TO INCLUI-TER-FIM.
           MOVE "A" TO TER-SITUACAO
           DISPLAY "SITUACAO (A=ATIVO / I=INATIVO): "
           ACCEPT TER-SITUACAO
           IF TER-SITUACAO NOT = "A" AND "I"
              MOVE "A" TO TER-SITUACAO.
           IF W-EXISTE = 1
              REWRITE REGTER
              DISPLAY "TERRITORIO ALTERADO"
           ELSE
              WRITE REGTER
              DISPLAY "TERRITORIO INCLUIDO".
           DISPLAY "USE A OPCAO R PARA REATRIBUIR OS CLIENTES".
       INCLUI-TER-FIM.
           EXIT.

      * ZERA AS FAIXAS E LOCAIS A PARTIR DA POSICAO W-IX + 1
       LIMPA-TER.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO LIMPA-TER-FIM.
           MOVE ZEROS TO TER-CEP-INI(W-IX) TER-CEP-FIM(W-IX)
           MOVE SPACES TO TER-UF(W-IX) TER-CIDADE(W-IX)
           GO TO LIMPA-TER.
       LIMPA-TER-FIM.
           EXIT.

       EXCLUI-TER.
           MOVE ZEROS TO TER-CODIGO
           DISPLAY "CODIGO DO TERRITORIO: "
           ACCEPT TER-CODIGO
           READ ARQTER
           IF ST-TER NOT = "00"
              DISPLAY "TERRITORIO NAO ENCONTRADO"
              GO TO EXCLUI-TER-FIM.
           DISPLAY "EXCLUIR " TER-NOME " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              DELETE ARQTER RECORD
              DISPLAY "TERRITORIO EXCLUIDO - USE A OPCAO R PARA"
                 " REATRIBUIR OS CLIENTES".
       EXCLUI-TER-FIM.
           EXIT.

       LISTA-TER.
           MOVE ZEROS TO TER-CODIGO
           START ARQTER KEY IS NOT LESS THAN TER-CODIGO
              INVALID KEY
                 DISPLAY "NENHUM TERRITORIO CADASTRADO"
                 GO TO LISTA-TER-FIM.
       LISTA-TER-LOOP.
           READ ARQTER NEXT
           IF ST-TER NOT = "00"
              GO TO LISTA-TER-FIM.
           DISPLAY TER-CODIGO " " TER-NOME " VENDEDOR " TER-VENDEDOR
              " SIT " TER-SITUACAO
           MOVE ZEROS TO W-IX.
       LISTA-TER-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > 5
              MOVE ZEROS TO W-IX
              GO TO LISTA-TER-LOCAL.
           IF TER-CEP-INI(W-IX) NOT = ZEROS
              DISPLAY "    CEP " TER-CEP-INI(W-IX) " A "
                 TER-CEP-FIM(W-IX).
           GO TO LISTA-TER-FAIXA.
       LISTA-TER-LOCAL.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO LISTA-TER-LOOP.
           IF TER-UF(W-IX) NOT = SPACES
              DISPLAY "    " TER-UF(W-IX) " " TER-CIDADE(W-IX).
           GO TO LISTA-TER-LOCAL.
       LISTA-TER-FIM.
           EXIT.

      *----------------------------------------------------------------
      * REATRIBUI O TERRITORIO DE TODOS OS CLIENTES PELAS FAIXAS
      * E LOCAIS ATUAIS
      *----------------------------------------------------------------
       REATRIBUI.
           DISPLAY "REATRIBUIR O TERRITORIO DE TODOS OS CLIENTES?"
              " (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO REATRIBUI-FIM.
           OPEN I-O ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              GO TO REATRIBUI-FIM.
           MOVE ZEROS TO W-QTD-LIDOS W-QTD-MUDOU W-QTD-SEM
           MOVE ZEROS TO CPFCNPJ
           START ARQCLI KEY IS NOT LESS THAN CPFCNPJ
              INVALID KEY GO TO REATRIBUI-ENC.
       REATRIBUI-LOOP.
           READ ARQCLI NEXT
           IF ST-CLI NOT = "00"
              GO TO REATRIBUI-ENC.
           ADD 1 TO W-QTD-LIDOS
           PERFORM ACHA-TERRITORIO THRU ACHA-TERRITORIO-FIM
           IF W-TER-ACHADO = ZEROS
              ADD 1 TO W-QTD-SEM.
           IF W-TER-ACHADO = TERRITORIO
              GO TO REATRIBUI-LOOP.
           MOVE W-TER-ACHADO TO TERRITORIO
           REWRITE REGCLI
           ADD 1 TO W-QTD-MUDOU
           GO TO REATRIBUI-LOOP.
       REATRIBUI-ENC.
           CLOSE ARQCLI
           DISPLAY "CLIENTES LIDOS: " W-QTD-LIDOS
              "  TERRITORIO ALTERADO: " W-QTD-MUDOU
              "  SEM TERRITORIO: " W-QTD-SEM.
       REATRIBUI-FIM.
           EXIT.

      * TERRITORIO DE VENDAS DO CLIENTE: A FAIXA DE CEP VALE
      * PRIMEIRO; SEM FAIXA, A CIDADE/UF E, POR ULTIMO, A UF
      * INTEIRA (CIDADE EM BRANCO). ZERO = FORA DE QUALQUER
      * TERRITORIO ATIVO. A LEITURA DO TERRIT.DAT E SEQUENCIAL
      * E O CLIENTE CONTINUA POSICIONADO NO REGCLI
       ACHA-TERRITORIO.
           MOVE ZEROS TO W-TER-ACHADO W-TER-CIDADE W-TER-UF
           MOVE ZEROS TO TER-CODIGO
           START ARQTER KEY IS NOT LESS THAN TER-CODIGO
              INVALID KEY GO TO ACHA-TERRITORIO-FIM.
       ACHA-TERRITORIO-LOOP.
           READ ARQTER NEXT
           IF ST-TER NOT = "00"
              GO TO ACHA-TERRITORIO-ENC.
           IF TER-SITUACAO NOT = "A"
              GO TO ACHA-TERRITORIO-LOOP.
           MOVE ZEROS TO IX-TER.
       ACHA-TERRITORIO-FAIXA.
           ADD 1 TO IX-TER
           IF IX-TER > 5
              MOVE ZEROS TO IX-TER
              GO TO ACHA-TERRITORIO-LOCAL.
           IF TER-CEP-INI(IX-TER) = ZEROS
              GO TO ACHA-TERRITORIO-FAIXA.
           IF CEP NOT < TER-CEP-INI(IX-TER) AND
              CEP NOT > TER-CEP-FIM(IX-TER)
              MOVE TER-CODIGO TO W-TER-ACHADO
              GO TO ACHA-TERRITORIO-FIM.
           GO TO ACHA-TERRITORIO-FAIXA.
       ACHA-TERRITORIO-LOCAL.
           ADD 1 TO IX-TER
           IF IX-TER > 5
              GO TO ACHA-TERRITORIO-LOOP.
           IF TER-UF(IX-TER) = SPACES OR TER-UF(IX-TER) NOT = UF
              GO TO ACHA-TERRITORIO-LOCAL.
           IF TER-CIDADE(IX-TER) = SPACES
              IF W-TER-UF = ZEROS
                 MOVE TER-CODIGO TO W-TER-UF.
           IF TER-CIDADE(IX-TER) = CIDADE AND W-TER-CIDADE = ZEROS
              MOVE TER-CODIGO TO W-TER-CIDADE.
           GO TO ACHA-TERRITORIO-LOCAL.
       ACHA-TERRITORIO-ENC.
           MOVE W-TER-CIDADE TO W-TER-ACHADO
           IF W-TER-ACHADO = ZEROS
              MOVE W-TER-UF TO W-TER-ACHADO.
       ACHA-TERRITORIO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQTER.
           IF W-VEND-ABERTO = "S"
              CLOSE ARQVEND.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
