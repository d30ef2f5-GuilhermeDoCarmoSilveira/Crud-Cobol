       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE067.
      **************************************************
      * TABELA DE NATUREZA DA OPERACAO / CFOP           *
      * (TABCFOP.DAT). CHAVE = OPERACAO + ABRANGENCIA + *
      * CATEGORIA DO PRODUTO (REGCAT), COM A CATEGORIA  *
      * 0 COMO LINHA PADRAO DA OPERACAO. OPERACOES:     *
      *   V = VENDA            C = COMPRA               *
      *   D = DEVOLUCAO DE CLIENTE                      *
      *   F = DEVOLUCAO A FORNECEDOR                    *
      *   B = BONIFICACAO                               *
      *   G = VENDA DE CONSIGNACAO (SCE037)             *
      * ABRANGENCIA I = DENTRO DO ESTADO (UF DE DESTINO *
      * IGUAL A UF DA FILIAL EMITENTE), E = FORA DO     *
      * ESTADO. O PRIMEIRO DIGITO DO CFOP TEM DE BATER  *
      * COM O SENTIDO: ENTRADA 1/2, SAIDA 5/6.          *
      * P = CARREGA AS LINHAS PADRAO DAS SEIS OPERACOES *
      * (SO AS QUE AINDA NAO EXISTEM).                  *
      * O SCE005 E O SCE037 GRAVAM O CFOP DE CADA ITEM  *
      * NA EMISSAO DA NOTA (ITEMCFOP.DAT); SEM LINHA    *
      * NESTA TABELA VALE O CFOP USUAL DA OPERACAO.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CFO-CHAVE
                    FILE STATUS IS ST-CFO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCFO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABCFOP.DAT".
       01 REGCFO.
          03 CFO-CHAVE.
           05 CFO-OPER           PIC X(01).
           05 CFO-ESCOPO         PIC X(01).
           05 CFO-CAT            PIC 9(01).
          03 CFO-CFOP            PIC 9(04).
          03 CFO-DESC            PIC X(30).

       WORKING-STORAGE SECTION.
       01 ST-CFO        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-CFOP        PIC 9(04) VALUE ZEROS.
       01 W-CFOP-R REDEFINES W-CFOP.
          03 W-CFOP-DIG1   PIC 9(01).
          03 FILLER        PIC 9(03).
       01 W-QTD-CARGA   PIC 9(02) VALUE ZEROS.
       01 W-SENTIDO     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-CFO.
           OPEN I-O ARQCFO
           IF ST-CFO NOT = "00"
              IF ST-CFO = "30"
                 OPEN OUTPUT ARQCFO
                 CLOSE ARQCFO
                 OPEN I-O ARQCFO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DA TABELA DE CFOP"
                 STOP RUN.
       R1.
           DISPLAY "TABELA DE NATUREZA DA OPERACAO / CFOP"
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | L = LISTAR"
              " | P = CARGA PADRAO | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-CFO THRU INCLUI-CFO-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-CFO THRU EXCLUI-CFO-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-CFO THRU LISTA-CFO-FIM
              GO TO R1.
           IF W-OPCAO = "P" OR "p"
              PERFORM CARGA-PADRAO
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L, P OU S"
           GO TO R1.

       INCLUI-CFO.
           PERFORM PEDE-CHAVE THRU PEDE-CHAVE-FIM
           IF CFO-OPER = SPACES
              GO TO INCLUI-CFO-FIM.
           READ ARQCFO
           IF ST-CFO = "00"
              DISPLAY "JA CADASTRADA COM CFOP " CFO-CFOP " "
                 CFO-DESC " - SERA ALTERADA".
           MOVE ZEROS TO W-CFOP
           DISPLAY "CFOP (4 DIGITOS): "
           ACCEPT W-CFOP
      * ENTRADA (COMPRA E DEVOLUCAO DE CLIENTE) COMECA POR 1/2,
      * SAIDA POR 5/6; O SEGUNDO DE CADA PAR E FORA DO ESTADO
           MOVE "S" TO W-SENTIDO
           IF CFO-OPER = "C" OR "D"
              MOVE "E" TO W-SENTIDO.
           IF W-SENTIDO = "E" AND CFO-ESCOPO = "I"
              AND W-CFOP-DIG1 NOT = 1
              DISPLAY "ENTRADA DENTRO DO ESTADO: CFOP INICIA POR 1"
              GO TO INCLUI-CFO-FIM.
           IF W-SENTIDO = "E" AND CFO-ESCOPO = "E"
              AND W-CFOP-DIG1 NOT = 2
              DISPLAY "ENTRADA FORA DO ESTADO: CFOP INICIA POR 2"
              GO TO INCLUI-CFO-FIM.
           IF W-SENTIDO = "S" AND CFO-ESCOPO = "I"
              AND W-CFOP-DIG1 NOT = 5
              DISPLAY "SAIDA DENTRO DO ESTADO: CFOP INICIA POR 5"
              GO TO INCLUI-CFO-FIM.
           IF W-SENTIDO = "S" AND CFO-ESCOPO = "E"
              AND W-CFOP-DIG1 NOT = 6
              DISPLAY "SAIDA FORA DO ESTADO: CFOP INICIA POR 6"
              GO TO INCLUI-CFO-FIM.
           MOVE W-CFOP TO CFO-CFOP
           DISPLAY "DESCRICAO DA NATUREZA: "
           ACCEPT CFO-DESC
           IF ST-CFO = "00"
              REWRITE REGCFO
              DISPLAY "LINHA ALTERADA"
           ELSE
              WRITE REGCFO
              DISPLAY "LINHA INCLUIDA".
       INCLUI-CFO-FIM.
           EXIT.

       PEDE-CHAVE.
           MOVE SPACES TO CFO-OPER CFO-ESCOPO
           MOVE ZEROS TO CFO-CAT
           DISPLAY "OPERACAO (V/C/D/F/B/G): "
           ACCEPT CFO-OPER
           IF CFO-OPER = SPACES
              GO TO PEDE-CHAVE-FIM.
           IF CFO-OPER NOT = "V" AND "C" AND "D" AND "F" AND "B"
              AND "G"
              DISPLAY "OPERACAO INVALIDA"
              MOVE SPACES TO CFO-OPER
              GO TO PEDE-CHAVE-FIM.
           DISPLAY "ABRANGENCIA (I = DENTRO / E = FORA DO ESTADO): "
           ACCEPT CFO-ESCOPO
           IF CFO-ESCOPO NOT = "I" AND "E"
              DISPLAY "ABRANGENCIA INVALIDA"
              MOVE SPACES TO CFO-OPER
              GO TO PEDE-CHAVE-FIM.
           DISPLAY "CATEGORIA DO PRODUTO (0 = PADRAO): "
           ACCEPT CFO-CAT.
       PEDE-CHAVE-FIM.
           EXIT.

       EXCLUI-CFO.
           PERFORM PEDE-CHAVE THRU PEDE-CHAVE-FIM
           IF CFO-OPER = SPACES
              GO TO EXCLUI-CFO-FIM.
           READ ARQCFO
           IF ST-CFO NOT = "00"
              DISPLAY "LINHA NAO ENCONTRADA"
              GO TO EXCLUI-CFO-FIM.
           DELETE ARQCFO RECORD
           DISPLAY "LINHA EXCLUIDA".
       EXCLUI-CFO-FIM.
           EXIT.

       LISTA-CFO.
           MOVE LOW-VALUES TO CFO-CHAVE
           START ARQCFO KEY IS NOT LESS THAN CFO-CHAVE
              INVALID KEY
                 DISPLAY "TABELA VAZIA"
                 GO TO LISTA-CFO-FIM.
       LISTA-CFO-LOOP.
           READ ARQCFO NEXT
           IF ST-CFO NOT = "00"
              GO TO LISTA-CFO-FIM.
           DISPLAY "OPER " CFO-OPER " " CFO-ESCOPO " CAT " CFO-CAT
              " CFOP " CFO-CFOP " " CFO-DESC
           GO TO LISTA-CFO-LOOP.
       LISTA-CFO-FIM.
           EXIT.

      * LINHAS PADRAO (CATEGORIA 0) DAS SEIS OPERACOES, DENTRO E
      * FORA DO ESTADO. LINHA JA EXISTENTE NAO E ALTERADA
       CARGA-PADRAO.
           MOVE ZEROS TO W-QTD-CARGA
           MOVE "V" TO CFO-OPER
           MOVE 5102 TO CFO-CFOP
           MOVE "VENDA DE MERCADORIA" TO CFO-DESC
           PERFORM GRAVA-PADRAO
           MOVE "C" TO CFO-OPER
           MOVE 1102 TO CFO-CFOP
           MOVE "COMPRA PARA COMERCIALIZACAO" TO CFO-DESC
           PERFORM GRAVA-PADRAO
           MOVE "D" TO CFO-OPER
           MOVE 1202 TO CFO-CFOP
           MOVE "DEVOLUCAO DE VENDA" TO CFO-DESC
           PERFORM GRAVA-PADRAO
           MOVE "F" TO CFO-OPER
           MOVE 5202 TO CFO-CFOP
           MOVE "DEVOLUCAO DE COMPRA" TO CFO-DESC
           PERFORM GRAVA-PADRAO
           MOVE "B" TO CFO-OPER
           MOVE 5910 TO CFO-CFOP
           MOVE "REMESSA EM BONIFICACAO" TO CFO-DESC
           PERFORM GRAVA-PADRAO
           MOVE "G" TO CFO-OPER
           MOVE 5114 TO CFO-CFOP
           MOVE "VENDA DE MERCADORIA EM CONSIGNACAO" TO CFO-DESC
           PERFORM GRAVA-PADRAO
           DISPLAY "LINHAS PADRAO INCLUIDAS: " W-QTD-CARGA.

      * GRAVA A LINHA DENTRO DO ESTADO COM O CFOP INFORMADO E A
      * DE FORA DO ESTADO COM O MESMO CODIGO + 1000 (5102/6102)
       GRAVA-PADRAO.
           MOVE "I" TO CFO-ESCOPO
           MOVE ZEROS TO CFO-CAT
           WRITE REGCFO
           IF ST-CFO = "00"
              ADD 1 TO W-QTD-CARGA.
           MOVE "E" TO CFO-ESCOPO
           ADD 1000 TO CFO-CFOP
           WRITE REGCFO
           IF ST-CFO = "00"
              ADD 1 TO W-QTD-CARGA.

       ROT-FIM.
           CLOSE ARQCFO.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
