       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE059.
      **************************************************
      * GRUPOS ECONOMICOS DE CLIENTES                   *
      * CADASTRO DO GRUPO (GRUPOECO.DAT) COM O LIMITE   *
      * DE CREDITO CONSOLIDADO E A RAIZ DO CNPJ (8      *
      * PRIMEIROS DIGITOS), E DOS MEMBROS DO GRUPO      *
      * (GRUPOCLI.DAT). CADA CLIENTE PERTENCE A UM SO   *
      * GRUPO. A SUGESTAO DE MEMBROS VARRE O REGCLI     *
      * PELA RAIZ DO CNPJ (SO PESSOA JURIDICA). A       *
      * EXPOSICAO DO GRUPO E A SOMA DO SALDO EM ABERTO  *
      * DOS MEMBROS EM SALDOPES.DAT, A MESMA USADA NA   *
      * ANALISE DE CREDITO DO SCE005, SCE012, GERACONT  *
      * E IMPPED. LIMITE ZERO = GRUPO SEM LIMITE        *
      * CONSOLIDADO (VALE SO O LIMITE DE CADA CLIENTE). *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOPES.DAT".
       01 REGSDP.
          03 SDP-CHAVE.
           05 SDP-TIPO          PIC X(01).
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-GRP        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 W-SDP-ABERTO  PIC X(01) VALUE "N".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-TODOS       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-GRUPO       PIC 9(04) VALUE ZEROS.
       01 W-GRUPO-LST   PIC 9(04) VALUE ZEROS.
       01 W-CODCLI      PIC 9(14) VALUE ZEROS.
      * RAIZ DO CNPJ: OS 8 PRIMEIROS DIGITOS DOS 14
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-CNPJ-R REDEFINES W-CNPJ.
          03 W-CNPJ-RAIZ  PIC 9(08).
          03 W-CNPJ-FILIAL PIC 9(06).
       01 W-CNPJ-FIM    PIC 9(14) VALUE ZEROS.
       01 W-QTD-MEMBROS PIC 9(05) VALUE ZEROS.
       01 W-QTD-SUGERE  PIC 9(05) VALUE ZEROS.
       01 W-QTD-INCL    PIC 9(05) VALUE ZEROS.
       01 W-SALDO-MEMB  PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDO-GRP   PIC S9(11)V99 VALUE ZEROS.
       01 W-DISPONIVEL  PIC S9(11)V99 VALUE ZEROS.
       01 W-VAL-ED1     PIC ZZZZZZZ9,99.
       01 W-VAL-ED2     PIC -ZZZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GRUPOS ECONOMICOS DE CLIENTES"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-GRP.
           OPEN I-O ARQGRP
           IF ST-GRP NOT = "00"
              IF ST-GRP = "30"
                 OPEN OUTPUT ARQGRP
                 CLOSE ARQGRP
                 OPEN I-O ARQGRP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO GRUPOECO.DAT"
                 STOP RUN.
       ABRE-GCL.
           OPEN I-O ARQGCL
           IF ST-GCL NOT = "00"
              IF ST-GCL = "30"
                 OPEN OUTPUT ARQGCL
                 CLOSE ARQGCL
                 OPEN I-O ARQGCL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO GRUPOCLI.DAT"
                 CLOSE ARQGRP
                 STOP RUN.
       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REGCLI.DAT"
              CLOSE ARQGRP ARQGCL
              STOP RUN.
           MOVE "N" TO W-SDP-ABERTO
           OPEN INPUT ARQSDP
           IF ST-SDP = "00"
              MOVE "S" TO W-SDP-ABERTO.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "A = CADASTRAR/ALTERAR GRUPO | I = INCLUIR MEMBRO"
              " | R = RETIRAR MEMBRO"
           DISPLAY "U = SUGERIR MEMBROS PELA RAIZ DO CNPJ | L = LISTAR"
              " EXPOSICAO | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "A" OR "a"
              PERFORM CADASTRA-GRUPO THRU CADASTRA-GRUPO-FIM
              GO TO R1.
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-MEMBRO THRU INCLUI-MEMBRO-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM RETIRA-MEMBRO THRU RETIRA-MEMBRO-FIM
              GO TO R1.
           IF W-OPCAO = "U" OR "u"
              PERFORM SUGERE-MEMBROS THRU SUGERE-MEMBROS-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-GRUPOS THRU LISTA-GRUPOS-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE A, I, R, U, L OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * CADASTRO DO GRUPO: NOME, RAIZ DO CNPJ, LIMITE CONSOLIDADO E
      * SITUACAO. GRUPO INATIVO NAO ENTRA NA ANALISE DE CREDITO
      *----------------------------------------------------------------
       CADASTRA-GRUPO.
           MOVE ZEROS TO GRP-CODIGO
           DISPLAY "CODIGO DO GRUPO (0001-9999): "
           ACCEPT GRP-CODIGO
           IF GRP-CODIGO = ZEROS
              GO TO CADASTRA-GRUPO-FIM.
           READ ARQGRP
           IF ST-GRP = "00"
              MOVE GRP-LIMITE TO W-VAL-ED3
              DISPLAY "GRUPO JA CADASTRADO: " GRP-NOME
                 " LIMITE " W-VAL-ED3 " - SERA ALTERADO"
           ELSE
              MOVE SPACES TO GRP-NOME
              MOVE ZEROS TO GRP-RAIZ GRP-LIMITE
              MOVE "A" TO GRP-SITUACAO.
       CADASTRA-GRUPO-NOME.
           DISPLAY "NOME DO GRUPO: "
           ACCEPT GRP-NOME
           IF GRP-NOME = SPACES
              DISPLAY "NOME EM BRANCO"
              GO TO CADASTRA-GRUPO-NOME.
           DISPLAY "RAIZ DO CNPJ - 8 DIGITOS (0 = SEM RAIZ COMUM): "
           ACCEPT GRP-RAIZ
           DISPLAY "LIMITE DE CREDITO DO GRUPO (0 = SEM LIMITE"
              " CONSOLIDADO): "
           ACCEPT GRP-LIMITE
           DISPLAY "GRUPO ATIVO (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "I" TO GRP-SITUACAO
           ELSE
              MOVE "A" TO GRP-SITUACAO.
           MOVE W-DATA-HOJE TO GRP-DATA
           MOVE W-OPERADOR TO GRP-OPERADOR
           WRITE REGGRP
           IF ST-GRP = "22"
              REWRITE REGGRP.
           IF ST-GRP NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO GRUPO - STATUS " ST-GRP
              GO TO CADASTRA-GRUPO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE059 A CHAVE=" GRP-CODIGO
              " NOME=" GRP-NOME " RAIZ=" GRP-RAIZ
              " LIMITE=" GRP-LIMITE " SITUACAO=" GRP-SITUACAO
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "GRUPO GRAVADO".
       CADASTRA-GRUPO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * INCLUSAO MANUAL DE MEMBRO (FILIAIS COM RAIZ DIFERENTE, PESSOA
      * FISICA DO MESMO DONO). O CLIENTE SO PODE ESTAR EM UM GRUPO
      *----------------------------------------------------------------
       INCLUI-MEMBRO.
           PERFORM LE-GRUPO THRU LE-GRUPO-FIM
           IF W-GRUPO = ZEROS
              GO TO INCLUI-MEMBRO-FIM.
       INCLUI-MEMBRO-CLI.
           MOVE ZEROS TO W-CODCLI
           DISPLAY "CPF/CNPJ DO CLIENTE (0 = FIM): "
           ACCEPT W-CODCLI
           IF W-CODCLI = ZEROS
              GO TO INCLUI-MEMBRO-FIM.
           MOVE W-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "CLIENTE NAO CADASTRADO (SCE002)"
              GO TO INCLUI-MEMBRO-CLI.
           DISPLAY "   " RSNOME
           PERFORM GRAVA-MEMBRO THRU GRAVA-MEMBRO-FIM
           GO TO INCLUI-MEMBRO-CLI.
       INCLUI-MEMBRO-FIM.
           EXIT.

       RETIRA-MEMBRO.
           MOVE ZEROS TO W-CODCLI
           DISPLAY "CPF/CNPJ DO CLIENTE A RETIRAR DO GRUPO: "
           ACCEPT W-CODCLI
           IF W-CODCLI = ZEROS
              GO TO RETIRA-MEMBRO-FIM.
           MOVE W-CODCLI TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL NOT = "00"
              DISPLAY "CLIENTE NAO PERTENCE A NENHUM GRUPO"
              GO TO RETIRA-MEMBRO-FIM.
           MOVE GCL-GRUPO TO GRP-CODIGO
           READ ARQGRP
           IF ST-GRP NOT = "00"
              MOVE SPACES TO GRP-NOME.
           DISPLAY "GRUPO " GCL-GRUPO " " GRP-NOME
           DISPLAY "CONFIRMA A RETIRADA (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO RETIRA-MEMBRO-FIM.
           DELETE ARQGCL RECORD
           IF ST-GCL NOT = "00"
              DISPLAY "ERRO NA EXCLUSAO DO MEMBRO - STATUS " ST-GCL
              GO TO RETIRA-MEMBRO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE059 R CHAVE=" GCL-GRUPO
              " CLIENTE=" W-CODCLI
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "CLIENTE RETIRADO DO GRUPO".
       RETIRA-MEMBRO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * SUGESTAO DE MEMBROS: OS CNPJ DA MESMA RAIZ FICAM CONTIGUOS NA
      * CHAVE DO REGCLI (RAIZ + 000000 ATE RAIZ + 999999). CADA
      * CANDIDATO FORA DE GRUPO E CONFIRMADO PELO OPERADOR
      *----------------------------------------------------------------
       SUGERE-MEMBROS.
           PERFORM LE-GRUPO THRU LE-GRUPO-FIM
           IF W-GRUPO = ZEROS
              GO TO SUGERE-MEMBROS-FIM.
           IF GRP-RAIZ = ZEROS
              DISPLAY "GRUPO SEM RAIZ DE CNPJ CADASTRADA"
              GO TO SUGERE-MEMBROS-FIM.
           MOVE ZEROS TO W-QTD-SUGERE W-QTD-INCL
           MOVE SPACES TO W-TODOS
           MOVE GRP-RAIZ TO W-CNPJ-RAIZ
           MOVE 999999 TO W-CNPJ-FILIAL
           MOVE W-CNPJ TO W-CNPJ-FIM
           MOVE ZEROS TO W-CNPJ-FILIAL
           MOVE W-CNPJ TO CPFCNPJ
           START ARQCLI KEY IS NOT LESS THAN CPFCNPJ
              INVALID KEY GO TO SUGERE-MEMBROS-TOT.
       SUGERE-MEMBROS-LOOP.
           READ ARQCLI NEXT
           IF ST-CLI NOT = "00"
              GO TO SUGERE-MEMBROS-TOT.
           IF CPFCNPJ > W-CNPJ-FIM
              GO TO SUGERE-MEMBROS-TOT.
           IF TIPO-PESSOA NOT = "J"
              GO TO SUGERE-MEMBROS-LOOP.
           MOVE CPFCNPJ TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL = "00"
              GO TO SUGERE-MEMBROS-LOOP.
           ADD 1 TO W-QTD-SUGERE
           DISPLAY CPFCNPJ " " RSNOME
           IF W-TODOS = "S"
              GO TO SUGERE-MEMBROS-GRAVA.
           DISPLAY "INCLUIR NO GRUPO (S/N, T = TODOS, F = FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO SUGERE-MEMBROS-TOT.
           IF W-OPCAO = "T" OR "t"
              MOVE "S" TO W-TODOS
              GO TO SUGERE-MEMBROS-GRAVA.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO SUGERE-MEMBROS-LOOP.
       SUGERE-MEMBROS-GRAVA.
           MOVE CPFCNPJ TO W-CODCLI
           PERFORM GRAVA-MEMBRO THRU GRAVA-MEMBRO-FIM
           IF ST-GCL = "00"
              ADD 1 TO W-QTD-INCL.
           GO TO SUGERE-MEMBROS-LOOP.
       SUGERE-MEMBROS-TOT.
           DISPLAY "CANDIDATOS: " W-QTD-SUGERE
              " INCLUIDOS: " W-QTD-INCL.
       SUGERE-MEMBROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * EXPOSICAO: MEMBROS COM O SALDO EM ABERTO DE CADA UM, TOTAL DO
      * GRUPO E O DISPONIVEL NO LIMITE CONSOLIDADO
      *----------------------------------------------------------------
       LISTA-GRUPOS.
           MOVE ZEROS TO W-GRUPO-LST
           DISPLAY "CODIGO DO GRUPO (0 = TODOS): "
           ACCEPT W-GRUPO-LST
           MOVE W-GRUPO-LST TO GRP-CODIGO
           START ARQGRP KEY IS NOT LESS THAN GRP-CODIGO
              INVALID KEY
                 DISPLAY "NENHUM GRUPO CADASTRADO"
                 GO TO LISTA-GRUPOS-FIM.
       LISTA-GRUPOS-LOOP.
           READ ARQGRP NEXT
           IF ST-GRP NOT = "00"
              GO TO LISTA-GRUPOS-FIM.
           IF W-GRUPO-LST NOT = ZEROS AND
              GRP-CODIGO NOT = W-GRUPO-LST
              GO TO LISTA-GRUPOS-FIM.
           MOVE GRP-LIMITE TO W-VAL-ED3
           DISPLAY "GRUPO " GRP-CODIGO " " GRP-NOME " SIT "
              GRP-SITUACAO " RAIZ " GRP-RAIZ
           PERFORM LISTA-MEMBROS THRU LISTA-MEMBROS-FIM
           MOVE W-SALDO-GRP TO W-VAL-ED2
           DISPLAY "   MEMBROS " W-QTD-MEMBROS " SALDO DO GRUPO "
              W-VAL-ED2 " LIMITE " W-VAL-ED3
           IF GRP-LIMITE > ZEROS
              COMPUTE W-DISPONIVEL = GRP-LIMITE - W-SALDO-GRP
              MOVE W-DISPONIVEL TO W-VAL-ED2
              DISPLAY "   DISPONIVEL NO LIMITE DO GRUPO " W-VAL-ED2.
           GO TO LISTA-GRUPOS-LOOP.
       LISTA-GRUPOS-FIM.
           EXIT.

       LISTA-MEMBROS.
           MOVE ZEROS TO W-QTD-MEMBROS W-SALDO-GRP
           MOVE GRP-CODIGO TO GCL-GRUPO
           MOVE ZEROS TO GCL-CODCLI
           START ARQGCL KEY IS NOT LESS THAN GCL-CHAVE
              INVALID KEY GO TO LISTA-MEMBROS-FIM.
       LISTA-MEMBROS-LOOP.
           READ ARQGCL NEXT
           IF ST-GCL NOT = "00"
              GO TO LISTA-MEMBROS-FIM.
           IF GCL-GRUPO NOT = GRP-CODIGO
              GO TO LISTA-MEMBROS-FIM.
           ADD 1 TO W-QTD-MEMBROS
           MOVE GCL-CODCLI TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO RSNOME
              MOVE ZEROS TO LIMITE-CREDITO.
           MOVE ZEROS TO W-SALDO-MEMB
           IF W-SDP-ABERTO = "S"
              MOVE "R" TO SDP-TIPO
              MOVE GCL-CODCLI TO SDP-CODPESSOA
              READ ARQSDP
              IF ST-SDP = "00"
                 MOVE SDP-SALDO TO W-SALDO-MEMB.
           ADD W-SALDO-MEMB TO W-SALDO-GRP
           MOVE LIMITE-CREDITO TO W-VAL-ED1
           MOVE W-SALDO-MEMB TO W-VAL-ED2
           DISPLAY "   " GCL-CODCLI " " RSNOME(1:30)
              " LIM " W-VAL-ED1 " SALDO " W-VAL-ED2
           GO TO LISTA-MEMBROS-LOOP.
       LISTA-MEMBROS-FIM.
           EXIT.

       LE-GRUPO.
           MOVE ZEROS TO W-GRUPO GRP-CODIGO
           DISPLAY "CODIGO DO GRUPO: "
           ACCEPT GRP-CODIGO
           IF GRP-CODIGO = ZEROS
              GO TO LE-GRUPO-FIM.
           READ ARQGRP
           IF ST-GRP NOT = "00"
              DISPLAY "GRUPO NAO CADASTRADO"
              GO TO LE-GRUPO-FIM.
           DISPLAY "   " GRP-NOME
           MOVE GRP-CODIGO TO W-GRUPO.
       LE-GRUPO-FIM.
           EXIT.

       GRAVA-MEMBRO.
           MOVE W-CODCLI TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL = "00"
              DISPLAY "CLIENTE JA PERTENCE AO GRUPO " GCL-GRUPO
              MOVE "22" TO ST-GCL
              GO TO GRAVA-MEMBRO-FIM.
           MOVE W-GRUPO TO GCL-GRUPO
           MOVE W-CODCLI TO GCL-CODCLI
           MOVE W-DATA-HOJE TO GCL-DATA
           MOVE W-OPERADOR TO GCL-OPERADOR
           WRITE REGGCL
           IF ST-GCL NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO MEMBRO - STATUS " ST-GCL
              GO TO GRAVA-MEMBRO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE059 I CHAVE=" GCL-GRUPO
              " CLIENTE=" GCL-CODCLI
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "   INCLUIDO NO GRUPO " GCL-GRUPO.
       GRAVA-MEMBRO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQGRP ARQGCL ARQCLI ARQAUD.
           IF W-SDP-ABERTO = "S"
              CLOSE ARQSDP.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
