      *     CONTADO, VALORIZADO PELO PRECO);            *
      * E = EFETIVAR: APROVA E LANCA OS AJUSTES COM     *
      *     CODIGO DE MOTIVO COMO MOVIMENTOS (MOVEST).  *
      * C = CONTAGEM CICLICA: ABRE UMA CONTAGEM SO COM  *
      *     OS PRODUTOS AGENDADOS PARA HOJE NO          *
      *     CALENDARIO CICLO.DAT (GERABC), OPCIONAL-    *
      *     MENTE COM OS ATRASADOS; NA EFETIVACAO O     *
      *     AGENDAMENTO FICA CONTADO, COM O RESULTADO.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS END-CHAVE
                    FILE STATUS IS ST-END.

           SELECT ARQCIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CIC-CHAVE
                    FILE STATUS IS ST-CIC.

           SELECT ARQTRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQESTFIL
               LABEL RECORD IS STANDARD
           05 END-FILIAL        PIC 9(02).
          03 END-LOCAL          PIC X(10).

       FD ARQCIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CICLO.DAT".
       01 REGCIC.
          03 CIC-CHAVE.
           05 CIC-COD           PIC 9(06).
           05 CIC-DATA          PIC 9(08).
          03 CIC-CLASSE         PIC X(01).
          03 CIC-SITUACAO       PIC X(01).
          03 CIC-NUMINV         PIC 9(04).
          03 CIC-DATA-CONT      PIC 9(08).
          03 CIC-QTD-SIST       PIC 9(07).
          03 CIC-QTD-CONT       PIC 9(07).
          03 CIC-ACERTO         PIC X(01).

       FD ARQTRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOCKS.DAT".
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOURNAL.DAT".
       01 REGJRN.
          03 JRN-TRANS.
           05 JRN-PROG           PIC X(08).
           05 JRN-TRANS-DH       PIC 9(16).
           05 JRN-TRANS-OPER     PIC X(10).
          03 JRN-SEQ             PIC 9(04).
          03 JRN-TIPO            PIC X(01).
          03 JRN-ARQUIVO         PIC X(08).
          03 JRN-OPER            PIC X(01).
          03 JRN-CHAVE           PIC X(20).
          03 JRN-DATAHORA        PIC 9(14).
          03 JRN-OPERADOR        PIC X(10).
          03 JRN-ANTES           PIC X(110).
          03 JRN-DEPOIS          PIC X(110).

       WORKING-STORAGE SECTION.
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "SCE015".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-TRV-TENT    PIC 9(04) VALUE ZEROS.
       01 W-QTD-FOL     PIC 9(03) VALUE ZEROS.
       01 IX-FL         PIC 9(03) VALUE ZEROS.
       01 IY-FL         PIC 9(03) VALUE ZEROS.
       01 ST-CIC        PIC X(02) VALUE "00".
       01 W-CIC-ABERTO  PIC X(01) VALUE "N".
       01 W-ATRASADOS   PIC X(01) VALUE "N".
       01 W-QTD-CIC     PIC 9(05) VALUE ZEROS.

       01 W-FL-TROCA.
          03 WF-LOCAL      PIC X(10).
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRAVAS"
                 GO TO ROT-FIM.
       ABRE-CIC.
           MOVE "N" TO W-CIC-ABERTO
           OPEN I-O ARQCIC
           IF ST-CIC = "00"
              MOVE "S" TO W-CIC-ABERTO.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "INVENTARIO FISICO DE ESTOQUE"
           DISPLAY "A = ABRIR | C = CICLICA DO DIA | F = FOLHA |"
           " D = DIGITAR | R = RELATORIO | E = EFETIVAR | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "A" OR "a"
              PERFORM ABRE-CONTAGEM THRU ABRE-CONTAGEM-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM ABRE-CICLICA THRU ABRE-CICLICA-FIM
              GO TO R1.
           IF W-OPCAO = "F" OR "f"
              PERFORM FOLHA-CONTAGEM THRU FOLHA-CONTAGEM-FIM
              GO TO R1.
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE A, C, F, D, R, E OU S"
           GO TO R1.

      *----------------------------------------------------------------
       ABRE-CONTAGEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONTAGEM CICLICA: CONGELA SO OS PRODUTOS AGENDADOS
      *----------------------------------------------------------------
       ABRE-CICLICA.
           IF W-CIC-ABERTO NOT = "S"
              DISPLAY "CALENDARIO CICLO.DAT NAO ENCONTRADO -"
                 " RODE O GERABC"
              GO TO ABRE-CICLICA-FIM.
           DISPLAY "INCLUIR AGENDAMENTOS ATRASADOS? (S/N): "
           ACCEPT W-ATRASADOS
           IF W-ATRASADOS = "s"
              MOVE "S" TO W-ATRASADOS.
           MOVE ZEROS TO W-NUMINV
           PERFORM VARRE-CICLICA THRU VARRE-CICLICA-FIM
           IF W-QTD-CIC = ZEROS
              DISPLAY "NENHUM PRODUTO AGENDADO PARA CONTAGEM"
              GO TO ABRE-CICLICA-FIM.
           PERFORM GERA-PROX-NUMINV THRU GERA-PROX-NUMINV-FIM
           IF W-NUMINV = ZEROS
              DISPLAY "SEQUENCIA DE INVENTARIOS EM USO - TENTE"
                 " DE NOVO"
              GO TO ABRE-CICLICA-FIM.
           MOVE ZEROS TO W-QTD-CONG
           PERFORM VARRE-CICLICA THRU VARRE-CICLICA-FIM
           DISPLAY "CONTAGEM CICLICA " W-NUMINV " ABERTA COM "
              W-QTD-CIC " PRODUTO(S) E " W-QTD-CONG
              " POSICOES CONGELADAS".
       ABRE-CICLICA-FIM.
           EXIT.

      * SEM NUMERO DE CONTAGEM SO CONTA OS AGENDAMENTOS; COM O
      * NUMERO CONGELA AS POSICOES E MARCA O AGENDAMENTO
       VARRE-CICLICA.
           MOVE ZEROS TO W-QTD-CIC
           MOVE ZEROS TO CIC-CHAVE
           START ARQCIC KEY IS NOT LESS THAN CIC-CHAVE
              INVALID KEY GO TO VARRE-CICLICA-FIM.
       VARRE-CICLICA-LOOP.
           READ ARQCIC NEXT
           IF ST-CIC NOT = "00"
              GO TO VARRE-CICLICA-FIM.
           IF CIC-SITUACAO NOT = "P" OR CIC-DATA > W-DATA-HOJE
              GO TO VARRE-CICLICA-LOOP.
           IF CIC-DATA < W-DATA-HOJE AND W-ATRASADOS NOT = "S"
              GO TO VARRE-CICLICA-LOOP.
           ADD 1 TO W-QTD-CIC
           IF W-NUMINV = ZEROS
              GO TO VARRE-CICLICA-LOOP.
           MOVE CIC-COD TO COD
           READ ARQPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "PRODUTO " CIC-COD " SEM CADASTRO"
              GO TO VARRE-CICLICA-LOOP.
           PERFORM CONGELA-PRODUTO THRU CONGELA-PRODUTO-FIM
           MOVE "A" TO CIC-SITUACAO
           MOVE W-NUMINV TO CIC-NUMINV
           MOVE ZEROS TO CIC-QTD-SIST CIC-QTD-CONT
           MOVE "S" TO CIC-ACERTO
           REWRITE REGCIC
           GO TO VARRE-CICLICA-LOOP.
       VARRE-CICLICA-FIM.
           EXIT.

      * MESMA REGRA DO ABRE-CONTAGEM: PRODUTO COM FILIAL SO E
      * CONTADO PELAS FILIAIS. AGENDADO DUAS VEZES (ATRASADO E
      * DO DIA) A POSICAO JA EXISTE E NAO E GRAVADA DE NOVO
       CONGELA-PRODUTO.
           PERFORM TEM-FILIAL THRU TEM-FILIAL-FIM
           IF W-TEM-FIL-PRO = 1
              GO TO CONGELA-PRODUTO-FIL.
           MOVE W-NUMINV TO INV-NUMERO
           MOVE COD TO INV-COD
           MOVE ZEROS TO INV-FILIAL
           MOVE QTD TO INV-QTD-SIST
           MOVE ZEROS TO INV-QTD-CONT
           MOVE "A" TO INV-SITUACAO
           MOVE PRECO TO INV-PRECO
           MOVE W-DATA-HOJE TO INV-DATA
           MOVE W-OPERADOR TO INV-OPERADOR
           WRITE REGINV
           IF ST-INV = "00"
              ADD 1 TO W-QTD-CONG.
           GO TO CONGELA-PRODUTO-FIM.
       CONGELA-PRODUTO-FIL.
           MOVE COD TO ESTQ-COD
           MOVE ZEROS TO ESTQ-FILIAL
           START ARQESTFIL KEY IS NOT LESS THAN ESTQ-CHAVE
              INVALID KEY GO TO CONGELA-PRODUTO-FIM.
       CONGELA-PRODUTO-FIL-LOOP.
           READ ARQESTFIL NEXT
           IF ST-FIL NOT = "00"
              GO TO CONGELA-PRODUTO-FIM.
           IF ESTQ-COD NOT = COD
              GO TO CONGELA-PRODUTO-FIM.
           MOVE W-NUMINV TO INV-NUMERO
           MOVE ESTQ-COD TO INV-COD
           MOVE ESTQ-FILIAL TO INV-FILIAL
           MOVE ESTQ-QTD TO INV-QTD-SIST
           MOVE ZEROS TO INV-QTD-CONT
           MOVE "A" TO INV-SITUACAO
           MOVE PRECO TO INV-PRECO
           MOVE W-DATA-HOJE TO INV-DATA
           MOVE W-OPERADOR TO INV-OPERADOR
           WRITE REGINV
           IF ST-INV = "00"
              ADD 1 TO W-QTD-CONG.
           GO TO CONGELA-PRODUTO-FIL-LOOP.
       CONGELA-PRODUTO-FIM.
           EXIT.

       TEM-FILIAL.
           MOVE ZEROS TO W-TEM-FIL-PRO
           IF W-FIL-ABERTO NOT = "S"
           IF INV-QTD-CONT = INV-QTD-SIST
              MOVE "E" TO INV-SITUACAO
              REWRITE REGINV
              PERFORM ATUALIZA-CICLO THRU ATUALIZA-CICLO-FIM
              GO TO EFETIVA-LOOP.
           PERFORM APLICA-AJUSTE THRU APLICA-AJUSTE-FIM
           MOVE "E" TO INV-SITUACAO
           REWRITE REGINV
           PERFORM ATUALIZA-CICLO THRU ATUALIZA-CICLO-FIM
           ADD 1 TO W-QTD-AJU
           GO TO EFETIVA-LOOP.
       EFETIVA-ENC.
       EFETIVA-FIM.
           EXIT.

      * AGENDAMENTO CICLICO DESTA CONTAGEM FICA CONTADO; AS
      * QUANTIDADES SOMAM TODAS AS POSICOES (FILIAIS) DO PRODUTO
      * E QUALQUER DIFERENCA MARCA A CONTAGEM COMO NAO EXATA
       ATUALIZA-CICLO.
           IF W-CIC-ABERTO NOT = "S"
              GO TO ATUALIZA-CICLO-FIM.
           MOVE INV-COD TO CIC-COD
           MOVE ZEROS TO CIC-DATA
           START ARQCIC KEY IS NOT LESS THAN CIC-CHAVE
              INVALID KEY GO TO ATUALIZA-CICLO-FIM.
       ATUALIZA-CICLO-LOOP.
           READ ARQCIC NEXT
           IF ST-CIC NOT = "00"
              GO TO ATUALIZA-CICLO-FIM.
           IF CIC-COD NOT = INV-COD
              GO TO ATUALIZA-CICLO-FIM.
           IF CIC-NUMINV NOT = W-NUMINV OR CIC-SITUACAO = "P"
              GO TO ATUALIZA-CICLO-LOOP.
           ADD INV-QTD-SIST TO CIC-QTD-SIST
           ADD INV-QTD-CONT TO CIC-QTD-CONT
           IF INV-QTD-CONT NOT = INV-QTD-SIST
              MOVE "N" TO CIC-ACERTO.
           MOVE "C" TO CIC-SITUACAO
           MOVE W-DATA-HOJE TO CIC-DATA-CONT
           REWRITE REGCIC
           GO TO ATUALIZA-CICLO-LOOP.
       ATUALIZA-CICLO-FIM.
           EXIT.

       APLICA-AJUSTE.
           COMPUTE W-DIF = INV-QTD-CONT - INV-QTD-SIST
           IF INV-FILIAL NOT = ZEROS
              GO TO APLICA-AJUSTE-FIM.
           ADD W-DIF TO QTD
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM
           GO TO APLICA-AJUSTE-FIM.
       APLICA-AJUSTE-FILIAL.
              GO TO AJUSTA-GLOBAL-FIM.
           ADD W-DIF TO QTD
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM.
       AJUSTA-GLOBAL-FIM.
           EXIT.
       GRAVA-MOVEST-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED, ITEMPED, REGLANC E REGPROD GERA UMA IMAGEM ANTES/
      * DEPOIS (TIPO I); AO VOLTAR PARA A TELA INICIAL A TRANSACAO
      * RECEBE A MARCA DE CONCLUSAO (TIPO C). USADO PELO RECUPERA
      *----------------------------------------------------------------
       GRAVA-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
           IF W-JRN-TRANS = SPACES
              MOVE W-JRN-PROG TO W-JRN-TRANS(1:8)
              MOVE W-JRN-DTH(1:16) TO W-JRN-TRANS(9:16)
              MOVE W-OPERADOR TO W-JRN-TRANS(25:10)
              MOVE ZEROS TO W-JRN-SEQ.
           ADD 1 TO W-JRN-SEQ
           MOVE SPACES TO REGJRN
           MOVE W-JRN-TRANS TO JRN-TRANS
           MOVE W-JRN-SEQ TO JRN-SEQ
           MOVE "I" TO JRN-TIPO
           MOVE W-JRN-ARQ TO JRN-ARQUIVO
           MOVE W-JRN-OPER TO JRN-OPER
           MOVE W-JRN-CHAVE TO JRN-CHAVE
           MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
           MOVE W-OPERADOR TO JRN-OPERADOR
           IF W-JRN-OPER NOT = "W"
              MOVE W-JRN-ANTES TO JRN-ANTES.
           IF W-JRN-OPER NOT = "D"
              MOVE W-JRN-DEPOIS TO JRN-DEPOIS.
           WRITE REGJRN.
       JRN-COMMIT.
           IF W-JRN-TRANS NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
              ADD 1 TO W-JRN-SEQ
              MOVE SPACES TO REGJRN
              MOVE W-JRN-TRANS TO JRN-TRANS
              MOVE W-JRN-SEQ TO JRN-SEQ
              MOVE "C" TO JRN-TIPO
              MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
              MOVE W-OPERADOR TO JRN-OPERADOR
              WRITE REGJRN
              MOVE SPACES TO W-JRN-TRANS.
       JRN-ANTES-PROD.
           MOVE REGPROD TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPROD
           IF ST-ERRO = "00"
              MOVE REGPROD TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPROD.
       JRN-GRAVA-PROD.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPROD" TO W-JRN-ARQ
              MOVE COD OF REGPROD TO W-JRN-CHAVE
              MOVE REGPROD TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQPROD ARQINV ARQMOV ARQTRV.
           IF W-FIL-ABERTO = "S"
              CLOSE ARQESTFIL.
           IF W-CIC-ABERTO = "S"
              CLOSE ARQCIC.
           STOP RUN.

      *    FILE STATUS
