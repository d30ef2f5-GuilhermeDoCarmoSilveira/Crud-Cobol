       PROGRAM-ID. CONSPED.
      **************************************************
      * CONSULTA DE PEDIDO *
      * PEDIDO DE VENDA MOSTRA A SITUACAO DA ENTREGA    *
      * (ULTIMA LINHA DE ROMANEIO DO PEDIDO, CANHOTO    *
      * LANCADO NO SCE049)                              *
      * CONSULTA POR CHAVE, POR PERIODO (CHAVE          *
      * ALTERNATIVA DATAPED) OU POR CLIENTE/FORNECEDOR  *
      * (CHAVES CODCLI/CODFORN), COM PERIODO OPCIONAL.  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

       SELECT ARQITEM ASSIGN TO DISK
                    RECORD KEY IS HITEM-CHAVE
                    FILE STATUS IS ST-HIST.

       SELECT ARQROMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROMI-CHAVE
                    FILE STATUS IS ST-ROMI.

       DATA DIVISION.
       FILE SECTION.
      *
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

        FD ARQFOR
               LABEL RECORD IS STANDARD
          03 HPED-OPERADOR      PIC X(10).
          03 HPED-STATUS        PIC X(01).
          03 HPED-BASE-DEVOL    PIC 9(01).
          03 HPED-CONDPAG       PIC 9(03).

       FD ARQITEMH
               LABEL RECORD IS STANDARD
          03 HITEM-IMPOSTO      PIC 9(03)V99.
          03 HITEM-TOTAL        PIC 9(07)V99.

       FD ARQROMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROMITEM.DAT".
       01 REGROMI.
          03 ROMI-CHAVE.
           05 ROMI-NUMERO       PIC 9(06).
           05 ROMI-SEQ          PIC 9(03).
          03 ROMI-NUMPEDIDO     PIC 9(06).
          03 ROMI-TPPEDIDO      PIC 9(01).
          03 ROMI-ENTREGA       PIC X(01).
          03 ROMI-DATA-ENT      PIC 9(08).
          03 ROMI-RECEBEDOR     PIC X(30).
          03 ROMI-DOC-RECEB     PIC X(14).
          03 ROMI-MOTIVO        PIC 9(02).
          03 ROMI-OPER-ENT      PIC X(10).

       WORKING-STORAGE SECTION.
       01 ST-HIST        PIC X(02) VALUE "00".
       01 W-HIST-ABERTO  PIC X(01) VALUE "N".
       01 W-NO-HIST      PIC 9(01) VALUE ZEROS.
       01 ST-PCMP        PIC X(02) VALUE "00".
       01 W-PCMP-ABERTO  PIC X(01) VALUE "N".
       01 ST-ROMI        PIC X(02) VALUE "00".
       01 W-ROMI-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-MODO          PIC 9(01) VALUE 1.
       01 W-DATA-INI      PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM      PIC 9(08) VALUE ZEROS.
       01 W-PESSOA        PIC 9(14) VALUE ZEROS.
       01 W-FILTRO-STATUS PIC X(01) VALUE SPACES.
       01 W-DSTATUS       PIC X(10) VALUE SPACES.
       01 DTPPED          PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE "-".
          03 DETUF         PIC X(02).

       01 DET1D.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "CANHOTO - ".
          03 DETENTREGA    PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETDATAENT    PIC 99/99/9999.
          03 FILLER        PIC X(06) VALUE " ROM. ".
          03 DETNUMROM     PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETRECEB      PIC X(25).

       01 DET2.
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(07) VALUE "ITEM - ".
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
           MOVE "N" TO W-ROMI-ABERTO
           OPEN INPUT ARQROMI
           IF ST-ROMI = "00"
              MOVE "S" TO W-ROMI-ABERTO.
           MOVE "N" TO W-HIST-ABERTO
           OPEN INPUT ARQPEDH
           IF ST-HIST = "00"
           DISPLAY (19, 12)
            "STATUS (A/F/C, ESPACO=TODOS) :"
           ACCEPT (19, 44) W-FILTRO-STATUS
           DISPLAY (20, 12) "1=CHAVE 2=PERIODO 3=CLIENTE 4=FORNEC. :".
           ACCEPT (20, 52) W-MODO
           IF W-MODO = 2
              GO TO INC-PERIODO.
           IF W-MODO = 3 OR 4
              GO TO INC-PESSOA.
       INC-001A.
           DISPLAY (22, 12)
            "F1 = ENCERRA CONSULTA"
           ACCEPT (21, 39) W-DATA-INI
           DISPLAY (22, 12) "DATA FINAL   (AAAAMMDD) :".
           ACCEPT (22, 39) W-DATA-FIM
           MOVE W-DATA-INI TO DATAPED
           START ARQPED KEY IS NOT LESS DATAPED INVALID KEY
                 MOVE "NENHUM PEDIDO NO PERIODO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC01.
           GO TO INC-RD2P.
      * PEDIDOS DE UM CLIENTE (VENDAS/DEVOLUCOES) OU FORNECEDOR
      * (COMPRAS), PELAS CHAVES ALTERNATIVAS CODCLI/CODFORN, COM
      * PERIODO OPCIONAL
       INC-PESSOA.
           MOVE ZEROS TO W-PESSOA W-DATA-INI W-DATA-FIM
           DISPLAY (21, 12) "CPF/CNPJ                :".
           ACCEPT (21, 39) W-PESSOA
           IF W-PESSOA = ZEROS
              GO TO INC01.
           DISPLAY (22, 12) "PERIODO (AAAAMMDD) DE   :".
           ACCEPT (22, 39) W-DATA-INI
           DISPLAY (22, 48) "ATE :".
           ACCEPT (22, 54) W-DATA-FIM
           IF W-DATA-FIM = ZEROS
              MOVE 99999999 TO W-DATA-FIM.
           IF W-MODO = 4
              GO TO INC-PESSOA-FOR.
           MOVE W-PESSOA TO CODCLI
           START ARQPED KEY IS EQUAL TO CODCLI INVALID KEY
                 MOVE "NENHUM PEDIDO PARA O CLIENTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC01.
           GO TO INC-RD2C.
       INC-PESSOA-FOR.
           MOVE W-PESSOA TO CODFORN
           START ARQPED KEY IS EQUAL TO CODFORN INVALID KEY
                 MOVE "NENHUM PEDIDO PARA O FORNECEDOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC01.
           GO TO INC-RD2C.
       INC-RD2.
           DISPLAY (22, 12) LIMPA
           IF W-NO-HIST = 1
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              IF DATAPED > W-DATA-FIM
                 MOVE "FIM DO PERIODO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NOV-SOL
              ELSE
                 IF W-FILTRO-STATUS NOT = SPACES AND
                    PED-STATUS NOT = W-FILTRO-STATUS
                    GO TO INC-RD2P
                 ELSE
                    NEXT SENTENCE.
           GO TO ROT-MONTAR.
       INC-RD2C.
           DISPLAY (22, 12) LIMPA
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              MOVE "FIM DOS PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-SOL.
           IF (W-MODO = 3 AND CODCLI NOT = W-PESSOA) OR
              (W-MODO = 4 AND CODFORN NOT = W-PESSOA)
              MOVE "FIM DOS PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-SOL.
           IF DATAPED < W-DATA-INI OR DATAPED > W-DATA-FIM
              GO TO INC-RD2C.
           IF W-FILTRO-STATUS NOT = SPACES AND
              PED-STATUS NOT = W-FILTRO-STATUS
              GO TO INC-RD2C.
       DEFINE-STATUS-PED.
           EVALUATE PED-STATUS
              WHEN "F" MOVE "FATURADO" TO W-DSTATUS
           DISPLAY (LIN, 01) DET1B
           ADD 1 TO CONLIN
           PERFORM MOSTRA-ENTREGA
           PERFORM MOSTRA-CANHOTO THRU MOSTRA-CANHOTO-FIM
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
           IF CONLIN NOT < 17
              GO TO ROT-SOL.
           IF W-MODO = 2
              GO TO INC-RD2P.
           IF W-MODO = 3 OR 4
              GO TO INC-RD2C.
           GO TO INC-RD2.
       DEFINE-TIPO-PED.
           IF TPPEDIDO = 1
              MOVE "COMPRA" TO DTPPED
                 COMPUTE LIN = CONLIN + 4
                 DISPLAY (LIN, 01) DET1C
                 ADD 1 TO CONLIN.
      * SITUACAO DA ENTREGA DO PEDIDO DE VENDA: VALE A ULTIMA
      * LINHA DE ROMANEIO (PEDIDO NAO ENTREGUE VOLTA EM OUTRO)
       MOSTRA-CANHOTO.
           IF W-ROMI-ABERTO NOT = "S" OR TPPEDIDO NOT = 2
              GO TO MOSTRA-CANHOTO-FIM.
           IF PED-STATUS NOT = "F"
              GO TO MOSTRA-CANHOTO-FIM.
           MOVE ZEROS TO DETDATAENT DETNUMROM
           MOVE SPACES TO DETRECEB
           MOVE "SEM ROMANEIO" TO DETENTREGA
           MOVE ZEROS TO ROMI-NUMERO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY GO TO MOSTRA-CANHOTO-EXIBE.
       MOSTRA-CANHOTO-LOOP.
           READ ARQROMI NEXT
           IF ST-ROMI NOT = "00"
              GO TO MOSTRA-CANHOTO-EXIBE.
           IF ROMI-NUMPEDIDO NOT = NUMPEDIDO OR
              ROMI-TPPEDIDO NOT = TPPEDIDO
              GO TO MOSTRA-CANHOTO-LOOP.
           MOVE ROMI-NUMERO TO DETNUMROM
           MOVE ROMI-DATA-ENT TO DETDATAENT
           MOVE SPACES TO DETRECEB
           EVALUATE ROMI-ENTREGA
              WHEN "E" MOVE "ENTREGUE" TO DETENTREGA
                       MOVE ROMI-RECEBEDOR TO DETRECEB
              WHEN "P" MOVE "ENTR.PARCIAL" TO DETENTREGA
                       MOVE ROMI-RECEBEDOR TO DETRECEB
              WHEN "R" MOVE "RECUSADO" TO DETENTREGA
              WHEN "N" MOVE "NAO ENTREGUE" TO DETENTREGA
              WHEN OTHER MOVE "EM ROTA" TO DETENTREGA.
           GO TO MOSTRA-CANHOTO-LOOP.
       MOSTRA-CANHOTO-EXIBE.
           COMPUTE LIN = CONLIN + 4
           DISPLAY (LIN, 01) DET1D
           ADD 1 TO CONLIN.
       MOSTRA-CANHOTO-FIM.
           EXIT.
       MOSTRA-ITENS.
           IF W-NO-HIST = 1
              GO TO MOSTRA-ITENS-HIST.
                  IF W-MODO = 2
                     GO TO INC-RD2P
                  ELSE
                     IF W-MODO = 3 OR 4
                        GO TO INC-RD2C
                     ELSE
                        GO TO INC-RD2.
           IF W-OPCAO NOT = "N"
                  MOVE "DIGITE S = SIM | N = NAO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE ARQPED ARQITEM ARQCLI ARQFOR.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-ROMI-ABERTO = "S"
              CLOSE ARQROMI.
           IF W-HIST-ABERTO = "S"
              CLOSE ARQPEDH ARQITEMH.
       ROT-FIM2.
