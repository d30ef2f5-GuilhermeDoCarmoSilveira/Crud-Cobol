       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE049.
      **************************************************
      * RETORNO DE ROTA - REGISTRO DOS CANHOTOS         *
      * NA VOLTA DO CAMINHAO, PARA CADA PARADA DO       *
      * ROMANEIO (LINHA DE ROMITEM.DAT, SCE011) O       *
      * OPERADOR LANCA O RESULTADO DA ENTREGA:          *
      *  E - ENTREGUE (DATA, NOME E DOCUMENTO DE QUEM   *
      *      ASSINOU O CANHOTO)                         *
      *  P - ENTREGA PARCIAL (RECEBEDOR, MOTIVO E A     *
      *      QTDE DEVOLVIDA DE CADA ITEM)               *
      *  R - RECUSADO (MOTIVO; VOLTA TUDO)              *
      *  N - NAO ENTREGUE (MOTIVO; A MERCADORIA FICA    *
      *      NO DEPOSITO E O PEDIDO ENTRA DE NOVO NA    *
      *      PROXIMA ROTA DO SCE011)                    *
      * QUANDO TODAS AS PARADAS TEM RESULTADO O         *
      * ROMANEIO FICA FECHADO (ROM-SITUACAO "F").       *
      * O QUE VOLTA NO CAMINHAO (RECUSA E PARCIAL) FICA *
      * EM DEVPEND.DAT COMO DEVOLUCAO PENDENTE; NA      *
      * OPCAO D O DEPOSITO CONFERE E DA ENTRADA NO      *
      * ESTOQUE ("E", KIT PELOS COMPONENTES, COM FILIAL *
      * E KARDEX) OU NA QUARENTENA ("Q": ENTRA NO SALDO *
      * E JA FICA BLOQUEADO NO BLOQEST.DAT, SCE036).    *
      * A NF DE DEVOLUCAO E O ACERTO DO RECEBER SEGUEM  *
      * PELO SCE005 / FINANCEIRO.                       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQROM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROM-NUMERO
                    FILE STATUS IS ST-ROM.

           SELECT ARQROMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROMI-CHAVE
                    FILE STATUS IS ST-ROMI.

           SELECT ARQDVP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DVP-CHAVE
                    FILE STATUS IS ST-DVP.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-PED.

           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ITEM-CHAVE
                    FILE STATUS IS ST-ITEM.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KIT-CHAVE
                    FILE STATUS IS ST-KIT.

           SELECT ARQKPM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KPM-CODKIT
                    FILE STATUS IS ST-KPM.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOV-CHAVE
                    FILE STATUS IS ST-MOV.

           SELECT ARQESTFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ESTQ-CHAVE
                    FILE STATUS IS ST-ESTF.

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQBLQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BLQ-CHAVE
                    FILE STATUS IS ST-BLQ.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQROM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROMANEIO.DAT".
       01 REGROM.
          03 ROM-NUMERO         PIC 9(06).
          03 ROM-DATA           PIC 9(08).
          03 ROM-TRANSP         PIC X(30).
          03 ROM-VOLUMES        PIC 9(04).
          03 ROM-PESO           PIC 9(06)V99.
          03 ROM-OPERADOR       PIC X(10).
          03 ROM-ROTA           PIC 9(03).
          03 ROM-SITUACAO       PIC X(01).

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

       FD ARQDVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVPEND.DAT".
       01 REGDVP.
          03 DVP-CHAVE.
           05 DVP-NUMROM        PIC 9(06).
           05 DVP-SEQROM        PIC 9(03).
           05 DVP-ITEM          PIC 9(02).
          03 DVP-NUMPEDIDO      PIC 9(06).
          03 DVP-CODPROD        PIC 9(06).
          03 DVP-QTD            PIC 9(06).
          03 DVP-FILIAL         PIC 9(02).
          03 DVP-MOTIVO         PIC 9(02).
          03 DVP-DATA           PIC 9(08).
          03 DVP-SITUACAO       PIC X(01).
          03 DVP-DATA-REC       PIC 9(08).
          03 DVP-OPERADOR       PIC X(10).

       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
       01 REGPED.
          03 CHAVE.
           05 NUMPEDIDO         PIC 9(06).
           05 TPPEDIDO          PIC 9(01).
          03 CODCLI             PIC 9(14).
          03 CODFORN            PIC 9(14).
          03 TOTAL              PIC 9(07)V99.
          03 DATAPED            PIC 9(08).
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMPED.DAT".
       01 REGITEM.
          03 ITEM-CHAVE.
           05 ITEM-NUMPEDIDO    PIC 9(06).
           05 ITEM-TPPEDIDO     PIC 9(01).
           05 ITEM-SEQ          PIC 9(02).
          03 ITEM-CODPROD       PIC 9(06).
          03 ITEM-QTD           PIC 9(06).
          03 ITEM-PRECOU        PIC 9(06)V99.
          03 ITEM-DESCONTO-PCT  PIC 9(03)V99.
          03 ITEM-IMPOSTO-PCT   PIC 9(03)V99.
          03 ITEM-TOTAL         PIC 9(07)V99.

       FD ARQPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPROD.DAT".
       01 REGPROD.
          03 COD            PIC 9(06).
          03 DESC           PIC X(30).
          03 UNIDADE        PIC X(02).
          03 TPPROD         PIC 9(01).
          03 PRECO          PIC 9(06)V99.
          03 DATACP         PIC 9(08).
          03 QTD            PIC 9(06).
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "KITCOMP.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
           05 KIT-CODKIT        PIC 9(06).
           05 KIT-SEQ           PIC 9(02).
          03 KIT-CODCOMP        PIC 9(06).
          03 KIT-QTDE           PIC 9(04).

       FD ARQKPM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "KITPREM.DAT".
       01 REGKPM.
          03 KPM-CODKIT         PIC 9(06).
          03 KPM-PREMONT        PIC X(01).
          03 KPM-DATA           PIC 9(08).
          03 KPM-OPERADOR       PIC X(10).

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
           05 MOV-CODPROD       PIC 9(06).
           05 MOV-DATAHORA      PIC 9(14).
           05 MOV-SEQ           PIC 9(03).
          03 MOV-DOC            PIC X(10).
          03 MOV-TIPO           PIC X(01).
          03 MOV-QTD            PIC 9(06).
          03 MOV-SALDO          PIC S9(07).
          03 MOV-OPERADOR       PIC X(10).

       FD ARQESTFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGESTFIL.DAT".
       01 REGESTFIL.
          03 ESTQ-CHAVE.
           05 ESTQ-COD          PIC 9(06).
           05 ESTQ-FILIAL       PIC 9(02).
          03 ESTQ-QTD           PIC 9(06).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQPCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPCMP.
          03 PCMP-CHAVE.
           05 PCMP-NUMPEDIDO    PIC 9(06).
           05 PCMP-TPPEDIDO     PIC 9(01).
          03 PCMP-CEP           PIC 9(08).
          03 PCMP-LOGR          PIC X(40).
          03 PCMP-NUM           PIC 9(08).
          03 PCMP-COMPL         PIC X(15).
          03 PCMP-BAIRRO        PIC X(22).
          03 PCMP-CIDADE        PIC X(33).
          03 PCMP-UF            PIC X(02).
          03 PCMP-FILIAL        PIC 9(02).

       FD ARQBLQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BLOQEST.DAT".
       01 REGBLQ.
          03 BLQ-CHAVE.
           05 BLQ-CODPROD       PIC 9(06).
           05 BLQ-FILIAL        PIC 9(02).
           05 BLQ-SEQ           PIC 9(03).
          03 BLQ-QTD            PIC 9(06).
          03 BLQ-MOTIVO         PIC X(10).
          03 BLQ-DATA           PIC 9(08).
          03 BLQ-OPERADOR       PIC X(10).

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE049".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-ROM        PIC X(02) VALUE "00".
       01 ST-ROMI       PIC X(02) VALUE "00".
       01 ST-DVP        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-KIT        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-ESTF       PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-BLQ        PIC X(02) VALUE "00".
       01 W-KIT-ABERTO  PIC X(01) VALUE "N".
       01 ST-KPM        PIC X(02) VALUE "00".
       01 W-KPM-ABERTO  PIC X(01) VALUE "N".
       01 W-ESTF-ABERTO PIC X(01) VALUE "N".
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-ENT    PIC 9(08) VALUE ZEROS.
       01 W-RESULTADO   PIC X(01) VALUE SPACES.
       01 W-DESTINO     PIC X(01) VALUE SPACES.
       01 W-MOTIVO      PIC 9(02) VALUE ZEROS.
       01 W-MOT-DESC    PIC X(25) VALUE SPACES.
       01 W-MOT-ACHOU   PIC 9(01) VALUE ZEROS.
       01 W-DEV-TUDO    PIC 9(01) VALUE ZEROS.
       01 W-QTD-DEV     PIC 9(06) VALUE ZEROS.
       01 W-QTD-DEVOLV  PIC 9(07) VALUE ZEROS.
       01 W-QTD-PEND    PIC 9(03) VALUE ZEROS.
       01 W-QTD-LIDAS   PIC 9(05) VALUE ZEROS.
       01 W-FILIAL-PED  PIC 9(02) VALUE ZEROS.
       01 W-KIT-COD     PIC 9(06) VALUE ZEROS.
       01 W-COD-PROD    PIC 9(06) VALUE ZEROS.
       01 W-QTD-MOV     PIC 9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(03) VALUE ZEROS.
       01 W-SITU-DESC   PIC X(12) VALUE SPACES.
       01 IX-MT         PIC 9(02) VALUE ZEROS.

      * MOTIVOS DE RECUSA / NAO ENTREGA (ROMI-MOTIVO)
       01 W-MOTIVOS.
          03 FILLER        PIC X(27) VALUE "01CLIENTE AUSENTE".
          03 FILLER        PIC X(27) VALUE "02ENDERECO NAO ENCONTRADO".
          03 FILLER        PIC X(27) VALUE "03ESTABELECIMENTO FECHADO".
          03 FILLER        PIC X(27) VALUE "04AVARIA NA MERCADORIA".
          03 FILLER        PIC X(27) VALUE "05PEDIDO ERRADO/DIVERGENTE".
          03 FILLER        PIC X(27) VALUE "06CLIENTE DESISTIU".
          03 FILLER        PIC X(27) VALUE "07FALTA DE TEMPO NA ROTA".
          03 FILLER        PIC X(27) VALUE "08PROBLEMA NO VEICULO".
          03 FILLER        PIC X(27) VALUE "99OUTROS".
       01 W-MOTIVOS-R REDEFINES W-MOTIVOS.
          03 W-MOT OCCURS 9 TIMES.
             05 WM-COD        PIC 9(02).
             05 WM-DESC       PIC X(25).
       01 W-QTD-MOTIVOS PIC 9(02) VALUE 9.

       PROCEDURE DIVISION.
       INICIO.
       ABRE-ROM.
           OPEN I-O ARQROM
           IF ST-ROM NOT = "00"
              DISPLAY "ARQUIVO ROMANEIO.DAT NAO ENCONTRADO"
              STOP RUN.
           OPEN I-O ARQROMI
           IF ST-ROMI NOT = "00"
              DISPLAY "ARQUIVO ROMITEM.DAT NAO ENCONTRADO"
              CLOSE ARQROM
              STOP RUN.
       ABRE-DVP.
           OPEN I-O ARQDVP
           IF ST-DVP NOT = "00"
              IF ST-DVP = "30"
                 OPEN OUTPUT ARQDVP
                 CLOSE ARQDVP
                 OPEN I-O ARQDVP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DAS DEVOLUCOES PENDENTES"
                 CLOSE ARQROM ARQROMI
                 STOP RUN.
       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO"
              CLOSE ARQROM ARQROMI ARQDVP
              STOP RUN.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO"
              CLOSE ARQROM ARQROMI ARQDVP ARQPED
              STOP RUN.
           OPEN I-O ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQROM ARQROMI ARQDVP ARQPED ARQITEM
              STOP RUN.
       ABRE-MOV.
           OPEN I-O ARQMOV
           IF ST-MOV = "30"
              OPEN OUTPUT ARQMOV
              CLOSE ARQMOV
              OPEN I-O ARQMOV.
           OPEN I-O ARQBLQ
           IF ST-BLQ = "30"
              OPEN OUTPUT ARQBLQ
              CLOSE ARQBLQ
              OPEN I-O ARQBLQ.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-KIT-ABERTO
           OPEN INPUT ARQKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
           MOVE "N" TO W-KPM-ABERTO
           OPEN INPUT ARQKPM
           IF ST-KPM = "00"
              MOVE "S" TO W-KPM-ABERTO.
           MOVE "N" TO W-ESTF-ABERTO
           OPEN I-O ARQESTFIL
           IF ST-ESTF = "00"
              MOVE "S" TO W-ESTF-ABERTO.
           MOVE "N" TO W-PCMP-ABERTO
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-PCMP-ABERTO.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "RETORNO DE ROTA / CANHOTOS"
           DISPLAY "R = LANCAR RETORNO DE UM ROMANEIO"
           DISPLAY "D = DEVOLUCOES PENDENTES | C = CONSULTAR ROMANEIO"
           DISPLAY "S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "R" OR "r"
              PERFORM RETORNO THRU RETORNO-FIM
              GO TO R1.
           IF W-OPCAO = "D" OR "d"
              PERFORM DEVOLUCOES THRU DEVOLUCOES-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA THRU CONSULTA-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE R, D, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * LANCAMENTO DO RETORNO: UMA PERGUNTA POR PARADA SEM
      * RESULTADO. PARADA DEIXADA EM BRANCO CONTINUA PENDENTE E
      * O ROMANEIO SO FECHA QUANDO NAO SOBRA NENHUMA.
      *----------------------------------------------------------------
       RETORNO.
           DISPLAY "NUMERO DO ROMANEIO: "
           ACCEPT ROM-NUMERO
           READ ARQROM
           IF ST-ROM NOT = "00"
              DISPLAY "ROMANEIO NAO ENCONTRADO"
              GO TO RETORNO-FIM.
           IF ROM-SITUACAO = "F"
              DISPLAY "ROMANEIO JA FECHADO - USE C PARA CONSULTAR"
              GO TO RETORNO-FIM.
           DISPLAY "TRANSPORTE: " ROM-TRANSP " ROTA " ROM-ROTA
              " DATA " ROM-DATA
           MOVE ZEROS TO W-DATA-ENT
           DISPLAY "DATA DA ENTREGA (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT W-DATA-ENT
           IF W-DATA-ENT = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-ENT.
           MOVE ROM-NUMERO TO ROMI-NUMERO
           MOVE ZEROS TO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY
                 DISPLAY "ROMANEIO SEM PEDIDOS"
                 GO TO RETORNO-FIM.
       RETORNO-LOOP.
           READ ARQROMI NEXT
           IF ST-ROMI NOT = "00"
              GO TO RETORNO-FECHA.
           IF ROMI-NUMERO NOT = ROM-NUMERO
              GO TO RETORNO-FECHA.
           IF ROMI-ENTREGA NOT = SPACE
              GO TO RETORNO-LOOP.
           PERFORM PEDE-RESULTADO THRU PEDE-RESULTADO-FIM
           GO TO RETORNO-LOOP.
       RETORNO-FECHA.
           PERFORM CONTA-PENDENTES THRU CONTA-PENDENTES-FIM
           IF W-QTD-PEND > ZEROS
              DISPLAY W-QTD-PEND " PARADA(S) SEM RETORNO - ROMANEIO"
                 " CONTINUA ABERTO"
              GO TO RETORNO-FIM.
           MOVE "F" TO ROM-SITUACAO
           REWRITE REGROM
           IF ST-ROM NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ROMANEIO"
              GO TO RETORNO-FIM.
           DISPLAY "ROMANEIO " ROM-NUMERO " FECHADO".
       RETORNO-FIM.
           EXIT.

       PEDE-RESULTADO.
           MOVE ROMI-NUMPEDIDO TO NUMPEDIDO
           MOVE ROMI-TPPEDIDO TO TPPEDIDO
           READ ARQPED
           IF ST-PED NOT = "00"
              MOVE ZEROS TO DATAPED TOTAL.
           DISPLAY " "
           DISPLAY "PARADA " ROMI-SEQ " - PEDIDO " ROMI-NUMPEDIDO
              " DE " DATAPED.
       PEDE-RESULTADO-OPC.
           DISPLAY "E = ENTREGUE | P = PARCIAL | R = RECUSADO"
           DISPLAY "N = NAO ENTREGUE | BRANCO = DEIXA PENDENTE"
           MOVE SPACES TO W-RESULTADO
           ACCEPT W-RESULTADO
           IF W-RESULTADO = SPACE
              GO TO PEDE-RESULTADO-FIM.
           INSPECT W-RESULTADO CONVERTING "eprn" TO "EPRN"
           IF W-RESULTADO NOT = "E" AND "P" AND "R" AND "N"
              DISPLAY "RESULTADO INVALIDO"
              GO TO PEDE-RESULTADO-OPC.
           MOVE SPACES TO ROMI-RECEBEDOR ROMI-DOC-RECEB
           MOVE ZEROS TO ROMI-MOTIVO
           IF W-RESULTADO = "E" OR "P"
              PERFORM PEDE-RECEBEDOR THRU PEDE-RECEBEDOR-FIM.
           IF W-RESULTADO NOT = "E"
              PERFORM PEDE-MOTIVO THRU PEDE-MOTIVO-FIM
              MOVE W-MOTIVO TO ROMI-MOTIVO.
           IF W-RESULTADO = "R"
              MOVE 1 TO W-DEV-TUDO
              PERFORM GERA-DEVOLUCAO THRU GERA-DEVOLUCAO-FIM.
           IF W-RESULTADO = "P"
              MOVE ZEROS TO W-DEV-TUDO
              PERFORM GERA-DEVOLUCAO THRU GERA-DEVOLUCAO-FIM
              IF W-QTD-DEVOLV = ZEROS
                 DISPLAY "NADA DEVOLVIDO - LANCADO COMO ENTREGUE"
                 MOVE "E" TO W-RESULTADO
                 MOVE ZEROS TO ROMI-MOTIVO.
           MOVE W-RESULTADO TO ROMI-ENTREGA
           MOVE W-DATA-ENT TO ROMI-DATA-ENT
           MOVE W-OPERADOR TO ROMI-OPER-ENT
           REWRITE REGROMI
           IF ST-ROMI NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO RETORNO DA PARADA".
       PEDE-RESULTADO-FIM.
           EXIT.

       PEDE-RECEBEDOR.
           DISPLAY "NOME DE QUEM RECEBEU: "
           ACCEPT ROMI-RECEBEDOR
           IF ROMI-RECEBEDOR = SPACES
              DISPLAY "NOME DO RECEBEDOR OBRIGATORIO"
              GO TO PEDE-RECEBEDOR.
           DISPLAY "DOCUMENTO (RG/CPF, BRANCO = SEM): "
           ACCEPT ROMI-DOC-RECEB.
       PEDE-RECEBEDOR-FIM.
           EXIT.

       PEDE-MOTIVO.
           MOVE ZEROS TO IX-MT.
       PEDE-MOTIVO-LISTA.
           ADD 1 TO IX-MT
           IF IX-MT NOT > W-QTD-MOTIVOS
              DISPLAY "   " WM-COD(IX-MT) " - " WM-DESC(IX-MT)
              GO TO PEDE-MOTIVO-LISTA.
           MOVE ZEROS TO W-MOTIVO
           DISPLAY "MOTIVO: "
           ACCEPT W-MOTIVO
           PERFORM ACHA-MOTIVO THRU ACHA-MOTIVO-FIM
           IF W-MOT-ACHOU = ZEROS
              DISPLAY "MOTIVO INVALIDO"
              GO TO PEDE-MOTIVO.
       PEDE-MOTIVO-FIM.
           EXIT.

      * W-MOT-DESC RECEBE A DESCRICAO DO CODIGO EM W-MOTIVO
       ACHA-MOTIVO.
           MOVE ZEROS TO W-MOT-ACHOU IX-MT
           MOVE SPACES TO W-MOT-DESC.
       ACHA-MOTIVO-LOOP.
           ADD 1 TO IX-MT
           IF IX-MT > W-QTD-MOTIVOS
              GO TO ACHA-MOTIVO-FIM.
           IF WM-COD(IX-MT) = W-MOTIVO
              MOVE 1 TO W-MOT-ACHOU
              MOVE WM-DESC(IX-MT) TO W-MOT-DESC
              GO TO ACHA-MOTIVO-FIM.
           GO TO ACHA-MOTIVO-LOOP.
       ACHA-MOTIVO-FIM.
           EXIT.

      * O QUE VOLTA NO CAMINHAO VIRA DEVOLUCAO PENDENTE, ITEM A
      * ITEM. RECUSA (W-DEV-TUDO = 1) DEVOLVE A QTDE DO PEDIDO;
      * NO PARCIAL O OPERADOR INFORMA O QUE VOLTOU.
       GERA-DEVOLUCAO.
           MOVE ZEROS TO W-QTD-DEVOLV
           PERFORM LE-FILIAL-PED
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO GERA-DEVOLUCAO-FIM.
       GERA-DEVOLUCAO-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO GERA-DEVOLUCAO-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO GERA-DEVOLUCAO-FIM.
           MOVE ITEM-QTD TO W-QTD-DEV
           IF W-DEV-TUDO = ZEROS
              PERFORM PEDE-QTD-DEV THRU PEDE-QTD-DEV-FIM.
           IF W-QTD-DEV = ZEROS
              GO TO GERA-DEVOLUCAO-LOOP.
           MOVE ROMI-NUMERO TO DVP-NUMROM
           MOVE ROMI-SEQ TO DVP-SEQROM
           MOVE ITEM-SEQ TO DVP-ITEM
           MOVE NUMPEDIDO TO DVP-NUMPEDIDO
           MOVE ITEM-CODPROD TO DVP-CODPROD
           MOVE W-QTD-DEV TO DVP-QTD
           MOVE W-FILIAL-PED TO DVP-FILIAL
           MOVE W-MOTIVO TO DVP-MOTIVO
           MOVE W-DATA-ENT TO DVP-DATA
           MOVE "P" TO DVP-SITUACAO
           MOVE ZEROS TO DVP-DATA-REC
           MOVE W-OPERADOR TO DVP-OPERADOR
           WRITE REGDVP
           IF ST-DVP NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA DEVOLUCAO DO ITEM "
                 ITEM-CODPROD
           ELSE
              ADD W-QTD-DEV TO W-QTD-DEVOLV.
           GO TO GERA-DEVOLUCAO-LOOP.
       GERA-DEVOLUCAO-FIM.
           EXIT.

       PEDE-QTD-DEV.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE SPACES TO DESC.
           DISPLAY "ITEM " ITEM-CODPROD " " DESC " QTDE " ITEM-QTD
           DISPLAY "QTDE DEVOLVIDA (ZEROS = ENTREGUE TUDO): "
           MOVE ZEROS TO W-QTD-DEV
           ACCEPT W-QTD-DEV
           IF W-QTD-DEV > ITEM-QTD
              DISPLAY "DEVOLUCAO MAIOR QUE A QTDE DO PEDIDO"
              GO TO PEDE-QTD-DEV.
       PEDE-QTD-DEV-FIM.
           EXIT.

       LE-FILIAL-PED.
           MOVE ZEROS TO W-FILIAL-PED
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00"
                 MOVE PCMP-FILIAL TO W-FILIAL-PED.

       CONTA-PENDENTES.
           MOVE ZEROS TO W-QTD-PEND
           MOVE ROM-NUMERO TO ROMI-NUMERO
           MOVE ZEROS TO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY GO TO CONTA-PENDENTES-FIM.
       CONTA-PENDENTES-LOOP.
           READ ARQROMI NEXT
           IF ST-ROMI NOT = "00"
              GO TO CONTA-PENDENTES-FIM.
           IF ROMI-NUMERO NOT = ROM-NUMERO
              GO TO CONTA-PENDENTES-FIM.
           IF ROMI-ENTREGA = SPACE
              ADD 1 TO W-QTD-PEND.
           GO TO CONTA-PENDENTES-LOOP.
       CONTA-PENDENTES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DEVOLUCOES PENDENTES: CONFERENCIA DO QUE VOLTOU E ENTRADA
      * NO ESTOQUE OU NA QUARENTENA
      *----------------------------------------------------------------
       DEVOLUCOES.
           MOVE ZEROS TO W-QTD-LIDAS
           MOVE ZEROS TO DVP-NUMROM DVP-SEQROM DVP-ITEM
           START ARQDVP KEY IS NOT LESS THAN DVP-CHAVE
              INVALID KEY GO TO DEVOLUCOES-ENC.
       DEVOLUCOES-LOOP.
           READ ARQDVP NEXT
           IF ST-DVP NOT = "00"
              GO TO DEVOLUCOES-ENC.
           IF DVP-SITUACAO NOT = "P"
              GO TO DEVOLUCOES-LOOP.
           ADD 1 TO W-QTD-LIDAS
           MOVE DVP-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              MOVE SPACES TO DESC.
           MOVE DVP-MOTIVO TO W-MOTIVO
           PERFORM ACHA-MOTIVO THRU ACHA-MOTIVO-FIM
           DISPLAY " "
           DISPLAY "ROMANEIO " DVP-NUMROM " PARADA " DVP-SEQROM
              " PEDIDO " DVP-NUMPEDIDO " DE " DVP-DATA
           DISPLAY "PRODUTO " DVP-CODPROD " " DESC " QTDE " DVP-QTD
              " FILIAL " DVP-FILIAL
           DISPLAY "MOTIVO: " W-MOT-DESC.
       DEVOLUCOES-DEST.
           DISPLAY "E = ENTRA NO ESTOQUE | Q = QUARENTENA"
              " | BRANCO = PULA | F = FIM"
           MOVE SPACES TO W-DESTINO
           ACCEPT W-DESTINO
           IF W-DESTINO = SPACE
              GO TO DEVOLUCOES-LOOP.
           INSPECT W-DESTINO CONVERTING "eqf" TO "EQF"
           IF W-DESTINO = "F"
              GO TO DEVOLUCOES-FIM.
           IF W-DESTINO NOT = "E" AND "Q"
              DISPLAY "DIGITE E, Q, F OU BRANCO"
              GO TO DEVOLUCOES-DEST.
           PERFORM RECEBE-DEVOLUCAO THRU RECEBE-DEVOLUCAO-FIM
           MOVE W-DESTINO TO DVP-SITUACAO
           MOVE W-DATA-HOJE TO DVP-DATA-REC
           MOVE W-OPERADOR TO DVP-OPERADOR
           REWRITE REGDVP
           IF ST-DVP NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA DEVOLUCAO"
           ELSE
              DISPLAY "DEVOLUCAO RECEBIDA".
           GO TO DEVOLUCOES-LOOP.
       DEVOLUCOES-ENC.
           IF W-QTD-LIDAS = ZEROS
              DISPLAY "NENHUMA DEVOLUCAO PENDENTE".
       DEVOLUCOES-FIM.
           EXIT.

      * KIT VOLTA PELOS COMPONENTES, COMO NA BAIXA DO FATURAMENTO
      * (W-KIT-COD FICA ZERADO QUANDO O PRODUTO NAO E KIT)
       RECEBE-DEVOLUCAO.
           MOVE ZEROS TO W-KIT-COD
           IF W-KIT-ABERTO NOT = "S"
              GO TO RECEBE-DEVOLUCAO-UNIT.
      * KIT PRE-MONTADO TEM ESTOQUE PROPRIO E SEGUE COMO PRODUTO
           IF W-KPM-ABERTO = "S"
              MOVE DVP-CODPROD TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00" AND KPM-PREMONT = "S"
                 GO TO RECEBE-DEVOLUCAO-UNIT.
           MOVE DVP-CODPROD TO KIT-CODKIT
           MOVE ZEROS TO KIT-SEQ
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY GO TO RECEBE-DEVOLUCAO-UNIT.
       RECEBE-DEVOLUCAO-KIT.
           READ ARQKIT NEXT
           IF ST-KIT NOT = "00"
              GO TO RECEBE-DEVOLUCAO-UNIT.
           IF KIT-CODKIT NOT = DVP-CODPROD
              GO TO RECEBE-DEVOLUCAO-UNIT.
           MOVE DVP-CODPROD TO W-KIT-COD
           MOVE KIT-CODCOMP TO W-COD-PROD
           COMPUTE W-QTD-MOV = DVP-QTD * KIT-QTDE
           PERFORM ENTRA-UNIT THRU ENTRA-UNIT-FIM
           GO TO RECEBE-DEVOLUCAO-KIT.
       RECEBE-DEVOLUCAO-UNIT.
           IF W-KIT-COD = ZEROS
              MOVE DVP-CODPROD TO W-COD-PROD
              MOVE DVP-QTD TO W-QTD-MOV
              PERFORM ENTRA-UNIT THRU ENTRA-UNIT-FIM.
       RECEBE-DEVOLUCAO-FIM.
           EXIT.

       ENTRA-UNIT.
           MOVE W-COD-PROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO " W-COD-PROD " NAO ENCONTRADO -"
                 " ESTOQUE NAO ATUALIZADO"
              GO TO ENTRA-UNIT-FIM.
           ADD W-QTD-MOV TO QTD
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF DVP-FILIAL > ZEROS
              PERFORM ATUALIZA-ESTQ-FILIAL THRU
                 ATUALIZA-ESTQ-FILIAL-FIM.
           MOVE "E" TO MOV-TIPO
           MOVE SPACES TO MOV-DOC
           STRING "RET " DVP-NUMROM DELIMITED BY SIZE INTO MOV-DOC
           MOVE W-QTD-MOV TO MOV-QTD
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM
           IF W-DESTINO = "Q"
              PERFORM BLOQUEIA-UNIT THRU BLOQUEIA-UNIT-FIM.
       ENTRA-UNIT-FIM.
           EXIT.

      * QUARENTENA: MESMO REGISTRO DO BLOQUEIO DO SCE036, E O
      * KARDEX GANHA A LINHA "B" SEM MEXER NO SALDO
       BLOQUEIA-UNIT.
           PERFORM ACHA-PROX-SEQ THRU ACHA-PROX-SEQ-FIM
           MOVE W-COD-PROD TO BLQ-CODPROD
           MOVE DVP-FILIAL TO BLQ-FILIAL
           MOVE W-SEQ TO BLQ-SEQ
           MOVE W-QTD-MOV TO BLQ-QTD
           MOVE "RETORNO" TO BLQ-MOTIVO
           MOVE W-DATA-HOJE TO BLQ-DATA
           MOVE W-OPERADOR TO BLQ-OPERADOR
           WRITE REGBLQ
           IF ST-BLQ NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO BLOQUEIO DO PRODUTO "
                 W-COD-PROD
              GO TO BLOQUEIA-UNIT-FIM.
           MOVE "B" TO MOV-TIPO
           MOVE SPACES TO MOV-DOC
           STRING "BLQ " BLQ-MOTIVO DELIMITED BY SIZE INTO MOV-DOC
           MOVE W-QTD-MOV TO MOV-QTD
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM.
       BLOQUEIA-UNIT-FIM.
           EXIT.

       ACHA-PROX-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE W-COD-PROD TO BLQ-CODPROD
           MOVE DVP-FILIAL TO BLQ-FILIAL
           MOVE ZEROS TO BLQ-SEQ
           START ARQBLQ KEY IS NOT LESS THAN BLQ-CHAVE
              INVALID KEY
                 MOVE 1 TO W-SEQ
                 GO TO ACHA-PROX-SEQ-FIM.
       ACHA-PROX-SEQ-LOOP.
           READ ARQBLQ NEXT
           IF ST-BLQ NOT = "00"
              ADD 1 TO W-SEQ
              GO TO ACHA-PROX-SEQ-FIM.
           IF BLQ-CODPROD NOT = W-COD-PROD OR
              BLQ-FILIAL NOT = DVP-FILIAL
              ADD 1 TO W-SEQ
              GO TO ACHA-PROX-SEQ-FIM.
           MOVE BLQ-SEQ TO W-SEQ
           GO TO ACHA-PROX-SEQ-LOOP.
       ACHA-PROX-SEQ-FIM.
           EXIT.

       ATUALIZA-ESTQ-FILIAL.
           IF W-ESTF-ABERTO NOT = "S"
              GO TO ATUALIZA-ESTQ-FILIAL-FIM.
           MOVE W-COD-PROD TO ESTQ-COD
           MOVE DVP-FILIAL TO ESTQ-FILIAL
           READ ARQESTFIL
           IF ST-ESTF NOT = "00"
              MOVE W-COD-PROD TO ESTQ-COD
              MOVE DVP-FILIAL TO ESTQ-FILIAL
              MOVE ZEROS TO ESTQ-QTD
              MOVE W-OPERADOR TO ULT-OPERADOR OF REGESTFIL
              WRITE REGESTFIL.
           ADD W-QTD-MOV TO ESTQ-QTD
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGESTFIL
           REWRITE REGESTFIL.
       ATUALIZA-ESTQ-FILIAL-FIM.
           EXIT.

       GRAVA-MOVEST.
           MOVE COD TO MOV-CODPROD
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO MOV-DATAHORA
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOVEST-WR.
           ADD 1 TO MOV-SEQ
           MOVE QTD TO MOV-SALDO
           MOVE W-OPERADOR TO MOV-OPERADOR
           WRITE REGMOV
           IF ST-MOV = "22"
              IF MOV-SEQ < 999
                 GO TO GRAVA-MOVEST-WR
              ELSE
                 NEXT SENTENCE.
       GRAVA-MOVEST-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA DO RETORNO DE UM ROMANEIO
      *----------------------------------------------------------------
       CONSULTA.
           DISPLAY "NUMERO DO ROMANEIO: "
           ACCEPT ROM-NUMERO
           READ ARQROM
           IF ST-ROM NOT = "00"
              DISPLAY "ROMANEIO NAO ENCONTRADO"
              GO TO CONSULTA-FIM.
           IF ROM-SITUACAO = "F"
              DISPLAY "ROMANEIO " ROM-NUMERO " FECHADO"
           ELSE
              DISPLAY "ROMANEIO " ROM-NUMERO " EM ROTA".
           MOVE ROM-NUMERO TO ROMI-NUMERO
           MOVE ZEROS TO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY GO TO CONSULTA-FIM.
       CONSULTA-LOOP.
           READ ARQROMI NEXT
           IF ST-ROMI NOT = "00"
              GO TO CONSULTA-FIM.
           IF ROMI-NUMERO NOT = ROM-NUMERO
              GO TO CONSULTA-FIM.
           PERFORM DESCREVE-SITUACAO
           DISPLAY ROMI-SEQ " PEDIDO " ROMI-NUMPEDIDO " "
              W-SITU-DESC " " ROMI-DATA-ENT
           IF ROMI-ENTREGA = "E" OR "P"
              DISPLAY "    RECEBIDO POR " ROMI-RECEBEDOR " "
                 ROMI-DOC-RECEB.
           IF ROMI-MOTIVO NOT = ZEROS
              MOVE ROMI-MOTIVO TO W-MOTIVO
              PERFORM ACHA-MOTIVO THRU ACHA-MOTIVO-FIM
              DISPLAY "    MOTIVO " W-MOT-DESC.
           GO TO CONSULTA-LOOP.
       CONSULTA-FIM.
           EXIT.

       DESCREVE-SITUACAO.
           EVALUATE ROMI-ENTREGA
              WHEN "E" MOVE "ENTREGUE" TO W-SITU-DESC
              WHEN "P" MOVE "PARCIAL" TO W-SITU-DESC
              WHEN "R" MOVE "RECUSADO" TO W-SITU-DESC
              WHEN "N" MOVE "NAO ENTREGUE" TO W-SITU-DESC
              WHEN OTHER MOVE "EM ROTA" TO W-SITU-DESC.

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
           IF ST-PROD = "00"
              MOVE REGPROD TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPROD.
       JRN-GRAVA-PROD.
           IF ST-PROD = "00" OR "02"
              MOVE "REGPROD" TO W-JRN-ARQ
              MOVE COD OF REGPROD TO W-JRN-CHAVE
              MOVE REGPROD TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQROM ARQROMI ARQDVP ARQPED ARQITEM ARQPROD
              ARQMOV ARQBLQ.
           IF W-KIT-ABERTO = "S"
              CLOSE ARQKIT.
           IF W-KPM-ABERTO = "S"
              CLOSE ARQKPM.
           IF W-ESTF-ABERTO = "S"
              CLOSE ARQESTFIL.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
