      * ROMANEIO DE ENTREGA (EXPEDICAO)                 *
      * MONTA UM ROMANEIO COM UM OU MAIS PEDIDOS DE     *
      * VENDA FATURADOS ("F"): TRANSPORTADORA, VOLUMES, *
      * PESO (SOMA DO PESO BRUTO DOS ITENS NO REGPROD)  *
      * E AS LINHAS DE ITENS DE ITEMPED.DAT COM A       *
      * DESCRICAO DE REGPROD.DAT, IMPRESSO COMO LISTA   *
      * DE CONFERENCIA PARA ASSINATURA DO MOTORISTA.    *
      * O ROMANEIO FICA GRAVADO EM ROMANEIO.DAT /       *
      * ROMITEM.DAT E PODE SER REIMPRESSO OU CONSULTADO *
      * POR DATA OU TRANSPORTADORA.                     *
      * OPCAO O: MONTA O ROMANEIO DE UMA ROTA (ROTA.DAT,*
      * SCE048) COM TODOS OS PEDIDOS FATURADOS AINDA    *
      * FORA DE ROMANEIO CUJO CEP DE ENTREGA (PEDCOMP)  *
      * OU, SEM ENDERECO DE ENTREGA, O CEP DO CLIENTE   *
      * CAI NAS FAIXAS DA ROTA, EM SEQUENCIA DE PARADAS *
      * POR CEP. OPCAO A: PEDIDOS AGUARDANDO ROTA (ROTA *
      * QUE NAO RODA HOJE OU CEP SEM ROTA).             *
      * O RETORNO DA ROTA (CANHOTOS) E LANCADO NO       *
      * SCE049, QUE FECHA O ROMANEIO; PEDIDO QUE VOLTA  *
      * NAO ENTREGUE ENTRA DE NOVO NA OPCAO O.          *
      * PEDIDO COM PRODUTO DE CONTROLE DE SERIE         *
      * (PRODSER.DAT) PEDE A SERIE DE CADA UNIDADE AO   *
      * ENTRAR NO ROMANEIO: A SERIE SAI DO ESTOQUE COMO *
      * VENDIDA, COM PEDIDO, NF, CLIENTE E FIM DA       *
      * GARANTIA, E E IMPRESSA NA LISTA DE CONFERENCIA. *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQITEM ASSIGN TO DISK
                    RECORD KEY IS TRP-CNPJ
                    FILE STATUS IS ST-TRP.

           SELECT ARQROT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ROT-CODIGO
                    FILE STATUS IS ST-ROT.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQCTT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTT-CHAVE
                    FILE STATUS IS ST-CTT.

           SELECT ARQMSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MSG-CHAVE
                    ALTERNATE RECORD KEY IS MSG-CPFCNPJ
                       WITH DUPLICATES
                    FILE STATUS IS ST-MSG.

           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NF-CHAVE
                    FILE STATUS IS ST-NF.

           SELECT ARQPSR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSR-CODPROD
                    FILE STATUS IS ST-PSR.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SER-CHAVE
                    ALTERNATE RECORD KEY IS SER-PED-VENDA
                       WITH DUPLICATES
                    FILE STATUS IS ST-SER.

           SELECT ARQSMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SMV-CHAVE
                    FILE STATUS IS ST-SMV.

       DATA DIVISION.
       FILE SECTION.
       FD ARQROM
          03 ROM-VOLUMES        PIC 9(04).
          03 ROM-PESO           PIC 9(06)V99.
          03 ROM-OPERADOR       PIC X(10).
          03 ROM-ROTA           PIC 9(03).
          03 ROM-SITUACAO       PIC X(01).

       FD ARQROMI
               LABEL RECORD IS STANDARD
           05 ROMI-SEQ          PIC 9(03).
          03 ROMI-NUMPEDIDO     PIC 9(06).
          03 ROMI-TPPEDIDO      PIC 9(01).
          03 ROMI-ENTREGA       PIC X(01).
          03 ROMI-DATA-ENT      PIC 9(08).
          03 ROMI-RECEBEDOR     PIC X(30).
          03 ROMI-DOC-RECEB     PIC X(14).
          03 ROMI-MOTIVO        PIC 9(02).
          03 ROMI-OPER-ENT      PIC X(10).

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQPCMP
               LABEL RECORD IS STANDARD
       01 REG-ROMCTL.
          03 CTL-ULT-NUMROM     PIC 9(06).

       FD ARQCTT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTATO.DAT".
       01 REGCTT.
          03 CTT-CHAVE.
           05 CTT-TIPO           PIC X(01).
           05 CTT-CODPESSOA      PIC 9(14).
           05 CTT-SEQ            PIC 9(02).
          03 CTT-NOME            PIC X(40).
          03 CTT-FUNCAO          PIC X(01).
          03 CTT-TEL             PIC 9(11).
          03 CTT-EMAIL           PIC X(40).
          03 CTT-PREF-FIN        PIC X(01).
          03 CTT-PREF-REC        PIC X(01).
          03 CTT-PREF-COM        PIC X(01).
          03 CTT-DATA            PIC 9(08).
          03 CTT-OPERADOR        PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROMANEIO.TXT".
          03 TRP-FONE           PIC 9(11).
          03 TRP-BASE           PIC X(01).

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

       FD ARQMSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAG.DAT".
       01 REGMSG.
          03 MSG-CHAVE.
           05 MSG-DATA           PIC 9(08).
           05 MSG-HORA           PIC 9(08).
           05 MSG-SEQ            PIC 9(03).
          03 MSG-CPFCNPJ         PIC 9(14).
          03 MSG-EMAIL           PIC X(40).
          03 MSG-NOME            PIC X(40).
          03 MSG-TIPO            PIC X(02).
          03 MSG-DOCUMENTO       PIC X(20).
          03 MSG-ANEXO           PIC X(20).
          03 MSG-STATUS          PIC X(01).
          03 MSG-PROGRAMA        PIC X(08).
          03 MSG-DATA-EXP        PIC 9(08).
          03 MSG-DATA-RET        PIC 9(08).
          03 MSG-MOTIVO          PIC X(40).

       FD ARQNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTAFIS.DAT".
       01 REGNF.
          03 NF-CHAVE.
           05 NF-NUMPEDIDO      PIC 9(06).
           05 NF-TPPEDIDO       PIC 9(01).
          03 NF-NUMERO          PIC 9(06).
          03 NF-SERIE           PIC X(03).
          03 NF-DATA            PIC 9(08).
          03 NF-OPERADOR        PIC X(10).

       FD ARQPSR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSER.DAT".
       01 REGPSR.
          03 PSR-CODPROD        PIC 9(06).
          03 PSR-CONTROLA       PIC X(01).
          03 PSR-GARANTIA       PIC 9(03).
          03 PSR-OPERADOR       PIC X(10).

       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NUMSERIE.DAT".
       01 REGSER.
          03 SER-CHAVE.
           05 SER-CODPROD       PIC 9(06).
           05 SER-NUMERO        PIC X(20).
          03 SER-STATUS         PIC X(01).
          03 SER-FILIAL         PIC 9(02).
          03 SER-FORNEC         PIC 9(14).
          03 SER-PED-COMPRA     PIC 9(06).
          03 SER-DATA-ENTRADA   PIC 9(08).
          03 SER-PED-VENDA      PIC 9(06).
          03 SER-NF             PIC 9(06).
          03 SER-CODCLI         PIC 9(14).
          03 SER-DATA-VENDA     PIC 9(08).
          03 SER-GARANTIA-FIM   PIC 9(08).
          03 SER-OPERADOR       PIC X(10).

       FD ARQSMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERMOV.DAT".
       01 REGSMV.
          03 SMV-CHAVE.
           05 SMV-CODPROD       PIC 9(06).
           05 SMV-NUMERO        PIC X(20).
           05 SMV-SEQ           PIC 9(03).
          03 SMV-TIPO           PIC X(01).
          03 SMV-DATA           PIC 9(08).
          03 SMV-DOC            PIC 9(06).
          03 SMV-FIL-ORIG       PIC 9(02).
          03 SMV-FIL-DEST       PIC 9(02).
          03 SMV-PESSOA         PIC 9(14).
          03 SMV-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-LOTE-ACHOU  PIC 9(01) VALUE ZEROS.
       01 W-LOTE-MINVAL PIC 9(08) VALUE ZEROS.
       01 W-LOTE-ESC    PIC X(10) VALUE SPACES.
       01 ST-NF         PIC X(02) VALUE "00".
       01 W-NF-ABERTO   PIC X(01) VALUE "N".
       01 ST-PSR        PIC X(02) VALUE "00".
       01 ST-SER        PIC X(02) VALUE "00".
       01 ST-SMV        PIC X(02) VALUE "00".
       01 W-SER-ABERTO  PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SER-CONT    PIC 9(06) VALUE ZEROS.
       01 W-SER-ORD     PIC 9(06) VALUE ZEROS.
       01 W-SER-FILIAL  PIC 9(02) VALUE ZEROS.
       01 W-SER-NF      PIC 9(06) VALUE ZEROS.
       01 W-SER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-GAR-MESES   PIC 9(04) VALUE ZEROS.
       01 W-GAR-ANOS    PIC 9(04) VALUE ZEROS.
       01 W-GAR-RESTO   PIC 9(02) VALUE ZEROS.
       01 W-GAR-DATA    PIC 9(08) VALUE ZEROS.
       01 W-GAR-DATA-R REDEFINES W-GAR-DATA.
          03 W-GAR-ANO      PIC 9(04).
          03 W-GAR-MES      PIC 9(02).
          03 W-GAR-DIA      PIC 9(02).
       01 W-GAR-ULT     PIC 9(08) VALUE ZEROS.
       01 W-GAR-ULT-R REDEFINES W-GAR-ULT.
          03 W-GAR-ULT-ANO  PIC 9(04).
          03 W-GAR-ULT-MES  PIC 9(02).
          03 W-GAR-ULT-DIA  PIC 9(02).
       01 W-EH-REIMP    PIC 9(01) VALUE ZEROS.
       01 ST-END        PIC X(02) VALUE "00".
       01 W-END-ABERTO  PIC X(01) VALUE "N".
       01 W-QTD-ITROM   PIC 9(02) VALUE ZEROS.
       01 IX-IT         PIC 9(02) VALUE ZEROS.
       01 IY-IT         PIC 9(02) VALUE ZEROS.
       01 ST-ROT        PIC X(02) VALUE "00".
       01 W-ROT-ABERTO  PIC X(01) VALUE "N".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 W-CLI-ABERTO  PIC X(01) VALUE "N".
       01 ST-CTT        PIC X(02) VALUE "00".
       01 W-CTT-ABERTO  PIC X(01) VALUE "N".
       01 W-CTT-TIPO    PIC X(01) VALUE SPACES.
       01 W-CTT-COD     PIC 9(14) VALUE ZEROS.
       01 W-CTT-PAPEL   PIC X(01) VALUE SPACES.
       01 W-CTT-ACHOU   PIC 9(01) VALUE ZEROS.
       01 W-CTT-NOME    PIC X(40) VALUE SPACES.
       01 W-CTT-TEL     PIC 9(11) VALUE ZEROS.
       01 W-CTT-EMAIL   PIC X(40) VALUE SPACES.
       01 ST-MSG        PIC X(02) VALUE "00".
       01 W-MSG-ABERTO  PIC X(01) VALUE "N".
       01 W-MSG-COD     PIC 9(14) VALUE ZEROS.
       01 W-MSG-EMAIL   PIC X(40) VALUE SPACES.
       01 W-MSG-TIPO    PIC X(02) VALUE SPACES.
       01 W-MSG-DOC     PIC X(20) VALUE SPACES.
       01 W-MSG-ANEXO   PIC X(20) VALUE SPACES.
       01 W-MSG-PAPEL   PIC X(01) VALUE SPACES.
       01 W-MSG-PROG    PIC X(08) VALUE SPACES.
       01 W-MSG-DTH     PIC X(21) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-RESTO7      PIC 9(01) VALUE ZEROS.
       01 W-DIA-SEM     PIC 9(01) VALUE ZEROS.
       01 W-MODO-ROTA   PIC X(01) VALUE SPACES.
       01 W-ROTA-ESC    PIC 9(03) VALUE ZEROS.
       01 W-ROTA-IX     PIC 9(03) VALUE ZEROS.
       01 W-CEP-PED     PIC 9(08) VALUE ZEROS.
       01 W-DATA-DESDE  PIC 9(08) VALUE ZEROS.
       01 W-CAND-CHEIA  PIC 9(01) VALUE ZEROS.
       01 W-QTD-PEND    PIC 9(03) VALUE ZEROS.
       01 W-QTD-ROTA    PIC 9(03) VALUE ZEROS.
       01 IX-RT         PIC 9(03) VALUE ZEROS.
       01 IX-FX         PIC 9(02) VALUE ZEROS.
       01 W-QTD-CAND    PIC 9(03) VALUE ZEROS.
       01 IX-CD         PIC 9(03) VALUE ZEROS.
       01 IY-CD         PIC 9(03) VALUE ZEROS.

      * ROTAS ATIVAS CARREGADAS DO ROTA.DAT (SCE048)
       01 W-TAB-ROTA.
          03 W-ROTA OCCURS 100 TIMES.
             05 WR-CODIGO     PIC 9(03).
             05 WR-DIAS       PIC X(07).
             05 WR-MOTORISTA  PIC X(30).
             05 WR-QTD-FX     PIC 9(02).
             05 WR-FX OCCURS 10 TIMES.
                07 WR-CEP-INI PIC 9(08).
                07 WR-CEP-FIM PIC 9(08).

      * PEDIDOS FATURADOS CANDIDATOS, ORDENADOS PELO CEP
       01 W-CAND-TROCA.
          03 WCT-CEP       PIC 9(08).
          03 WCT-NUMPED    PIC 9(06).
          03 WCT-ROTA      PIC 9(03).
          03 WCT-NOROM     PIC X(01).
       01 W-TAB-CAND.
          03 W-CAND OCCURS 500 TIMES.
             05 WC-CEP        PIC 9(08).
             05 WC-NUMPED     PIC 9(06).
             05 WC-ROTA       PIC 9(03).
             05 WC-NOROM      PIC X(01).

       01 W-IT-TROCA.
          03 WT-LOCAL      PIC X(10).
           OPEN INPUT ARQTRP
           IF ST-TRP = "00"
              MOVE "S" TO W-TRP-ABERTO.
           MOVE "N" TO W-ROT-ABERTO
           OPEN INPUT ARQROT
           IF ST-ROT = "00"
              MOVE "S" TO W-ROT-ABERTO.
           MOVE "N" TO W-CLI-ABERTO
           OPEN INPUT ARQCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           MOVE "N" TO W-CTT-ABERTO
           OPEN INPUT ARQCTT
           IF ST-CTT = "00"
              MOVE "S" TO W-CTT-ABERTO.
           MOVE "N" TO W-MSG-ABERTO
           OPEN I-O ARQMSG
           IF ST-MSG = "30" OR "35"
              OPEN OUTPUT ARQMSG
              CLOSE ARQMSG
              OPEN I-O ARQMSG.
           IF ST-MSG = "00"
              MOVE "S" TO W-MSG-ABERTO.
           MOVE "N" TO W-NF-ABERTO
           OPEN INPUT ARQNF
           IF ST-NF = "00"
              MOVE "S" TO W-NF-ABERTO.
       ABRE-SERIE.
           MOVE "N" TO W-SER-ABERTO
           OPEN INPUT ARQPSR
           IF ST-PSR NOT = "00"
              GO TO ABRE-TRV.
           MOVE "S" TO W-SER-ABERTO
           OPEN I-O ARQSER
           IF ST-SER = "30"
              OPEN OUTPUT ARQSER
              CLOSE ARQSER
              OPEN I-O ARQSER.
           OPEN I-O ARQSMV
           IF ST-SMV = "30"
              OPEN OUTPUT ARQSMV
              CLOSE ARQSMV
              OPEN I-O ARQSMV.
       ABRE-TRV.
           OPEN I-O ARQTRV
           IF ST-TRV NOT = "00"
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "ROMANEIO DE ENTREGA"
           DISPLAY "N = NOVO | O = NOVO POR ROTA | A = AGUARDANDO ROTA"
           DISPLAY "R = REIMPRIMIR | C = CONSULTAR | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
              PERFORM NOVO-ROMANEIO THRU NOVO-ROMANEIO-FIM
              GO TO R1.
           IF W-OPCAO = "O" OR "o"
              PERFORM NOVO-POR-ROTA THRU NOVO-POR-ROTA-FIM
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              PERFORM AGUARDANDO-ROTA THRU AGUARDANDO-ROTA-FIM
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              PERFORM REIMPRIME THRU REIMPRIME-FIM
              GO TO R1.
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE N, O, A, R, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       NOVO-ROMANEIO.
           MOVE SPACES TO ROM-TRANSP
           MOVE ZEROS TO ROM-VOLUMES ROM-PESO W-QTD-PED ROM-ROTA
           DISPLAY "TRANSPORTADORA: "
           ACCEPT ROM-TRANSP
           IF ROM-TRANSP = SPACES
           IF ROM-VOLUMES = ZEROS
              DISPLAY "QTDE DE VOLUMES NULA"
              GO TO NR-VOLUMES.
       NR-NUMERO.
           PERFORM GERA-PROX-NUMROM THRU GERA-PROX-NUMROM-FIM
           IF ROM-NUMERO = ZEROS
              GO TO NOVO-ROMANEIO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO ROM-DATA
           MOVE W-OPERADOR TO ROM-OPERADOR
           MOVE "A" TO ROM-SITUACAO.
       NR-PEDIDO.
           DISPLAY "NUM. DO PEDIDO FATURADO (ZEROS P/ ENCERRAR): "
           ACCEPT W-NUMPED
           MOVE W-QTD-PED TO ROMI-SEQ
           MOVE NUMPEDIDO TO ROMI-NUMPEDIDO
           MOVE TPPEDIDO TO ROMI-TPPEDIDO
           PERFORM LIMPA-ENTREGA-ROMI
           WRITE REGROMI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ITEM DO ROMANEIO"
              SUBTRACT 1 FROM W-QTD-PED
           ELSE
              PERFORM SOMA-PESO-ROM THRU SOMA-PESO-ROM-FIM
              PERFORM SELECIONA-SERIES THRU SELECIONA-SERIES-FIM.
           GO TO NR-PEDIDO.
       NR-GRAVA.
           IF W-QTD-PED = ZEROS
              DISPLAY "NENHUM PEDIDO INCLUIDO - ROMANEIO DESCARTADO"
              GO TO NOVO-ROMANEIO-FIM.
           MOVE ROM-PESO TO W-PESO-ED
           DISPLAY "PESO TOTAL CALCULADO (KG): " W-PESO-ED
           WRITE REGROM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ROMANEIO"
       NOVO-ROMANEIO-FIM.
           EXIT.

      * LINHA NOVA SAI SEM RESULTADO DE ENTREGA (SCE049 PREENCHE
      * NA VOLTA DA ROTA)
       LIMPA-ENTREGA-ROMI.
           MOVE SPACES TO ROMI-ENTREGA ROMI-RECEBEDOR ROMI-DOC-RECEB
              ROMI-OPER-ENT
           MOVE ZEROS TO ROMI-DATA-ENT ROMI-MOTIVO.

      * PESO DO ROMANEIO: SOMA DE QTDE X PESO BRUTO (REGPROD,
      * SCE004) DOS ITENS DE CADA PEDIDO INCLUIDO
       SOMA-PESO-ROM.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO SOMA-PESO-ROM-FIM.
       SOMA-PESO-ROM-LOOP.
           READ ARQITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-PESO-ROM-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO SOMA-PESO-ROM-FIM.
           MOVE ITEM-CODPROD TO COD
           READ ARQPROD
           IF ST-ERRO = "00"
              COMPUTE ROM-PESO ROUNDED = ROM-PESO
                 + ITEM-QTD * PROD-PESO.
           GO TO SOMA-PESO-ROM-LOOP.
       SOMA-PESO-ROM-FIM.
           EXIT.

       GERA-PROX-NUMROM.
           MOVE "ROMSEQ" TO W-TRV-NOME
           PERFORM TRAVA-SEQ THRU TRAVA-SEQ-FIM
              IF TRV-OPERADOR = W-OPERADOR
                 DELETE ARQTRV RECORD.

      *----------------------------------------------------------------
      * ROMANEIO MONTADO POR ROTA DE ENTREGA
      *----------------------------------------------------------------
       NOVO-POR-ROTA.
           IF W-ROT-ABERTO NOT = "S"
              DISPLAY "CADASTRO DE ROTAS (SCE048) NAO ENCONTRADO"
              GO TO NOVO-POR-ROTA-FIM.
           PERFORM CARREGA-ROTAS THRU CARREGA-ROTAS-FIM
           MOVE ZEROS TO W-ROTA-ESC
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT W-ROTA-ESC
           MOVE ZEROS TO W-ROTA-IX IX-RT.
       NPR-ACHA-ROTA.
           ADD 1 TO IX-RT
           IF IX-RT > W-QTD-ROTA
              GO TO NPR-ACHA-ROTA-ENC.
           IF WR-CODIGO(IX-RT) NOT = W-ROTA-ESC
              GO TO NPR-ACHA-ROTA.
           MOVE IX-RT TO W-ROTA-IX.
       NPR-ACHA-ROTA-ENC.
           IF W-ROTA-IX = ZEROS
              DISPLAY "ROTA NAO CADASTRADA OU INATIVA"
              GO TO NOVO-POR-ROTA-FIM.
           IF WR-DIAS(W-ROTA-IX)(W-DIA-SEM:1) NOT = "S"
              DISPLAY "ROTA NAO RODA HOJE (DIAS DSTQQSS "
                 WR-DIAS(W-ROTA-IX) ") - MONTAR ASSIM MESMO? (S/N): "
              ACCEPT W-OPCAO
              IF W-OPCAO NOT = "S" AND "s"
                 GO TO NOVO-POR-ROTA-FIM.
           MOVE ZEROS TO W-DATA-DESDE
           DISPLAY "PEDIDOS A PARTIR DA DATA (AAAAMMDD, 0 = TODOS): "
           ACCEPT W-DATA-DESDE
           MOVE "O" TO W-MODO-ROTA
           PERFORM COLETA-PEDIDOS THRU COLETA-PEDIDOS-FIM
           PERFORM MARCA-EMBARCADOS THRU MARCA-EMBARCADOS-FIM
           PERFORM ORDENA-CAND THRU ORDENA-CAND-FIM
           MOVE ZEROS TO IX-CD W-QTD-PEND.
       NPR-LISTA.
           ADD 1 TO IX-CD
           IF IX-CD > W-QTD-CAND
              GO TO NPR-CONFIRMA.
           IF WC-NOROM(IX-CD) = "S"
              GO TO NPR-LISTA.
           ADD 1 TO W-QTD-PEND
           DISPLAY "PARADA " W-QTD-PEND "  PEDIDO " WC-NUMPED(IX-CD)
              "  CEP " WC-CEP(IX-CD)
           GO TO NPR-LISTA.
       NPR-CONFIRMA.
           IF W-CAND-CHEIA = 1
              DISPLAY "ATENCAO: MAIS DE 500 PEDIDOS - REFINE A DATA".
           IF W-QTD-PEND = ZEROS
              DISPLAY "NENHUM PEDIDO PENDENTE PARA A ROTA"
              GO TO NOVO-POR-ROTA-FIM.
           DISPLAY "GERAR O ROMANEIO COM ESTES " W-QTD-PEND
              " PEDIDOS? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO NOVO-POR-ROTA-FIM.
           MOVE ZEROS TO ROM-VOLUMES ROM-PESO W-QTD-PED
           MOVE WR-MOTORISTA(W-ROTA-IX) TO ROM-TRANSP
           MOVE W-ROTA-ESC TO ROM-ROTA.
       NPR-VOLUMES.
           DISPLAY "QTDE DE VOLUMES: "
           ACCEPT ROM-VOLUMES
           IF ROM-VOLUMES = ZEROS
              DISPLAY "QTDE DE VOLUMES NULA"
              GO TO NPR-VOLUMES.
           PERFORM GERA-PROX-NUMROM THRU GERA-PROX-NUMROM-FIM
           IF ROM-NUMERO = ZEROS
              DISPLAY "SEQUENCIA DE ROMANEIOS EM USO - TENTE"
                 " DE NOVO"
              GO TO NOVO-POR-ROTA-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO ROM-DATA
           MOVE W-OPERADOR TO ROM-OPERADOR
           MOVE "A" TO ROM-SITUACAO
           MOVE ZEROS TO IX-CD.
       NPR-GRAVA-ITEM.
           ADD 1 TO IX-CD
           IF IX-CD > W-QTD-CAND
              GO TO NPR-GRAVA.
           IF WC-NOROM(IX-CD) = "S"
              GO TO NPR-GRAVA-ITEM.
           MOVE WC-NUMPED(IX-CD) TO NUMPEDIDO
           MOVE 2 TO TPPEDIDO
           ADD 1 TO W-QTD-PED
           MOVE ROM-NUMERO TO ROMI-NUMERO
           MOVE W-QTD-PED TO ROMI-SEQ
           MOVE NUMPEDIDO TO ROMI-NUMPEDIDO
           MOVE TPPEDIDO TO ROMI-TPPEDIDO
           PERFORM LIMPA-ENTREGA-ROMI
           WRITE REGROMI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ITEM DO ROMANEIO - PEDIDO "
                 NUMPEDIDO
              SUBTRACT 1 FROM W-QTD-PED
           ELSE
              PERFORM SOMA-PESO-ROM THRU SOMA-PESO-ROM-FIM
              PERFORM SELECIONA-SERIES THRU SELECIONA-SERIES-FIM.
           GO TO NPR-GRAVA-ITEM.
       NPR-GRAVA.
           IF W-QTD-PED = ZEROS
              DISPLAY "NENHUM PEDIDO INCLUIDO - ROMANEIO DESCARTADO"
              GO TO NOVO-POR-ROTA-FIM.
           MOVE ROM-PESO TO W-PESO-ED
           DISPLAY "PESO TOTAL CALCULADO (KG): " W-PESO-ED
           WRITE REGROM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ROMANEIO"
              GO TO NOVO-POR-ROTA-FIM.
           MOVE ZEROS TO W-EH-REIMP
           PERFORM IMPRIME-ROMANEIO THRU IMPRIME-ROMANEIO-FIM
           DISPLAY "ROMANEIO " ROM-NUMERO " DA ROTA " ROM-ROTA
              " GRAVADO E IMPRESSO".
       NOVO-POR-ROTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PEDIDOS FATURADOS FORA DE ROMANEIO CUJA ROTA NAO RODA HOJE
      * OU CUJO CEP NAO CAI EM NENHUMA ROTA
      *----------------------------------------------------------------
       AGUARDANDO-ROTA.
           IF W-ROT-ABERTO NOT = "S"
              DISPLAY "CADASTRO DE ROTAS (SCE048) NAO ENCONTRADO"
              GO TO AGUARDANDO-ROTA-FIM.
           PERFORM CARREGA-ROTAS THRU CARREGA-ROTAS-FIM
           MOVE ZEROS TO W-DATA-DESDE
           DISPLAY "PEDIDOS A PARTIR DA DATA (AAAAMMDD, 0 = TODOS): "
           ACCEPT W-DATA-DESDE
           MOVE "A" TO W-MODO-ROTA
           PERFORM COLETA-PEDIDOS THRU COLETA-PEDIDOS-FIM
           PERFORM MARCA-EMBARCADOS THRU MARCA-EMBARCADOS-FIM
           PERFORM ORDENA-CAND THRU ORDENA-CAND-FIM
           DISPLAY "PEDIDOS AGUARDANDO ROTA"
           MOVE ZEROS TO IX-CD W-QTD-PEND.
       AGUARDANDO-ROTA-LOOP.
           ADD 1 TO IX-CD
           IF IX-CD > W-QTD-CAND
              GO TO AGUARDANDO-ROTA-TOTAL.
           IF WC-NOROM(IX-CD) = "S"
              GO TO AGUARDANDO-ROTA-LOOP.
           ADD 1 TO W-QTD-PEND
           IF WC-ROTA(IX-CD) = ZEROS
              DISPLAY "PEDIDO " WC-NUMPED(IX-CD) "  CEP "
                 WC-CEP(IX-CD) "  SEM ROTA PARA O CEP"
           ELSE
              DISPLAY "PEDIDO " WC-NUMPED(IX-CD) "  CEP "
                 WC-CEP(IX-CD) "  ROTA " WC-ROTA(IX-CD)
                 " (NAO RODA HOJE)".
           GO TO AGUARDANDO-ROTA-LOOP.
       AGUARDANDO-ROTA-TOTAL.
           IF W-CAND-CHEIA = 1
              DISPLAY "ATENCAO: MAIS DE 500 PEDIDOS - REFINE A DATA".
           DISPLAY "TOTAL DE PEDIDOS AGUARDANDO ROTA: " W-QTD-PEND.
       AGUARDANDO-ROTA-FIM.
           EXIT.

      * CARREGA AS ROTAS ATIVAS E CALCULA O DIA DA SEMANA DE HOJE
      * (DIA 1 DO CALENDARIO INTERNO, 01/01/1601, E SEGUNDA:
      * RESTO 0 = DOMINGO = POSICAO 1 DE ROT-DIAS)
       CARREGA-ROTAS.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-RESTO7 =
              FUNCTION MOD(FUNCTION INTEGER-OF-DATE(W-HOJE), 7)
           COMPUTE W-DIA-SEM = W-RESTO7 + 1
           MOVE ZEROS TO W-QTD-ROTA ROT-CODIGO
           START ARQROT KEY IS NOT LESS THAN ROT-CODIGO
              INVALID KEY GO TO CARREGA-ROTAS-FIM.
       CARREGA-ROTAS-LOOP.
           READ ARQROT NEXT
           IF ST-ROT NOT = "00"
              GO TO CARREGA-ROTAS-FIM.
           IF ROT-SITUACAO NOT = "A"
              GO TO CARREGA-ROTAS-LOOP.
           IF W-QTD-ROTA = 100
              GO TO CARREGA-ROTAS-FIM.
           ADD 1 TO W-QTD-ROTA
           MOVE ROT-CODIGO TO WR-CODIGO(W-QTD-ROTA)
           MOVE ROT-DIAS TO WR-DIAS(W-QTD-ROTA)
           MOVE ROT-MOTORISTA TO WR-MOTORISTA(W-QTD-ROTA)
           MOVE ROT-QTD-FX TO WR-QTD-FX(W-QTD-ROTA)
           MOVE ZEROS TO IX-FX.
       CARREGA-ROTAS-FX.
           ADD 1 TO IX-FX
           IF IX-FX > 10
              GO TO CARREGA-ROTAS-LOOP.
           MOVE ROT-CEP-INI(IX-FX) TO WR-CEP-INI(W-QTD-ROTA, IX-FX)
           MOVE ROT-CEP-FIM(IX-FX) TO WR-CEP-FIM(W-QTD-ROTA, IX-FX)
           GO TO CARREGA-ROTAS-FX.
       CARREGA-ROTAS-FIM.
           EXIT.

      * VARRE OS PEDIDOS DE VENDA FATURADOS: MODO O GUARDA OS DA
      * ROTA ESCOLHIDA, MODO A OS DE ROTA QUE NAO RODA HOJE OU
      * SEM ROTA. NF REJEITADA NAO ENTRA (VER NR-PEDIDO)
       COLETA-PEDIDOS.
           MOVE ZEROS TO W-QTD-CAND W-CAND-CHEIA
           MOVE ZEROS TO NUMPEDIDO TPPEDIDO
           START ARQPED KEY IS NOT LESS THAN CHAVE
              INVALID KEY GO TO COLETA-PEDIDOS-FIM.
       COLETA-PEDIDOS-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO COLETA-PEDIDOS-FIM.
           IF TPPEDIDO NOT = 2 OR PED-STATUS NOT = "F"
              GO TO COLETA-PEDIDOS-LOOP.
           IF DATAPED < W-DATA-DESDE
              GO TO COLETA-PEDIDOS-LOOP.
           IF W-AUT-ABERTO = "S"
              MOVE CHAVE TO AUT-CHAVE
              READ ARQAUT
              IF ST-AUT = "00" AND AUT-STATUS = "R"
                 GO TO COLETA-PEDIDOS-LOOP.
           PERFORM CEP-ENTREGA-PED THRU CEP-ENTREGA-PED-FIM
           PERFORM ACHA-ROTA-CEP THRU ACHA-ROTA-CEP-FIM
           IF W-MODO-ROTA = "O"
              IF W-ROTA-IX = ZEROS
                 GO TO COLETA-PEDIDOS-LOOP
              ELSE
                 IF WR-CODIGO(W-ROTA-IX) NOT = W-ROTA-ESC
                    GO TO COLETA-PEDIDOS-LOOP.
           IF W-MODO-ROTA = "A" AND W-ROTA-IX NOT = ZEROS
              IF WR-DIAS(W-ROTA-IX)(W-DIA-SEM:1) = "S"
                 GO TO COLETA-PEDIDOS-LOOP.
           IF W-QTD-CAND = 500
              MOVE 1 TO W-CAND-CHEIA
              GO TO COLETA-PEDIDOS-FIM.
           ADD 1 TO W-QTD-CAND
           MOVE W-CEP-PED TO WC-CEP(W-QTD-CAND)
           MOVE NUMPEDIDO TO WC-NUMPED(W-QTD-CAND)
           MOVE "N" TO WC-NOROM(W-QTD-CAND)
           MOVE ZEROS TO WC-ROTA(W-QTD-CAND)
           IF W-ROTA-IX NOT = ZEROS
              MOVE WR-CODIGO(W-ROTA-IX) TO WC-ROTA(W-QTD-CAND).
           GO TO COLETA-PEDIDOS-LOOP.
       COLETA-PEDIDOS-FIM.
           EXIT.

      * CEP DE ENTREGA DO PEDIDO (PEDCOMP) OU, SEM ELE, DO CLIENTE
       CEP-ENTREGA-PED.
           MOVE ZEROS TO W-CEP-PED
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00" AND PCMP-CEP NOT = ZEROS
                 MOVE PCMP-CEP TO W-CEP-PED
                 GO TO CEP-ENTREGA-PED-FIM.
           IF W-CLI-ABERTO = "S"
              MOVE CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE CEP TO W-CEP-PED.
       CEP-ENTREGA-PED-FIM.
           EXIT.

      * POSICAO NA TABELA DA ROTA QUE ATENDE W-CEP-PED (0 = NENHUMA)
       ACHA-ROTA-CEP.
           MOVE ZEROS TO W-ROTA-IX IX-RT
           IF W-CEP-PED = ZEROS
              GO TO ACHA-ROTA-CEP-FIM.
       ACHA-ROTA-CEP-LOOP.
           ADD 1 TO IX-RT
           IF IX-RT > W-QTD-ROTA
              GO TO ACHA-ROTA-CEP-FIM.
           MOVE ZEROS TO IX-FX.
       ACHA-ROTA-CEP-FX.
           ADD 1 TO IX-FX
           IF IX-FX > WR-QTD-FX(IX-RT)
              GO TO ACHA-ROTA-CEP-LOOP.
           IF W-CEP-PED NOT < WR-CEP-INI(IX-RT, IX-FX) AND
              W-CEP-PED NOT > WR-CEP-FIM(IX-RT, IX-FX)
              MOVE IX-RT TO W-ROTA-IX
              GO TO ACHA-ROTA-CEP-FIM.
           GO TO ACHA-ROTA-CEP-FX.
       ACHA-ROTA-CEP-FIM.
           EXIT.

      * PEDIDOS QUE JA CONSTAM DE ALGUM ROMANEIO FICAM DE FORA,
      * MENOS QUANDO A LINHA VOLTOU COMO NAO ENTREGUE ("N" NO
      * SCE049): O PEDIDO ENTRA DE NOVO NA PROXIMA ROTA
       MARCA-EMBARCADOS.
           IF W-QTD-CAND = ZEROS
              GO TO MARCA-EMBARCADOS-FIM.
           MOVE ZEROS TO ROMI-NUMERO ROMI-SEQ
           START ARQROMI KEY IS NOT LESS THAN ROMI-CHAVE
              INVALID KEY GO TO MARCA-EMBARCADOS-FIM.
       MARCA-EMBARCADOS-LOOP.
           READ ARQROMI NEXT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-EMBARCADOS-FIM.
           IF ROMI-TPPEDIDO NOT = 2
              GO TO MARCA-EMBARCADOS-LOOP.
           IF ROMI-ENTREGA = "N"
              GO TO MARCA-EMBARCADOS-LOOP.
           MOVE ZEROS TO IX-CD.
       MARCA-EMBARCADOS-BUSCA.
           ADD 1 TO IX-CD
           IF IX-CD > W-QTD-CAND
              GO TO MARCA-EMBARCADOS-LOOP.
           IF WC-NUMPED(IX-CD) = ROMI-NUMPEDIDO
              MOVE "S" TO WC-NOROM(IX-CD)
              GO TO MARCA-EMBARCADOS-LOOP.
           GO TO MARCA-EMBARCADOS-BUSCA.
       MARCA-EMBARCADOS-FIM.
           EXIT.

      * SEQUENCIA DE PARADAS: ORDEM CRESCENTE DE CEP
       ORDENA-CAND.
           IF W-QTD-CAND < 2
              GO TO ORDENA-CAND-FIM.
           MOVE 1 TO IX-CD.
       ORDENA-CAND-EXT.
           IF IX-CD NOT < W-QTD-CAND
              GO TO ORDENA-CAND-FIM.
           COMPUTE IY-CD = IX-CD + 1.
       ORDENA-CAND-INT.
           IF IY-CD > W-QTD-CAND
              ADD 1 TO IX-CD
              GO TO ORDENA-CAND-EXT.
           IF WC-CEP(IY-CD) < WC-CEP(IX-CD)
              MOVE W-CAND(IX-CD) TO W-CAND-TROCA
              MOVE W-CAND(IY-CD) TO W-CAND(IX-CD)
              MOVE W-CAND-TROCA TO W-CAND(IY-CD).
           ADD 1 TO IY-CD
           GO TO ORDENA-CAND-INT.
       ORDENA-CAND-FIM.
           EXIT.

      *----------------------------------------------------------------
      * REIMPRESSAO DE UM ROMANEIO EXISTENTE
      *----------------------------------------------------------------
           MOVE ROM-PESO TO W-PESO-ED
           DISPLAY "ROMANEIO " ROM-NUMERO " DATA " ROM-DATA
              " TRANSP " ROM-TRANSP " VOLUMES " ROM-VOLUMES
              " PESO " W-PESO-ED " ROTA " ROM-ROTA
           IF ROM-SITUACAO = "F"
              DISPLAY "   FECHADO (CANHOTOS REGISTRADOS)"
           ELSE
              DISPLAY "   EM ROTA / RETORNO PENDENTE".
           GO TO CONSULTA-LOOP.
       CONSULTA-FIM.
           EXIT.
           STRING "TRANSPORTADORA: " ROM-TRANSP
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF ROM-ROTA NOT = ZEROS
              MOVE SPACES TO LINHA-SAI
              STRING "ROTA: " ROM-ROTA
                 "  (PEDIDOS EM SEQUENCIA DE PARADAS POR CEP)"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           MOVE SPACES TO LINHA-SAI
           STRING "VOLUMES: " ROM-VOLUMES "  PESO (KG): " W-PESO-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO W-FILIAL-PED
           PERFORM IMPRIME-ROM-ENTREGA
           PERFORM IMPRIME-ROM-CONTATO
           IF W-EH-REIMP = ZEROS
              PERFORM AVISA-DESPACHO THRU AVISA-DESPACHO-FIM.
           PERFORM IMPRIME-ROM-FRETE
           PERFORM IMPRIME-ROM-ITENS THRU IMPRIME-ROM-ITENS-FIM
           GO TO IMPRIME-ROM-PED-LOOP.
                    " - " PCMP-UF " CEP " PCMP-CEP
                    DELIMITED BY SIZE INTO LINHA-SAI
                 WRITE LINHA-SAI.
      * QUEM RECEBE A MERCADORIA: CONTATO DE RECEBIMENTO DO
      * CLIENTE (CONTATO.DAT); SEM ELE, O TELEFONE DO CADASTRO
       IMPRIME-ROM-CONTATO.
           MOVE ROMI-NUMPEDIDO TO NUMPEDIDO
           MOVE ROMI-TPPEDIDO TO TPPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00"
              NEXT SENTENCE
           ELSE
              MOVE "C" TO W-CTT-TIPO
              MOVE CODCLI TO W-CTT-COD
              MOVE "R" TO W-CTT-PAPEL
              PERFORM BUSCA-CONTATO THRU BUSCA-CONTATO-FIM
              IF W-CTT-ACHOU NOT = ZEROS
                 MOVE SPACES TO LINHA-SAI
                 STRING "RECEBER COM: " W-CTT-NOME DELIMITED BY "  "
                    " - TEL " W-CTT-TEL
                    DELIMITED BY SIZE INTO LINHA-SAI
                 WRITE LINHA-SAI
              ELSE
                 PERFORM IMPRIME-ROM-FONE-CLI.
       IMPRIME-ROM-FONE-CLI.
           IF W-CLI-ABERTO NOT = "S"
              NEXT SENTENCE
           ELSE
              MOVE CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE SPACES TO LINHA-SAI
                 STRING "RECEBER COM: " RSNOME DELIMITED BY "  "
                    " - TEL " TEL
                    DELIMITED BY SIZE INTO LINHA-SAI
                 WRITE LINHA-SAI.
      * DESPACHO AVISADO AO CONTATO DE RECEBIMENTO DO CLIENTE POR
      * EMAIL (FILA DO ENVMSG), SO NA PRIMEIRA IMPRESSAO DO
      * ROMANEIO. REGPED JA LIDO EM IMPRIME-ROM-CONTATO
       AVISA-DESPACHO.
           IF ST-ERRO NOT = "00" OR CODCLI = ZEROS
              GO TO AVISA-DESPACHO-FIM.
           MOVE CODCLI TO W-MSG-COD
           MOVE SPACES TO W-MSG-EMAIL W-MSG-ANEXO W-MSG-DOC
           IF W-CLI-ABERTO = "S"
              MOVE CODCLI TO CPFCNPJ
              READ ARQCLI
              IF ST-CLI = "00"
                 MOVE EMAIL TO W-MSG-EMAIL.
           MOVE "DS" TO W-MSG-TIPO
           STRING "PEDIDO " ROMI-NUMPEDIDO
              DELIMITED BY SIZE INTO W-MSG-DOC
           MOVE "R" TO W-MSG-PAPEL
           MOVE "SCE011" TO W-MSG-PROG
           PERFORM ENFILEIRA-MENSAGEM THRU ENFILEIRA-MENSAGEM-FIM.
       AVISA-DESPACHO-FIM.
           EXIT.
      * FILA DE MENSAGENS AO CLIENTE (MENSAG.DAT), ENTREGUE AO
      * GATEWAY DE EMAIL PELO ENVMSG. O EMAIL DO CONTATO DO FIM
      * (W-MSG-PAPEL) PREVALECE SOBRE O DO CADASTRO; SEM NENHUM
      * EMAIL A MENSAGEM JA NASCE DEVOLVIDA, PARA O CADASTRO
      * CORRIGIR O REGCLI
       ENFILEIRA-MENSAGEM.
           IF W-MSG-ABERTO NOT = "S" OR W-MSG-COD = ZEROS
              GO TO ENFILEIRA-MENSAGEM-FIM.
           MOVE SPACES TO REGMSG
           MOVE "C" TO W-CTT-TIPO
           MOVE W-MSG-COD TO W-CTT-COD
           MOVE W-MSG-PAPEL TO W-CTT-PAPEL
           PERFORM BUSCA-CONTATO THRU BUSCA-CONTATO-FIM
           MOVE W-MSG-EMAIL TO MSG-EMAIL
           IF W-CTT-ACHOU NOT = ZEROS
              MOVE W-CTT-NOME TO MSG-NOME
              IF W-CTT-EMAIL NOT = SPACES
                 MOVE W-CTT-EMAIL TO MSG-EMAIL.
           MOVE FUNCTION CURRENT-DATE TO W-MSG-DTH
           MOVE W-MSG-DTH(1:8) TO MSG-DATA
           MOVE W-MSG-DTH(9:8) TO MSG-HORA
           MOVE ZEROS TO MSG-SEQ MSG-DATA-EXP MSG-DATA-RET
           MOVE W-MSG-COD TO MSG-CPFCNPJ
           MOVE W-MSG-TIPO TO MSG-TIPO
           MOVE W-MSG-DOC TO MSG-DOCUMENTO
           MOVE W-MSG-ANEXO TO MSG-ANEXO
           MOVE W-MSG-PROG TO MSG-PROGRAMA
           MOVE "P" TO MSG-STATUS
           IF MSG-EMAIL = SPACES
              MOVE "D" TO MSG-STATUS
              MOVE MSG-DATA TO MSG-DATA-RET
              MOVE "CLIENTE SEM EMAIL NO CADASTRO" TO MSG-MOTIVO.
       ENFILEIRA-MENSAGEM-GRAVA.
           WRITE REGMSG
           IF ST-MSG = "22" AND MSG-SEQ < 999
              ADD 1 TO MSG-SEQ
              GO TO ENFILEIRA-MENSAGEM-GRAVA.
       ENFILEIRA-MENSAGEM-FIM.
           EXIT.
      * IDENTIDADE FISCAL DA FILIAL EMITENTE (SCE032) NO LUGAR
      * DO CARIMBO DE BORRACHA
       IMPRIME-ROM-EMITENTE.
           MOVE WI-CODPROD(IX-IT) TO ITEM-CODPROD
           MOVE WI-QTD(IX-IT) TO ITEM-QTD
           PERFORM SUGERE-LOTES THRU SUGERE-LOTES-FIM
           PERFORM IMPRIME-SERIES THRU IMPRIME-SERIES-FIM
           GO TO IMPRIME-ROM-IMP-LOOP.
       IMPRIME-ROM-ITENS-FIM.
           EXIT.
       ACHA-LOTE-FEFO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * NUMEROS DE SERIE DO PEDIDO QUE ENTRA NO ROMANEIO: PARA CADA
      * ITEM DE PRODUTO COM CONTROLE DE SERIE (PRODSER.DAT, SCE004)
      * O SEPARADOR INFORMA A SERIE DE CADA UNIDADE. A SERIE TEM DE
      * ESTAR EM ESTOQUE NA FILIAL DO PEDIDO E PASSA A VENDIDA
      * ("V") COM PEDIDO, NF, CLIENTE, DATA DA VENDA (DATA DA NF)
      * E FIM DA GARANTIA. PEDIDO QUE VOLTOU SEM ENTREGA (SCE049)
      * E ENTRA EM OUTRO ROMANEIO JA TEM AS SERIES SEPARADAS
      *----------------------------------------------------------------
       SELECIONA-SERIES.
           IF W-SER-ABERTO NOT = "S"
              GO TO SELECIONA-SERIES-FIM.
           READ ARQPED
           IF ST-ERRO NOT = "00"
              GO TO SELECIONA-SERIES-FIM.
           MOVE NUMPEDIDO TO SER-PED-VENDA
           START ARQSER KEY IS EQUAL SER-PED-VENDA
              INVALID KEY GO TO SELECIONA-SERIES-PED.
           DISPLAY "SERIES DO PEDIDO " NUMPEDIDO " JA SEPARADAS"
           GO TO SELECIONA-SERIES-FIM.
       SELECIONA-SERIES-PED.
           MOVE ZEROS TO W-SER-FILIAL W-SER-NF
           MOVE ROM-DATA TO W-SER-DATA
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00"
                 MOVE PCMP-FILIAL TO W-SER-FILIAL.
           IF W-NF-ABERTO = "S"
              MOVE CHAVE TO NF-CHAVE
              READ ARQNF
              IF ST-NF = "00"
                 MOVE NF-NUMERO TO W-SER-NF
                 MOVE NF-DATA TO W-SER-DATA.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY GO TO SELECIONA-SERIES-FIM.
       SELECIONA-SERIES-LOOP.
           READ ARQITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO SELECIONA-SERIES-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO SELECIONA-SERIES-FIM.
           MOVE ITEM-CODPROD TO PSR-CODPROD
           READ ARQPSR
           IF ST-PSR NOT = "00"
              GO TO SELECIONA-SERIES-LOOP.
           IF PSR-CONTROLA NOT = "S"
              GO TO SELECIONA-SERIES-LOOP.
           MOVE ZEROS TO W-SER-CONT.
       SELECIONA-SERIES-UN.
           IF W-SER-CONT NOT < ITEM-QTD
              GO TO SELECIONA-SERIES-LOOP.
           COMPUTE W-SER-ORD = W-SER-CONT + 1
           MOVE SPACES TO W-SERIE
           DISPLAY "PRODUTO " ITEM-CODPROD " - SERIE DA UNIDADE "
              W-SER-ORD " DE " ITEM-QTD ": "
           ACCEPT W-SERIE
           IF W-SERIE = SPACES
              DISPLAY "NUMERO DE SERIE OBRIGATORIO"
              GO TO SELECIONA-SERIES-UN.
           MOVE ITEM-CODPROD TO SER-CODPROD
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-SER NOT = "00"
              DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
              GO TO SELECIONA-SERIES-UN.
           IF SER-STATUS NOT = "E"
              DISPLAY "SERIE NAO ESTA EM ESTOQUE"
              GO TO SELECIONA-SERIES-UN.
           IF W-SER-FILIAL > ZEROS AND SER-FILIAL NOT = W-SER-FILIAL
              DISPLAY "SERIE ESTA NA FILIAL " SER-FILIAL
              GO TO SELECIONA-SERIES-UN.
           MOVE "V" TO SER-STATUS
           MOVE NUMPEDIDO TO SER-PED-VENDA
           MOVE W-SER-NF TO SER-NF
           MOVE CODCLI TO SER-CODCLI
           MOVE W-SER-DATA TO SER-DATA-VENDA
           PERFORM CALCULA-GARANTIA THRU CALCULA-GARANTIA-FIM
           MOVE W-OPERADOR TO SER-OPERADOR
           REWRITE REGSER
           IF ST-SER NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO NUMERO DE SERIE"
              GO TO SELECIONA-SERIES-UN.
           MOVE "V" TO SMV-TIPO
           MOVE NUMPEDIDO TO SMV-DOC
           MOVE SER-FILIAL TO SMV-FIL-ORIG
           MOVE ZEROS TO SMV-FIL-DEST
           MOVE CODCLI TO SMV-PESSOA
           PERFORM GRAVA-SERMOV THRU GRAVA-SERMOV-FIM
           ADD 1 TO W-SER-CONT
           GO TO SELECIONA-SERIES-UN.
       SELECIONA-SERIES-FIM.
           EXIT.

      * FIM DA GARANTIA: DATA DA VENDA MAIS OS MESES DE GARANTIA DO
      * PRODUTO. DIA QUE NAO EXISTE NO MES FINAL (31/04, 29/02) CAI
      * NO ULTIMO DIA DO MES. SEM PRAZO, FICA ZERADO
       CALCULA-GARANTIA.
           MOVE ZEROS TO SER-GARANTIA-FIM
           IF PSR-GARANTIA = ZEROS
              GO TO CALCULA-GARANTIA-FIM.
           MOVE SER-DATA-VENDA TO W-GAR-DATA
           COMPUTE W-GAR-MESES = W-GAR-MES - 1 + PSR-GARANTIA
           DIVIDE W-GAR-MESES BY 12 GIVING W-GAR-ANOS
              REMAINDER W-GAR-RESTO
           ADD W-GAR-ANOS TO W-GAR-ANO
           COMPUTE W-GAR-MES = W-GAR-RESTO + 1
           MOVE W-GAR-DATA TO W-GAR-ULT
           MOVE 01 TO W-GAR-ULT-DIA
           IF W-GAR-ULT-MES = 12
              ADD 1 TO W-GAR-ULT-ANO
              MOVE 01 TO W-GAR-ULT-MES
           ELSE
              ADD 1 TO W-GAR-ULT-MES.
           COMPUTE W-GAR-ULT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-GAR-ULT) - 1)
           IF W-GAR-DIA > W-GAR-ULT-DIA
              MOVE W-GAR-ULT-DIA TO W-GAR-DIA.
           MOVE W-GAR-DATA TO SER-GARANTIA-FIM.
       CALCULA-GARANTIA-FIM.
           EXIT.

      * SERIES DO PRODUTO NO PEDIDO, NA LISTA DE CONFERENCIA
       IMPRIME-SERIES.
           IF W-SER-ABERTO NOT = "S"
              GO TO IMPRIME-SERIES-FIM.
           MOVE ROMI-NUMPEDIDO TO SER-PED-VENDA
           START ARQSER KEY IS EQUAL SER-PED-VENDA
              INVALID KEY GO TO IMPRIME-SERIES-FIM.
       IMPRIME-SERIES-LOOP.
           READ ARQSER NEXT
           IF ST-SER NOT = "00" AND "02"
              GO TO IMPRIME-SERIES-FIM.
           IF SER-PED-VENDA NOT = ROMI-NUMPEDIDO
              GO TO IMPRIME-SERIES-FIM.
           IF SER-CODPROD = WI-CODPROD(IX-IT) AND SER-STATUS = "V"
              MOVE SPACES TO LINHA-SAI
              STRING "      SERIE " SER-NUMERO
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           GO TO IMPRIME-SERIES-LOOP.
       IMPRIME-SERIES-FIM.
           EXIT.

      * HISTORICO DO NUMERO DE SERIE (SERMOV.DAT): O CHAMADOR
      * PREENCHE TIPO, DOCUMENTO, FILIAIS E PESSOA
       GRAVA-SERMOV.
           MOVE SER-CODPROD TO SMV-CODPROD
           MOVE SER-NUMERO TO SMV-NUMERO
           MOVE ZEROS TO SMV-SEQ
           MOVE ROM-DATA TO SMV-DATA
           MOVE W-OPERADOR TO SMV-OPERADOR.
       GRAVA-SERMOV-WR.
           ADD 1 TO SMV-SEQ
           WRITE REGSMV
           IF ST-SMV = "22"
              IF SMV-SEQ < 999
                 GO TO GRAVA-SERMOV-WR.
       GRAVA-SERMOV-FIM.
           EXIT.

      * CONTATO DA PESSOA PARA UM FIM (CONTATO.DAT, SCE002/003):
      * F=COBRANCA, R=ENTREGA, C=COTACAO. VALE O CONTATO MARCADO
      * COMO PREFERENCIAL PARA O FIM; SEM ELE, O PRIMEIRO CONTATO
      * DA FUNCAO CORRESPONDENTE (FINANCEIRO, RECEBIMENTO, COMPRAS)
       BUSCA-CONTATO.
           MOVE ZEROS TO W-CTT-ACHOU W-CTT-TEL
           MOVE SPACES TO W-CTT-NOME W-CTT-EMAIL
           IF W-CTT-ABERTO NOT = "S"
              GO TO BUSCA-CONTATO-FIM.
           MOVE W-CTT-TIPO TO CTT-TIPO
           MOVE W-CTT-COD TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO BUSCA-CONTATO-FIM.
       BUSCA-CONTATO-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO BUSCA-CONTATO-FIM.
           IF CTT-TIPO NOT = W-CTT-TIPO
              OR CTT-CODPESSOA NOT = W-CTT-COD
              GO TO BUSCA-CONTATO-FIM.
           IF (W-CTT-PAPEL = "F" AND CTT-PREF-FIN = "S")
              OR (W-CTT-PAPEL = "R" AND CTT-PREF-REC = "S")
              OR (W-CTT-PAPEL = "C" AND CTT-PREF-COM = "S")
              MOVE 2 TO W-CTT-ACHOU
              PERFORM BUSCA-CONTATO-GUARDA
              GO TO BUSCA-CONTATO-FIM.
           IF CTT-FUNCAO = W-CTT-PAPEL AND W-CTT-ACHOU = ZEROS
              MOVE 1 TO W-CTT-ACHOU
              PERFORM BUSCA-CONTATO-GUARDA.
           GO TO BUSCA-CONTATO-LOOP.
       BUSCA-CONTATO-FIM.
           EXIT.
       BUSCA-CONTATO-GUARDA.
           MOVE CTT-NOME TO W-CTT-NOME
           MOVE CTT-TEL TO W-CTT-TEL
           MOVE CTT-EMAIL TO W-CTT-EMAIL.

       ROT-FIM.
           CLOSE ARQROM ARQROMI ARQPED ARQITEM ARQPROD ARQTRV.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQFRT.
           IF W-TRP-ABERTO = "S"
              CLOSE ARQTRP.
           IF W-ROT-ABERTO = "S"
              CLOSE ARQROT.
           IF W-CLI-ABERTO = "S"
              CLOSE ARQCLI.
           IF W-CTT-ABERTO = "S"
              CLOSE ARQCTT.
           IF W-MSG-ABERTO = "S"
              CLOSE ARQMSG.
           IF W-NF-ABERTO = "S"
              CLOSE ARQNF.
           IF W-SER-ABERTO = "S"
              CLOSE ARQPSR ARQSER ARQSMV.
           STOP RUN.

      *    FILE STATUS
