       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEVT.
      **************************************************
      * EVENTOS DA NF: CANCELAMENTO, CARTA DE CORRECAO  *
      * (CC-E) E INUTILIZACAO DE NUMERACAO.             *
      * OS EVENTOS FICAM EM NFEVENTO.DAT (CHAVE SERIE + *
      * NUMERO + TIPO + SEQ) COM STATUS "P" (PENDENTE); *
      * O NFEXP MODO 1 OS EXPORTA EM NFENVIO.TXT JUNTO  *
      * COM AS NOTAS NOVAS (STATUS "E") E O MODO 2      *
      * CARIMBA O PROTOCOLO QUE VOLTA NO NFERET.TXT     *
      * ("A" HOMOLOGADO / "R" REJEITADO).               *
      * TIPO C - CANCELAMENTO DE NOTA AUTORIZADA, SO    *
      *          DENTRO DO PRAZO LEGAL (W-PRAZO-CANC).  *
      *          O PEDIDO VOLTA A CANCELADO ("C"), O    *
      *          ESTOQUE RETORNA PELO KARDEX E AS       *
      *          PARCELAS EM ABERTO DO REGLANC SAEM,    *
      *          COM O SALDOPES ACERTADO (MESMO CAMINHO *
      *          DO CANCELAMENTO DO SCE005).            *
      *          NOTA AINDA NAO AUTORIZADA (REJEITADA   *
      *          OU NUNCA ENVIADA) NAO TEM O QUE        *
      *          CANCELAR NO FISCO: O PEDIDO E REVERTIDO*
      *          DO MESMO JEITO E O NUMERO VAI PARA     *
      *          INUTILIZACAO (TIPO U).                 *
      * TIPO K - CARTA DE CORRECAO DE NOTA AUTORIZADA,  *
      *          ATE 20 POR NOTA.                       *
      * TIPO U - INUTILIZACAO DE FAIXA DE NUMEROS       *
      *          PULADOS DA SERIE. A SERIE DA FILIAL E  *
      *          "F" + CODIGO (FIL-ULT-NF DO SCE032);   *
      *          FILIAL 00 E A SERIE "001" DO CONTADOR  *
      *          UNICO NFSEQ.CTL.                       *
      * CADA ATO FICA EM AUDITORIA.DAT.                 *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS EVT-CHAVE
                    FILE STATUS IS ST-EVT.

           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NF-CHAVE
                    FILE STATUS IS ST-NF.

           SELECT ARQAUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AUT-CHAVE
                    FILE STATUS IS ST-AUT.

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
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

           SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FIL-CODIGO
                    FILE STATUS IS ST-FILIAL.

           SELECT ARQNFCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-NFCTL.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFEVENTO.DAT".
       01 REGEVT.
          03 EVT-CHAVE.
           05 EVT-SERIE         PIC X(03).
           05 EVT-NUMERO        PIC 9(06).
           05 EVT-TIPO          PIC X(01).
           05 EVT-SEQ           PIC 9(02).
          03 EVT-NUM-FIM        PIC 9(06).
          03 EVT-FILIAL         PIC 9(02).
          03 EVT-NUMPEDIDO      PIC 9(06).
          03 EVT-TPPEDIDO       PIC 9(01).
          03 EVT-DATA           PIC 9(08).
          03 EVT-HORA           PIC 9(06).
          03 EVT-STATUS         PIC X(01).
          03 EVT-PROTOCOLO      PIC X(15).
          03 EVT-DATA-RET       PIC 9(08).
          03 EVT-OPERADOR       PIC X(10).
          03 EVT-TEXTO          PIC X(200).

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

       FD ARQAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFAUT.DAT".
       01 REGAUT.
          03 AUT-CHAVE.
           05 AUT-NUMPEDIDO     PIC 9(06).
           05 AUT-TPPEDIDO      PIC 9(01).
          03 AUT-STATUS         PIC X(01).
          03 AUT-PROTOCOLO      PIC X(15).
          03 AUT-DATA           PIC 9(08).

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

       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANC.
          03 LANC-CHAVE.
           05 LANC-NUMPEDIDO     PIC 9(06).
           05 LANC-TPPEDIDO      PIC 9(01).
           05 LANC-PARCELA       PIC 9(02).
          03 LANC-TIPO           PIC X(01).
          03 LANC-CODPESSOA      PIC 9(14).
          03 LANC-VALOR          PIC S9(07)V99.
          03 LANC-DATA           PIC 9(08).
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXAS.DAT".
       01 REGBXA.
          03 BXA-CHAVE.
           05 BXA-NUMPEDIDO      PIC 9(06).
           05 BXA-TPPEDIDO       PIC 9(01).
           05 BXA-PARCELA        PIC 9(02).
           05 BXA-SEQ            PIC 9(03).
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOPES.DAT".
       01 REGSDP.
          03 SDP-CHAVE.
           05 SDP-TIPO          PIC X(01).
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REGFIL.
          03 FIL-CODIGO         PIC 9(02).
          03 FIL-RAZAO          PIC X(40).
          03 FIL-CNPJ           PIC 9(14).
          03 FIL-IE             PIC X(14).
          03 FIL-LOGR           PIC X(40).
          03 FIL-NUM            PIC 9(08).
          03 FIL-CIDADE         PIC X(33).
          03 FIL-UF             PIC X(02).
          03 FIL-CEP            PIC 9(08).
          03 FIL-ULT-NF         PIC 9(06).

       FD ARQNFCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSEQ.CTL".
       01 REG-NFCTL.
          03 CTL-ULT-NUMNF      PIC 9(06).

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

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
       01 W-JRN-PROG         PIC X(08) VALUE "NFEVT".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-EVT        PIC X(02) VALUE "00".
       01 ST-NF         PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-KIT        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-ESTF       PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-FILIAL     PIC X(02) VALUE "00".
       01 ST-NFCTL      PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-KIT-ABERTO  PIC X(01) VALUE "N".
       01 ST-KPM        PIC X(02) VALUE "00".
       01 W-KPM-ABERTO  PIC X(01) VALUE "N".
       01 W-ESTF-ABERTO PIC X(01) VALUE "N".
       01 W-PCMP-ABERTO PIC X(01) VALUE "N".
       01 W-BXA-ABERTO  PIC X(01) VALUE "N".
       01 W-FILIAL-ABERTO PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-BASE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DIAS-NF     PIC S9(05) VALUE ZEROS.
      * CANCELAMENTO SO ATE 24 HORAS DA AUTORIZACAO: COMO A NOTA
      * GUARDA SO A DATA DE EMISSAO, VALE ATE O DIA SEGUINTE.
      * DEPOIS DISSO O CAMINHO E A NOTA DE DEVOLUCAO (TIPO 3).
       01 W-PRAZO-CANC  PIC 9(02) VALUE 01.
       01 W-MAX-CCE     PIC 9(02) VALUE 20.
       01 W-MIN-TEXTO   PIC 9(03) VALUE 015.
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-AAMM-VAL    PIC 9(06) VALUE ZEROS.
       01 W-NUM-NF      PIC 9(06) VALUE ZEROS.
       01 W-SERIE       PIC X(03) VALUE SPACES.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-AUT-SIT     PIC X(01) VALUE SPACES.
       01 W-TIPO-EVT    PIC X(01) VALUE SPACES.
       01 W-SEQ-EVT     PIC 9(02) VALUE ZEROS.
       01 W-EVT-ATIVO   PIC 9(01) VALUE ZEROS.
       01 W-TEXTO       PIC X(200) VALUE SPACES.
       01 W-TAM-TXT     PIC 9(03) VALUE ZEROS.
       01 W-LANC-PRESO  PIC 9(01) VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-FILIAL-PED  PIC 9(02) VALUE ZEROS.
       01 W-SERIE-OK    PIC 9(01) VALUE ZEROS.
       01 W-ULT-NUM     PIC 9(06) VALUE ZEROS.
       01 W-NUM-INI     PIC 9(06) VALUE ZEROS.
       01 W-NUM-FIM     PIC 9(06) VALUE ZEROS.
       01 W-NUM-ATU     PIC 9(06) VALUE ZEROS.
       01 W-MARCA-INI   PIC 9(06) VALUE ZEROS.
       01 W-MARCA-FIM   PIC 9(06) VALUE ZEROS.
       01 W-LAC-INI     PIC 9(06) VALUE ZEROS.
       01 W-QTD-FAIXA   PIC 9(04) VALUE ZEROS.
       01 W-QTD-LACUNA  PIC 9(06) VALUE ZEROS.
       01 W-EM-LACUNA   PIC 9(01) VALUE ZEROS.
       01 W-FAIXA-LIVRE PIC 9(01) VALUE ZEROS.
       01 IX-USO        PIC 9(04) VALUE ZEROS.
       01 W-COD-PROD    PIC 9(06) VALUE ZEROS.
       01 W-QTD-MOV     PIC 9(06) VALUE ZEROS.
       01 W-KIT-COD     PIC 9(06) VALUE ZEROS.
       01 W-QTD-ITENS   PIC 9(04) VALUE ZEROS.
       01 W-QTD-PARC    PIC 9(02) VALUE ZEROS.
      * SERIE DA FILIAL = "F" + CODIGO, COMO NO SCE005
       01 W-SERIE-FIL.
          03 FILLER        PIC X(01) VALUE "F".
          03 W-SERIE-FIL-NN PIC 9(02).

      * MAPA DA FAIXA CONSULTADA: BRANCO = NUMERO PULADO,
      * "N" = NOTA EMITIDA, "U" = JA INUTILIZADO
       01 W-TAB-USO.
          03 W-USO         PIC X(01) OCCURS 5000 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EVENTOS DA NF: CANCELAMENTO, CARTA DE CORRECAO"
              " E INUTILIZACAO"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-BASE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           PERFORM LE-PERIODO.
       ABRE-EVT.
           OPEN I-O ARQEVT
           IF ST-EVT NOT = "00"
              IF ST-EVT = "30"
                 OPEN OUTPUT ARQEVT
                 CLOSE ARQEVT
                 OPEN I-O ARQEVT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO NFEVENTO.DAT"
                 STOP RUN.
       ABRE-AUT.
           OPEN I-O ARQAUT
           IF ST-AUT NOT = "00"
              IF ST-AUT = "30"
                 OPEN OUTPUT ARQAUT
                 CLOSE ARQAUT
                 OPEN I-O ARQAUT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO NFAUT.DAT"
                 CLOSE ARQEVT
                 STOP RUN.
       ABRE-NF.
           OPEN INPUT ARQNF
           IF ST-NF NOT = "00"
              DISPLAY "ARQUIVO NOTAFIS.DAT NAO ENCONTRADO"
              CLOSE ARQEVT ARQAUT
              STOP RUN.
       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "ARQUIVO REGPED.DAT NAO ENCONTRADO"
              CLOSE ARQEVT ARQAUT ARQNF
              STOP RUN.
       ABRE-ITEM.
           OPEN INPUT ARQITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ARQUIVO ITEMPED.DAT NAO ENCONTRADO"
              CLOSE ARQEVT ARQAUT ARQNF ARQPED
              STOP RUN.
       ABRE-PROD.
           OPEN I-O ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "ARQUIVO REGPROD.DAT NAO ENCONTRADO"
              CLOSE ARQEVT ARQAUT ARQNF ARQPED ARQITEM
              STOP RUN.
       ABRE-LANC.
           OPEN I-O ARQLANC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQLANC
                 CLOSE ARQLANC
                 OPEN I-O ARQLANC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO REGLANC.DAT"
                 CLOSE ARQEVT ARQAUT ARQNF ARQPED ARQITEM ARQPROD
                 STOP RUN.
       ABRE-MOV.
           OPEN I-O ARQMOV
           IF ST-MOV = "30"
              OPEN OUTPUT ARQMOV
              CLOSE ARQMOV
              OPEN I-O ARQMOV.
       ABRE-SDP.
           OPEN I-O ARQSDP
           IF ST-SDP = "30"
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
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
           MOVE "N" TO W-BXA-ABERTO
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-BXA-ABERTO.
           MOVE "N" TO W-FILIAL-ABERTO
           OPEN INPUT ARQFIL
           IF ST-FILIAL = "00"
              MOVE "S" TO W-FILIAL-ABERTO.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
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
       R1.
           PERFORM JRN-COMMIT.
           DISPLAY "C = CANCELAR NOTA | K = CARTA DE CORRECAO"
              " | L = LISTAR NUMEROS PULADOS"
           DISPLAY "I = INUTILIZAR NUMEROS | E = EVENTOS DA NOTA"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "C" OR "c"
              PERFORM CANCELA-NOTA THRU CANCELA-NOTA-FIM
              GO TO R1.
           IF W-OPCAO = "K" OR "k"
              PERFORM CARTA-CORRECAO THRU CARTA-CORRECAO-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-PULADOS THRU LISTA-PULADOS-FIM
              GO TO R1.
           IF W-OPCAO = "I" OR "i"
              PERFORM INUTILIZA-NUMEROS THRU INUTILIZA-NUMEROS-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM CONSULTA-EVENTOS THRU CONSULTA-EVENTOS-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE C, K, L, I, E OU S"
           GO TO R1.

       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           IF ST-PCTL = "00"
              READ ARQPERCTL
              CLOSE ARQPERCTL
              MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO
           ELSE
              NEXT SENTENCE.

      *----------------------------------------------------------------
      * LOCALIZA A NOTA PELO NUMERO E SERIE (O NOTAFIS E CHAVEADO
      * PELO PEDIDO, ENTAO A BUSCA VARRE O ARQUIVO, COMO NO NFEXP)
      *----------------------------------------------------------------
       PEDE-NOTA.
           MOVE ZEROS TO W-NUM-NF W-ACHOU
           MOVE SPACES TO W-SERIE
           DISPLAY "NUMERO DA NOTA: "
           ACCEPT W-NUM-NF
           IF W-NUM-NF = ZEROS
              DISPLAY "NUMERO EM BRANCO"
              GO TO PEDE-NOTA-FIM.
           DISPLAY "SERIE (BRANCO = 001): "
           ACCEPT W-SERIE
           IF W-SERIE = SPACES
              MOVE "001" TO W-SERIE.
           PERFORM ACHA-NF-NUMERO THRU ACHA-NF-NUMERO-FIM
           IF W-ACHOU = ZEROS
              DISPLAY "NF " W-NUM-NF " SERIE " W-SERIE
                 " NAO ENCONTRADA"
              GO TO PEDE-NOTA-FIM.
           MOVE SPACES TO W-AUT-SIT
           MOVE NF-CHAVE TO AUT-CHAVE
           READ ARQAUT
           IF ST-AUT = "00"
              MOVE AUT-STATUS TO W-AUT-SIT.
           DISPLAY "NF " NF-NUMERO " SERIE " NF-SERIE " DE " NF-DATA
              " PEDIDO " NF-NUMPEDIDO "-" NF-TPPEDIDO
              " SITUACAO NO FISCO: " W-AUT-SIT.
       PEDE-NOTA-FIM.
           EXIT.

       ACHA-NF-NUMERO.
           MOVE ZEROS TO W-ACHOU
           MOVE LOW-VALUES TO NF-CHAVE
           START ARQNF KEY IS NOT LESS THAN NF-CHAVE
              INVALID KEY GO TO ACHA-NF-NUMERO-FIM.
       ACHA-NF-NUMERO-LOOP.
           READ ARQNF NEXT
           IF ST-NF NOT = "00"
              GO TO ACHA-NF-NUMERO-FIM.
           IF NF-NUMERO = W-NUM-NF AND NF-SERIE = W-SERIE
              MOVE 1 TO W-ACHOU
              GO TO ACHA-NF-NUMERO-FIM.
           GO TO ACHA-NF-NUMERO-LOOP.
       ACHA-NF-NUMERO-FIM.
           EXIT.

      * JUSTIFICATIVA / TEXTO DA CORRECAO: MINIMO DE W-MIN-TEXTO
      * CARACTERES, EXIGENCIA DO LEIAUTE DO FISCO
       PEDE-TEXTO.
           MOVE SPACES TO W-TEXTO
           ACCEPT W-TEXTO
           PERFORM CONTA-TEXTO THRU CONTA-TEXTO-FIM
           IF W-TAM-TXT < W-MIN-TEXTO
              DISPLAY "TEXTO DEVE TER NO MINIMO " W-MIN-TEXTO
                 " CARACTERES"
              MOVE ZEROS TO W-TAM-TXT.
       PEDE-TEXTO-FIM.
           EXIT.

       CONTA-TEXTO.
           MOVE 200 TO W-TAM-TXT.
       CONTA-TEXTO-LOOP.
           IF W-TAM-TXT = ZEROS
              GO TO CONTA-TEXTO-FIM.
           IF W-TEXTO(W-TAM-TXT:1) NOT = SPACE
              GO TO CONTA-TEXTO-FIM.
           SUBTRACT 1 FROM W-TAM-TXT
           GO TO CONTA-TEXTO-LOOP.
       CONTA-TEXTO-FIM.
           EXIT.

      * ULTIMA SEQUENCIA DO TIPO W-TIPO-EVT PARA A SERIE/NUMERO
      * EM EVT-SERIE/EVT-NUMERO; W-EVT-ATIVO = 1 QUANDO HA EVENTO
      * DO TIPO AINDA NAO REJEITADO
       PROX-SEQ-EVT.
           MOVE ZEROS TO W-SEQ-EVT W-EVT-ATIVO
           MOVE W-SERIE TO EVT-SERIE
           MOVE W-NUM-ATU TO EVT-NUMERO
           MOVE W-TIPO-EVT TO EVT-TIPO
           MOVE ZEROS TO EVT-SEQ
           START ARQEVT KEY IS NOT LESS THAN EVT-CHAVE
              INVALID KEY GO TO PROX-SEQ-EVT-FIM.
       PROX-SEQ-EVT-LOOP.
           READ ARQEVT NEXT
           IF ST-EVT NOT = "00"
              GO TO PROX-SEQ-EVT-FIM.
           IF EVT-SERIE NOT = W-SERIE OR
              EVT-NUMERO NOT = W-NUM-ATU OR
              EVT-TIPO NOT = W-TIPO-EVT
              GO TO PROX-SEQ-EVT-FIM.
           MOVE EVT-SEQ TO W-SEQ-EVT
           IF EVT-STATUS NOT = "R"
              MOVE 1 TO W-EVT-ATIVO.
           GO TO PROX-SEQ-EVT-LOOP.
       PROX-SEQ-EVT-FIM.
           EXIT.

       GRAVA-EVENTO.
           MOVE SPACES TO REGEVT
           MOVE W-SERIE TO EVT-SERIE
           MOVE W-NUM-ATU TO EVT-NUMERO
           MOVE W-TIPO-EVT TO EVT-TIPO
           ADD 1 TO W-SEQ-EVT
           MOVE W-SEQ-EVT TO EVT-SEQ
           MOVE W-NUM-FIM TO EVT-NUM-FIM
           MOVE W-FILIAL TO EVT-FILIAL
           MOVE ZEROS TO EVT-NUMPEDIDO EVT-TPPEDIDO EVT-DATA-RET
           IF W-TIPO-EVT NOT = "U" OR W-ACHOU = 1
              MOVE NF-NUMPEDIDO TO EVT-NUMPEDIDO
              MOVE NF-TPPEDIDO TO EVT-TPPEDIDO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO EVT-DATA
           MOVE W-DATAHORA(9:6) TO EVT-HORA
           MOVE "P" TO EVT-STATUS
           MOVE W-OPERADOR TO EVT-OPERADOR
           MOVE W-TEXTO TO EVT-TEXTO
           WRITE REGEVT
           IF ST-EVT NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO EVENTO - STATUS " ST-EVT.

       GRAVA-AUD-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "NFEVT " EVT-TIPO " CHAVE=" EVT-SERIE "-"
              EVT-NUMERO "-" EVT-SEQ
              " ATE=" EVT-NUM-FIM
              " PEDIDO=" EVT-NUMPEDIDO "-" EVT-TPPEDIDO
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              " TEXTO=" EVT-TEXTO
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

      *----------------------------------------------------------------
      * C: CANCELAMENTO DA NOTA E REVERSAO DO PEDIDO
      *----------------------------------------------------------------
       CANCELA-NOTA.
           PERFORM PEDE-NOTA THRU PEDE-NOTA-FIM
           IF W-ACHOU = ZEROS
              GO TO CANCELA-NOTA-FIM.
           MOVE NF-CHAVE TO CHAVE
           READ ARQPED
           IF ST-PED NOT = "00"
              DISPLAY "PEDIDO DA NOTA NAO ENCONTRADO"
              GO TO CANCELA-NOTA-FIM.
           IF PED-STATUS = "C"
              DISPLAY "PEDIDO DA NOTA JA ESTA CANCELADO"
              GO TO CANCELA-NOTA-FIM.
           IF W-AUT-SIT = "E"
              DISPLAY "NOTA ENVIADA E SEM RETORNO DO FISCO -"
                 " PROCESSE O RETORNO NO NFEXP ANTES"
              GO TO CANCELA-NOTA-FIM.
           IF W-AUT-SIT = "C" OR "U"
              DISPLAY "NOTA JA CANCELADA OU INUTILIZADA"
              GO TO CANCELA-NOTA-FIM.
           IF W-AUT-SIT = "A"
              MOVE "C" TO W-TIPO-EVT
              COMPUTE W-DIAS-NF = W-BASE-SERIAL -
                 FUNCTION INTEGER-OF-DATE(NF-DATA)
              IF W-DIAS-NF > W-PRAZO-CANC
                 DISPLAY "FORA DO PRAZO DE CANCELAMENTO - EMITA"
                    " NOTA DE DEVOLUCAO (TIPO 3)"
                 GO TO CANCELA-NOTA-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE "U" TO W-TIPO-EVT
              DISPLAY "NOTA NAO AUTORIZADA: O PEDIDO SERA REVERTIDO"
                 " E O NUMERO INUTILIZADO".
           MOVE NF-SERIE TO W-SERIE
           MOVE NF-NUMERO TO W-NUM-ATU W-NUM-FIM
           PERFORM PROX-SEQ-EVT THRU PROX-SEQ-EVT-FIM
           IF W-EVT-ATIVO = 1
              DISPLAY "JA EXISTE EVENTO " W-TIPO-EVT
                 " EM ANDAMENTO PARA ESTA NOTA"
              GO TO CANCELA-NOTA-FIM.
           IF W-PERIODO-ABERTO > ZEROS
              COMPUTE W-AAMM-VAL = DATAPED / 100
              IF W-AAMM-VAL < W-PERIODO-ABERTO
                 DISPLAY "PERIODO FECHADO - PEDIDO NAO PODE SER"
                    " CANCELADO"
                 GO TO CANCELA-NOTA-FIM.
           PERFORM VERIFICA-LANC-LIVRE THRU VERIFICA-LANC-LIVRE-FIM
           IF W-LANC-PRESO = 1
              DISPLAY "LANCAMENTO COM BAIXA OU QUITADO - NAO CANCELA"
              GO TO CANCELA-NOTA-FIM.
           DISPLAY "JUSTIFICATIVA: "
           PERFORM PEDE-TEXTO THRU PEDE-TEXTO-FIM
           IF W-TAM-TXT = ZEROS
              GO TO CANCELA-NOTA-FIM.
           DISPLAY "CONFIRMA O CANCELAMENTO DA NF " NF-NUMERO
              " E DO PEDIDO " NUMPEDIDO "-" TPPEDIDO " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** NOTA NAO CANCELADA ***"
              GO TO CANCELA-NOTA-FIM.
           PERFORM LE-FILIAL-PED
           MOVE ZEROS TO W-QTD-ITENS W-QTD-PARC
           PERFORM REVERTE-ITENS THRU REVERTE-ITENS-FIM
           PERFORM REVERTE-LANC THRU REVERTE-LANC-FIM
           MOVE "C" TO PED-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PED
           REWRITE REGPED
           PERFORM JRN-GRAVA-PED
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NO CANCELAMENTO DO PEDIDO - STATUS "
                 ST-PED
              GO TO CANCELA-NOTA-FIM.
           MOVE W-FILIAL-PED TO W-FILIAL
           PERFORM GRAVA-EVENTO
           PERFORM GRAVA-AUD-EVENTO
           IF W-TIPO-EVT = "U"
              PERFORM MARCA-AUT-INUTILIZADA.
           DISPLAY "*** PEDIDO CANCELADO - ITENS DEVOLVIDOS: "
              W-QTD-ITENS " PARCELAS EXCLUIDAS: " W-QTD-PARC
           DISPLAY "EVENTO " EVT-TIPO " PENDENTE DE ENVIO (NFEXP)".
       CANCELA-NOTA-FIM.
           EXIT.

      * A NOTA NAO AUTORIZADA NAO PODE SAIR MAIS COMO NOTA NOVA
      * NO NFEXP: O NFAUT FICA COM "U" (NUMERO INUTILIZADO)
       MARCA-AUT-INUTILIZADA.
           MOVE NF-CHAVE TO AUT-CHAVE
           READ ARQAUT
           MOVE "U" TO AUT-STATUS
           MOVE W-DATA-HOJE TO AUT-DATA
           IF ST-AUT = "00"
              REWRITE REGAUT
           ELSE
              MOVE NF-CHAVE TO AUT-CHAVE
              MOVE SPACES TO AUT-PROTOCOLO
              WRITE REGAUT.

       LE-FILIAL-PED.
           MOVE ZEROS TO W-FILIAL-PED
           IF W-PCMP-ABERTO = "S"
              MOVE CHAVE TO PCMP-CHAVE
              READ ARQPCMP
              IF ST-PCMP = "00"
                 MOVE PCMP-FILIAL TO W-FILIAL-PED.

      * MESMA REGRA DO CANCELAMENTO NO SCE005: TODAS AS PARCELAS
      * EM ABERTO E NENHUMA BAIXA PARCIAL
       VERIFICA-LANC-LIVRE.
           MOVE ZEROS TO W-LANC-PRESO
           MOVE NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE TPPEDIDO TO LANC-TPPEDIDO
           MOVE ZEROS TO LANC-PARCELA
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO VERIFICA-LANC-BXA.
       VERIFICA-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-LANC-BXA.
           IF LANC-NUMPEDIDO NOT = NUMPEDIDO OR
              LANC-TPPEDIDO NOT = TPPEDIDO
              GO TO VERIFICA-LANC-BXA.
           IF LANC-STATUS NOT = "A"
              MOVE 1 TO W-LANC-PRESO
              GO TO VERIFICA-LANC-LIVRE-FIM.
           GO TO VERIFICA-LANC-LOOP.
       VERIFICA-LANC-BXA.
           IF W-BXA-ABERTO NOT = "S"
              GO TO VERIFICA-LANC-LIVRE-FIM.
           MOVE NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE TPPEDIDO TO BXA-TPPEDIDO
           MOVE ZEROS TO BXA-PARCELA BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO VERIFICA-LANC-LIVRE-FIM.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO VERIFICA-LANC-LIVRE-FIM.
           IF BXA-NUMPEDIDO = NUMPEDIDO AND
              BXA-TPPEDIDO = TPPEDIDO
              MOVE 1 TO W-LANC-PRESO.
       VERIFICA-LANC-LIVRE-FIM.
           EXIT.

      * DEVOLVE AO ESTOQUE O QUE O FATURAMENTO BAIXOU (KIT PELOS
      * COMPONENTES), COM FILIAL E KARDEX, COMO O REVERTE-ITENS
      * DO SCE005. COMPRA (TIPO 1) NAO MEXE NO ESTOQUE AQUI.
       REVERTE-ITENS.
           IF TPPEDIDO = 1
              GO TO REVERTE-ITENS-FIM.
           MOVE NUMPEDIDO TO ITEM-NUMPEDIDO
           MOVE TPPEDIDO TO ITEM-TPPEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START ARQITEM KEY IS NOT LESS ITEM-CHAVE
              INVALID KEY GO TO REVERTE-ITENS-FIM.
       REVERTE-ITENS-LOOP.
           READ ARQITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO REVERTE-ITENS-FIM.
           IF ITEM-NUMPEDIDO NOT = NUMPEDIDO OR
              ITEM-TPPEDIDO NOT = TPPEDIDO
              GO TO REVERTE-ITENS-FIM.
           ADD 1 TO W-QTD-ITENS
           PERFORM REVERTE-KIT THRU REVERTE-KIT-FIM
           IF W-KIT-COD = ZEROS
              MOVE ITEM-CODPROD TO W-COD-PROD
              MOVE ITEM-QTD TO W-QTD-MOV
              PERFORM REVERTE-UNIT THRU REVERTE-UNIT-FIM.
           GO TO REVERTE-ITENS-LOOP.
       REVERTE-ITENS-FIM.
           EXIT.

      * W-KIT-COD FICA ZERADO QUANDO O ITEM NAO E KIT
       REVERTE-KIT.
           MOVE ZEROS TO W-KIT-COD
           IF W-KIT-ABERTO NOT = "S"
              GO TO REVERTE-KIT-FIM.
      * KIT PRE-MONTADO TEM ESTOQUE PROPRIO E SEGUE COMO PRODUTO
           IF W-KPM-ABERTO = "S"
              MOVE ITEM-CODPROD TO KPM-CODKIT
              READ ARQKPM
              IF ST-KPM = "00" AND KPM-PREMONT = "S"
                 GO TO REVERTE-KIT-FIM.
           MOVE ITEM-CODPROD TO KIT-CODKIT
           MOVE ZEROS TO KIT-SEQ
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY GO TO REVERTE-KIT-FIM.
       REVERTE-KIT-LOOP.
           READ ARQKIT NEXT
           IF ST-KIT NOT = "00"
              GO TO REVERTE-KIT-FIM.
           IF KIT-CODKIT NOT = ITEM-CODPROD
              GO TO REVERTE-KIT-FIM.
           MOVE ITEM-CODPROD TO W-KIT-COD
           MOVE KIT-CODCOMP TO W-COD-PROD
           COMPUTE W-QTD-MOV = ITEM-QTD * KIT-QTDE
           PERFORM REVERTE-UNIT THRU REVERTE-UNIT-FIM
           GO TO REVERTE-KIT-LOOP.
       REVERTE-KIT-FIM.
           EXIT.

       REVERTE-UNIT.
           MOVE W-COD-PROD TO COD
           READ ARQPROD
           IF ST-PROD NOT = "00"
              DISPLAY "PRODUTO " W-COD-PROD " NAO ENCONTRADO -"
                 " ESTOQUE NAO DEVOLVIDO"
              GO TO REVERTE-UNIT-FIM.
           IF TPPEDIDO = 3 AND PED-BASE-DEVOL = 2
              SUBTRACT W-QTD-MOV FROM QTD
              MOVE "S" TO MOV-TIPO
           ELSE
              ADD W-QTD-MOV TO QTD
              MOVE "E" TO MOV-TIPO.
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF W-FILIAL-PED > ZEROS
              PERFORM ATUALIZA-ESTQ-FILIAL THRU
                 ATUALIZA-ESTQ-FILIAL-FIM.
           MOVE SPACES TO MOV-DOC
           STRING "CAN " NUMPEDIDO DELIMITED BY SIZE INTO MOV-DOC
           MOVE W-QTD-MOV TO MOV-QTD
           PERFORM GRAVA-MOVEST THRU GRAVA-MOVEST-FIM.
       REVERTE-UNIT-FIM.
           EXIT.

       ATUALIZA-ESTQ-FILIAL.
           IF W-ESTF-ABERTO NOT = "S"
              GO TO ATUALIZA-ESTQ-FILIAL-FIM.
           MOVE W-COD-PROD TO ESTQ-COD
           MOVE W-FILIAL-PED TO ESTQ-FILIAL
           READ ARQESTFIL
           IF ST-ESTF NOT = "00"
              MOVE W-COD-PROD TO ESTQ-COD
              MOVE W-FILIAL-PED TO ESTQ-FILIAL
              MOVE ZEROS TO ESTQ-QTD
              MOVE W-OPERADOR TO ULT-OPERADOR OF REGESTFIL
              WRITE REGESTFIL.
           IF MOV-TIPO = "E"
              ADD W-QTD-MOV TO ESTQ-QTD
           ELSE
              SUBTRACT W-QTD-MOV FROM ESTQ-QTD.
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

      * PEDIDO CANCELADO NAO GUARDA LANCAMENTOS (O AUDITDB COBRA
      * ISSO): AS PARCELAS SAEM E O SALDO DA PESSOA E ACERTADO
       REVERTE-LANC.
           MOVE NUMPEDIDO TO LANC-NUMPEDIDO
           MOVE TPPEDIDO TO LANC-TPPEDIDO
           MOVE ZEROS TO LANC-PARCELA
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO REVERTE-LANC-FIM.
       REVERTE-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO REVERTE-LANC-FIM.
           IF LANC-NUMPEDIDO NOT = NUMPEDIDO OR
              LANC-TPPEDIDO NOT = TPPEDIDO
              GO TO REVERTE-LANC-FIM.
           IF LANC-STATUS = "A"
              COMPUTE W-SDP-DELTA = LANC-VALOR * -1
              PERFORM ATUALIZA-SALDO-PES.
           MOVE "D" TO W-JRN-OPER
           PERFORM JRN-ANTES-LANC
           DELETE ARQLANC RECORD
           PERFORM JRN-GRAVA-LANC
           ADD 1 TO W-QTD-PARC
           GO TO REVERTE-LANC-LOOP.
       REVERTE-LANC-FIM.
           EXIT.

       ATUALIZA-SALDO-PES.
           MOVE LANC-TIPO TO SDP-TIPO
           MOVE LANC-CODPESSOA TO SDP-CODPESSOA
           READ ARQSDP
           IF ST-SDP = "00"
              ADD W-SDP-DELTA TO SDP-SALDO
              REWRITE REGSDP
           ELSE
              MOVE LANC-TIPO TO SDP-TIPO
              MOVE LANC-CODPESSOA TO SDP-CODPESSOA
              MOVE W-SDP-DELTA TO SDP-SALDO
              WRITE REGSDP.

      *----------------------------------------------------------------
      * K: CARTA DE CORRECAO DE NOTA AUTORIZADA
      *----------------------------------------------------------------
       CARTA-CORRECAO.
           PERFORM PEDE-NOTA THRU PEDE-NOTA-FIM
           IF W-ACHOU = ZEROS
              GO TO CARTA-CORRECAO-FIM.
           IF W-AUT-SIT NOT = "A"
              DISPLAY "SO NOTA AUTORIZADA (E NAO CANCELADA) RECEBE"
                 " CARTA DE CORRECAO"
              GO TO CARTA-CORRECAO-FIM.
           MOVE NF-CHAVE TO CHAVE
           READ ARQPED
           IF ST-PED = "00" AND PED-STATUS = "C"
              DISPLAY "PEDIDO DA NOTA CANCELADO - SEM CARTA DE"
                 " CORRECAO"
              GO TO CARTA-CORRECAO-FIM.
           MOVE NF-SERIE TO W-SERIE
           MOVE NF-NUMERO TO W-NUM-ATU W-NUM-FIM
           MOVE "K" TO W-TIPO-EVT
           PERFORM PROX-SEQ-EVT THRU PROX-SEQ-EVT-FIM
           IF W-SEQ-EVT NOT < W-MAX-CCE
              DISPLAY "NOTA JA TEM " W-MAX-CCE
                 " CARTAS DE CORRECAO - LIMITE ATINGIDO"
              GO TO CARTA-CORRECAO-FIM.
           DISPLAY "A CARTA NAO PODE ALTERAR VALORES, IMPOSTOS,"
              " QUANTIDADES, EMITENTE OU DESTINATARIO"
           DISPLAY "TEXTO DA CORRECAO: "
           PERFORM PEDE-TEXTO THRU PEDE-TEXTO-FIM
           IF W-TAM-TXT = ZEROS
              GO TO CARTA-CORRECAO-FIM.
           DISPLAY "CONFIRMA A CARTA DE CORRECAO DA NF " NF-NUMERO
              " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CARTA NAO GRAVADA ***"
              GO TO CARTA-CORRECAO-FIM.
           MOVE ZEROS TO W-FILIAL
           PERFORM GRAVA-EVENTO
           PERFORM GRAVA-AUD-EVENTO
           DISPLAY "CARTA DE CORRECAO " EVT-SEQ
              " PENDENTE DE ENVIO (NFEXP)".
       CARTA-CORRECAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * FILIAL -> SERIE E ULTIMO NUMERO EMITIDO
      *----------------------------------------------------------------
       PEDE-FILIAL-SERIE.
           MOVE ZEROS TO W-FILIAL W-SERIE-OK W-ULT-NUM
           DISPLAY "FILIAL (00 = SERIE 001 DO CONTADOR GERAL): "
           ACCEPT W-FILIAL
           IF W-FILIAL = ZEROS
              MOVE "001" TO W-SERIE
              MOVE ZEROS TO CTL-ULT-NUMNF
              OPEN INPUT ARQNFCTL
              IF ST-NFCTL = "00"
                 READ ARQNFCTL
                 CLOSE ARQNFCTL
                 MOVE CTL-ULT-NUMNF TO W-ULT-NUM
                 MOVE 1 TO W-SERIE-OK
                 GO TO PEDE-FILIAL-SERIE-FIM
              ELSE
                 DISPLAY "NFSEQ.CTL NAO ENCONTRADO - NENHUMA NOTA"
                    " NA SERIE 001"
                 GO TO PEDE-FILIAL-SERIE-FIM.
           IF W-FILIAL-ABERTO NOT = "S"
              DISPLAY "FILIAL.DAT NAO ENCONTRADO"
              GO TO PEDE-FILIAL-SERIE-FIM.
           MOVE W-FILIAL TO FIL-CODIGO
           READ ARQFIL
           IF ST-FILIAL NOT = "00"
              DISPLAY "FILIAL NAO CADASTRADA - SUAS NOTAS SAEM NA"
                 " SERIE 001 (FILIAL 00)"
              GO TO PEDE-FILIAL-SERIE-FIM.
           MOVE W-FILIAL TO W-SERIE-FIL-NN
           MOVE W-SERIE-FIL TO W-SERIE
           MOVE FIL-ULT-NF TO W-ULT-NUM
           MOVE 1 TO W-SERIE-OK.
       PEDE-FILIAL-SERIE-FIM.
           EXIT.

      * FAIXA W-NUM-INI A W-NUM-FIM (ATE 5000 NUMEROS) MARCADA
      * COM AS NOTAS EMITIDAS E AS INUTILIZACOES JA PEDIDAS
       MONTA-USO.
           MOVE SPACES TO W-TAB-USO
           COMPUTE W-QTD-FAIXA = W-NUM-FIM - W-NUM-INI + 1
           MOVE LOW-VALUES TO NF-CHAVE
           START ARQNF KEY IS NOT LESS THAN NF-CHAVE
              INVALID KEY GO TO MONTA-USO-EVT.
       MONTA-USO-NF.
           READ ARQNF NEXT
           IF ST-NF NOT = "00"
              GO TO MONTA-USO-EVT.
           IF NF-SERIE NOT = W-SERIE OR
              NF-NUMERO < W-NUM-INI OR NF-NUMERO > W-NUM-FIM
              GO TO MONTA-USO-NF.
           COMPUTE IX-USO = NF-NUMERO - W-NUM-INI + 1
           MOVE "N" TO W-USO(IX-USO)
           GO TO MONTA-USO-NF.
       MONTA-USO-EVT.
           MOVE W-SERIE TO EVT-SERIE
           MOVE ZEROS TO EVT-NUMERO EVT-SEQ
           MOVE SPACES TO EVT-TIPO
           START ARQEVT KEY IS NOT LESS THAN EVT-CHAVE
              INVALID KEY GO TO MONTA-USO-FIM.
       MONTA-USO-EVT-LOOP.
           READ ARQEVT NEXT
           IF ST-EVT NOT = "00"
              GO TO MONTA-USO-FIM.
           IF EVT-SERIE NOT = W-SERIE
              GO TO MONTA-USO-FIM.
           IF EVT-TIPO NOT = "U" OR EVT-STATUS = "R"
              GO TO MONTA-USO-EVT-LOOP.
           IF EVT-NUM-FIM < W-NUM-INI OR EVT-NUMERO > W-NUM-FIM
              GO TO MONTA-USO-EVT-LOOP.
           MOVE EVT-NUMERO TO W-MARCA-INI
           IF W-MARCA-INI < W-NUM-INI
              MOVE W-NUM-INI TO W-MARCA-INI.
           MOVE EVT-NUM-FIM TO W-MARCA-FIM
           IF W-MARCA-FIM > W-NUM-FIM
              MOVE W-NUM-FIM TO W-MARCA-FIM.
           PERFORM MARCA-INUTIL THRU MARCA-INUTIL-FIM
           GO TO MONTA-USO-EVT-LOOP.
       MONTA-USO-FIM.
           EXIT.

       MARCA-INUTIL.
           COMPUTE IX-USO = W-MARCA-INI - W-NUM-INI + 1.
       MARCA-INUTIL-LOOP.
           IF W-MARCA-INI > W-MARCA-FIM
              GO TO MARCA-INUTIL-FIM.
           IF W-USO(IX-USO) = SPACE
              MOVE "U" TO W-USO(IX-USO).
           ADD 1 TO W-MARCA-INI IX-USO
           GO TO MARCA-INUTIL-LOOP.
       MARCA-INUTIL-FIM.
           EXIT.

      *----------------------------------------------------------------
      * L: NUMEROS PULADOS DA SERIE (SEM NOTA E SEM INUTILIZACAO)
      *----------------------------------------------------------------
       LISTA-PULADOS.
           PERFORM PEDE-FILIAL-SERIE THRU PEDE-FILIAL-SERIE-FIM
           IF W-SERIE-OK = ZEROS
              GO TO LISTA-PULADOS-FIM.
           IF W-ULT-NUM = ZEROS
              DISPLAY "NENHUMA NOTA EMITIDA NA SERIE " W-SERIE
              GO TO LISTA-PULADOS-FIM.
           MOVE ZEROS TO W-NUM-INI
           DISPLAY "SERIE " W-SERIE " - ULTIMO NUMERO EMITIDO "
              W-ULT-NUM
           DISPLAY "A PARTIR DO NUMERO (ZEROS = 000001): "
           ACCEPT W-NUM-INI
           IF W-NUM-INI = ZEROS
              MOVE 1 TO W-NUM-INI.
           IF W-NUM-INI > W-ULT-NUM
              DISPLAY "NUMERO ALEM DO ULTIMO EMITIDO"
              GO TO LISTA-PULADOS-FIM.
           COMPUTE W-NUM-FIM = W-NUM-INI + 4999
           IF W-NUM-FIM > W-ULT-NUM
              MOVE W-ULT-NUM TO W-NUM-FIM.
           PERFORM MONTA-USO THRU MONTA-USO-FIM
           MOVE ZEROS TO IX-USO W-EM-LACUNA W-QTD-LACUNA
           DISPLAY "NUMEROS PULADOS DE " W-NUM-INI " A " W-NUM-FIM
              " NA SERIE " W-SERIE ":".
       LISTA-PULADOS-LOOP.
           ADD 1 TO IX-USO
           IF IX-USO > W-QTD-FAIXA
              GO TO LISTA-PULADOS-ENC.
           COMPUTE W-NUM-ATU = W-NUM-INI + IX-USO - 1
           IF W-USO(IX-USO) = SPACE
              ADD 1 TO W-QTD-LACUNA
              IF W-EM-LACUNA = ZEROS
                 MOVE 1 TO W-EM-LACUNA
                 MOVE W-NUM-ATU TO W-LAC-INI
                 GO TO LISTA-PULADOS-LOOP
              ELSE
                 GO TO LISTA-PULADOS-LOOP.
           IF W-EM-LACUNA = 1
              SUBTRACT 1 FROM W-NUM-ATU
              DISPLAY "  DE " W-LAC-INI " A " W-NUM-ATU
              MOVE ZEROS TO W-EM-LACUNA.
           GO TO LISTA-PULADOS-LOOP.
       LISTA-PULADOS-ENC.
           IF W-EM-LACUNA = 1
              DISPLAY "  DE " W-LAC-INI " A " W-NUM-FIM.
           IF W-QTD-LACUNA = ZEROS
              DISPLAY "  NENHUM NUMERO PULADO NA FAIXA"
           ELSE
              DISPLAY "TOTAL DE NUMEROS PULADOS: " W-QTD-LACUNA
                 " - INUTILIZE PELA OPCAO I".
       LISTA-PULADOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * I: INUTILIZACAO DE UMA FAIXA DE NUMEROS PULADOS
      *----------------------------------------------------------------
       INUTILIZA-NUMEROS.
           PERFORM PEDE-FILIAL-SERIE THRU PEDE-FILIAL-SERIE-FIM
           IF W-SERIE-OK = ZEROS
              GO TO INUTILIZA-NUMEROS-FIM.
           MOVE ZEROS TO W-NUM-INI W-NUM-FIM
           DISPLAY "SERIE " W-SERIE " - ULTIMO NUMERO EMITIDO "
              W-ULT-NUM
           DISPLAY "NUMERO INICIAL: "
           ACCEPT W-NUM-INI
           DISPLAY "NUMERO FINAL (ZEROS = O MESMO): "
           ACCEPT W-NUM-FIM
           IF W-NUM-FIM = ZEROS
              MOVE W-NUM-INI TO W-NUM-FIM.
           IF W-NUM-INI = ZEROS OR W-NUM-FIM < W-NUM-INI
              DISPLAY "FAIXA INVALIDA"
              GO TO INUTILIZA-NUMEROS-FIM.
           IF W-NUM-FIM > W-ULT-NUM
              DISPLAY "SO SE INUTILIZA NUMERO JA PULADO (ATE "
                 W-ULT-NUM ")"
              GO TO INUTILIZA-NUMEROS-FIM.
           IF W-NUM-FIM - W-NUM-INI > 4999
              DISPLAY "FAIXA MAIOR QUE 5000 NUMEROS - DIVIDA"
              GO TO INUTILIZA-NUMEROS-FIM.
           PERFORM MONTA-USO THRU MONTA-USO-FIM
           PERFORM CONFERE-FAIXA-LIVRE THRU CONFERE-FAIXA-LIVRE-FIM
           IF W-FAIXA-LIVRE = ZEROS
              GO TO INUTILIZA-NUMEROS-FIM.
           DISPLAY "JUSTIFICATIVA: "
           PERFORM PEDE-TEXTO THRU PEDE-TEXTO-FIM
           IF W-TAM-TXT = ZEROS
              GO TO INUTILIZA-NUMEROS-FIM.
           DISPLAY "CONFIRMA A INUTILIZACAO DE " W-NUM-INI " A "
              W-NUM-FIM " SERIE " W-SERIE " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** INUTILIZACAO NAO GRAVADA ***"
              GO TO INUTILIZA-NUMEROS-FIM.
           MOVE W-NUM-INI TO W-NUM-ATU
           MOVE "U" TO W-TIPO-EVT
           PERFORM PROX-SEQ-EVT THRU PROX-SEQ-EVT-FIM
           MOVE ZEROS TO W-ACHOU
           PERFORM GRAVA-EVENTO
           PERFORM GRAVA-AUD-EVENTO
           DISPLAY "INUTILIZACAO PENDENTE DE ENVIO (NFEXP)".
       INUTILIZA-NUMEROS-FIM.
           EXIT.

       CONFERE-FAIXA-LIVRE.
           MOVE 1 TO W-FAIXA-LIVRE
           MOVE ZEROS TO IX-USO.
       CONFERE-FAIXA-LOOP.
           ADD 1 TO IX-USO
           IF IX-USO > W-QTD-FAIXA
              GO TO CONFERE-FAIXA-LIVRE-FIM.
           IF W-USO(IX-USO) = SPACE
              GO TO CONFERE-FAIXA-LOOP.
           MOVE ZEROS TO W-FAIXA-LIVRE
           COMPUTE W-NUM-ATU = W-NUM-INI + IX-USO - 1
           IF W-USO(IX-USO) = "N"
              DISPLAY "NUMERO " W-NUM-ATU " TEM NOTA EMITIDA -"
                 " CANCELE A NOTA PELA OPCAO C"
           ELSE
              DISPLAY "NUMERO " W-NUM-ATU " JA INUTILIZADO".
       CONFERE-FAIXA-LIVRE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * E: EVENTOS DE UM NUMERO/SERIE, COM REENVIO DO REJEITADO
      *----------------------------------------------------------------
       CONSULTA-EVENTOS.
           MOVE ZEROS TO W-NUM-ATU
           MOVE SPACES TO W-SERIE
           DISPLAY "NUMERO DA NOTA (OU INICIAL DA FAIXA): "
           ACCEPT W-NUM-ATU
           DISPLAY "SERIE (BRANCO = 001): "
           ACCEPT W-SERIE
           IF W-SERIE = SPACES
              MOVE "001" TO W-SERIE.
           MOVE W-SERIE TO EVT-SERIE
           MOVE W-NUM-ATU TO EVT-NUMERO
           MOVE SPACES TO EVT-TIPO
           MOVE ZEROS TO EVT-SEQ
           START ARQEVT KEY IS NOT LESS THAN EVT-CHAVE
              INVALID KEY
                 DISPLAY "NENHUM EVENTO PARA A NOTA"
                 GO TO CONSULTA-EVENTOS-FIM.
       CONSULTA-EVENTOS-LOOP.
           READ ARQEVT NEXT
           IF ST-EVT NOT = "00"
              GO TO CONSULTA-EVENTOS-FIM.
           IF EVT-SERIE NOT = W-SERIE OR EVT-NUMERO NOT = W-NUM-ATU
              GO TO CONSULTA-EVENTOS-FIM.
           DISPLAY EVT-TIPO "-" EVT-SEQ " ATE " EVT-NUM-FIM
              " DE " EVT-DATA " STATUS " EVT-STATUS
              " PROTOCOLO " EVT-PROTOCOLO " OPERADOR " EVT-OPERADOR
           DISPLAY "    " EVT-TEXTO
           IF EVT-STATUS NOT = "R"
              GO TO CONSULTA-EVENTOS-LOOP.
           DISPLAY "EVENTO REJEITADO - REENVIAR (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              MOVE "P" TO EVT-STATUS
              MOVE SPACES TO EVT-PROTOCOLO
              MOVE ZEROS TO EVT-DATA-RET
              REWRITE REGEVT
              DISPLAY "EVENTO VOLTOU A PENDENTE".
           GO TO CONSULTA-EVENTOS-LOOP.
       CONSULTA-EVENTOS-FIM.
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
       JRN-ANTES-PED.
           MOVE REGPED TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPED
           IF ST-PED = "00"
              MOVE REGPED TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPED.
       JRN-GRAVA-PED.
           IF ST-PED = "00" OR "02"
              MOVE "REGPED" TO W-JRN-ARQ
              MOVE CHAVE OF REGPED TO W-JRN-CHAVE
              MOVE REGPED TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       JRN-ANTES-LANC.
           MOVE REGLANC TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQLANC
           IF ST-ERRO = "00"
              MOVE REGLANC TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGLANC.
       JRN-GRAVA-LANC.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
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
           CLOSE ARQEVT ARQAUT ARQNF ARQPED ARQITEM ARQPROD
              ARQLANC ARQMOV ARQSDP ARQAUD.
           IF W-KIT-ABERTO = "S"
              CLOSE ARQKIT.
           IF W-KPM-ABERTO = "S"
              CLOSE ARQKPM.
           IF W-ESTF-ABERTO = "S"
              CLOSE ARQESTFIL.
           IF W-PCMP-ABERTO = "S"
              CLOSE ARQPCMP.
           IF W-BXA-ABERTO = "S"
              CLOSE ARQBXA.
           IF W-FILIAL-ABERTO = "S"
              CLOSE ARQFIL.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
