      **************************************************
      * EXECUTOR DA CADEIA NOTURNA DE PROCESSAMENTO     *
      * RODA OS PASSOS NA ORDEM CORRETA (GERACONT,      *
      * GERADESP, BIROEXC, EXTCONT, RELESTB, RELPED,    *
      * RELDIA, SPOOLNOT, AUDITDB, RELTOT),             *
      * GRAVANDO INICIO/FIM E STATUS DE CADA PASSO EM   *
      * NOTURNO.CTL. NUMA REEXECUCAO DO MESMO DIA OS    *
      * PASSOS JA CONCLUIDOS SAO PULADOS, ENTAO UMA     *
      * NOITE ABORTADA RECOMECA DO PASSO QUE FALHOU.    *
      * O DIARIO DA EXECUCAO E ACRESCENTADO EM          *
      * NOTURNO.LOG.                                    *
      * APOS CADA PASSO CONFERE OS TOTAIS DE CONTROLE   *
      * GRAVADOS PELO PROGRAMA (CTLTOT.DAT) COM         *
      * CONTAGENS PROPRIAS DOS ARQUIVOS (PEDIDOS,       *
      * LANCAMENTOS, PRODUTOS, NEGATIVACOES, CONTROLES  *
      * DE NUMERACAO E RELATORIOS) E GRAVA O RESULTADO  *
      * NO MESMO ARQUIVO. DIVERGENCIA INTERROMPE A      *
      * CADEIA COM O MOTIVO EM NOTURNO.LOG, DEIXA O     *
      * PASSO COM STATUS "E" (REEXECUTADO NA PROXIMA    *
      * RODADA) E EMITE O RELTOT.                       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-LOG.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

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

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS COD
                    FILE STATUS IS ST-PROD.

           SELECT ARQNEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NEG-CHAVE
                    FILE STATUS IS ST-NEG.

           SELECT ARQPEDCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQAVLCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ACTL.

           SELECT ARQEXTCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ECTL.

           SELECT ARQTXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TXT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTL
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTURNO.LOG".
       01 LINHA-LOG              PIC X(100).

       FD ARQTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REGTOT.
          03 TOT-DATA            PIC 9(08).
          03 TOT-HORA            PIC 9(06).
          03 TOT-PASSO           PIC X(08).
          03 TOT-ORIGEM          PIC X(01).
          03 TOT-LIDOS           PIC 9(07).
          03 TOT-GRAVADOS        PIC 9(07).
          03 TOT-GRAVADOS2       PIC 9(07).
          03 TOT-VALOR           PIC 9(11)V99.
          03 TOT-VALOR2          PIC 9(11)V99.
          03 TOT-HASH            PIC 9(15).
          03 TOT-SITUACAO        PIC X(01).
          03 TOT-OBS             PIC X(40).

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

       FD ARQNEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGATIV.DAT".
       01 REGNEG.
          03 NEG-CHAVE.
           05 NEG-NUMPEDIDO      PIC 9(06).
           05 NEG-TPPEDIDO       PIC 9(01).
           05 NEG-PARCELA        PIC 9(02).
          03 NEG-CODCLI          PIC 9(14).
          03 NEG-VALOR           PIC 9(07)V99.
          03 NEG-VENCIMENTO      PIC 9(08).
          03 NEG-STATUS          PIC X(01).
          03 NEG-DATA-AVISO      PIC 9(08).
          03 NEG-DATA-INCL       PIC 9(08).
          03 NEG-DATA-EXCL       PIC 9(08).
          03 NEG-OPERADOR        PIC X(10).

       FD ARQPEDCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDSEQ.CTL".
       01 REG-PEDCTL.
          03 CTL-ULT-NUMPEDIDO  PIC 9(06).

       FD ARQAVLCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVLSEQ.CTL".
       01 REG-AVLCTL.
          03 CTL-ULT-NUMAVL     PIC 9(06).

       FD ARQEXTCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTCONT.CTL".
       01 REG-EXTCTL.
          03 CTL-NUMPEDIDO      PIC 9(06).
          03 CTL-TPPEDIDO       PIC 9(01).

       FD ARQTXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-TXT.
       01 LINHA-TXT              PIC X(250).

       WORKING-STORAGE SECTION.
       01 ST-CTL        PIC X(02) VALUE "00".
       01 W-JA-FEITO    PIC 9(01) VALUE ZEROS.
       01 W-QTD-EXEC    PIC 9(02) VALUE ZEROS.
       01 W-QTD-PULADO  PIC 9(02) VALUE ZEROS.
       01 ST-TOT        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-NEG        PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-ACTL       PIC X(02) VALUE "00".
       01 ST-ECTL       PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 IC            PIC 9(01) VALUE ZEROS.
       01 W-INI-DH      PIC 9(14) VALUE ZEROS.
       01 W-TOT-DH      PIC 9(14) VALUE ZEROS.
       01 W-TOT-DATA-P  PIC 9(08) VALUE ZEROS.
       01 W-ACHOU-TOT   PIC 9(01) VALUE ZEROS.
       01 W-DIVERGE     PIC 9(01) VALUE ZEROS.
       01 W-IX-DIV      PIC 9(01) VALUE ZEROS.
       01 W-OBS-CONF    PIC X(40) VALUE SPACES.
       01 W-ED-PROG     PIC Z(14)9,99-.
       01 W-ED-CONF     PIC Z(14)9,99-.
       01 W-NOME-TXT    PIC X(12) VALUE SPACES.
       01 W-QTD-LIN     PIC 9(07) VALUE ZEROS.
       01 W-TXT-EXISTE  PIC 9(01) VALUE ZEROS.
       01 W-SEQ-LIDO    PIC 9(06) VALUE ZEROS.
       01 W-SEQ-ANTES   PIC 9(06) VALUE ZEROS.
       01 W-CH-LIDO.
          03 W-CH-LIDO-NUM PIC 9(06).
          03 W-CH-LIDO-TP  PIC 9(01).
       01 W-CH-ANTES    PIC X(07) VALUE ZEROS.

      * FAIXA DE CHAVES GRAVADAS PELO PASSO (ENTRE O CONTROLE DE
      * NUMERACAO ANTES E DEPOIS DA EXECUCAO). TIPO ZERO = TODOS
       01 W-FX-TP       PIC 9(01) VALUE ZEROS.
       01 W-FX-INI.
          03 W-FX-INI-NUM  PIC 9(06).
          03 W-FX-INI-TP   PIC 9(01).
       01 W-FX-FIM.
          03 W-FX-FIM-NUM  PIC 9(06).
          03 W-FX-FIM-TP   PIC 9(01).
       01 W-DIA-REF     PIC 9(08) VALUE ZEROS.

      * CONTAGENS PROPRIAS DOS ARQUIVOS
       01 W-PED-QTD     PIC 9(07) VALUE ZEROS.
       01 W-PED-VAL     PIC 9(11)V99 VALUE ZEROS.
       01 W-PED-DIA-QTD PIC 9(07) VALUE ZEROS.
       01 W-PED-DIA-VAL PIC 9(11)V99 VALUE ZEROS.
       01 W-PED-ANT-QTD PIC 9(07) VALUE ZEROS.
       01 W-PED-LST-QTD PIC 9(07) VALUE ZEROS.
       01 W-PED-LST-VAL PIC 9(11)V99 VALUE ZEROS.
       01 W-PED-FX-QTD  PIC 9(07) VALUE ZEROS.
       01 W-PED-FX-VAL  PIC 9(11)V99 VALUE ZEROS.
       01 W-PED-FX-HASH PIC 9(15) VALUE ZEROS.
       01 W-LAN-QTD     PIC 9(07) VALUE ZEROS.
       01 W-LAN-VAL     PIC S9(11)V99 VALUE ZEROS.
       01 W-LAN-HASH    PIC 9(15) VALUE ZEROS.
       01 W-PROD-QTD    PIC 9(07) VALUE ZEROS.
       01 W-NEG-QTD     PIC 9(07) VALUE ZEROS.
       01 W-NEG-EXC-QTD PIC 9(07) VALUE ZEROS.
       01 W-NEG-EXC-VAL PIC 9(11)V99 VALUE ZEROS.
       01 W-NEG-EXC-HASH PIC 9(15) VALUE ZEROS.
       01 W-NEG-REG-QTD PIC 9(07) VALUE ZEROS.
       01 W-ANT-EXC-QTD PIC 9(07) VALUE ZEROS.
       01 W-ANT-EXC-VAL PIC 9(11)V99 VALUE ZEROS.
       01 W-ANT-EXC-HASH PIC 9(15) VALUE ZEROS.
       01 W-ANT-REG-QTD PIC 9(07) VALUE ZEROS.
       01 W-SPL-QTD     PIC 9(07) VALUE ZEROS.
       01 W-SPL-LIN     PIC 9(07) VALUE ZEROS.

      * RELATORIOS CAPTURADOS PELO SPOOLNOT
       01 W-SPL-RELS.
          03 FILLER        PIC X(12) VALUE "EXTCONT.TXT".
          03 FILLER        PIC X(12) VALUE "RELESTB.TXT".
          03 FILLER        PIC X(12) VALUE "RELPED.TXT".
          03 FILLER        PIC X(12) VALUE "RELDIA.TXT".
       01 W-SPL-RELS-R REDEFINES W-SPL-RELS.
          03 W-SPL-NOME    PIC X(12) OCCURS 4 TIMES.

      * CAMPOS DO REGISTRO DE TOTAIS: VALOR DO PROGRAMA X VALOR
      * CONFERIDO; SO OS MARCADOS COM "S" SAO COMPARADOS
       01 W-CAMPOS.
          03 FILLER        PIC X(10) VALUE "LIDOS".
          03 FILLER        PIC X(10) VALUE "GRAVADOS".
          03 FILLER        PIC X(10) VALUE "GRAVADOS2".
          03 FILLER        PIC X(10) VALUE "VALOR".
          03 FILLER        PIC X(10) VALUE "VALOR2".
          03 FILLER        PIC X(10) VALUE "HASH".
       01 W-CAMPOS-R REDEFINES W-CAMPOS.
          03 W-CAMPO-NOME  PIC X(10) OCCURS 6 TIMES.
       01 W-CONF-USA    PIC X(06) VALUE SPACES.
       01 W-CONF-USA-R REDEFINES W-CONF-USA.
          03 WC-USA        PIC X(01) OCCURS 6 TIMES.
       01 W-CONF.
          03 W-CF OCCURS 6 TIMES.
             05 WC-PROG       PIC S9(15)V99.
             05 WC-CONF       PIC S9(15)V99.

       01 W-PASSOS.
          03 FILLER        PIC X(08) VALUE "BACKUP00".
          03 FILLER        PIC X(08) VALUE "GERACONT".
          03 FILLER        PIC X(08) VALUE "GERADESP".
          03 FILLER        PIC X(08) VALUE "BIROEXC".
          03 FILLER        PIC X(08) VALUE "EXTCONT".
          03 FILLER        PIC X(08) VALUE "RELESTB".
          03 FILLER        PIC X(08) VALUE "RELPED".
          03 FILLER        PIC X(08) VALUE "RELDIA".
          03 FILLER        PIC X(08) VALUE "SPOOLNOT".
          03 FILLER        PIC X(08) VALUE "AUDITDB".
          03 FILLER        PIC X(08) VALUE "RELTOT".
       01 W-PASSOS-R REDEFINES W-PASSOS.
          03 W-PASSO-NOME  PIC X(08) OCCURS 11 TIMES.
       01 W-QTD-PASSOS  PIC 9(02) VALUE 11.

       01 W-TAB-FEITOS.
          03 W-FEITO OCCURS 20 TIMES.
              GO TO EXECUTA-PASSOS.
           PERFORM MARCA-INICIADO
           PERFORM GRAVA-LOG-INICIO
           PERFORM FOTO-ANTES THRU FOTO-ANTES-FIM
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO W-INI-DH
           PERFORM CHAMA-PASSO
           PERFORM CONFERE-PASSO THRU CONFERE-PASSO-FIM
           IF W-DIVERGE NOT = ZEROS
              GO TO INTERROMPE.
           PERFORM MARCA-CONCLUIDO
           PERFORM GRAVA-LOG-FIM
           ADD 1 TO W-QTD-EXEC
              W-QTD-EXEC " PULADOS: " W-QTD-PULADO
           PERFORM GRAVA-LOG-ENCERRA
           STOP RUN.
      * PASSO COM TOTAIS DIVERGENTES NAO LIBERA O SEGUINTE: FICA
      * COM STATUS "E" PARA SER REEXECUTADO NA PROXIMA RODADA
       INTERROMPE.
           PERFORM MARCA-ERRO
           PERFORM GRAVA-LOG-DIVERGENCIA
           DISPLAY "PASSO " W-PASSO " DIVERGENTE NOS TOTAIS DE"
              " CONTROLE - CADEIA INTERROMPIDA (NOTURNO.LOG)"
           CALL "RELTOT"
           STOP RUN.

       CHAMA-PASSO.
           DISPLAY "EXECUTANDO PASSO " W-PASSO
              CALL "BACKUP00".
           IF W-PASSO = "GERACONT"
              CALL "GERACONT".
           IF W-PASSO = "GERADESP"
              CALL "GERADESP".
           IF W-PASSO = "BIROEXC"
              CALL "BIROEXC".
           IF W-PASSO = "EXTCONT"
              CALL "EXTCONT".
           IF W-PASSO = "RELESTB"
              CALL "SPOOLNOT".
           IF W-PASSO = "AUDITDB"
              CALL "AUDITDB".
           IF W-PASSO = "RELTOT"
              CALL "RELTOT".

      *----------------------------------------------------------------
      * SITUACAO DOS ARQUIVOS ANTES DO PASSO, PARA CONFERIR O QUE
      * ELE GRAVOU (FAIXA DE NUMERACAO, CHAVE DO EXTRATO, EXCLUSOES)
      *----------------------------------------------------------------
       FOTO-ANTES.
           IF W-PASSO = "GERACONT"
              PERFORM LE-PEDSEQ
              MOVE W-SEQ-LIDO TO W-SEQ-ANTES.
           IF W-PASSO = "GERADESP"
              PERFORM LE-AVLSEQ
              MOVE W-SEQ-LIDO TO W-SEQ-ANTES.
           IF W-PASSO = "BIROEXC"
              PERFORM CONTA-NEGATIV THRU CONTA-NEGATIV-FIM
              MOVE W-NEG-EXC-QTD TO W-ANT-EXC-QTD
              MOVE W-NEG-EXC-VAL TO W-ANT-EXC-VAL
              MOVE W-NEG-EXC-HASH TO W-ANT-EXC-HASH
              MOVE W-NEG-REG-QTD TO W-ANT-REG-QTD.
           IF W-PASSO = "EXTCONT"
              PERFORM LE-EXTCTL
              MOVE W-CH-LIDO TO W-CH-ANTES.
       FOTO-ANTES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFERENCIA DO PASSO: TOTAIS GRAVADOS PELO PROGRAMA X
      * CONTAGENS PROPRIAS. O RESULTADO VAI PARA O CTLTOT.DAT
      * (ORIGEM "N") AO LADO DO REGISTRO DO PROGRAMA (ORIGEM "P")
      *----------------------------------------------------------------
       CONFERE-PASSO.
           MOVE ZEROS TO W-DIVERGE W-IX-DIV
           IF W-PASSO = "RELTOT"
              GO TO CONFERE-PASSO-FIM.
           MOVE "NNNNNN" TO W-CONF-USA
           MOVE ZEROS TO IC.
       CONFERE-PASSO-ZERA.
           ADD 1 TO IC
           IF IC NOT > 6
              MOVE ZEROS TO WC-PROG(IC) WC-CONF(IC)
              GO TO CONFERE-PASSO-ZERA.
           MOVE ZEROS TO W-FX-TP W-FX-INI W-FX-FIM
           PERFORM LE-TOTAIS-PASSO THRU LE-TOTAIS-PASSO-FIM
           IF W-ACHOU-TOT = ZEROS
              MOVE 1 TO W-DIVERGE
              MOVE "PASSO NAO GRAVOU TOTAIS DE CONTROLE" TO W-OBS-CONF
              PERFORM GRAVA-CONFERENCIA
              GO TO CONFERE-PASSO-FIM.
           IF W-PASSO = "BACKUP00"
              PERFORM CONF-BACKUP00.
           IF W-PASSO = "GERACONT"
              PERFORM CONF-GERACONT.
           IF W-PASSO = "GERADESP"
              PERFORM CONF-GERADESP.
           IF W-PASSO = "BIROEXC"
              PERFORM CONF-BIROEXC.
           IF W-PASSO = "EXTCONT"
              PERFORM CONF-EXTCONT.
           IF W-PASSO = "RELESTB"
              PERFORM CONF-RELESTB.
           IF W-PASSO = "RELPED"
              PERFORM CONF-RELPED.
           IF W-PASSO = "RELDIA"
              PERFORM CONF-RELDIA.
           IF W-PASSO = "SPOOLNOT"
              PERFORM CONF-SPOOLNOT.
           IF W-PASSO = "AUDITDB"
              PERFORM CONF-AUDITDB.
           PERFORM COMPARA-CAMPOS THRU COMPARA-CAMPOS-FIM
           IF W-DIVERGE = ZEROS
              MOVE "CONFERIDO" TO W-OBS-CONF
           ELSE
              MOVE SPACES TO W-OBS-CONF
              STRING "DIVERGENTE EM " W-CAMPO-NOME(W-IX-DIV)
                 DELIMITED BY SIZE INTO W-OBS-CONF.
           PERFORM GRAVA-CONFERENCIA.
       CONFERE-PASSO-FIM.
           EXIT.

      * O BACKUP RELE CADA COPIA: GRAVADOS E LIDOS DEVEM BATER COM
      * OS REGISTROS RELIDOS
       CONF-BACKUP00.
           MOVE WC-PROG(3) TO WC-CONF(1) WC-CONF(2)
           MOVE "SSNNNN" TO W-CONF-USA.

      * PEDIDOS TIPO 2 NA FAIXA DO PEDSEQ.CTL E SUAS PARCELAS
       CONF-GERACONT.
           PERFORM LE-PEDSEQ
           MOVE 2 TO W-FX-TP W-FX-INI-TP W-FX-FIM-TP
           MOVE W-SEQ-ANTES TO W-FX-INI-NUM
           MOVE W-SEQ-LIDO TO W-FX-FIM-NUM
           PERFORM CONTA-PEDIDOS THRU CONTA-PEDIDOS-FIM
           PERFORM CONTA-LANC THRU CONTA-LANC-FIM
           MOVE W-PED-FX-QTD TO WC-CONF(2)
           MOVE W-LAN-QTD TO WC-CONF(3)
           MOVE W-PED-FX-VAL TO WC-CONF(4)
           MOVE W-LAN-VAL TO WC-CONF(5)
           MOVE W-PED-FX-HASH TO WC-CONF(6)
           MOVE "NSSSSS" TO W-CONF-USA.

      * LANCAMENTOS TIPO 9 NA FAIXA DO AVLSEQ.CTL
       CONF-GERADESP.
           PERFORM LE-AVLSEQ
           MOVE 9 TO W-FX-TP W-FX-INI-TP W-FX-FIM-TP
           MOVE W-SEQ-ANTES TO W-FX-INI-NUM
           MOVE W-SEQ-LIDO TO W-FX-FIM-NUM
           PERFORM CONTA-LANC THRU CONTA-LANC-FIM
           MOVE W-LAN-QTD TO WC-CONF(2)
           MOVE W-LAN-VAL TO WC-CONF(4)
           MOVE W-LAN-HASH TO WC-CONF(6)
           MOVE "NSNSNS" TO W-CONF-USA.

      * NEGATIVACOES: EXCLUSOES E REGULARIZACOES NOVAS
       CONF-BIROEXC.
           PERFORM CONTA-NEGATIV THRU CONTA-NEGATIV-FIM
           MOVE W-NEG-QTD TO WC-CONF(1)
           COMPUTE WC-CONF(2) = W-NEG-EXC-QTD - W-ANT-EXC-QTD
           COMPUTE WC-CONF(3) = W-NEG-REG-QTD - W-ANT-REG-QTD
           COMPUTE WC-CONF(4) = W-NEG-EXC-VAL - W-ANT-EXC-VAL
           COMPUTE WC-CONF(6) = W-NEG-EXC-HASH - W-ANT-EXC-HASH
           MOVE "SSSSNS" TO W-CONF-USA.

      * PEDIDOS ENTRE A CHAVE DO EXTCONT.CTL ANTES E DEPOIS, E AS
      * LINHAS DO EXTCONT.TXT (CABECALHO + UMA POR PEDIDO)
       CONF-EXTCONT.
           PERFORM LE-EXTCTL
           MOVE W-CH-ANTES TO W-FX-INI
           MOVE W-CH-LIDO TO W-FX-FIM
           PERFORM CONTA-PEDIDOS THRU CONTA-PEDIDOS-FIM
           MOVE "EXTCONT.TXT" TO W-NOME-TXT
           PERFORM CONTA-LINHAS THRU CONTA-LINHAS-FIM
           MOVE W-PED-FX-QTD TO WC-CONF(2)
           MOVE W-QTD-LIN TO WC-CONF(3)
           MOVE W-PED-FX-VAL TO WC-CONF(4)
           MOVE W-PED-FX-HASH TO WC-CONF(6)
           MOVE "NSSSNS" TO W-CONF-USA.

       CONF-RELESTB.
           PERFORM CONTA-PRODUTOS THRU CONTA-PRODUTOS-FIM
           MOVE W-PROD-QTD TO WC-CONF(1)
           MOVE "SNNNNN" TO W-CONF-USA.

      * RELPED NA CADEIA LISTA TODAS AS DATAS
       CONF-RELPED.
           PERFORM CONTA-PEDIDOS THRU CONTA-PEDIDOS-FIM
           MOVE W-PED-QTD TO WC-CONF(1)
           MOVE W-PED-LST-QTD TO WC-CONF(2)
           MOVE W-PED-LST-VAL TO WC-CONF(4)
           MOVE "SSNSNN" TO W-CONF-USA.

      * RELDIA NA CADEIA E O MOVIMENTO DO DIA DA EXECUCAO
       CONF-RELDIA.
           MOVE W-TOT-DATA-P TO W-DIA-REF
           PERFORM CONTA-PEDIDOS THRU CONTA-PEDIDOS-FIM
           MOVE W-PED-QTD TO WC-CONF(1)
           MOVE W-PED-DIA-QTD TO WC-CONF(2)
           MOVE W-PED-ANT-QTD TO WC-CONF(3)
           MOVE W-PED-DIA-VAL TO WC-CONF(4)
           MOVE "SSSSNN" TO W-CONF-USA.

       CONF-SPOOLNOT.
           MOVE ZEROS TO W-SPL-QTD W-SPL-LIN IY.
       CONF-SPOOLNOT-LOOP.
           ADD 1 TO IY
           IF IY NOT > 4
              MOVE W-SPL-NOME(IY) TO W-NOME-TXT
              PERFORM CONTA-LINHAS THRU CONTA-LINHAS-FIM
              ADD W-TXT-EXISTE TO W-SPL-QTD
              ADD W-QTD-LIN TO W-SPL-LIN
              GO TO CONF-SPOOLNOT-LOOP.
           MOVE W-SPL-LIN TO WC-CONF(1) WC-CONF(3)
           MOVE W-SPL-QTD TO WC-CONF(2)
           MOVE "SSSNNN" TO W-CONF-USA.

       CONF-AUDITDB.
           PERFORM CONTA-PEDIDOS THRU CONTA-PEDIDOS-FIM
           MOVE W-PED-QTD TO WC-CONF(1)
           MOVE W-PED-VAL TO WC-CONF(4)
           MOVE "SNNSNN" TO W-CONF-USA.

       COMPARA-CAMPOS.
           MOVE ZEROS TO IC.
       COMPARA-CAMPOS-LOOP.
           ADD 1 TO IC
           IF IC > 6
              GO TO COMPARA-CAMPOS-FIM.
           IF WC-USA(IC) = "S" AND WC-PROG(IC) NOT = WC-CONF(IC)
              MOVE 1 TO W-DIVERGE
              MOVE IC TO W-IX-DIV
              GO TO COMPARA-CAMPOS-FIM.
           GO TO COMPARA-CAMPOS-LOOP.
       COMPARA-CAMPOS-FIM.
           EXIT.

      * ULTIMO REGISTRO DO PROGRAMA GRAVADO DEPOIS DO INICIO DO PASSO
       LE-TOTAIS-PASSO.
           MOVE ZEROS TO W-ACHOU-TOT W-TOT-DATA-P
           OPEN INPUT ARQTOT
           IF ST-TOT NOT = "00"
              GO TO LE-TOTAIS-PASSO-FIM.
       LE-TOTAIS-PASSO-LOOP.
           READ ARQTOT
           IF ST-TOT NOT = "00"
              CLOSE ARQTOT
              GO TO LE-TOTAIS-PASSO-FIM.
           IF TOT-ORIGEM NOT = "P" OR TOT-PASSO NOT = W-PASSO
              GO TO LE-TOTAIS-PASSO-LOOP.
           COMPUTE W-TOT-DH = TOT-DATA * 1000000 + TOT-HORA
           IF W-TOT-DH < W-INI-DH
              GO TO LE-TOTAIS-PASSO-LOOP.
           MOVE 1 TO W-ACHOU-TOT
           MOVE TOT-DATA TO W-TOT-DATA-P
           MOVE TOT-LIDOS TO WC-PROG(1)
           MOVE TOT-GRAVADOS TO WC-PROG(2)
           MOVE TOT-GRAVADOS2 TO WC-PROG(3)
           MOVE TOT-VALOR TO WC-PROG(4)
           MOVE TOT-VALOR2 TO WC-PROG(5)
           MOVE TOT-HASH TO WC-PROG(6)
           GO TO LE-TOTAIS-PASSO-LOOP.
       LE-TOTAIS-PASSO-FIM.
           EXIT.

       GRAVA-CONFERENCIA.
           OPEN EXTEND ARQTOT
           IF ST-TOT NOT = "00"
              OPEN OUTPUT ARQTOT.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO REGTOT
           MOVE W-DATAHORA(1:8) TO TOT-DATA
           MOVE W-DATAHORA(9:6) TO TOT-HORA
           MOVE W-PASSO TO TOT-PASSO
           MOVE "N" TO TOT-ORIGEM
           MOVE WC-CONF(1) TO TOT-LIDOS
           MOVE WC-CONF(2) TO TOT-GRAVADOS
           MOVE WC-CONF(3) TO TOT-GRAVADOS2
           MOVE WC-CONF(4) TO TOT-VALOR
           MOVE WC-CONF(5) TO TOT-VALOR2
           MOVE WC-CONF(6) TO TOT-HASH
           IF W-DIVERGE = ZEROS
              MOVE "O" TO TOT-SITUACAO
           ELSE
              MOVE "D" TO TOT-SITUACAO.
           MOVE W-OBS-CONF TO TOT-OBS
           WRITE REGTOT
           CLOSE ARQTOT.

      *----------------------------------------------------------------
      * CONTAGENS PROPRIAS DOS ARQUIVOS
      *----------------------------------------------------------------
       LE-PEDSEQ.
           MOVE ZEROS TO W-SEQ-LIDO
           OPEN INPUT ARQPEDCTL
           IF ST-PCTL = "00"
              READ ARQPEDCTL
              IF ST-PCTL = "00"
                 MOVE CTL-ULT-NUMPEDIDO TO W-SEQ-LIDO.
           CLOSE ARQPEDCTL.
       LE-AVLSEQ.
           MOVE ZEROS TO W-SEQ-LIDO
           OPEN INPUT ARQAVLCTL
           IF ST-ACTL = "00"
              READ ARQAVLCTL
              IF ST-ACTL = "00"
                 MOVE CTL-ULT-NUMAVL TO W-SEQ-LIDO.
           CLOSE ARQAVLCTL.
       LE-EXTCTL.
           MOVE ZEROS TO W-CH-LIDO
           OPEN INPUT ARQEXTCTL
           IF ST-ECTL = "00"
              READ ARQEXTCTL
              IF ST-ECTL = "00"
                 MOVE CTL-NUMPEDIDO TO W-CH-LIDO-NUM
                 MOVE CTL-TPPEDIDO TO W-CH-LIDO-TP.
           CLOSE ARQEXTCTL.

      * REGPED INTEIRO: TOTAL GERAL, PEDIDOS DO DIA W-DIA-REF, EM
      * ABERTO DE DIAS ANTERIORES, LISTAVEIS NO RELPED (FORA C/D/H)
      * E OS DA FAIXA W-FX-INI/W-FX-FIM (TIPO W-FX-TP)
       CONTA-PEDIDOS.
           MOVE ZEROS TO W-PED-QTD W-PED-VAL W-PED-DIA-QTD
              W-PED-DIA-VAL W-PED-ANT-QTD W-PED-LST-QTD
              W-PED-LST-VAL W-PED-FX-QTD W-PED-FX-VAL W-PED-FX-HASH
           OPEN INPUT ARQPED
           IF ST-PED NOT = "00"
              GO TO CONTA-PEDIDOS-FIM.
       CONTA-PEDIDOS-LOOP.
           READ ARQPED NEXT
           IF ST-PED NOT = "00"
              CLOSE ARQPED
              GO TO CONTA-PEDIDOS-FIM.
           ADD 1 TO W-PED-QTD
           ADD TOTAL TO W-PED-VAL
           IF DATAPED = W-DIA-REF
              ADD 1 TO W-PED-DIA-QTD
              ADD TOTAL TO W-PED-DIA-VAL.
           IF DATAPED < W-DIA-REF AND PED-STATUS = "A"
              ADD 1 TO W-PED-ANT-QTD.
           IF PED-STATUS NOT = "C" AND "D" AND "H"
              ADD 1 TO W-PED-LST-QTD
              ADD TOTAL TO W-PED-LST-VAL.
           IF CHAVE NOT > W-FX-INI OR CHAVE > W-FX-FIM
              GO TO CONTA-PEDIDOS-LOOP.
           IF W-FX-TP NOT = ZEROS AND TPPEDIDO NOT = W-FX-TP
              GO TO CONTA-PEDIDOS-LOOP.
           ADD 1 TO W-PED-FX-QTD
           ADD TOTAL TO W-PED-FX-VAL
           ADD NUMPEDIDO TO W-PED-FX-HASH
           GO TO CONTA-PEDIDOS-LOOP.
       CONTA-PEDIDOS-FIM.
           EXIT.

      * LANCAMENTOS DO TIPO W-FX-TP NA FAIXA DE NUMEROS
       CONTA-LANC.
           MOVE ZEROS TO W-LAN-QTD W-LAN-VAL W-LAN-HASH
           OPEN INPUT ARQLANC
           IF ST-LANC NOT = "00"
              GO TO CONTA-LANC-FIM.
       CONTA-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-LANC NOT = "00"
              CLOSE ARQLANC
              GO TO CONTA-LANC-FIM.
           IF LANC-TPPEDIDO NOT = W-FX-TP
              GO TO CONTA-LANC-LOOP.
           IF LANC-NUMPEDIDO NOT > W-FX-INI-NUM OR
              LANC-NUMPEDIDO > W-FX-FIM-NUM
              GO TO CONTA-LANC-LOOP.
           ADD 1 TO W-LAN-QTD
           ADD LANC-VALOR TO W-LAN-VAL
           ADD LANC-NUMPEDIDO TO W-LAN-HASH
           GO TO CONTA-LANC-LOOP.
       CONTA-LANC-FIM.
           EXIT.

       CONTA-PRODUTOS.
           MOVE ZEROS TO W-PROD-QTD
           OPEN INPUT ARQPROD
           IF ST-PROD NOT = "00"
              GO TO CONTA-PRODUTOS-FIM.
       CONTA-PRODUTOS-LOOP.
           READ ARQPROD NEXT
           IF ST-PROD NOT = "00"
              CLOSE ARQPROD
              GO TO CONTA-PRODUTOS-FIM.
           ADD 1 TO W-PROD-QTD
           GO TO CONTA-PRODUTOS-LOOP.
       CONTA-PRODUTOS-FIM.
           EXIT.

      * NEGATIVACOES: TOTAL, EXCLUIDAS ("E") E REGULARIZADAS ("B")
       CONTA-NEGATIV.
           MOVE ZEROS TO W-NEG-QTD W-NEG-EXC-QTD W-NEG-EXC-VAL
              W-NEG-EXC-HASH W-NEG-REG-QTD
           OPEN INPUT ARQNEG
           IF ST-NEG NOT = "00"
              GO TO CONTA-NEGATIV-FIM.
       CONTA-NEGATIV-LOOP.
           READ ARQNEG NEXT
           IF ST-NEG NOT = "00"
              CLOSE ARQNEG
              GO TO CONTA-NEGATIV-FIM.
           ADD 1 TO W-NEG-QTD
           IF NEG-STATUS = "E"
              ADD 1 TO W-NEG-EXC-QTD
              ADD NEG-VALOR TO W-NEG-EXC-VAL
              ADD NEG-NUMPEDIDO TO W-NEG-EXC-HASH.
           IF NEG-STATUS = "B"
              ADD 1 TO W-NEG-REG-QTD.
           GO TO CONTA-NEGATIV-LOOP.
       CONTA-NEGATIV-FIM.
           EXIT.

      * LINHAS DE UM RELATORIO TEXTO (W-NOME-TXT)
       CONTA-LINHAS.
           MOVE ZEROS TO W-QTD-LIN W-TXT-EXISTE
           OPEN INPUT ARQTXT
           IF ST-TXT NOT = "00"
              GO TO CONTA-LINHAS-FIM.
           MOVE 1 TO W-TXT-EXISTE.
       CONTA-LINHAS-LOOP.
           READ ARQTXT
           IF ST-TXT NOT = "00"
              CLOSE ARQTXT
              GO TO CONTA-LINHAS-FIM.
           ADD 1 TO W-QTD-LIN
           GO TO CONTA-LINHAS-LOOP.
       CONTA-LINHAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLE DE PASSOS CONCLUIDOS
           PERFORM GUARDA-FEITO
           MOVE "C" TO WF-STATUS(IY)
           PERFORM REGRAVA-CONTROLE THRU REGRAVA-CONTROLE-FIM.
       MARCA-ERRO.
           PERFORM GUARDA-FEITO
           MOVE "E" TO WF-STATUS(IY)
           PERFORM REGRAVA-CONTROLE THRU REGRAVA-CONTROLE-FIM.

       GUARDA-FEITO.
           MOVE ZEROS TO IY.
              DELIMITED BY SIZE INTO LINHA-LOG
           WRITE LINHA-LOG
           CLOSE ARQLOG.
       GRAVA-LOG-DIVERGENCIA.
           PERFORM ABRE-LOG
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-LOG
           STRING W-DATAHORA(1:8) " " W-DATAHORA(9:6)
              " PASSO " W-PASSO " DIVERGENTE NOS TOTAIS DE CONTROLE"
              DELIMITED BY SIZE INTO LINHA-LOG
           WRITE LINHA-LOG
           MOVE SPACES TO LINHA-LOG
           IF W-IX-DIV = ZEROS
              STRING W-DATAHORA(1:8) " " W-DATAHORA(9:6)
                 " " W-OBS-CONF
                 DELIMITED BY SIZE INTO LINHA-LOG
           ELSE
              MOVE WC-PROG(W-IX-DIV) TO W-ED-PROG
              MOVE WC-CONF(W-IX-DIV) TO W-ED-CONF
              STRING W-DATAHORA(1:8) " " W-DATAHORA(9:6)
                 " " W-CAMPO-NOME(W-IX-DIV)
                 " PROGRAMA" W-ED-PROG " CONFERIDO" W-ED-CONF
                 DELIMITED BY SIZE INTO LINHA-LOG.
           WRITE LINHA-LOG
           MOVE SPACES TO LINHA-LOG
           STRING W-DATAHORA(1:8) " " W-DATAHORA(9:6)
              " CADEIA INTERROMPIDA NO PASSO " W-PASSO
              " - CONTROLES EM RELTOT.TXT"
              DELIMITED BY SIZE INTO LINHA-LOG
           WRITE LINHA-LOG
           CLOSE ARQLOG.
       GRAVA-LOG-ENCERRA.
           PERFORM ABRE-LOG
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
