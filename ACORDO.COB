       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO.
      **************************************************
      * RENEGOCIACAO DE DIVIDA (ACORDO)                 *
      * SELECIONA AS PARCELAS "R" EM ABERTO DE UM       *
      * CLIENTE, MOSTRA O PRINCIPAL EM ABERTO E OS      *
      * JUROS/MULTA PELA POLITICA DO SCE023             *
      * (JUROSPOL.CTL) E, COM APROVACAO DE SUPERVISOR   *
      * (PERF-SUPERV = "S" EM PERFDESC.DAT), FECHA AS   *
      * ORIGINAIS COM LANC-STATUS "N" (RENEGOCIADO) E   *
      * ABRE AS PARCELAS NOVAS DO ACORDO NO REGLANC COM *
      * LANC-TPPEDIDO 8 E LANC-NUMPEDIDO = NUMERO DO    *
      * ACORDO (A ENTRADA, SE HOUVER, E A PARCELA 01).  *
      * ACORDO.DAT GUARDA O CABECALHO E ACORDOI.DAT AS  *
      * PARCELAS ORIGINAIS DE CADA ACORDO. O SALDO DO   *
      * CLIENTE (SALDOPES.DAT) SAI PELO EM ABERTO DAS   *
      * ORIGINAIS E ENTRA PELO VALOR ACORDADO, E O ATO  *
      * FICA EM AUDITORIA.DAT. PARCELA DO ACORDO VENCIDA*
      * HA MAIS DE ACD-DIAS-QUEBRA DIAS APARECE COMO    *
      * ACORDO ROMPIDO NA AGENDA DE COBRANCA (SCE028).  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQACD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ACD-NUMERO
                    FILE STATUS IS ST-ACD.

           SELECT ARQACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ACI-CHAVE
                    FILE STATUS IS ST-ACI.

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

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQJURCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JCTL.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQACD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACORDO.DAT".
       01 REGACD.
          03 ACD-NUMERO          PIC 9(06).
          03 ACD-CODCLI          PIC 9(14).
          03 ACD-DATA            PIC 9(08).
          03 ACD-PRINCIPAL       PIC 9(09)V99.
          03 ACD-ENCARGOS        PIC 9(09)V99.
          03 ACD-TOTAL           PIC 9(09)V99.
          03 ACD-ENTRADA         PIC 9(09)V99.
          03 ACD-QTD-PARC        PIC 9(02).
          03 ACD-DIAS-QUEBRA     PIC 9(03).
          03 ACD-STATUS          PIC X(01).
          03 ACD-OPERADOR        PIC X(10).
          03 ACD-SUPERV          PIC X(10).

       FD ARQACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACORDOI.DAT".
       01 REGACI.
          03 ACI-CHAVE.
           05 ACI-NUMERO         PIC 9(06).
           05 ACI-SEQ            PIC 9(03).
          03 ACI-NUMPEDIDO       PIC 9(06).
          03 ACI-TPPEDIDO        PIC 9(01).
          03 ACI-PARCELA         PIC 9(02).
          03 ACI-VENCIMENTO      PIC 9(08).
          03 ACI-SALDO           PIC 9(07)V99.
          03 ACI-ENCARGOS        PIC 9(07)V99.

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

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

       FD ARQJURCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JUROSPOL.CTL".
       01 REG-JURCTL.
          03 CTL-JUROS-MES      PIC 9(02)V99.
          03 CTL-MULTA-PCT      PIC 9(02)V99.
          03 CTL-CARENCIA       PIC 9(03).

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
       01 W-JRN-PROG         PIC X(08) VALUE "ACORDO".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-ACD        PIC X(02) VALUE "00".
       01 ST-ACI        PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-JCTL       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-TEM-BXA     PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-BASE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-CLIENTE     PIC 9(14) VALUE ZEROS.
       01 W-NUM-ACORDO  PIC 9(06) VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-ABS   PIC 9(07)V99 VALUE ZEROS.
       01 W-RESTANTE    PIC S9(09)V99 VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-JUROS-MES   PIC 9(02)V99 VALUE ZEROS.
       01 W-MULTA-PCT   PIC 9(02)V99 VALUE ZEROS.
       01 W-CARENCIA    PIC 9(03) VALUE ZEROS.
       01 W-JUROS-VAL   PIC 9(07)V99 VALUE ZEROS.
       01 W-MULTA-VAL   PIC 9(07)V99 VALUE ZEROS.
       01 W-DIAS-ATR    PIC S9(05) VALUE ZEROS.
       01 W-TOT-PRINC   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-ENCARG  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-ACORDO  PIC 9(09)V99 VALUE ZEROS.
       01 W-ENTRADA     PIC 9(09)V99 VALUE ZEROS.
       01 W-DATA-ENTR   PIC 9(08) VALUE ZEROS.
       01 W-PRIM-VENC   PIC 9(08) VALUE ZEROS.
       01 W-QTD-PARC    PIC 9(02) VALUE ZEROS.
       01 W-IX-PARC     PIC 9(02) VALUE ZEROS.
       01 W-NUM-PARC    PIC 9(02) VALUE ZEROS.
       01 W-DIAS-QUEBRA PIC 9(03) VALUE ZEROS.
       01 W-FINANCIADO  PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-PARC    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-PRIM    PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.
       01 W-VAL-ED3     PIC ZZZZZZZZ9,99.
       01 IX-SEL        PIC 9(03) VALUE ZEROS.
       01 W-QTD-SEL     PIC 9(03) VALUE ZEROS.
       01 W-QTD-OK      PIC 9(03) VALUE ZEROS.

      * PARCELAS ESCOLHIDAS PARA O ACORDO
       01 W-TAB-SEL.
          03 W-SEL OCCURS 60 TIMES.
             05 W-SEL-NUMPEDIDO  PIC 9(06).
             05 W-SEL-TPPEDIDO   PIC 9(01).
             05 W-SEL-PARCELA    PIC 9(02).
             05 W-SEL-VENCIMENTO PIC 9(08).
             05 W-SEL-SALDO      PIC 9(07)V99.
             05 W-SEL-ENCARGOS   PIC 9(07)V99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RENEGOCIACAO DE DIVIDA (ACORDO)"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           COMPUTE W-BASE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           PERFORM LE-POLITICA-JUROS.
       ABRE-ACD.
           OPEN I-O ARQACD
           IF ST-ACD NOT = "00"
              IF ST-ACD = "30"
                 OPEN OUTPUT ARQACD
                 CLOSE ARQACD
                 OPEN I-O ARQACD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE ACORDOS"
                 STOP RUN.
       ABRE-ACI.
           OPEN I-O ARQACI
           IF ST-ACI NOT = "00"
              IF ST-ACI = "30"
                 OPEN OUTPUT ARQACI
                 CLOSE ARQACI
                 OPEN I-O ARQACI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DAS PARCELAS DE ACORDOS"
                 CLOSE ARQACD
                 STOP RUN.
       ABRE-LANC.
           OPEN I-O ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO"
              CLOSE ARQACD ARQACI
              STOP RUN.
       ABRE-BXA.
           MOVE "N" TO W-TEM-BXA
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.
       ABRE-SDP.
           OPEN I-O ARQSDP
           IF ST-SDP = "30"
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              GO TO ROT-FIM.
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
           DISPLAY "N = NOVO ACORDO | C = CONSULTAR ACORDO"
              " | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
              PERFORM NOVO-ACORDO THRU NOVO-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONSULTA-ACORDO THRU CONSULTA-ACORDO-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE N, C OU S"
           GO TO R1.

       LE-POLITICA-JUROS.
           MOVE ZEROS TO W-JUROS-MES W-MULTA-PCT W-CARENCIA
           OPEN INPUT ARQJURCTL
           IF ST-JCTL = "00"
              READ ARQJURCTL
              CLOSE ARQJURCTL
              MOVE CTL-JUROS-MES TO W-JUROS-MES
              MOVE CTL-MULTA-PCT TO W-MULTA-PCT
              MOVE CTL-CARENCIA TO W-CARENCIA
           ELSE
              NEXT SENTENCE.

      *----------------------------------------------------------------
      * NOVO ACORDO: ESCOLHA DAS PARCELAS, VALORES E GRAVACAO
      *----------------------------------------------------------------
       NOVO-ACORDO.
           MOVE ZEROS TO W-CLIENTE
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT W-CLIENTE
           MOVE W-CLIENTE TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              DISPLAY "CLIENTE NAO CADASTRADO"
              GO TO NOVO-ACORDO-FIM.
           DISPLAY "CLIENTE: " RSNOME
           MOVE ZEROS TO W-QTD-SEL W-TOT-PRINC W-TOT-ENCARG
           PERFORM ESCOLHE-PARCELAS THRU ESCOLHE-PARCELAS-FIM
           IF W-QTD-SEL = ZEROS
              DISPLAY "NENHUMA PARCELA ESCOLHIDA - ACORDO CANCELADO"
              GO TO NOVO-ACORDO-FIM.
           MOVE W-TOT-PRINC TO W-VAL-ED
           MOVE W-TOT-ENCARG TO W-VAL-ED2
           COMPUTE W-TOT-ACORDO = W-TOT-PRINC + W-TOT-ENCARG
           MOVE W-TOT-ACORDO TO W-VAL-ED3
           DISPLAY "PARCELAS: " W-QTD-SEL "  PRINCIPAL " W-VAL-ED
              "  JUROS/MULTA " W-VAL-ED2
           DISPLAY "TOTAL ATUALIZADO: " W-VAL-ED3
           PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
           IF W-SUP-COD = SPACES
              DISPLAY "SEM SUPERVISOR - ACORDO CANCELADO"
              GO TO NOVO-ACORDO-FIM.
       NOVO-ACORDO-TOTAL.
           DISPLAY "TOTAL ACORDADO (ZEROS = TOTAL ATUALIZADO "
              W-VAL-ED3 "): "
           MOVE ZEROS TO W-TOT-ACORDO
           ACCEPT W-TOT-ACORDO
           IF W-TOT-ACORDO = ZEROS
              COMPUTE W-TOT-ACORDO = W-TOT-PRINC + W-TOT-ENCARG.
       NOVO-ACORDO-ENTRADA.
           MOVE ZEROS TO W-ENTRADA W-DATA-ENTR
           DISPLAY "VALOR DA ENTRADA (ZEROS = SEM ENTRADA): "
           ACCEPT W-ENTRADA
           IF W-ENTRADA > W-TOT-ACORDO
              DISPLAY "ENTRADA MAIOR QUE O TOTAL ACORDADO"
              GO TO NOVO-ACORDO-ENTRADA.
           IF W-ENTRADA > ZEROS
              DISPLAY "VENCIMENTO DA ENTRADA (AAAAMMDD, ZEROS ="
                 " HOJE): "
              ACCEPT W-DATA-ENTR
              IF W-DATA-ENTR = ZEROS
                 MOVE W-DATA-HOJE TO W-DATA-ENTR.
           COMPUTE W-FINANCIADO = W-TOT-ACORDO - W-ENTRADA
           MOVE ZEROS TO W-QTD-PARC W-PRIM-VENC
           IF W-FINANCIADO = ZEROS
              GO TO NOVO-ACORDO-QUEBRA.
       NOVO-ACORDO-PARC.
           DISPLAY "QTDE DE PARCELAS DO SALDO (01-12): "
           ACCEPT W-QTD-PARC
           IF W-QTD-PARC < 1 OR W-QTD-PARC > 12
              DISPLAY "QTDE DE PARCELAS DEVE SER DE 01 A 12"
              GO TO NOVO-ACORDO-PARC.
           DISPLAY "VENCIMENTO DA 1A PARCELA (AAAAMMDD, ZEROS ="
              " DAQUI A 30 DIAS): "
           ACCEPT W-PRIM-VENC
           IF W-PRIM-VENC = ZEROS
              COMPUTE W-PRIM-VENC = FUNCTION DATE-OF-INTEGER(
                 W-BASE-SERIAL + 30).
       NOVO-ACORDO-QUEBRA.
           MOVE ZEROS TO W-DIAS-QUEBRA
           DISPLAY "DIAS DE ATRASO PARA O ACORDO SER DADO COMO"
              " ROMPIDO (ZEROS = 030): "
           ACCEPT W-DIAS-QUEBRA
           IF W-DIAS-QUEBRA = ZEROS
              MOVE 30 TO W-DIAS-QUEBRA.
           MOVE W-TOT-ACORDO TO W-VAL-ED
           MOVE W-ENTRADA TO W-VAL-ED2
           DISPLAY "ACORDO: TOTAL " W-VAL-ED "  ENTRADA " W-VAL-ED2
              "  PARCELAS " W-QTD-PARC
           DISPLAY "CONFIRMA O ACORDO? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "ACORDO CANCELADO"
              GO TO NOVO-ACORDO-FIM.
           PERFORM ACHA-PROX-ACORDO THRU ACHA-PROX-ACORDO-FIM
           PERFORM FECHA-ORIGINAIS THRU FECHA-ORIGINAIS-FIM
           IF W-QTD-OK = ZEROS
              DISPLAY "AS PARCELAS ESCOLHIDAS NAO ESTAO MAIS EM"
                 " ABERTO - ACORDO CANCELADO"
              GO TO NOVO-ACORDO-FIM.
           PERFORM GERA-PARCELAS THRU GERA-PARCELAS-FIM
           MOVE W-NUM-ACORDO TO ACD-NUMERO
           MOVE W-CLIENTE TO ACD-CODCLI
           MOVE W-DATA-HOJE TO ACD-DATA
           MOVE W-TOT-PRINC TO ACD-PRINCIPAL
           MOVE W-TOT-ENCARG TO ACD-ENCARGOS
           MOVE W-TOT-ACORDO TO ACD-TOTAL
           MOVE W-ENTRADA TO ACD-ENTRADA
           MOVE W-QTD-PARC TO ACD-QTD-PARC
           MOVE W-DIAS-QUEBRA TO ACD-DIAS-QUEBRA
           MOVE "A" TO ACD-STATUS
           MOVE W-OPERADOR TO ACD-OPERADOR
           MOVE W-SUP-COD TO ACD-SUPERV
           WRITE REGACD
           PERFORM GRAVA-AUD-ACORDO
           DISPLAY "ACORDO " W-NUM-ACORDO " GRAVADO".
       NOVO-ACORDO-FIM.
           EXIT.

      * VARRE O REGLANC ATRAS DAS PARCELAS "R" EM ABERTO DO
      * CLIENTE (VENCIDAS OU A VENCER) E PERGUNTA UMA A UMA.
      * PARCELA DE ACORDO ANTERIOR (TIPO 8) TAMBEM PODE ENTRAR.
       ESCOLHE-PARCELAS.
           MOVE LOW-VALUES TO LANC-CHAVE
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO ESCOLHE-PARCELAS-FIM.
       ESCOLHE-PARCELAS-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO ESCOLHE-PARCELAS-FIM.
           IF LANC-CODPESSOA NOT = W-CLIENTE
              GO TO ESCOLHE-PARCELAS-LOOP.
           IF LANC-TIPO NOT = "R" OR LANC-STATUS NOT = "A"
              GO TO ESCOLHE-PARCELAS-LOOP.
           IF LANC-VALOR NOT > ZEROS
              GO TO ESCOLHE-PARCELAS-LOOP.
           PERFORM CALCULA-RESTANTE THRU CALCULA-RESTANTE-FIM
           IF W-RESTANTE NOT > ZEROS
              GO TO ESCOLHE-PARCELAS-LOOP.
           IF W-QTD-SEL = 60
              DISPLAY "LIMITE DE 60 PARCELAS POR ACORDO ATINGIDO"
              GO TO ESCOLHE-PARCELAS-FIM.
           PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-FIM
           MOVE W-RESTANTE TO W-VAL-ED
           COMPUTE W-VAL-ED2 = W-JUROS-VAL + W-MULTA-VAL
           DISPLAY "PEDIDO " LANC-NUMPEDIDO "-" LANC-TPPEDIDO
              " PARC " LANC-PARCELA " VENC " LANC-VENCIMENTO
              " ATRASO " W-DIAS-ATR
           DISPLAY "  SALDO " W-VAL-ED "  JUROS/MULTA " W-VAL-ED2
           DISPLAY "  INCLUIR NO ACORDO? (S/N/F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO ESCOLHE-PARCELAS-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ESCOLHE-PARCELAS-LOOP.
           ADD 1 TO W-QTD-SEL
           MOVE LANC-NUMPEDIDO TO W-SEL-NUMPEDIDO(W-QTD-SEL)
           MOVE LANC-TPPEDIDO TO W-SEL-TPPEDIDO(W-QTD-SEL)
           MOVE LANC-PARCELA TO W-SEL-PARCELA(W-QTD-SEL)
           MOVE LANC-VENCIMENTO TO W-SEL-VENCIMENTO(W-QTD-SEL)
           MOVE W-RESTANTE TO W-SEL-SALDO(W-QTD-SEL)
           COMPUTE W-SEL-ENCARGOS(W-QTD-SEL) = W-JUROS-VAL + W-MULTA-VAL
           ADD W-RESTANTE TO W-TOT-PRINC
           ADD W-SEL-ENCARGOS(W-QTD-SEL) TO W-TOT-ENCARG
           GO TO ESCOLHE-PARCELAS-LOOP.
       ESCOLHE-PARCELAS-FIM.
           EXIT.

      * RELE CADA PARCELA ESCOLHIDA: SO FECHA A QUE CONTINUA "A"
      * (OUTRO TERMINAL PODE TER BAIXADO NESSE MEIO TEMPO)
       FECHA-ORIGINAIS.
           MOVE ZEROS TO IX-SEL W-QTD-OK W-TOT-PRINC W-TOT-ENCARG.
       FECHA-ORIGINAIS-LOOP.
           ADD 1 TO IX-SEL
           IF IX-SEL > W-QTD-SEL
              GO TO FECHA-ORIGINAIS-FIM.
           MOVE W-SEL-NUMPEDIDO(IX-SEL) TO LANC-NUMPEDIDO
           MOVE W-SEL-TPPEDIDO(IX-SEL) TO LANC-TPPEDIDO
           MOVE W-SEL-PARCELA(IX-SEL) TO LANC-PARCELA
           READ ARQLANC
           IF ST-ERRO NOT = "00" OR LANC-STATUS NOT = "A"
              GO TO FECHA-ORIGINAIS-LOOP.
           PERFORM CALCULA-RESTANTE THRU CALCULA-RESTANTE-FIM
           IF W-RESTANTE NOT > ZEROS
              GO TO FECHA-ORIGINAIS-LOOP.
           MOVE "N" TO LANC-STATUS
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-LANC
           REWRITE REGLANC
           PERFORM JRN-GRAVA-LANC
           COMPUTE W-SDP-DELTA = W-RESTANTE * -1
           PERFORM ATUALIZA-SALDO-PES
           ADD 1 TO W-QTD-OK
           MOVE W-NUM-ACORDO TO ACI-NUMERO
           MOVE W-QTD-OK TO ACI-SEQ
           MOVE LANC-NUMPEDIDO TO ACI-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO ACI-TPPEDIDO
           MOVE LANC-PARCELA TO ACI-PARCELA
           MOVE LANC-VENCIMENTO TO ACI-VENCIMENTO
           MOVE W-RESTANTE TO ACI-SALDO
           MOVE W-SEL-ENCARGOS(IX-SEL) TO ACI-ENCARGOS
           WRITE REGACI
           ADD W-RESTANTE TO W-TOT-PRINC
           ADD W-SEL-ENCARGOS(IX-SEL) TO W-TOT-ENCARG
           GO TO FECHA-ORIGINAIS-LOOP.
       FECHA-ORIGINAIS-FIM.
           EXIT.

      * ENTRADA = PARCELA 01; O SALDO FINANCIADO EM PARCELAS
      * IGUAIS A CADA 30 DIAS A PARTIR DO 1O VENCIMENTO, COM A
      * DIFERENCA DE ARREDONDAMENTO NA PRIMEIRA DELAS
       GERA-PARCELAS.
           MOVE ZEROS TO W-NUM-PARC
           IF W-ENTRADA > ZEROS
              ADD 1 TO W-NUM-PARC
              MOVE W-ENTRADA TO LANC-VALOR
              MOVE W-DATA-ENTR TO LANC-VENCIMENTO
              PERFORM GRAVA-PARCELA-ACORDO.
           IF W-QTD-PARC = ZEROS
              GO TO GERA-PARCELAS-FIM.
           COMPUTE W-VAL-PARC = W-FINANCIADO / W-QTD-PARC
           COMPUTE W-VAL-PRIM = W-FINANCIADO -
              (W-VAL-PARC * (W-QTD-PARC - 1))
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-PRIM-VENC)
           MOVE ZEROS TO W-IX-PARC.
       GERA-PARCELAS-LOOP.
           ADD 1 TO W-IX-PARC
           IF W-IX-PARC > W-QTD-PARC
              GO TO GERA-PARCELAS-FIM.
           ADD 1 TO W-NUM-PARC
           IF W-IX-PARC = 1
              MOVE W-VAL-PRIM TO LANC-VALOR
           ELSE
              MOVE W-VAL-PARC TO LANC-VALOR.
           COMPUTE LANC-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
              W-VENC-SERIAL + (30 * (W-IX-PARC - 1)))
           PERFORM GRAVA-PARCELA-ACORDO
           GO TO GERA-PARCELAS-LOOP.
       GERA-PARCELAS-FIM.
           EXIT.

       GRAVA-PARCELA-ACORDO.
           MOVE W-NUM-ACORDO TO LANC-NUMPEDIDO
           MOVE 8 TO LANC-TPPEDIDO
           MOVE W-NUM-PARC TO LANC-PARCELA
           MOVE "R" TO LANC-TIPO
           MOVE W-CLIENTE TO LANC-CODPESSOA
           MOVE W-DATA-HOJE TO LANC-DATA
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-LANC
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES.

      * PROXIMO NUMERO = MAIOR NUMERO EM ACORDO.DAT + 1
       ACHA-PROX-ACORDO.
           MOVE ZEROS TO W-NUM-ACORDO ACD-NUMERO
           START ARQACD KEY IS NOT LESS THAN ACD-NUMERO
              INVALID KEY GO TO ACHA-PROX-ACORDO-SOMA.
       ACHA-PROX-ACORDO-LOOP.
           READ ARQACD NEXT
           IF ST-ACD NOT = "00"
              GO TO ACHA-PROX-ACORDO-SOMA.
           MOVE ACD-NUMERO TO W-NUM-ACORDO
           GO TO ACHA-PROX-ACORDO-LOOP.
       ACHA-PROX-ACORDO-SOMA.
           ADD 1 TO W-NUM-ACORDO.
       ACHA-PROX-ACORDO-FIM.
           EXIT.

       APROVA-SUPERVISOR.
           MOVE SPACES TO W-SUP-COD
           OPEN INPUT ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "PERFDESC.DAT NAO ENCONTRADO - CADASTRE O"
                 " SUPERVISOR NO SCE018"
              GO TO APROVA-SUPERVISOR-FIM.
       APROVA-SUP-PEDE.
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = DESISTE): "
           ACCEPT W-SUP-COD
           IF W-SUP-COD = SPACES
              CLOSE ARQPERF
              GO TO APROVA-SUPERVISOR-FIM.
           MOVE W-SUP-COD TO PERF-OPERADOR
           READ ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "CODIGO DE SUPERVISOR NAO CADASTRADO"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           IF PERF-SUPERV NOT = "S"
              DISPLAY "OPERADOR NAO E SUPERVISOR"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           CLOSE ARQPERF.
       APROVA-SUPERVISOR-FIM.
           EXIT.

       CALCULA-RESTANTE.
           MOVE LANC-VALOR TO W-VALOR-ABS
           IF LANC-VALOR < ZEROS
              COMPUTE W-VALOR-ABS = LANC-VALOR * -1.
           MOVE W-VALOR-ABS TO W-RESTANTE
           MOVE ZEROS TO W-TOT-BAIXADO
           IF W-TEM-BXA NOT = "S"
              GO TO CALCULA-RESTANTE-FIM.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE ZEROS TO BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO CALCULA-RESTANTE-FIM.
       CALCULA-RESTANTE-LOOP.
           READ ARQBXA NEXT
           IF ST-BXA NOT = "00"
              GO TO CALCULA-RESTANTE-SUB.
           IF BXA-NUMPEDIDO NOT = LANC-NUMPEDIDO OR
              BXA-TPPEDIDO NOT = LANC-TPPEDIDO OR
              BXA-PARCELA NOT = LANC-PARCELA
              GO TO CALCULA-RESTANTE-SUB.
      * LINHAS DE JUROS/MULTA (SCE010) NAO ABATEM O PRINCIPAL
           IF BXA-OPERADOR NOT = "JUROSMULTA"
              ADD BXA-VALOR TO W-TOT-BAIXADO.
           GO TO CALCULA-RESTANTE-LOOP.
       CALCULA-RESTANTE-SUB.
           SUBTRACT W-TOT-BAIXADO FROM W-RESTANTE.
       CALCULA-RESTANTE-FIM.
           EXIT.

      * ENCARGOS ATE HOJE PELA MESMA REGRA DA BAIXA (SCE010): JUROS
      * SIMPLES PRO-RATA SOBRE O SALDO, MAIS MULTA FIXA, APOS A
      * CARENCIA DA POLITICA
       CALCULA-ENCARGOS.
           MOVE ZEROS TO W-JUROS-VAL W-MULTA-VAL W-DIAS-ATR
           IF LANC-VENCIMENTO = ZEROS
              GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(LANC-VENCIMENTO)
           COMPUTE W-DIAS-ATR = W-BASE-SERIAL - W-VENC-SERIAL
           IF W-DIAS-ATR < ZEROS
              MOVE ZEROS TO W-DIAS-ATR.
           IF W-JUROS-MES = ZEROS AND W-MULTA-PCT = ZEROS
              GO TO CALCULA-ENCARGOS-FIM.
           IF W-DIAS-ATR NOT > W-CARENCIA
              GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-JUROS-VAL ROUNDED = W-RESTANTE *
              (W-JUROS-MES / 100) * W-DIAS-ATR / 30
           COMPUTE W-MULTA-VAL ROUNDED = W-RESTANTE *
              W-MULTA-PCT / 100.
       CALCULA-ENCARGOS-FIM.
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

       GRAVA-AUD-ACORDO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "ACORDO I CHAVE=" ACD-NUMERO
              " CLIENTE=" ACD-CODCLI
              " PARCELAS-ORIGINAIS=" W-QTD-OK
              " PRINCIPAL=" ACD-PRINCIPAL
              " ENCARGOS=" ACD-ENCARGOS
              " TOTAL=" ACD-TOTAL
              " ENTRADA=" ACD-ENTRADA
              " PARCELAS=" ACD-QTD-PARC
              " OPERADOR=" W-OPERADOR
              " SUPERVISOR=" W-SUP-COD
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.

      *----------------------------------------------------------------
      * CONSULTA: CABECALHO, PARCELAS ORIGINAIS E PARCELAS NOVAS
      *----------------------------------------------------------------
       CONSULTA-ACORDO.
           MOVE ZEROS TO ACD-NUMERO
           DISPLAY "NUMERO DO ACORDO: "
           ACCEPT ACD-NUMERO
           READ ARQACD
           IF ST-ACD NOT = "00"
              DISPLAY "ACORDO NAO ENCONTRADO"
              GO TO CONSULTA-ACORDO-FIM.
           MOVE ACD-TOTAL TO W-VAL-ED
           MOVE ACD-ENTRADA TO W-VAL-ED2
           DISPLAY "ACORDO " ACD-NUMERO " CLIENTE " ACD-CODCLI
              " DATA " ACD-DATA " SUPERVISOR " ACD-SUPERV
           DISPLAY "  TOTAL " W-VAL-ED "  ENTRADA " W-VAL-ED2
              "  PARCELAS " ACD-QTD-PARC
              "  ROMPE COM " ACD-DIAS-QUEBRA " DIAS"
           DISPLAY "PARCELAS ORIGINAIS (RENEGOCIADAS):"
           MOVE ACD-NUMERO TO ACI-NUMERO
           MOVE ZEROS TO ACI-SEQ
           START ARQACI KEY IS NOT LESS THAN ACI-CHAVE
              INVALID KEY GO TO CONSULTA-ACORDO-NOVAS.
       CONSULTA-ACORDO-ORIG.
           READ ARQACI NEXT
           IF ST-ACI NOT = "00"
              GO TO CONSULTA-ACORDO-NOVAS.
           IF ACI-NUMERO NOT = ACD-NUMERO
              GO TO CONSULTA-ACORDO-NOVAS.
           MOVE ACI-SALDO TO W-VAL-ED
           MOVE ACI-ENCARGOS TO W-VAL-ED2
           DISPLAY "  PEDIDO " ACI-NUMPEDIDO "-" ACI-TPPEDIDO
              " PARC " ACI-PARCELA " VENC " ACI-VENCIMENTO
              " SALDO " W-VAL-ED " ENCARGOS " W-VAL-ED2
           GO TO CONSULTA-ACORDO-ORIG.
       CONSULTA-ACORDO-NOVAS.
           DISPLAY "PARCELAS DO ACORDO:"
           MOVE ACD-NUMERO TO LANC-NUMPEDIDO
           MOVE 8 TO LANC-TPPEDIDO
           MOVE ZEROS TO LANC-PARCELA
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY GO TO CONSULTA-ACORDO-FIM.
       CONSULTA-ACORDO-NOVAS-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONSULTA-ACORDO-FIM.
           IF LANC-NUMPEDIDO NOT = ACD-NUMERO OR
              LANC-TPPEDIDO NOT = 8
              GO TO CONSULTA-ACORDO-FIM.
           PERFORM CALCULA-RESTANTE THRU CALCULA-RESTANTE-FIM
           MOVE LANC-VALOR TO W-VAL-ED
           MOVE W-RESTANTE TO W-VAL-ED2
           DISPLAY "  PARC " LANC-PARCELA " VENC " LANC-VENCIMENTO
              " VALOR " W-VAL-ED " SALDO " W-VAL-ED2
              " STATUS " LANC-STATUS
           GO TO CONSULTA-ACORDO-NOVAS-LOOP.
       CONSULTA-ACORDO-FIM.
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
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQACD ARQACI ARQLANC ARQSDP ARQCLI ARQAUD.
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
