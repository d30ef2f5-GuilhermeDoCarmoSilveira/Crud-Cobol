      * EM COLUNAS SEMANAIS (8 SEMANAS) E MENSAIS       *
      * (6 MESES): ENTRADAS, SAIDAS, LIQUIDO E SALDO    *
      * ACUMULADO. DESCONTA AS BAIXAS JA REGISTRADAS.   *
      * OS RECEBIVEIS DE CARTAO EM ABERTO (RECCART.DAT) *
      * ENTRAM COMO ENTRADA PELO LIQUIDO, NA DATA       *
      * PREVISTA DO CREDITO DA ADQUIRENTE.              *
      * OPCIONALMENTE IGNORA OS VENCIDOS ANTES DE UMA   *
      * DATA DE CORTE, LENDO PELA CHAVE ALTERNATIVA     *
      * LANC-VENCIMENTO.                                *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
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
                    RECORD KEY IS FER-DATA
                    FILE STATUS IS ST-FER.

           SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS RCT-CHAVE
                    ALTERNATE RECORD KEY IS RCT-CHAVE-AUT
                       WITH DUPLICATES
                    FILE STATUS IS ST-RCT.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQFER
               LABEL RECORD IS STANDARD
          03 FER-DATA           PIC 9(08).
          03 FER-DESC           PIC X(30).

       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCART.DAT".
       01 REGRCT.
          03 RCT-CHAVE.
           05 RCT-NUMPEDIDO      PIC 9(06).
           05 RCT-TPPEDIDO       PIC 9(01).
           05 RCT-PARCELA        PIC 9(02).
           05 RCT-SEQ-BXA        PIC 9(03).
           05 RCT-PARC-CARTAO    PIC 9(02).
          03 RCT-CHAVE-AUT.
           05 RCT-ADQ            PIC 9(02).
           05 RCT-AUTORIZ        PIC X(12).
           05 RCT-PARC-AUT       PIC 9(02).
          03 RCT-BANDEIRA        PIC X(10).
          03 RCT-MODAL           PIC X(01).
          03 RCT-QTD-PARC        PIC 9(02).
          03 RCT-CODPESSOA       PIC 9(14).
          03 RCT-DATA-VENDA      PIC 9(08).
          03 RCT-DATA-PREV       PIC 9(08).
          03 RCT-VALOR-BRUTO     PIC 9(07)V99.
          03 RCT-TAXA-PCT        PIC 9(02)V99.
          03 RCT-VALOR-TAXA      PIC 9(07)V99.
          03 RCT-VALOR-LIQ       PIC 9(07)V99.
          03 RCT-STATUS          PIC X(01).
          03 RCT-DATA-LIQ        PIC 9(08).
          03 RCT-VALOR-PAGO      PIC 9(07)V99.
          03 RCT-OPERADOR        PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFLUXO.TXT".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-BASE-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-VENC-USADO  PIC 9(08) VALUE ZEROS.
       01 W-VENC-DESDE  PIC 9(08) VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-SEMANA      PIC 9(02) VALUE ZEROS.
       01 IX-FER        PIC 9(03) VALUE ZEROS.
       01 W-DU-OK       PIC 9(01) VALUE ZEROS.
       01 W-RESTO7      PIC 9(01) VALUE ZEROS.
       01 ST-RCT        PIC X(02) VALUE "00".
       01 W-TIPO-PROJ   PIC X(01) VALUE SPACES.
       01 W-QTD-CART    PIC 9(06) VALUE ZEROS.

       01 W-TAB-FER.
          03 W-FER-SER     PIC 9(08) OCCURS 200 TIMES.
           IF W-DATA-BASE = ZEROS
              MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
              MOVE W-DATAHORA(1:8) TO W-DATA-BASE.
           DISPLAY "VENCIDOS DESDE (AAAAMMDD), OU ZEROS PARA TODOS: ".
           ACCEPT W-VENC-DESDE.
           COMPUTE W-BASE-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-DATA-BASE)
           MOVE W-DATA-BASE TO W-BASE-AAMM
           PERFORM CARREGA-FERIADOS THRU CARREGA-FERIADOS-FIM
           PERFORM ABRE-BAIXAS
           PERFORM PROCESSA-LANC THRU PROCESSA-LANC-FIM
           PERFORM PROCESSA-CARTOES THRU PROCESSA-CARTOES-FIM
           OPEN OUTPUT RELSAI
           MOVE "PROJECAO DE FLUXO DE CAIXA" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "DATA BASE: " W-DATA-BASE
              DELIMITED BY SIZE INTO LINHA-SAI
           IF W-VENC-DESDE NOT = ZEROS
              STRING "   VENCIDOS DESDE " W-VENC-DESDE
                 DELIMITED BY SIZE INTO LINHA-SAI(20:30).
           WRITE LINHA-SAI
           PERFORM GERA-SEMANAS THRU GERA-SEMANAS-FIM
           PERFORM GERA-MESES THRU GERA-MESES-FIM
           STRING "LANCAMENTOS PROJETADOS: " W-QTD-PROJ
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "RECEBIVEIS DE CARTAO PROJETADOS: " W-QTD-CART
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI
           IF W-TEM-BXA = "S"
              CLOSE ARQBXA.
           IF ST-BXA = "00"
              MOVE "S" TO W-TEM-BXA.

      * LANCAMENTOS NA ORDEM DE VENCIMENTO (CHAVE ALTERNATIVA
      * LANC-VENCIMENTO), A PARTIR DO CORTE DE VENCIDOS PEDIDO
       PROCESSA-LANC.
           OPEN INPUT ARQLANC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO REGLANC.DAT NAO ENCONTRADO OU VAZIO"
              GO TO PROCESSA-LANC-FIM.
           MOVE W-VENC-DESDE TO LANC-VENCIMENTO
           START ARQLANC KEY IS NOT LESS THAN LANC-VENCIMENTO
              INVALID KEY
                 CLOSE ARQLANC
                 GO TO PROCESSA-LANC-FIM.
       PROCESSA-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-ERRO NOT = "00"
           PERFORM CALCULA-SALDO-LANC THRU CALCULA-SALDO-LANC-FIM
           IF W-SALDO-LANC = ZEROS
              GO TO PROCESSA-LANC-LOOP.
           PERFORM PROJETA-LANC THRU PROJETA-VALOR-FIM
           ADD 1 TO W-QTD-PROJ
           GO TO PROCESSA-LANC-LOOP.
       PROCESSA-LANC-FIM.
           EXIT.

      * RECEBIVEIS DE CARTAO AINDA NAO CREDITADOS PELA ADQUIRENTE:
      * O CLIENTE JA ESTA QUITADO, O DINHEIRO ENTRA NA DATA PREVISTA
       PROCESSA-CARTOES.
           OPEN INPUT ARQRCT
           IF ST-RCT NOT = "00"
              GO TO PROCESSA-CARTOES-FIM.
       PROCESSA-CARTOES-LOOP.
           READ ARQRCT NEXT
           IF ST-RCT NOT = "00"
              CLOSE ARQRCT
              GO TO PROCESSA-CARTOES-FIM.
           IF RCT-STATUS NOT = "A"
              GO TO PROCESSA-CARTOES-LOOP.
           MOVE "R" TO W-TIPO-PROJ
           MOVE RCT-DATA-PREV TO W-VENC-USADO
           MOVE RCT-VALOR-LIQ TO W-SALDO-LANC
           PERFORM PROJETA-VALOR THRU PROJETA-VALOR-FIM
           ADD 1 TO W-QTD-CART
           GO TO PROCESSA-CARTOES-LOOP.
       PROCESSA-CARTOES-FIM.
           EXIT.

      * SALDO EM ABERTO COM SINAL: AS BAIXAS APROXIMAM O SALDO
      * DE ZERO NOS DOIS SENTIDOS (DEVOLUCAO FICA NEGATIVA)
       CALCULA-SALDO-LANC.
      * O DINHEIRO DE VENCIMENTO EM FIM DE SEMANA/FERIADO SO
      * ENTRA NO PROXIMO DIA UTIL: A PROJECAO USA ESSA DATA
       PROJETA-LANC.
           MOVE LANC-TIPO TO W-TIPO-PROJ
           MOVE LANC-VENCIMENTO TO W-VENC-USADO
           IF W-VENC-USADO = ZEROS
              MOVE LANC-DATA TO W-VENC-USADO.
       PROJETA-VALOR.
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-USADO)
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-FIM
           MOVE W-SALDO-LANC TO W-SALDO-ABS
           IF W-SALDO-ABS < ZEROS
              COMPUTE W-SALDO-ABS = W-SALDO-ABS * -1.
           IF W-TIPO-PROJ = "R"
              IF W-SALDO-LANC > ZEROS
                 ADD W-SALDO-ABS TO W-SEM-REC(W-SEMANA)
                 ADD W-SALDO-ABS TO W-MES-REC(W-MES)
              ELSE
                 ADD W-SALDO-ABS TO W-SEM-REC(W-SEMANA)
                 ADD W-SALDO-ABS TO W-MES-REC(W-MES).
       PROJETA-VALOR-FIM.
           EXIT.

       GERA-SEMANAS.
           MOVE SPACES TO LINHA-SAI
