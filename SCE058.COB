       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE058.
      **************************************************
      * DESPESAS RECORRENTES (CONTAS FIXAS A PAGAR)     *
      * CADASTRO DAS DESPESAS FIXAS DO MES (ALUGUEL,    *
      * LUZ, INTERNET, SEGURO, HONORARIOS) EM           *
      * DESPREC.DAT: FORNECEDOR (REGFOR.DAT), VALOR     *
      * FIXO OU ESTIMADO, DIA DO VENCIMENTO, MES        *
      * INICIAL E FINAL (AAAAMM) E A CONTA DE DESPESA   *
      * DO PLANO DE CONTAS (SCE029).                    *
      * O GERADESP (CADEIA NOTURNA) GERA O LANCAMENTO   *
      * "P" DO MES SEGUINTE E GRAVA O VINCULO EM        *
      * DESPLANC.DAT. LANCAMENTO DE VALOR ESTIMADO FICA *
      * PENDENTE ATE A CONFIRMACAO DO VALOR REAL DA     *
      * CONTA AQUI, QUE CORRIGE O REGLANC E O SALDO DO  *
      * FORNECEDOR (SALDOPES.DAT).                      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DRC-CODIGO
                    FILE STATUS IS ST-DRC.

           SELECT ARQDPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DPL-CHAVE
                    FILE STATUS IS ST-DPL.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SDP-CHAVE
                    FILE STATUS IS ST-SDP.

           SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BXA-CHAVE
                    FILE STATUS IS ST-BXA.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQDRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPREC.DAT".
       01 REGDRC.
          03 DRC-CODIGO          PIC 9(04).
          03 DRC-DESC            PIC X(30).
          03 DRC-CODFORN         PIC 9(14).
          03 DRC-VALOR           PIC 9(07)V99.
          03 DRC-ESTIMADO        PIC X(01).
          03 DRC-DIA             PIC 9(02).
          03 DRC-MES-INI         PIC 9(06).
          03 DRC-MES-FIM         PIC 9(06).
          03 DRC-CONTA           PIC 9(06).
          03 DRC-STATUS          PIC X(01).
          03 DRC-ULT-GERACAO     PIC 9(06).
          03 DRC-OPERADOR        PIC X(10).

       FD ARQDPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPLANC.DAT".
       01 REGDPL.
          03 DPL-CHAVE.
           05 DPL-NUMPEDIDO      PIC 9(06).
           05 DPL-TPPEDIDO       PIC 9(01).
           05 DPL-PARCELA        PIC 9(02).
          03 DPL-CODDESP         PIC 9(04).
          03 DPL-AAMM            PIC 9(06).
          03 DPL-CONTA           PIC 9(06).
          03 DPL-SIT             PIC X(01).
          03 DPL-VALOR-EST       PIC 9(07)V99.
          03 DPL-DATA-CONF       PIC 9(08).
          03 DPL-OPERADOR        PIC X(10).

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ        PIC 9(14).
          03 FOR-RSNOME         PIC X(60).
          03 FOR-APSOBRE        PIC X(60).
          03 FOR-CEP            PIC 9(08).
          03 FOR-NUM            PIC 9(08).
          03 FOR-COMPL          PIC X(15).
          03 FOR-TEL            PIC 9(11).
          03 FOR-EMAIL          PIC X(40).
          03 FOR-TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

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

       FD ARQSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOPES.DAT".
       01 REGSDP.
          03 SDP-CHAVE.
           05 SDP-TIPO          PIC X(01).
           05 SDP-CODPESSOA     PIC 9(14).
          03 SDP-SALDO          PIC S9(11)V99.

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
       01 W-JRN-PROG         PIC X(08) VALUE "SCE058".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-DRC        PIC X(02) VALUE "00".
       01 ST-DPL        PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 W-CTA-ABERTO  PIC X(01) VALUE "N".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 W-BXA-ABERTO  PIC X(01) VALUE "N".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-MES-VAL     PIC 9(06) VALUE ZEROS.
       01 W-MES-VAL-R REDEFINES W-MES-VAL.
          03 W-MES-VAL-AA PIC 9(04).
          03 W-MES-VAL-MM PIC 9(02).
       01 W-NUMAVL      PIC 9(06) VALUE ZEROS.
       01 W-TEM-BXA     PIC 9(01) VALUE ZEROS.
       01 W-VALOR-REAL  PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR-ANT   PIC S9(07)V99 VALUE ZEROS.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-ATUALIZA    PIC X(01) VALUE SPACES.
       01 W-QTD-LISTA   PIC 9(05) VALUE ZEROS.
       01 W-TOT-EST     PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-ED1     PIC ZZZZZZ9,99.
       01 W-VAL-ED2     PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DESPESAS RECORRENTES"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-DRC.
           OPEN I-O ARQDRC
           IF ST-DRC NOT = "00"
              IF ST-DRC = "30"
                 OPEN OUTPUT ARQDRC
                 CLOSE ARQDRC
                 OPEN I-O ARQDRC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESPREC.DAT"
                 STOP RUN.
       ABRE-DPL.
           OPEN I-O ARQDPL
           IF ST-DPL NOT = "00"
              IF ST-DPL = "30"
                 OPEN OUTPUT ARQDPL
                 CLOSE ARQDPL
                 OPEN I-O ARQDPL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESPLANC.DAT"
                 CLOSE ARQDRC
                 STOP RUN.
       ABRE-LANC.
           OPEN I-O ARQLANC
           IF ST-LANC NOT = "00"
              IF ST-LANC = "30"
                 OPEN OUTPUT ARQLANC
                 CLOSE ARQLANC
                 OPEN I-O ARQLANC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO REGLANC.DAT"
                 CLOSE ARQDRC ARQDPL
                 STOP RUN.
           OPEN I-O ARQSDP
           IF ST-SDP = "30"
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
           MOVE "N" TO W-FOR-ABERTO
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
           MOVE "N" TO W-CTA-ABERTO
           OPEN INPUT ARQCTA
           IF ST-CTA = "00"
              MOVE "S" TO W-CTA-ABERTO.
           MOVE "N" TO W-BXA-ABERTO
           OPEN INPUT ARQBXA
           IF ST-BXA = "00"
              MOVE "S" TO W-BXA-ABERTO.
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
           DISPLAY "A = CADASTRAR/ALTERAR DESPESA | L = LISTAR"
              " DESPESAS"
           DISPLAY "E = ESTIMADOS PENDENTES | C = CONFIRMAR VALOR"
              " REAL | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "A" OR "a"
              PERFORM CADASTRA-DESP THRU CADASTRA-DESP-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-DESP THRU LISTA-DESP-FIM
              GO TO R1.
           IF W-OPCAO = "E" OR "e"
              PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM
              GO TO R1.
           IF W-OPCAO = "C" OR "c"
              PERFORM CONFIRMA-VALOR THRU CONFIRMA-VALOR-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE A, L, E, C OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * CADASTRO DA DESPESA. A ALTERACAO SO VALE PARA OS MESES AINDA
      * NAO GERADOS: O QUE JA ESTA NO REGLANC NAO E TOCADO
      *----------------------------------------------------------------
       CADASTRA-DESP.
           MOVE ZEROS TO DRC-CODIGO
           DISPLAY "CODIGO DA DESPESA (0001-9999): "
           ACCEPT DRC-CODIGO
           IF DRC-CODIGO = ZEROS
              GO TO CADASTRA-DESP-FIM.
           READ ARQDRC
           IF ST-DRC = "00"
              DISPLAY "DESPESA JA CADASTRADA: " DRC-DESC
                 " - SERA ALTERADA"
           ELSE
              MOVE SPACES TO DRC-DESC
              MOVE ZEROS TO DRC-CODFORN DRC-VALOR DRC-DIA
                 DRC-MES-INI DRC-MES-FIM DRC-CONTA DRC-ULT-GERACAO
              MOVE "N" TO DRC-ESTIMADO
              MOVE "A" TO DRC-STATUS.
           DISPLAY "DESCRICAO: "
           ACCEPT DRC-DESC.
       CADASTRA-DESP-FOR.
           DISPLAY "CPF/CNPJ DO FORNECEDOR: "
           ACCEPT DRC-CODFORN
           IF DRC-CODFORN = ZEROS
              DISPLAY "FORNECEDOR EM BRANCO"
              GO TO CADASTRA-DESP-FOR.
           IF W-FOR-ABERTO NOT = "S"
              GO TO CADASTRA-DESP-VALOR.
           MOVE DRC-CODFORN TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-FOR NOT = "00"
              DISPLAY "FORNECEDOR NAO CADASTRADO (SCE003)"
              GO TO CADASTRA-DESP-FOR.
           DISPLAY "   " FOR-RSNOME.
       CADASTRA-DESP-VALOR.
           DISPLAY "VALOR MENSAL: "
           ACCEPT DRC-VALOR
           IF DRC-VALOR = ZEROS
              DISPLAY "VALOR NULO"
              GO TO CADASTRA-DESP-VALOR.
           DISPLAY "VALOR ESTIMADO - CONFIRMAR A CADA CONTA (S/N): "
           ACCEPT DRC-ESTIMADO
           IF DRC-ESTIMADO = "S" OR "s"
              MOVE "S" TO DRC-ESTIMADO
           ELSE
              MOVE "N" TO DRC-ESTIMADO.
       CADASTRA-DESP-DIA.
           DISPLAY "DIA DO VENCIMENTO (01-31): "
           ACCEPT DRC-DIA
           IF DRC-DIA < 1 OR DRC-DIA > 31
              DISPLAY "DIA INVALIDO"
              GO TO CADASTRA-DESP-DIA.
       CADASTRA-DESP-INI.
           DISPLAY "MES INICIAL (AAAAMM): "
           ACCEPT DRC-MES-INI
           MOVE DRC-MES-INI TO W-MES-VAL
           IF W-MES-VAL-MM < 1 OR W-MES-VAL-MM > 12
              DISPLAY "MES INVALIDO"
              GO TO CADASTRA-DESP-INI.
       CADASTRA-DESP-FIM-MES.
           DISPLAY "MES FINAL (AAAAMM, ZEROS = SEM PRAZO): "
           ACCEPT DRC-MES-FIM
           IF DRC-MES-FIM = ZEROS
              GO TO CADASTRA-DESP-CTA.
           MOVE DRC-MES-FIM TO W-MES-VAL
           IF W-MES-VAL-MM < 1 OR W-MES-VAL-MM > 12
              DISPLAY "MES INVALIDO"
              GO TO CADASTRA-DESP-FIM-MES.
           IF DRC-MES-FIM < DRC-MES-INI
              DISPLAY "MES FINAL ANTERIOR AO INICIAL"
              GO TO CADASTRA-DESP-FIM-MES.
       CADASTRA-DESP-CTA.
           DISPLAY "CONTA DE DESPESA (SCE029, 0=PELO MAPA): "
           ACCEPT DRC-CONTA
           IF DRC-CONTA = ZEROS OR W-CTA-ABERTO NOT = "S"
              GO TO CADASTRA-DESP-STATUS.
           MOVE DRC-CONTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "CONTA NAO CADASTRADA NO PLANO DE CONTAS"
              GO TO CADASTRA-DESP-CTA.
           IF CTA-TIPO NOT = "D"
              DISPLAY "A CONTA NAO E DE DESPESA (TIPO D)"
              GO TO CADASTRA-DESP-CTA.
           DISPLAY "   " CTA-DESC.
       CADASTRA-DESP-STATUS.
           DISPLAY "DESPESA ATIVA (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "I" TO DRC-STATUS
           ELSE
              MOVE "A" TO DRC-STATUS.
           MOVE W-OPERADOR TO DRC-OPERADOR
           WRITE REGDRC
           IF ST-DRC = "22"
              REWRITE REGDRC.
           IF ST-DRC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA DESPESA - STATUS " ST-DRC
              GO TO CADASTRA-DESP-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE058 A CHAVE=" DRC-CODIGO
              " FORN=" DRC-CODFORN " VALOR=" DRC-VALOR
              " ESTIMADO=" DRC-ESTIMADO " DIA=" DRC-DIA
              " MESES=" DRC-MES-INI "/" DRC-MES-FIM
              " CONTA=" DRC-CONTA " STATUS=" DRC-STATUS
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "DESPESA GRAVADA".
       CADASTRA-DESP-FIM.
           EXIT.

       LISTA-DESP.
           MOVE ZEROS TO DRC-CODIGO
           START ARQDRC KEY IS NOT LESS THAN DRC-CODIGO
              INVALID KEY
                 DISPLAY "NENHUMA DESPESA CADASTRADA"
                 GO TO LISTA-DESP-FIM.
       LISTA-DESP-LOOP.
           READ ARQDRC NEXT
           IF ST-DRC NOT = "00"
              GO TO LISTA-DESP-FIM.
           MOVE DRC-VALOR TO W-VAL-ED1
           DISPLAY DRC-CODIGO " " DRC-DESC " " DRC-STATUS
              " VALOR " W-VAL-ED1 " ESTIMADO " DRC-ESTIMADO
           DISPLAY "   FORN " DRC-CODFORN " DIA " DRC-DIA
              " MESES " DRC-MES-INI "/" DRC-MES-FIM
              " CONTA " DRC-CONTA " ULT.GERADO " DRC-ULT-GERACAO
           GO TO LISTA-DESP-LOOP.
       LISTA-DESP-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LANCAMENTOS GERADOS COM VALOR ESTIMADO E AINDA NAO
      * CONFIRMADOS
      *----------------------------------------------------------------
       LISTA-PENDENTES.
           MOVE ZEROS TO W-QTD-LISTA W-TOT-EST
           MOVE LOW-VALUES TO DPL-CHAVE
           START ARQDPL KEY IS NOT LESS THAN DPL-CHAVE
              INVALID KEY GO TO LISTA-PENDENTES-TOT.
       LISTA-PENDENTES-LOOP.
           READ ARQDPL NEXT
           IF ST-DPL NOT = "00"
              GO TO LISTA-PENDENTES-TOT.
           IF DPL-SIT NOT = "E"
              GO TO LISTA-PENDENTES-LOOP.
           MOVE DPL-CHAVE TO LANC-CHAVE
           READ ARQLANC
           IF ST-LANC NOT = "00"
              GO TO LISTA-PENDENTES-LOOP.
           MOVE DPL-CODDESP TO DRC-CODIGO
           READ ARQDRC
           IF ST-DRC NOT = "00"
              MOVE SPACES TO DRC-DESC.
           ADD 1 TO W-QTD-LISTA
           ADD DPL-VALOR-EST TO W-TOT-EST
           MOVE DPL-VALOR-EST TO W-VAL-ED1
           DISPLAY "AVULSO " DPL-NUMPEDIDO " " DPL-CODDESP " "
              DRC-DESC " MES " DPL-AAMM
           DISPLAY "   VENC " LANC-VENCIMENTO " ESTIMADO " W-VAL-ED1
              " STATUS " LANC-STATUS
           GO TO LISTA-PENDENTES-LOOP.
       LISTA-PENDENTES-TOT.
           MOVE W-TOT-EST TO W-VAL-ED2
           DISPLAY "ESTIMADOS PENDENTES: " W-QTD-LISTA
              " TOTAL " W-VAL-ED2.
       LISTA-PENDENTES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFIRMACAO DO VALOR REAL DA CONTA: CORRIGE O LANCAMENTO E O
      * SALDO DO FORNECEDOR PELA DIFERENCA. SO ANTES DE QUALQUER
      * BAIXA, PARA NAO DESCASAR O QUE JA FOI PAGO
      *----------------------------------------------------------------
       CONFIRMA-VALOR.
           MOVE ZEROS TO W-NUMAVL
           DISPLAY "NUMERO DO LANCAMENTO AVULSO: "
           ACCEPT W-NUMAVL
           IF W-NUMAVL = ZEROS
              GO TO CONFIRMA-VALOR-FIM.
           MOVE W-NUMAVL TO DPL-NUMPEDIDO
           MOVE 9 TO DPL-TPPEDIDO
           MOVE 1 TO DPL-PARCELA
           READ ARQDPL
           IF ST-DPL NOT = "00"
              DISPLAY "LANCAMENTO NAO FOI GERADO POR DESPESA"
                 " RECORRENTE"
              GO TO CONFIRMA-VALOR-FIM.
           IF DPL-SIT NOT = "E"
              DISPLAY "LANCAMENTO NAO ESTA PENDENTE DE CONFIRMACAO"
              GO TO CONFIRMA-VALOR-FIM.
           MOVE DPL-CHAVE TO LANC-CHAVE
           READ ARQLANC
           IF ST-LANC NOT = "00"
              DISPLAY "LANCAMENTO NAO ENCONTRADO NO REGLANC"
              GO TO CONFIRMA-VALOR-FIM.
           IF LANC-STATUS NOT = "A"
              DISPLAY "LANCAMENTO NAO ESTA EM ABERTO"
              GO TO CONFIRMA-VALOR-FIM.
           PERFORM VERIFICA-BAIXA THRU VERIFICA-BAIXA-FIM
           IF W-TEM-BXA = 1
              DISPLAY "LANCAMENTO JA TEM BAIXA - ACERTE PELO SCE010"
              GO TO CONFIRMA-VALOR-FIM.
           MOVE LANC-VALOR TO W-VAL-ED1
           DISPLAY "VENCIMENTO " LANC-VENCIMENTO " VALOR ESTIMADO "
              W-VAL-ED1
           MOVE ZEROS TO W-VALOR-REAL
           DISPLAY "VALOR REAL DA CONTA: "
           ACCEPT W-VALOR-REAL
           IF W-VALOR-REAL = ZEROS
              DISPLAY "VALOR NULO - NADA ALTERADO"
              GO TO CONFIRMA-VALOR-FIM.
           MOVE LANC-VALOR TO W-VALOR-ANT
           COMPUTE W-SDP-DELTA = W-VALOR-REAL - LANC-VALOR
           MOVE W-VALOR-REAL TO LANC-VALOR
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-LANC
           REWRITE REGLANC
           PERFORM JRN-GRAVA-LANC
           IF ST-LANC NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO LANCAMENTO - STATUS "
                 ST-LANC
              GO TO CONFIRMA-VALOR-FIM.
           IF W-SDP-DELTA NOT = ZEROS
              PERFORM ATUALIZA-SALDO-PES.
           MOVE "C" TO DPL-SIT
           MOVE W-DATA-HOJE TO DPL-DATA-CONF
           MOVE W-OPERADOR TO DPL-OPERADOR
           REWRITE REGDPL
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE058 C CHAVE=" LANC-CHAVE
              " DESPESA=" DPL-CODDESP " ANTES=" W-VALOR-ANT
              " DEPOIS=" LANC-VALOR
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "VALOR CONFIRMADO".
      * O VALOR REAL PODE PASSAR A SER A ESTIMATIVA DOS PROXIMOS
      * MESES
           MOVE DPL-CODDESP TO DRC-CODIGO
           READ ARQDRC
           IF ST-DRC NOT = "00"
              GO TO CONFIRMA-VALOR-FIM.
           DISPLAY "USAR COMO ESTIMATIVA DOS PROXIMOS MESES (S/N): "
           ACCEPT W-ATUALIZA
           IF W-ATUALIZA = "S" OR "s"
              MOVE W-VALOR-REAL TO DRC-VALOR
              MOVE W-OPERADOR TO DRC-OPERADOR
              REWRITE REGDRC.
       CONFIRMA-VALOR-FIM.
           EXIT.

       VERIFICA-BAIXA.
           MOVE ZEROS TO W-TEM-BXA
           IF W-BXA-ABERTO NOT = "S"
              GO TO VERIFICA-BAIXA-FIM.
           MOVE LANC-NUMPEDIDO TO BXA-NUMPEDIDO
           MOVE LANC-TPPEDIDO TO BXA-TPPEDIDO
           MOVE LANC-PARCELA TO BXA-PARCELA
           MOVE ZEROS TO BXA-SEQ
           START ARQBXA KEY IS NOT LESS THAN BXA-CHAVE
              INVALID KEY GO TO VERIFICA-BAIXA-FIM.
           READ ARQBXA NEXT
           IF ST-BXA = "00" AND BXA-NUMPEDIDO = LANC-NUMPEDIDO AND
              BXA-TPPEDIDO = LANC-TPPEDIDO AND
              BXA-PARCELA = LANC-PARCELA
              MOVE 1 TO W-TEM-BXA.
       VERIFICA-BAIXA-FIM.
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
           IF ST-LANC = "00"
              MOVE REGLANC TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGLANC.
       JRN-GRAVA-LANC.
           IF ST-LANC = "00" OR "02"
              MOVE "REGLANC" TO W-JRN-ARQ
              MOVE LANC-CHAVE TO W-JRN-CHAVE
              MOVE REGLANC TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           CLOSE ARQDRC ARQDPL ARQLANC ARQSDP ARQAUD.
           IF W-FOR-ABERTO = "S"
              CLOSE ARQFOR.
           IF W-CTA-ABERTO = "S"
              CLOSE ARQCTA.
           IF W-BXA-ABERTO = "S"
              CLOSE ARQBXA.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
