       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERADESP.
      **************************************************
      * GERACAO DAS DESPESAS RECORRENTES DO PROXIMO MES *
      * RODA SEM PERGUNTAS (ENCAIXA NA CADEIA NOTURNA): *
      * PARA CADA DESPESA ATIVA (SCE058) CUJA VIGENCIA  *
      * COBRE O MES SEGUINTE AO DE HOJE E QUE AINDA NAO *
      * FOI GERADA PARA ELE, CRIA O LANCAMENTO "P"      *
      * AVULSO (TIPO 9, NUMERACAO AVLSEQ.CTL COM TRAVA, *
      * COMO NO SCE022) NO REGLANC, SOMA NO SALDO DO    *
      * FORNECEDOR (SALDOPES.DAT) E GRAVA O VINCULO EM  *
      * DESPLANC.DAT COM A CONTA DE DESPESA. O          *
      * VENCIMENTO E O DIA CADASTRADO (LIMITADO AO      *
      * ULTIMO DIA DO MES) ROLADO PARA O PROXIMO DIA    *
      * UTIL PELOS FERIADOS DO SCE045. VALOR ESTIMADO   *
      * FICA PENDENTE ATE A CONFIRMACAO NO SCE058. O    *
      * QUE FOI GERADO OU PULADO SAI EM GERADESP.TXT.   *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (DESPESAS LIDAS, LANCAMENTOS         *
      * GRAVADOS COM SUAS SOMAS), CONFERIDOS PELO       *
      * NOTURNO.                                        *
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

           SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FER-DATA
                    FILE STATUS IS ST-FER.

           SELECT ARQAVLCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-CTL.

           SELECT ARQTRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

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

       FD ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFER.
          03 FER-DATA           PIC 9(08).
          03 FER-DESC           PIC X(30).

       FD ARQAVLCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVLSEQ.CTL".
       01 REG-AVLCTL.
          03 CTL-ULT-NUMAVL     PIC 9(06).

       FD ARQTRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOCKS.DAT".
       01 REGTRV.
          03 TRV-CHAVE.
           05 TRV-ARQUIVO       PIC X(08).
           05 TRV-REGCHAVE      PIC X(20).
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GERADESP.TXT".
       01 LINHA-SAI              PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 ST-TOT             PIC X(02) VALUE "00".
       01 W-TOT-DTH          PIC X(21) VALUE SPACES.
       01 W-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV         PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV2        PIC 9(07) VALUE ZEROS.
       01 W-TOT-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR2       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-HASH         PIC 9(15) VALUE ZEROS.
       01 W-TOT-OBS          PIC X(40) VALUE SPACES.
       01 ST-DRC        PIC X(02) VALUE "00".
       01 ST-DPL        PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-CTL        PIC X(02) VALUE "00".
       01 ST-TRV        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC X(10) VALUE "GERADESP".
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
          03 W-HOJE-ANO  PIC 9(04).
          03 W-HOJE-MES  PIC 9(02).
          03 W-HOJE-DD   PIC 9(02).
       01 W-ALVO-AAMM   PIC 9(06) VALUE ZEROS.
       01 W-ALVO-AAMM-R REDEFINES W-ALVO-AAMM.
          03 W-ALVO-ANO  PIC 9(04).
          03 W-ALVO-MES  PIC 9(02).
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-TRV-TENT    PIC 9(04) VALUE ZEROS.
       01 W-CODDESP     PIC 9(04) VALUE ZEROS.
       01 W-QTD-GER     PIC 9(04) VALUE ZEROS.
       01 W-QTD-EST     PIC 9(04) VALUE ZEROS.
       01 W-QTD-PULA    PIC 9(04) VALUE ZEROS.
       01 W-TOT-GER     PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZ9,99.
       01 W-TOT-ED      PIC ZZZZZZZZ9,99.
       01 W-SDP-DELTA   PIC S9(11)V99 VALUE ZEROS.
       01 W-VENC-SERIAL PIC 9(08) VALUE ZEROS.
       01 W-VENC-DATA   PIC 9(08) VALUE ZEROS.
       01 W-VENC-DATA-R REDEFINES W-VENC-DATA.
          03 W-VENC-ANO     PIC 9(04).
          03 W-VENC-MES     PIC 9(02).
          03 W-VENC-DIA     PIC 9(02).
       01 W-VENC-ULT    PIC 9(08) VALUE ZEROS.
       01 W-VENC-ULT-R REDEFINES W-VENC-ULT.
          03 W-VENC-ULT-ANO PIC 9(04).
          03 W-VENC-ULT-MES PIC 9(02).
          03 W-VENC-ULT-DIA PIC 9(02).
       01 ST-FER        PIC X(02) VALUE "00".
       01 W-QTD-FER     PIC 9(03) VALUE ZEROS.
       01 IX-FER        PIC 9(03) VALUE ZEROS.
       01 W-DU-OK       PIC 9(01) VALUE ZEROS.
       01 W-RESTO7      PIC 9(01) VALUE ZEROS.

       01 W-TAB-FER.
          03 W-FER-SER     PIC 9(08) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           MOVE W-HOJE-ANO TO W-ALVO-ANO
           MOVE W-HOJE-MES TO W-ALVO-MES
           IF W-ALVO-MES = 12
              ADD 1 TO W-ALVO-ANO
              MOVE 01 TO W-ALVO-MES
           ELSE
              ADD 1 TO W-ALVO-MES.
           DISPLAY "GERACAO DE DESPESAS RECORRENTES - MES "
              W-ALVO-AAMM
           OPEN I-O ARQDRC
           IF ST-DRC NOT = "00"
              DISPLAY "SEM DESPESAS RECORRENTES CADASTRADAS (SCE058)"
                 " - NADA A GERAR"
              PERFORM GRAVA-TOTAIS
              GOBACK.
           PERFORM CARREGA-FERIADOS THRU CARREGA-FERIADOS-FIM
           OPEN I-O ARQDPL
           IF ST-DPL = "30"
              OPEN OUTPUT ARQDPL
              CLOSE ARQDPL
              OPEN I-O ARQDPL.
           OPEN I-O ARQLANC
           IF ST-LANC = "30"
              OPEN OUTPUT ARQLANC
              CLOSE ARQLANC
              OPEN I-O ARQLANC.
           OPEN I-O ARQSDP
           IF ST-SDP = "30"
              OPEN OUTPUT ARQSDP
              CLOSE ARQSDP
              OPEN I-O ARQSDP.
           OPEN I-O ARQTRV
           IF ST-TRV = "30"
              OPEN OUTPUT ARQTRV
              CLOSE ARQTRV
              OPEN I-O ARQTRV.
           OPEN EXTEND RELSAI
           IF ST-ERRO2 NOT = "00"
              OPEN OUTPUT RELSAI.
           MOVE SPACES TO LINHA-SAI
           STRING "GERACAO DE DESPESAS RECORRENTES EM " W-DATA-HOJE
              " PARA O MES " W-ALVO-AAMM
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           PERFORM VARRE-DESPESAS THRU VARRE-DESPESAS-FIM
           MOVE W-TOT-GER TO W-TOT-ED
           MOVE SPACES TO LINHA-SAI
           STRING "GERADOS: " W-QTD-GER
              " ESTIMADOS A CONFIRMAR: " W-QTD-EST
              " PULADOS: " W-QTD-PULA " TOTAL: " W-TOT-ED
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE RELSAI ARQDRC ARQDPL ARQLANC ARQSDP ARQTRV
           DISPLAY "GERADOS: " W-QTD-GER " ESTIMADOS: " W-QTD-EST
              " PULADOS: " W-QTD-PULA
           DISPLAY "DIARIO EM GERADESP.TXT"
           PERFORM GRAVA-TOTAIS
           GOBACK.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DA EXECUCAO (CTLTOT.DAT): REGISTROS
      * LIDOS, GRAVADOS E SOMAS DE CONFERENCIA. O NOTURNO CONFERE
      * ESTES TOTAIS COM CONTAGENS PROPRIAS DOS ARQUIVOS ANTES DE
      * LIBERAR O PASSO SEGUINTE; O RELTOT LISTA TODOS ELES
      *----------------------------------------------------------------
       GRAVA-TOTAIS.
           OPEN EXTEND ARQTOT
           IF ST-TOT NOT = "00"
              OPEN OUTPUT ARQTOT.
           MOVE FUNCTION CURRENT-DATE TO W-TOT-DTH
           MOVE SPACES TO REGTOT
           MOVE W-TOT-DTH(1:8) TO TOT-DATA
           MOVE W-TOT-DTH(9:6) TO TOT-HORA
           MOVE "GERADESP" TO TOT-PASSO
           MOVE "P" TO TOT-ORIGEM
           MOVE W-TOT-LIDOS TO TOT-LIDOS
           MOVE W-TOT-GRAV TO TOT-GRAVADOS
           MOVE W-TOT-GRAV2 TO TOT-GRAVADOS2
           MOVE W-TOT-VALOR TO TOT-VALOR
           MOVE W-TOT-VALOR2 TO TOT-VALOR2
           MOVE W-TOT-HASH TO TOT-HASH
           MOVE "O" TO TOT-SITUACAO
           MOVE W-TOT-OBS TO TOT-OBS
           WRITE REGTOT
           CLOSE ARQTOT.

       VARRE-DESPESAS.
           MOVE ZEROS TO DRC-CODIGO
           START ARQDRC KEY IS NOT LESS THAN DRC-CODIGO
              INVALID KEY GO TO VARRE-DESPESAS-FIM.
       VARRE-DRC-LOOP.
           READ ARQDRC NEXT
           IF ST-DRC NOT = "00"
              GO TO VARRE-DESPESAS-FIM.
           ADD 1 TO W-TOT-LIDOS
           IF DRC-STATUS NOT = "A"
              GO TO VARRE-DRC-LOOP.
           IF W-ALVO-AAMM < DRC-MES-INI
              GO TO VARRE-DRC-LOOP.
           IF DRC-MES-FIM NOT = ZEROS AND W-ALVO-AAMM > DRC-MES-FIM
              GO TO VARRE-DRC-LOOP.
      * MES JA GERADO NAO SE REPETE, MESMO RODANDO DE NOVO
           IF DRC-ULT-GERACAO NOT < W-ALVO-AAMM
              GO TO VARRE-DRC-LOOP.
           PERFORM GERA-DA-DESPESA THRU GERA-DA-DESPESA-FIM
           GO TO VARRE-DRC-LOOP.
       VARRE-DESPESAS-FIM.
           EXIT.

       GERA-DA-DESPESA.
           MOVE DRC-CODIGO TO W-CODDESP
           PERFORM GERA-PROX-NUMAVL THRU GERA-PROX-NUMAVL-FIM
           IF LANC-NUMPEDIDO = ZEROS
              ADD 1 TO W-QTD-PULA
              PERFORM GRAVA-LOG-PULADO
              GO TO GERA-DA-DESPESA-FIM.
           MOVE 9 TO LANC-TPPEDIDO
           MOVE 1 TO LANC-PARCELA
           MOVE "P" TO LANC-TIPO
           MOVE DRC-CODFORN TO LANC-CODPESSOA
           MOVE DRC-VALOR TO LANC-VALOR
           MOVE W-DATA-HOJE TO LANC-DATA
           PERFORM CALCULA-VENCIMENTO
           MOVE "A" TO LANC-STATUS
           WRITE REGLANC
           IF ST-LANC NOT = "00"
              ADD 1 TO W-QTD-PULA
              PERFORM GRAVA-LOG-PULADO
              GO TO GERA-DA-DESPESA-FIM.
           ADD 1 TO W-TOT-GRAV
           ADD LANC-VALOR TO W-TOT-VALOR
           ADD LANC-NUMPEDIDO TO W-TOT-HASH
           MOVE LANC-VALOR TO W-SDP-DELTA
           PERFORM ATUALIZA-SALDO-PES
           MOVE LANC-CHAVE TO DPL-CHAVE
           MOVE W-CODDESP TO DPL-CODDESP
           MOVE W-ALVO-AAMM TO DPL-AAMM
           MOVE DRC-CONTA TO DPL-CONTA
           MOVE DRC-VALOR TO DPL-VALOR-EST
           MOVE ZEROS TO DPL-DATA-CONF
           MOVE W-OPERADOR TO DPL-OPERADOR
           IF DRC-ESTIMADO = "S"
              MOVE "E" TO DPL-SIT
              ADD 1 TO W-QTD-EST
           ELSE
              MOVE "F" TO DPL-SIT.
           WRITE REGDPL
           ADD 1 TO W-TOT-GRAV2
           ADD 1 TO W-QTD-GER
           ADD LANC-VALOR TO W-TOT-GER
           PERFORM GRAVA-LOG-GERADO
           MOVE W-CODDESP TO DRC-CODIGO
           READ ARQDRC
           MOVE W-ALVO-AAMM TO DRC-ULT-GERACAO
           REWRITE REGDRC.
       GERA-DA-DESPESA-FIM.
           EXIT.

      * DIA CADASTRADO NO MES GERADO; DIA 31 EM MES MAIS CURTO CAI
      * NO ULTIMO DIA. ROLA PARA O PROXIMO DIA UTIL, COMO O GERACONT
       CALCULA-VENCIMENTO.
           MOVE W-ALVO-ANO TO W-VENC-ANO
           MOVE W-ALVO-MES TO W-VENC-MES
           MOVE 01 TO W-VENC-DIA
           PERFORM ULTIMO-DIA-MES
           IF DRC-DIA > W-VENC-ULT-DIA
              MOVE W-VENC-ULT-DIA TO W-VENC-DIA
           ELSE
              MOVE DRC-DIA TO W-VENC-DIA.
           COMPUTE W-VENC-SERIAL =
              FUNCTION INTEGER-OF-DATE(W-VENC-DATA)
           PERFORM PROXIMO-DIA-UTIL THRU PROXIMO-DIA-UTIL-FIM
           COMPUTE LANC-VENCIMENTO =
              FUNCTION DATE-OF-INTEGER(W-VENC-SERIAL).

      * ULTIMO DIA DO MES DE W-VENC-DATA, DEVOLVIDO EM W-VENC-ULT
       ULTIMO-DIA-MES.
           MOVE W-VENC-DATA TO W-VENC-ULT
           MOVE 01 TO W-VENC-ULT-DIA
           IF W-VENC-ULT-MES = 12
              ADD 1 TO W-VENC-ULT-ANO
              MOVE 01 TO W-VENC-ULT-MES
           ELSE
              ADD 1 TO W-VENC-ULT-MES.
           COMPUTE W-VENC-ULT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(W-VENC-ULT) - 1).

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

      * FERIADOS (SCE045) CARREGADOS EM TABELA PARA O ROLO DO
      * VENCIMENTO PARA O PROXIMO DIA UTIL
       CARREGA-FERIADOS.
           MOVE ZEROS TO W-QTD-FER
           OPEN INPUT ARQFER
           IF ST-FER NOT = "00"
              GO TO CARREGA-FERIADOS-FIM.
           MOVE ZEROS TO FER-DATA
           START ARQFER KEY IS NOT LESS THAN FER-DATA
              INVALID KEY
                 CLOSE ARQFER
                 GO TO CARREGA-FERIADOS-FIM.
       CARREGA-FER-LOOP.
           READ ARQFER NEXT
           IF ST-FER NOT = "00"
              CLOSE ARQFER
              GO TO CARREGA-FERIADOS-FIM.
           IF W-QTD-FER < 200
              ADD 1 TO W-QTD-FER
              COMPUTE W-FER-SER(W-QTD-FER) =
                 FUNCTION INTEGER-OF-DATE(FER-DATA).
           GO TO CARREGA-FER-LOOP.
       CARREGA-FERIADOS-FIM.
           EXIT.
      * DIA 1 DO CALENDARIO INTERNO (01/01/1601) E SEGUNDA:
      * RESTO 6 = SABADO, RESTO 0 = DOMINGO
       EH-DIA-UTIL.
           MOVE 1 TO W-DU-OK
           COMPUTE W-RESTO7 = FUNCTION MOD(W-VENC-SERIAL, 7)
           IF W-RESTO7 = 6 OR W-RESTO7 = 0
              MOVE ZEROS TO W-DU-OK
              GO TO EH-DIA-UTIL-FIM.
           MOVE ZEROS TO IX-FER.
       EH-DIA-UTIL-LOOP.
           ADD 1 TO IX-FER
           IF IX-FER > W-QTD-FER
              GO TO EH-DIA-UTIL-FIM.
           IF W-FER-SER(IX-FER) = W-VENC-SERIAL
              MOVE ZEROS TO W-DU-OK
              GO TO EH-DIA-UTIL-FIM.
           GO TO EH-DIA-UTIL-LOOP.
       EH-DIA-UTIL-FIM.
           EXIT.
       PROXIMO-DIA-UTIL.
           PERFORM EH-DIA-UTIL THRU EH-DIA-UTIL-FIM
           IF W-DU-OK = 1
              GO TO PROXIMO-DIA-UTIL-FIM.
           ADD 1 TO W-VENC-SERIAL
           GO TO PROXIMO-DIA-UTIL.
       PROXIMO-DIA-UTIL-FIM.
           EXIT.

      * MESMA SEQUENCIA E TRAVA DOS AVULSOS DO SCE022
       GERA-PROX-NUMAVL.
           PERFORM TRAVA-SEQ THRU TRAVA-SEQ-FIM
           IF W-TRV-OK = ZEROS
              MOVE ZEROS TO LANC-NUMPEDIDO
              GO TO GERA-PROX-NUMAVL-FIM.
           MOVE ZEROS TO CTL-ULT-NUMAVL
           OPEN INPUT ARQAVLCTL
           IF ST-CTL = "00"
              READ ARQAVLCTL
              CLOSE ARQAVLCTL
           ELSE
              NEXT SENTENCE.
           ADD 1 TO CTL-ULT-NUMAVL
           MOVE CTL-ULT-NUMAVL TO LANC-NUMPEDIDO
           OPEN OUTPUT ARQAVLCTL
           WRITE REG-AVLCTL
           CLOSE ARQAVLCTL
           MOVE "AVLSEQ" TO TRV-ARQUIVO
           MOVE SPACES TO TRV-REGCHAVE
           PERFORM DESTRAVA-REGISTRO.
       GERA-PROX-NUMAVL-FIM.
           EXIT.
       TRAVA-SEQ.
           MOVE ZEROS TO W-TRV-TENT.
       TRAVA-SEQ-LOOP.
           MOVE "AVLSEQ" TO TRV-ARQUIVO
           MOVE SPACES TO TRV-REGCHAVE
           PERFORM TRAVA-REGISTRO
           IF W-TRV-OK = 1
              GO TO TRAVA-SEQ-FIM.
           ADD 1 TO W-TRV-TENT
           IF W-TRV-TENT < 5000
              GO TO TRAVA-SEQ-LOOP.
       TRAVA-SEQ-FIM.
           EXIT.
       TRAVA-REGISTRO.
           MOVE ZEROS TO W-TRV-OK
           MOVE W-OPERADOR TO TRV-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:14) TO TRV-DATAHORA
           WRITE REGTRV
           IF ST-TRV = "00"
              MOVE 1 TO W-TRV-OK.
       DESTRAVA-REGISTRO.
           READ ARQTRV
           IF ST-TRV = "00"
              IF TRV-OPERADOR = W-OPERADOR
                 DELETE ARQTRV RECORD.

       GRAVA-LOG-GERADO.
           MOVE LANC-VALOR TO W-VAL-ED
           MOVE SPACES TO LINHA-SAI
           IF DPL-SIT = "E"
              STRING "DESPESA " W-CODDESP " " DRC-DESC
                 " AVULSO " LANC-NUMPEDIDO " VENC " LANC-VENCIMENTO
                 " VALOR " W-VAL-ED " ESTIMADO - CONFIRMAR (SCE058)"
                 DELIMITED BY SIZE INTO LINHA-SAI
           ELSE
              STRING "DESPESA " W-CODDESP " " DRC-DESC
                 " AVULSO " LANC-NUMPEDIDO " VENC " LANC-VENCIMENTO
                 " VALOR " W-VAL-ED
                 DELIMITED BY SIZE INTO LINHA-SAI.
           WRITE LINHA-SAI.

       GRAVA-LOG-PULADO.
           MOVE SPACES TO LINHA-SAI
           STRING "DESPESA " W-CODDESP " " DRC-DESC
              " PULADA (SEQUENCIA/GRAVACAO)"
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
